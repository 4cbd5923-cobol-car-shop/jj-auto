      *>*****************************************************************
      *> Copybook: SERIAL_DEF
      *> Purpose:  Shared record layout for a SERIALS.IDX unit - one row
      *>           per serial number of a serial-tracked part (see
      *>           PART_WARR_DEF), keyed by the serial. PO_RECEIVE puts
      *>           it in stock (I) against the PO; it leaves (S) on the
      *>           COUNTERSALE.DAT line (source C, the CS-ID, receipt as
      *>           the document) or the TICKETPART.IDX line (source T,
      *>           the ticketPartID, ticket as the document) it was
      *>           sold on, with the customer and the unit price paid;
      *>           PARTS_RETURN puts it back in stock or, defective or
      *>           under warranty, marks it W with the credit given.
      *>           A ticket unit's warranty runs from the ticket's
      *>           close date, not the SALE-DATE it was attached on.
      *>           SALE-REF carries WITH DUPLICATES so a line's units
      *>           can be walked. REPLACING ==:TAG:== BY ==prefix==.
      *>*****************************************************************
       01  :TAG:-SERIAL.
           05  :TAG:-SN-SERIAL      PIC X(20).
           05  :TAG:-SN-PART-ID     PIC 9(5).
           05  :TAG:-SN-STATUS      PIC X.
               88  :TAG:-SN-IN-STOCK      VALUE "I".
               88  :TAG:-SN-SOLD          VALUE "S".
               88  :TAG:-SN-CAME-BACK     VALUE "W".
           05  :TAG:-SN-RECV-DATE   PIC 9(8).
           05  :TAG:-SN-PO-NUMBER   PIC 9(5).
           05  :TAG:-SN-SALE-REF.
               10  :TAG:-SN-SALE-SOURCE PIC X.
                   88  :TAG:-SN-SOLD-COUNTER  VALUE "C".
                   88  :TAG:-SN-SOLD-TICKET   VALUE "T".
               10  :TAG:-SN-SALE-LINE   PIC 9(5).
           05  :TAG:-SN-SALE-DOC    PIC 9(5).
           05  :TAG:-SN-CUST-ID     PIC 9(5).
           05  :TAG:-SN-SALE-DATE   PIC 9(8).
           05  :TAG:-SN-SALE-PRICE  PIC 9(5)V99.
           05  :TAG:-SN-BACK-DATE   PIC 9(8).
           05  :TAG:-SN-BACK-CREDIT PIC 9(5)V99.
