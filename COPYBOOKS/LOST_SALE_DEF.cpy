      *>*****************************************************************
      *> Copybook: LOST_SALE_DEF
      *> Purpose:  Shared record layout for a LOSTSALE.DAT entry - one
      *>           row each time the parts counter turns a customer
      *>           away, written by LOG_LOST_SALE from COUNTER_SALE.
      *>           PART-ID is zero when the part asked for is not on
      *>           PARTLIST.DAT at all; LOST-DESC then says what it
      *>           was. LOST_SALES_REPORT rolls the month up by part
      *>           so demand we cannot fill reaches the stocking
      *>           levels. REPLACING ==:TAG:== BY ==prefix==, same
      *>           convention used by the other *_DEF copybooks in
      *>           this system.
      *>*****************************************************************
       01  :TAG:-LOST-SALE.
           05  :TAG:-LOST-DATE.
               10  :TAG:-LOST-YEAR  PIC 9999.
               10  :TAG:-LOST-MONTH PIC 99.
               10  :TAG:-LOST-DAY   PIC 99.
           05  :TAG:-PART-ID        PIC 9(5).
           05  :TAG:-LOST-DESC      PIC X(30).
           05  :TAG:-LOST-QTY       PIC 9(5).
           05  :TAG:-LOST-REASON    PIC X.
               88  :TAG:-LOST-OUT-OF-STOCK  VALUE "O".
               88  :TAG:-LOST-NOT-STOCKED   VALUE "N".
               88  :TAG:-LOST-ON-PRICE      VALUE "P".
           05  :TAG:-CUST-ID        PIC 9(5).
           05  :TAG:-LOGGED-BY      PIC X(30).
