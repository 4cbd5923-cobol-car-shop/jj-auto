      *>*****************************************************************
      *> Copybook: SERIAL_REQ_DEF
      *> Purpose:  What a caller hands SERIAL_CAPTURE. FUNCTION says
      *>           what is happening to the part's units:
      *>             R - received on PO-NUMBER, into stock;
      *>             S - sold on the SALE-SOURCE/SALE-LINE line
      *>                 (document, customer and unit price with it);
      *>             B - back from the customer on that line, to stock;
      *>             D - back on that line defective, held out;
      *>             W - SERIAL came back under warranty for CREDIT;
      *>             L - the line came off, its units back to stock.
      *>           R, S, B and D ask for QTY serials and do nothing for
      *>           a part that is not serial-tracked; TRACKED and
      *>           COUNT come back. REPLACING ==:TAG:== BY ==prefix==.
      *>*****************************************************************
       01  :TAG:-SERIAL-REQ.
           05  :TAG:-SR-FUNCTION    PIC X.
               88  :TAG:-SR-RECEIVE       VALUE "R".
               88  :TAG:-SR-SELL          VALUE "S".
               88  :TAG:-SR-BACK-TO-STOCK VALUE "B".
               88  :TAG:-SR-BACK-DEFECTIVE VALUE "D".
               88  :TAG:-SR-WARRANTY      VALUE "W".
               88  :TAG:-SR-RELEASE       VALUE "L".
           05  :TAG:-SR-PART-ID     PIC 9(5).
           05  :TAG:-SR-QTY         PIC 9(5).
           05  :TAG:-SR-PO-NUMBER   PIC 9(5).
           05  :TAG:-SR-SALE-SOURCE PIC X.
           05  :TAG:-SR-SALE-LINE   PIC 9(5).
           05  :TAG:-SR-SALE-DOC    PIC 9(5).
           05  :TAG:-SR-CUST-ID     PIC 9(5).
           05  :TAG:-SR-SALE-PRICE  PIC 9(5)V99.
           05  :TAG:-SR-SERIAL      PIC X(20).
           05  :TAG:-SR-CREDIT      PIC 9(5)V99.
           05  :TAG:-SR-TRACKED     PIC X.
           05  :TAG:-SR-COUNT       PIC 9(5).
