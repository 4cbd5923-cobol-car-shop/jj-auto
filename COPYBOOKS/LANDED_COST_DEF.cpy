      *>*****************************************************************
      *> Copybook: LANDED_COST_DEF
      *> Purpose:  Shared record layout for a LANDCOST.DAT entry - one
      *>           row per delivery received at PO_RECEIVE that carried
      *>           freight, fuel surcharge or handling. The charges are
      *>           spread over the delivery's received lines (by value
      *>           or by quantity) into each part's landed PART-COST;
      *>           GL_EXPORT posts the day's TOTAL as freight-in
      *>           against freight accrued, to be cleared when the
      *>           carrier's or supplier's bill is paid. REPLACING
      *>           ==:TAG:== BY ==prefix==, same convention used by the
      *>           other *_DEF copybooks in this system.
      *>*****************************************************************
       01  :TAG:-LANDED-COST.
           05  :TAG:-LC-DATE.
               10  :TAG:-LC-YEAR    PIC 9999.
               10  :TAG:-LC-MONTH   PIC 99.
               10  :TAG:-LC-DAY     PIC 99.
           05  :TAG:-PO-NUMBER      PIC 9(5).
           05  :TAG:-SUPP-ID        PIC 9(5).
           05  :TAG:-FREIGHT        PIC 9(5)V99.
           05  :TAG:-FUEL           PIC 9(5)V99.
           05  :TAG:-HANDLING       PIC 9(5)V99.
           05  :TAG:-TOTAL          PIC 9(6)V99.
           05  :TAG:-BASIS          PIC X.
               88  :TAG:-BY-VALUE         VALUE "V".
               88  :TAG:-BY-QTY           VALUE "Q".
           05  :TAG:-LINES          PIC 9(3).
           05  :TAG:-RECEIVED-BY    PIC X(30).
