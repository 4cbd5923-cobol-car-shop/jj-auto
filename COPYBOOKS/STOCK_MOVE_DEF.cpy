      *>           source document. When a count is off, this is the
      *>           part's ledger. REPLACING ==:TAG:== BY ==prefix==,
      *>           same convention used by the other *_DEF copybooks in
      *>           this system. QTY-DELTA runs to five digits
      *>           either way, matching PART-ON-HAND; rows from the
      *>           three-digit layout were carried over by PART_WIDEN.
      *>*****************************************************************
       01  :TAG:-STOCK-MOVE.
           05  :TAG:-PART-ID        PIC 9(5).
               10  :TAG:-MV-HOUR    PIC 99.
               10  :TAG:-MV-MIN     PIC 99.
               10  :TAG:-MV-SEC     PIC 99.
           05  :TAG:-QTY-DELTA      PIC S9(5) SIGN LEADING SEPARATE.
           05  :TAG:-REASON-CODE    PIC X(3).
               88  :TAG:-MOVE-ADJUSTED    VALUE "ADJ".
               88  :TAG:-MOVE-TICKET      VALUE "TKT".
