      *>           row per part price change, written by UPDATE_PART.
      *>           REPLACING ==:TAG:== BY ==prefix== to get REC-/WS-/LS-
      *>           qualified field names, same convention used by the
      *>           other *_DEF copybooks in this system. COSTHIST.DAT
      *>           uses the same layout for cost changes. Prices are
      *>           9(5)V99 to match PART-PRICE; rows from the 999V99
      *>           layout were carried over by PART_WIDEN.
      *>*****************************************************************
       01  :TAG:-PRICE-HIST.
           05  :TAG:-PART-ID        PIC 9(5).
           05  :TAG:-OLD-PRICE      PIC 9(5)V99.
           05  :TAG:-NEW-PRICE      PIC 9(5)V99.
           05  :TAG:-CHANGE-DATE.
               10  :TAG:-CHG-YEAR   PIC 9999.
               10  :TAG:-CHG-MONTH  PIC 99.
