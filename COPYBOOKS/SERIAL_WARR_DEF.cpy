      *>*****************************************************************
      *> Copybook: SERIAL_WARR_DEF
      *> Purpose:  One unit's warranty position, filled in by
      *>           SERIAL_WARRANTY for the SERIAL the caller sets: who
      *>           bought it, on which line, when, for how much, and
      *>           under the part's PARTWARR.IDX schedule how many
      *>           months are used and the credit still due - the
      *>           whole price paid inside FREE-MONTHS, prorated by
      *>           the months left up to TOTAL-MONTHS, nothing after.
      *>           COVERAGE says which:
      *>             F - free replacement     P - prorated credit
      *>             X - warranty expired     N - not sold yet (in
      *>             R - already came back        stock, or on a
      *>             S - part has no schedule     ticket still open)
      *>           Used by SERIAL_DESK and PARTS_RETURN.
      *>           REPLACING ==:TAG:== BY ==prefix==.
      *>*****************************************************************
       01  :TAG:-SERIAL-WARR.
           05  :TAG:-SW-SERIAL      PIC X(20).
           05  :TAG:-SW-FOUND       PIC X.
               88  :TAG:-SW-ON-FILE       VALUE "Y".
           05  :TAG:-SW-PART-ID     PIC 9(5).
           05  :TAG:-SW-STATUS      PIC X.
           05  :TAG:-SW-SALE-SOURCE PIC X.
           05  :TAG:-SW-SALE-LINE   PIC 9(5).
           05  :TAG:-SW-SALE-DOC    PIC 9(5).
           05  :TAG:-SW-CUST-ID     PIC 9(5).
           05  :TAG:-SW-SALE-DATE   PIC 9(8).
           05  :TAG:-SW-SALE-PRICE  PIC 9(5)V99.
           05  :TAG:-SW-FREE-MONTHS PIC 9(3).
           05  :TAG:-SW-TOTAL-MONTHS PIC 9(3).
           05  :TAG:-SW-MONTHS-USED PIC 9(3).
           05  :TAG:-SW-COVERAGE    PIC X.
               88  :TAG:-SW-FREE-REPLACE  VALUE "F".
               88  :TAG:-SW-PRORATED      VALUE "P".
               88  :TAG:-SW-EXPIRED       VALUE "X".
               88  :TAG:-SW-NOT-SOLD      VALUE "N".
               88  :TAG:-SW-ALREADY-BACK  VALUE "R".
               88  :TAG:-SW-NO-SCHEDULE   VALUE "S".
           05  :TAG:-SW-CREDIT      PIC 9(5)V99.
