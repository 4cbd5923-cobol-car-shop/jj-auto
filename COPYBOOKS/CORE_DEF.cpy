      *>           customers; returned less shipped is the drawer of
      *>           dead alternators owed to the supplier.
      *>           REPLACING ==:TAG:== BY ==prefix==.
      *> Modification History:
      *>   10/15/2026 BS - CORE-QTY widened 99 -> 9(5) with the part
      *>                   quantities it is charged on, and CORE-AMOUNT
      *>                   9(5)V99 -> 9(7)V99 so a line of them still
      *>                   extends; existing rows carried over by
      *>                   PART_WIDEN. Record grows 63 -> 68.
      *>*****************************************************************
       01  :TAG:-CORE.
           05  :TAG:-PART-ID        PIC 9(5).
               88  :TAG:-CORE-CHARGED     VALUE "C".
               88  :TAG:-CORE-RETURNED    VALUE "R".
               88  :TAG:-CORE-SHIPPED     VALUE "S".
           05  :TAG:-CORE-QTY       PIC 9(5).
           05  :TAG:-CORE-AMOUNT    PIC 9(7)V99.
           05  :TAG:-CORE-DOC       PIC X(10).
           05  :TAG:-CORE-BY        PIC X(30).
