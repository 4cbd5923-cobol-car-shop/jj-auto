               88  :TAG:-EV-AR-RECEIPT    VALUE "ARC".
               88  :TAG:-EV-CORE-REFUND   VALUE "CRF".
               88  :TAG:-EV-SPECIAL-ORDER VALUE "SPO".
               88  :TAG:-EV-LOAN-PAYMENT  VALUE "LNP".
           05  :TAG:-EV-DOC         PIC X(10).
           05  :TAG:-EV-AMOUNT      PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  :TAG:-EV-BY          PIC X(30).
