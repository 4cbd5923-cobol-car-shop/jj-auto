      *>*****************************************************************
      *> Copybook: BANK_RECON_DEF
      *> Purpose:  Shared record layout for a BANKRECON.DAT row - one
      *>           row per BANK_RECON run for a statement month,
      *>           append-only (the last row for a period stands). It
      *>           keeps the statement balances, the deposits in
      *>           transit and outstanding checks that bridge them to
      *>           our books, and the adjusted book balance, which
      *>           opens the next month's book side. STATUS R means
      *>           adjusted bank and adjusted book agree to the cent;
      *>           MONTH_END_CLOSE asks before closing a period with
      *>           no R row. REPLACING ==:TAG:== BY ==prefix==.
      *>*****************************************************************
       01  :TAG:-BANK-RECON.
           05  :TAG:-BR-PERIOD        PIC 9(6).
           05  :TAG:-BR-STMT-BEGIN    PIC S9(9)V99
                                      SIGN LEADING SEPARATE.
           05  :TAG:-BR-STMT-END      PIC S9(9)V99
                                      SIGN LEADING SEPARATE.
           05  :TAG:-BR-IN-TRANSIT    PIC 9(9)V99.
           05  :TAG:-BR-OUTSTANDING   PIC 9(9)V99.
           05  :TAG:-BR-ADJ-BANK      PIC S9(9)V99
                                      SIGN LEADING SEPARATE.
           05  :TAG:-BR-ADJ-BOOK      PIC S9(9)V99
                                      SIGN LEADING SEPARATE.
           05  :TAG:-BR-DIFFERENCE    PIC S9(9)V99
                                      SIGN LEADING SEPARATE.
           05  :TAG:-BR-STATUS        PIC X.
               88  :TAG:-BR-RECONCILED    VALUE "R".
               88  :TAG:-BR-OUT-OF-BAL    VALUE "O".
           05  :TAG:-BR-RUN-DATE      PIC 9(8).
           05  :TAG:-BR-RUN-BY        PIC X(30).
