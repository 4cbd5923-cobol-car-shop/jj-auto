      *>*****************************************************************
      *> Copybook: BANK_MATCH_DEF
      *> Purpose:  Shared record layout for a BANKMATCH.DAT row - one
      *>           row per book deposit day BANK_RECON has tied to a
      *>           bank statement credit, append-only. KIND D is the
      *>           day's deposit slip (CASH_DRAWER's counted cash less
      *>           the float) matched to a DP row; KIND C is the day's
      *>           CARDLOG.DAT total matched to the processor's CC
      *>           settlement. Next month's run reads these so a day
      *>           already cleared isn't carried as in transit again.
      *>           Checks carry their own cleared date on CHKREG.IDX.
      *>           REPLACING ==:TAG:== BY ==prefix==.
      *>*****************************************************************
       01  :TAG:-BANK-MATCH.
           05  :TAG:-BM-PERIOD        PIC 9(6).
           05  :TAG:-BM-KIND          PIC X.
               88  :TAG:-BM-DEPOSIT       VALUE "D".
               88  :TAG:-BM-CARD          VALUE "C".
           05  :TAG:-BM-BOOK-DATE     PIC 9(8).
           05  :TAG:-BM-BANK-DATE     PIC 9(8).
           05  :TAG:-BM-AMOUNT        PIC 9(9)V99.
