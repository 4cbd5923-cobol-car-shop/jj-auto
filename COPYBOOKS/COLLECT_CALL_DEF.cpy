      *>*****************************************************************
      *> Copybook: COLLECT_CALL_DEF
      *> Purpose:  Shared record layout for a COLLECTLOG.DAT entry -
      *>           one row per collection call made on a past-due
      *>           LOAN.IDX in-house account, appended by COLLECT_DESK
      *>           in the style of LOANPAY.DAT. Each call carries its
      *>           result code and, for a promise to pay, the date
      *>           and amount promised; the rows for a loan are the
      *>           collector's history on the account. REPLACING
      *>           ==:TAG:== BY ==prefix==.
      *>*****************************************************************
       01  :TAG:-COLLECT-CALL.
           05  :TAG:-loanID         PIC 9(5).
           05  :TAG:-CC-DATE        PIC 9(8).
           05  :TAG:-CC-RESULT      PIC XX.
               88  :TAG:-CC-PROMISED     VALUE "PP".
               88  :TAG:-CC-NO-ANSWER    VALUE "NA".
               88  :TAG:-CC-LEFT-MESSAGE VALUE "LM".
               88  :TAG:-CC-WRONG-NUMBER VALUE "WN".
               88  :TAG:-CC-REFUSED      VALUE "RF".
               88  :TAG:-CC-DISPUTED     VALUE "DS".
               88  :TAG:-CC-SAYS-PAID    VALUE "SP".
               88  :TAG:-CC-VALID-RESULT VALUES "PP" "NA" "LM" "WN"
                                                "RF" "DS" "SP".
           05  :TAG:-CC-PROMISE-DATE PIC 9(8).
           05  :TAG:-CC-PROMISE-AMT PIC 9(7)V99.
           05  :TAG:-CC-NOTE        PIC X(40).
           05  :TAG:-CC-ENTERED-BY  PIC X(30).
