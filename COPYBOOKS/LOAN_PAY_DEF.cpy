      *>           financeRate) and principal, plus the balance after,
      *>           so the rows for a loan read as the account's
      *>           ledger. REPLACING ==:TAG:== BY ==prefix==.
      *> Modification History:
      *>   10/15/2026 JW - LP-TYPE added so the ledger tells a payment
      *>                   (P) from a late fee COLLECT_QUEUE assessed
      *>                   (L, added to the balance) and the resale
      *>                   proceeds REPO_SETTLE applied (R). Older,
      *>                   shorter rows read back blank - payments.
      *>*****************************************************************
       01  :TAG:-LOAN-PAY.
           05  :TAG:-loanID         PIC 9(5).
           05  :TAG:-LP-BALANCE     PIC 9(9)V99.
           05  :TAG:-LP-REFERENCE   PIC X(12).
           05  :TAG:-LP-ENTERED-BY  PIC X(30).
           05  :TAG:-LP-TYPE        PIC X.
               88  :TAG:-LP-PAYMENT      VALUES "P" " ".
               88  :TAG:-LP-LATE-FEE     VALUE "L".
               88  :TAG:-LP-REPO-PROCEEDS VALUE "R".
