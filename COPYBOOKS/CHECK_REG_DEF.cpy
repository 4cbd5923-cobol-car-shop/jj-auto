      *>*****************************************************************
      *> Copybook: CHECK_REG_DEF
      *> Purpose:  Shared record layout for a CHKREG.IDX check register
      *>           row - one row per check number in our stock, keyed
      *>           by the number printed on the check. CHECK_DESK
      *>           receives a box of check stock as S rows; ISSUE_CHECK
      *>           hands out the lowest stocked number to whichever
      *>           desk is cutting a check (REFUND_DESK, PAYOFF_DESK,
      *>           CAR_PURCHASE, CONSIGN_DESK, AP_PAYMENT_RUN, or a
      *>           manual check at CHECK_DESK) and turns it into an I
      *>           row with payee, amount, issue date, and the source
      *>           document; a spoiled or cancelled check becomes a V
      *>           row with the void date and reason. POSITIVE_PAY
      *>           sends the bank each day's issued and voided checks.
      *>           CLEARED-DATE is stamped by BANK_RECON with the date
      *>           the bank statement shows the check paid - an issued
      *>           check with no cleared date is outstanding, and a
      *>           cleared check can no longer be voided.
      *>           SOURCE says which desk cut the check:
      *>             REFD - customer refund (REFUND_DESK);
      *>             PYOF - trade-in lien payoff (PAYOFF_DESK);
      *>             CPUR - vehicle bought from the public, to the
      *>                    seller or the seller's lienholder;
      *>             CONS - consignment settlement to the owner;
      *>             AP   - supplier payment (AP_PAYMENT_RUN);
      *>             MAN  - manual check keyed at CHECK_DESK.
      *>           REPLACING ==:TAG:== BY ==prefix==.
      *>*****************************************************************
       01  :TAG:-CHECK.
           05  :TAG:-CHECK-NO          PIC 9(5).
           05  :TAG:-CHECK-STATUS      PIC X.
               88  :TAG:-CHECK-STOCKED     VALUE "S".
               88  :TAG:-CHECK-ISSUED      VALUE "I".
               88  :TAG:-CHECK-VOIDED      VALUE "V".
           05  :TAG:-CHECK-PAYEE       PIC X(30).
           05  :TAG:-CHECK-AMOUNT      PIC 9(7)V99.
           05  :TAG:-CHECK-ISSUE-DATE  PIC 9(8).
           05  :TAG:-CHECK-SOURCE      PIC X(4).
               88  :TAG:-CHECK-FROM-REFUND VALUE "REFD".
               88  :TAG:-CHECK-FROM-PAYOFF VALUE "PYOF".
               88  :TAG:-CHECK-FROM-PURCH  VALUE "CPUR".
               88  :TAG:-CHECK-FROM-CONSIGN VALUE "CONS".
               88  :TAG:-CHECK-FROM-AP     VALUE "AP".
               88  :TAG:-CHECK-MANUAL      VALUE "MAN".
           05  :TAG:-CHECK-SOURCE-DOC  PIC X(12).
           05  :TAG:-CHECK-BY          PIC X(30).
           05  :TAG:-CHECK-STOCK-DATE  PIC 9(8).
           05  :TAG:-CHECK-VOID-DATE   PIC 9(8).
           05  :TAG:-CHECK-VOID-REASON PIC X(20).
           05  :TAG:-CHECK-CLEARED-DATE PIC 9(8).
