      *>                   actually posted, so statements and the
      *>                   fleet invoice bill from ledger actuals
      *>                   instead of re-pricing the paperwork.
      *>   10/15/2026 JW - N (returned check) and E (returned-check
      *>                   fee) rows added. AR_RECEIPTS writes both
      *>                   when the bank sends a customer's check
      *>                   back: the N row puts the bounced R
      *>                   receipt's amount back on the balance
      *>                   under the same reference, the E row our
      *>                   fee on top. Both raise the balance the way
      *>                   an I row does; NSF_REPORT lists them.
      *>   10/15/2026 JW - FINANCE_CHARGE posts the monthly finance
      *>                   charge on a past-due balance as an I row
      *>                   with reason FINANCE CHARGE, so statements
      *>                   can print it on its own line.
      *>   10/15/2026 JW - W (bad-debt write-off) and V (agency
      *>                   recovery) rows added. BAD_DEBT_DESK writes
      *>                   the W row, manager-approved, when it
      *>                   clears an uncollectible balance - it lowers
      *>                   the balance the way an R row does, its
      *>                   reason carries the write-off code, and
      *>                   method A marks an account referred to the
      *>                   collection agency. A V row is money the
      *>                   agency later remits against the written-off
      *>                   amount; the balance never moves. GL_EXPORT
      *>                   journals both against bad-debt expense.
      *>*****************************************************************
       01  :TAG:-AR-LEDGER.
           05  :TAG:-custID         PIC 9(5).
               88  :TAG:-AR-REFUND       VALUE "F".
               88  :TAG:-AR-CREDIT-OWED  VALUE "C".
               88  :TAG:-AR-INVOICE      VALUE "I".
               88  :TAG:-AR-RETURNED-CHECK VALUE "N".
               88  :TAG:-AR-NSF-FEE      VALUE "E".
               88  :TAG:-AR-WRITE-OFF    VALUE "W".
               88  :TAG:-AR-AGENCY-RECOVERY VALUE "V".
           05  :TAG:-AR-METHOD      PIC X.
               88  :TAG:-AR-BY-CASH      VALUE "C".
               88  :TAG:-AR-BY-CHECK     VALUE "K".
               88  :TAG:-AR-BY-AGENCY    VALUE "A".
           05  :TAG:-AR-REFERENCE   PIC X(12).
           05  :TAG:-AR-AMOUNT     PIC 9(7)V99.
           05  :TAG:-AR-ENTERED-BY  PIC X(30).
           05  :TAG:-AR-REASON      PIC X(20).
               88  :TAG:-AR-FINANCE-CHARGE VALUE "FINANCE CHARGE".
           05  :TAG:-AR-APPROVED-BY PIC X(30).
