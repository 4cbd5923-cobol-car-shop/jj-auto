      *>*****************************************************************
      *> Copybook: RESERVE_DEF
      *> Purpose:  Shared record layout for a FINRESERVE.DAT row - the
      *>           finance reserve ledger, one row per event on a
      *>           financed deal's dealer participation, in the style
      *>           of ARLEDGER.DAT:
      *>             E - expected: booked by FIN_RESERVE when the deal
      *>                 posts, from the amount financed, the contract
      *>                 and buy rates, the term, and our share of the
      *>                 spread (all carried on the row);
      *>             P - paid: what the lender actually remitted,
      *>                 keyed at LENDER_DESK when the deal funds;
      *>             C - chargeback: reserve the lender took back on
      *>                 a deal voided after funding or a loan paid
      *>                 off early;
      *>             X - cancelled: the expected reserve on a deal
      *>                 voided before it funded, never to be paid.
      *>           REPLACING ==:TAG:== BY ==prefix==.
      *>*****************************************************************
       01  :TAG:-RESERVE.
           05  :TAG:-saleID           PIC 9(5).
           05  :TAG:-LENDER-ID        PIC 9(5).
           05  :TAG:-RS-TYPE          PIC X.
               88  :TAG:-RS-EXPECTED      VALUE "E".
               88  :TAG:-RS-PAID          VALUE "P".
               88  :TAG:-RS-CHARGEBACK    VALUE "C".
               88  :TAG:-RS-CANCELLED     VALUE "X".
           05  :TAG:-RS-DATE          PIC 9(8).
           05  :TAG:-RS-AMOUNT        PIC 9(7)V99.
           05  :TAG:-RS-AMT-FINANCED  PIC 9(7)V99.
           05  :TAG:-RS-CONTRACT-RATE PIC 99V999.
           05  :TAG:-RS-BUY-RATE      PIC 99V999.
           05  :TAG:-RS-TERM          PIC 999.
           05  :TAG:-RS-SHARE-PCT     PIC 9(3).
           05  :TAG:-RS-REASON        PIC X(20).
           05  :TAG:-RS-BY            PIC X(30).
