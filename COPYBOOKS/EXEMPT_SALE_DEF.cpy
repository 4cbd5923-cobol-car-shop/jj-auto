      *>*****************************************************************
      *> Copybook: EXEMPT_SALE_DEF
      *> Purpose:  Shared record layout for an EXEMPTSALE.DAT row -
      *>           one per ticket invoice or counter receipt that went
      *>           out without sales tax because the customer's
      *>           exemption certificate was current, appended through
      *>           LOG_EXEMPT_SALE by TICKET_CLOSE (source T, docRef
      *>           TKT + ticketID) and COUNTER_SALE (source C, docRef
      *>           RC + receipt ID). The certificate's type, number
      *>           and expiry are copied onto the row as they stood
      *>           on the day of the sale, so the auditor's report
      *>           (TAX_EXEMPT_REPORT) still shows what was relied on
      *>           after the certificate is renewed. exemptBase is the
      *>           amount that would have been taxed and taxWaived the
      *>           tax not charged on it.
      *>           REPLACING ==:TAG:== BY ==prefix==.
      *>*****************************************************************
       01  :TAG:-EXEMPT-SALE.
           05  :TAG:-saleDate         PIC 9(8).
           05  :TAG:-source           PIC X.
               88  :TAG:-XS-TICKET        VALUE "T".
               88  :TAG:-XS-COUNTER       VALUE "C".
           05  :TAG:-docRef           PIC X(10).
           05  :TAG:-custID           PIC 9(5).
           05  :TAG:-exemptType       PIC X.
           05  :TAG:-certNumber       PIC X(20).
           05  :TAG:-certExpire       PIC 9(8).
           05  :TAG:-exemptBase       PIC 9(7)V99.
           05  :TAG:-taxWaived        PIC 9(7)V99.
           05  :TAG:-postedBy         PIC X(30).
