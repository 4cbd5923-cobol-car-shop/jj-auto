      *>*****************************************************************
      *> Copybook: TAX_EXEMPT_DEF
      *> Purpose:  Shared record layout for a TAXEXEMPT.IDX row - the
      *>           sales tax exemption certificate a customer has on
      *>           file (the school district, a church's vans, a
      *>           resale shop buying parts to resell), keyed by the
      *>           customer's CUSTOMER.IDX custID, one certificate per
      *>           customer. exemptType says what kind of exemption
      *>           the certificate claims; certNumber is the number
      *>           printed on it, and expireDate the last day it is
      *>           good for. TICKET_CLOSE and COUNTER_SALE skip the
      *>           tax only while expireDate has not passed - see
      *>           CHECK_TAX_EXEMPT. Maintained at TAX_EXEMPT_DESK.
      *>           REPLACING ==:TAG:== BY ==prefix==.
      *>*****************************************************************
       01  :TAG:-TAX-EXEMPT.
           05  :TAG:-custID           PIC 9(5).
           05  :TAG:-exemptType       PIC X.
               88  :TAG:-TX-GOVERNMENT    VALUE "G".
               88  :TAG:-TX-CHARITY       VALUE "C".
               88  :TAG:-TX-RESALE        VALUE "R".
               88  :TAG:-TX-OTHER         VALUE "O".
           05  :TAG:-certNumber       PIC X(20).
           05  :TAG:-expireDate       PIC 9(8).
           05  :TAG:-enteredDate      PIC 9(8).
           05  :TAG:-enteredBy        PIC X(30).
