      *>*****************************************************************
      *> Copybook: PAYEE_1099_DEF
      *> Purpose:  Shared record layout for a PAYEE1099.DAT row - the
      *>           W-9 on file for someone we pay outside payroll:
      *>           legal name, taxpayer ID, mailing address, which
      *>           1099 the payments go on, and whether the payee is
      *>           exempt (a corporation). Maintained by
      *>           PAYEE_1099_ADMIN and read by YEAR_END_1099, which
      *>           matches the year's payments to these rows.
      *>           TYPE/KEY say which payments belong to the row:
      *>             S - sublet shop; KEY is the vendor name as keyed
      *>                 on SUBLET.IDX lines, upper case.
      *>             C - consignor; KEY is the CUSTOMER.IDX custID the
      *>                 CONSIGN.IDX settlement check was cut to.
      *>             V - supplier paid through accounts payable; KEY
      *>                 is the SUPPLIER.IDX supplier ID. Parts bought
      *>                 for stock are not reportable, so a supplier's
      *>                 AP_PAYMENT_RUN checks only count once a V row
      *>                 has been keyed for it.
      *>           FORM: N = 1099-NEC box 1 nonemployee compensation,
      *>                 M = 1099-MISC box 3 other income.
      *>           REPLACING ==:TAG:== BY ==prefix==.
      *>*****************************************************************
       01  :TAG:-PAYEE-1099.
           05  :TAG:-P9-TYPE        PIC X.
               88  :TAG:-P9-SUBLET       VALUE "S".
               88  :TAG:-P9-CONSIGNOR    VALUE "C".
               88  :TAG:-P9-SUPPLIER     VALUE "V".
               88  :TAG:-P9-VALID-TYPE   VALUES "S" "C" "V".
           05  :TAG:-P9-KEY         PIC X(25).
           05  :TAG:-P9-NAME        PIC X(30).
           05  :TAG:-P9-TIN         PIC 9(9).
           05  :TAG:-P9-TIN-TYPE    PIC X.
               88  :TAG:-P9-EIN          VALUE "E".
               88  :TAG:-P9-SSN          VALUE "S".
           05  :TAG:-P9-ADDRESS     PIC X(35).
           05  :TAG:-P9-CITY        PIC X(15).
           05  :TAG:-P9-STATE       PIC XX.
           05  :TAG:-P9-ZIP         PIC 9(5).
           05  :TAG:-P9-FORM        PIC X.
               88  :TAG:-P9-NEC          VALUE "N".
               88  :TAG:-P9-MISC         VALUE "M".
           05  :TAG:-P9-EXEMPT      PIC X.
               88  :TAG:-P9-IS-EXEMPT    VALUE "Y".
