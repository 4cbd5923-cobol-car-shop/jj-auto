      *>*****************************************************************
      *> Copybook: FIN_CHG_DEF
      *> Purpose:  Shared record layout for a FINCHG.DAT row - the
      *>           control file for the monthly finance charge on
      *>           past-due charge-account balances. One R row holds
      *>           the rule: the monthly RATE in percent (0150 = 1.5%),
      *>           the MINIMUM charge billed to any account that owes
      *>           one at all, the DAYS a balance must be past before
      *>           it is charged, and the LAST-PERIOD (YYYYMM) the
      *>           charges were posted for, so a month is never billed
      *>           twice. Each X row exempts one CUSTOMER.IDX custID
      *>           from the charge. Maintained and applied by
      *>           FINANCE_CHARGE. REPLACING ==:TAG:== BY ==prefix==.
      *>*****************************************************************
       01  :TAG:-FIN-CHG.
           05  :TAG:-FC-TYPE         PIC X.
               88  :TAG:-FC-RULE          VALUE "R".
               88  :TAG:-FC-EXEMPT        VALUE "X".
           05  :TAG:-custID          PIC 9(5).
           05  :TAG:-FC-RATE         PIC 99V99.
           05  :TAG:-FC-MINIMUM      PIC 9(3)V99.
           05  :TAG:-FC-DAYS         PIC 9(3).
           05  :TAG:-FC-LAST-PERIOD  PIC 9(6).
