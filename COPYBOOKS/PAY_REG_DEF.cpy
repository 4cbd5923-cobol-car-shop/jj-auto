      *>           F = flat-rate (REG-HOURS carries the book hours
      *>           earned on tickets closed in the period).
      *>           REPLACING ==:TAG:== BY ==prefix==.
      *> Modification History:
      *>   10/15/2026 JW - Holiday hours and holiday pay for hourly
      *>                   staff, paid off the shop calendar. The pay
      *>                   is already inside BASE-PAY; the fields
      *>                   show how much of it was holiday. Older rows
      *>                   read blank here - check NUMERIC first.
      *>   10/15/2026 JW - Withholding and net pay carried on the row:
      *>                   federal and state income tax, social
      *>                   security, medicare, the net figure, and
      *>                   whether it went by direct deposit or paper
      *>                   check. Rows written before this change read
      *>                   back blank in these fields, so anything
      *>                   totalling them checks NUMERIC first.
      *>*****************************************************************
       01  :TAG:-PAY-REG.
           05  :TAG:-PR-PERIOD-START PIC 9(8).
           05  :TAG:-PR-GROSS-PAY    PIC 9(7)V99.
           05  :TAG:-PR-RUN-DATE     PIC 9(8).
           05  :TAG:-PR-RUN-BY       PIC X(30).
           05  :TAG:-PR-FED-WH       PIC 9(7)V99.
           05  :TAG:-PR-STATE-WH     PIC 9(7)V99.
           05  :TAG:-PR-FICA         PIC 9(7)V99.
           05  :TAG:-PR-MEDICARE     PIC 9(7)V99.
           05  :TAG:-PR-NET-PAY      PIC 9(7)V99.
           05  :TAG:-PR-PAY-METHOD   PIC X.
               88  :TAG:-PR-DIRECT-DEPOSIT VALUE "D".
               88  :TAG:-PR-PAPER-CHECK    VALUE "C".
           05  :TAG:-PR-HOL-HOURS    PIC 9(3)V99.
           05  :TAG:-PR-HOL-PAY      PIC 9(7)V99.
