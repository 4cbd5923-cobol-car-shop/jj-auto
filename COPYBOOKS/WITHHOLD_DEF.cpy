      *>*****************************************************************
      *> Copybook: WITHHOLD_DEF
      *> Purpose:  Shared record layout for a WHTAX.DAT row - one line
      *>           of the payroll withholding tables for a tax year.
      *>           Maintained by WITHHOLD_ADMIN (a new year is copied
      *>           forward each January and the new figures keyed
      *>           over it) and read by PAYROLL_RUN, which uses the
      *>           rows for the latest year on file not after the
      *>           period it is paying.
      *>           TAX:  F = federal income tax, S = state income tax,
      *>                 O = social security (OASDI), M = medicare.
      *>           KIND: B = bracket / rate row, A = allowance row.
      *>           F and S bracket rows are the annual percentage
      *>           method: on annualized taxable wages over WAGE-OVER
      *>           the tax is BASE-TAX plus PCT of the excess, by
      *>           FILING status (blank = every status). An A row
      *>           carries the annual value of one W-4 allowance in
      *>           WAGE-OVER. The O row carries the employee rate in
      *>           PCT and the annual wage base in WAGE-OVER. M rows
      *>           carry the base rate (WAGE-OVER zero) and the
      *>           additional rate on year-to-date wages over
      *>           WAGE-OVER.
      *>           REPLACING ==:TAG:== BY ==prefix==.
      *>*****************************************************************
       01  :TAG:-WITHHOLD.
           05  :TAG:-WT-YEAR        PIC 9(4).
           05  :TAG:-WT-TAX         PIC X.
               88  :TAG:-WT-FEDERAL      VALUE "F".
               88  :TAG:-WT-STATE        VALUE "S".
               88  :TAG:-WT-OASDI        VALUE "O".
               88  :TAG:-WT-MEDICARE     VALUE "M".
               88  :TAG:-WT-VALID-TAX    VALUES "F" "S" "O" "M".
           05  :TAG:-WT-KIND        PIC X.
               88  :TAG:-WT-BRACKET      VALUE "B".
               88  :TAG:-WT-ALLOWANCE    VALUE "A".
           05  :TAG:-WT-FILING      PIC X.
           05  :TAG:-WT-WAGE-OVER   PIC 9(7)V99.
           05  :TAG:-WT-BASE-TAX    PIC 9(7)V99.
           05  :TAG:-WT-PCT         PIC 99V999.
