      *>*****************************************************************
      *> Copybook: COMM_PLAN_DEF
      *> Purpose:  Shared record layout for a COMMPLAN.DAT row - the
      *>           salesperson pay plans that replace the flat rate on
      *>           selling price. Three kinds of row share the layout:
      *>           P - one pay plan, by CP-PLAN-CODE: the percent of a
      *>               deal's front-end gross it pays (price less the
      *>               unit's cost basis), the MINI - the least any
      *>               one deal pays - and up to three monthly volume
      *>               bonus tiers (units delivered in the month, and
      *>               the bonus for reaching that many; a zero-unit
      *>               tier is unused, the highest tier reached pays).
      *>           A - a salesperson (empID) put on a plan from an
      *>               EFF-DATE on; the latest A row on or before a
      *>               deal's date is the plan that deal pays under.
      *>           R - the month-end volume bonus run for CP-PERIOD
      *>               (YYYYMM), so a month is never bonused twice.
      *>           Maintained by COMM_PLAN_DESK; ADD_SALE accrues off
      *>           it through COMM_PLAN_LOOKUP. Fields a row type does
      *>           not use are left zero or blank.
      *>           REPLACING ==:TAG:== BY ==prefix==.
      *>*****************************************************************
       01  :TAG:-COMM-PLAN.
           05  :TAG:-CP-TYPE         PIC X.
               88  :TAG:-CP-PLAN          VALUE "P".
               88  :TAG:-CP-ASSIGN        VALUE "A".
               88  :TAG:-CP-BONUS-RUN     VALUE "R".
           05  :TAG:-CP-PLAN-CODE    PIC X(4).
           05  :TAG:-CP-DESC         PIC X(20).
           05  :TAG:-CP-GROSS-PCT    PIC 99V99.
           05  :TAG:-CP-MINI         PIC 9(5)V99.
           05  :TAG:-CP-TIER OCCURS 3 TIMES.
               10  :TAG:-CP-TIER-UNITS   PIC 9(3).
               10  :TAG:-CP-TIER-BONUS   PIC 9(5)V99.
           05  :TAG:-empID           PIC 9(5).
           05  :TAG:-CP-EFF-DATE     PIC 9(8).
           05  :TAG:-CP-PERIOD       PIC 9(6).
           05  :TAG:-CP-SET-DATE     PIC 9(8).
           05  :TAG:-CP-SET-BY       PIC X(30).
