      *>*****************************************************************
      *> Copybook: FLOORPLAN_DEF
      *> Purpose:  Shared record layout for a FLOORPLAN.IDX floor plan
      *>           advance - what the floor plan lender (a LENDER.IDX
      *>           lender) put up for one unit on CAR.IDX, and what we
      *>           still owe on it. ADD_FLOORPLAN files the row at
      *>           intake (230-AddNewCar) or CAR_PURCHASE with the
      *>           line's terms stamped on it: the annual interest
      *>           rate, the curtailment schedule that runs off the
      *>           unit's dateAcquired (first curtailment curtailDays
      *>           in, then every curtailEvery days, curtailPct of
      *>           the advance each time), and the days the lender
      *>           allows to send the payoff once the unit sells.
      *>           FLOORPLAN_ACCRUE rolls interest forward through
      *>           intThruDate; FLOOR_PAYOFF_DUE raises the payoff
      *>           when ADD_SALE or WHOLESALE_DESK sells the unit;
      *>           FLOORPLAN_DESK records the curtailments, interest,
      *>           and payoff actually sent. Keyed on fpID with
      *>           carVIN and lenderID WITH DUPLICATES alternates - a
      *>           unit sold and taken back in on trade is floored a
      *>           second time under a new fpID.
      *>           REPLACING ==:TAG:== BY ==prefix==.
      *>*****************************************************************
       01  :TAG:-FLOORPLAN.
           05  :TAG:-fpID             PIC 9(5).
           05  :TAG:-carVIN           PIC X(17).
           05  :TAG:-lenderID         PIC 9(5).
           05  :TAG:-advanceAmt       PIC 9(7)V99.
           05  :TAG:-advanceDate      PIC 9(8).
           05  :TAG:-acquiredDate     PIC 9(8).
           05  :TAG:-principalBal     PIC 9(7)V99.
           05  :TAG:-intRate          PIC 9V9999.
           05  :TAG:-intAccrued       PIC 9(7)V99.
           05  :TAG:-intThruDate      PIC 9(8).
           05  :TAG:-intPaidTot       PIC 9(7)V99.
           05  :TAG:-curtailDays      PIC 9(3).
           05  :TAG:-curtailEvery     PIC 9(3).
           05  :TAG:-curtailPct       PIC 99.
           05  :TAG:-nextCurtailDate  PIC 9(8).
           05  :TAG:-curtailPaidTot   PIC 9(7)V99.
           05  :TAG:-payoffDays       PIC 9(3).
           05  :TAG:-fpStatus         PIC X.
               88  :TAG:-FP-FLOORED       VALUE "F".
               88  :TAG:-FP-PAYOFF-DUE    VALUE "D".
               88  :TAG:-FP-PAID-OFF      VALUE "P".
           05  :TAG:-saleRef          PIC X(10).
           05  :TAG:-payoffDueDate    PIC 9(8).
           05  :TAG:-paidDate         PIC 9(8).
           05  :TAG:-paidRef          PIC X(12).
