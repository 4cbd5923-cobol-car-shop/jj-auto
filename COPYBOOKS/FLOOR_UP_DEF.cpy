      *>*****************************************************************
      *> Copybook: FLOOR_UP_DEF
      *> Purpose:  Shared record layout for a FLOORUP.IDX showroom
      *>           "up" - one walk-in customer a salesperson took on
      *>           the floor. LEAD.IDX covers the web leads; most of
      *>           our buyers walk in, and the ones who looked and
      *>           left used to leave no trace. Each up carries the
      *>           name and phone, the vehicle of interest (a VIN on
      *>           the lot, or a description when they want something
      *>           we don't have), and the outcome: SOLD, BE-BACK (said
      *>           they'd be back - still working), or LOST with a
      *>           reason code and a note. A sold up is matched to its
      *>           SALE.IDX deal (saleID). Logged and worked at
      *>           FLOOR_TRAFFIC; the SALES_GOALS weekly floor traffic
      *>           report gives the week's traffic, closing ratio and lost
      *>           reasons by salesperson. empID and upDate carry
      *>           WITH DUPLICATES alternate keys.
      *>           REPLACING ==:TAG:== BY ==prefix==.
      *>*****************************************************************
       01  :TAG:-FLOOR-UP.
           05  :TAG:-upID             PIC 9(5).
           05  :TAG:-upDate           PIC 9(8).
           05  :TAG:-upTime           PIC 9(4).
           05  :TAG:-empID            PIC 9(5).
           05  :TAG:-upName           PIC X(30).
           05  :TAG:-upPhone          PIC 9(10).
           05  :TAG:-wantVIN          PIC X(17).
           05  :TAG:-wantDesc         PIC X(20).
           05  :TAG:-outcome          PIC X.
               88  :TAG:-UP-SOLD          VALUE "S".
               88  :TAG:-UP-BE-BACK       VALUE "B".
               88  :TAG:-UP-LOST          VALUE "L".
               88  :TAG:-UP-OUTCOME-VALID VALUES "S" "B" "L".
           05  :TAG:-lostReason       PIC XX.
               88  :TAG:-LR-PRICE         VALUE "PR".
               88  :TAG:-LR-PAYMENT       VALUE "PY".
               88  :TAG:-LR-TRADE         VALUE "TR".
               88  :TAG:-LR-CREDIT        VALUE "CR".
               88  :TAG:-LR-NO-UNIT       VALUE "NU".
               88  :TAG:-LR-SHOPPING      VALUE "SH".
               88  :TAG:-LR-OTHER         VALUE "OT".
               88  :TAG:-LR-VALID
                       VALUES "PR" "PY" "TR" "CR" "NU" "SH" "OT".
           05  :TAG:-reasonNote       PIC X(30).
           05  :TAG:-saleID           PIC 9(5).
           05  :TAG:-outcomeDate      PIC 9(8).
