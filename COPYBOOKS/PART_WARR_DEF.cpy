      *>*****************************************************************
      *> Copybook: PART_WARR_DEF
      *> Purpose:  Shared record layout for a PARTWARR.IDX warranty
      *>           schedule - one row per part that carries the
      *>           manufacturer's warranty per unit (batteries, tires,
      *>           remanufactured units). SERIAL-FLAG "Y" makes the
      *>           part serial-tracked: PO_RECEIVE, COUNTER_SALE and
      *>           TICKET_ADD_PART take each unit's serial through
      *>           SERIAL_CAPTURE. FREE-MONTHS is the free-replacement
      *>           period; from there to TOTAL-MONTHS the credit is
      *>           prorated on the price paid by the months left.
      *>           A part with no row is not serial-tracked.
      *>           Maintained at SERIAL_DESK. REPLACING ==:TAG:== BY
      *>           ==prefix==.
      *>*****************************************************************
       01  :TAG:-PART-WARR.
           05  :TAG:-PW-PART-ID     PIC 9(5).
           05  :TAG:-PW-SERIAL-FLAG PIC X.
               88  :TAG:-PW-SERIAL-TRACKED  VALUE "Y".
           05  :TAG:-PW-FREE-MONTHS PIC 9(3).
           05  :TAG:-PW-TOTAL-MONTHS PIC 9(3).
