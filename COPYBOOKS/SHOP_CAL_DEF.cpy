      *>*****************************************************************
      *> Copybook: SHOP_CAL_DEF
      *> Purpose:  Shared record layout for a SHOPCAL.IDX business
      *>           calendar row - the days the shop is open, closed,
      *>           on a holiday or on short hours, kept at
      *>           CALENDAR_DESK and answered through SHOP_DAY.
      *>           calDate 00000001 through 00000007 are the standing
      *>           week, Monday through Sunday - the hours every
      *>           ordinary week keeps. Any other calDate is a dated
      *>           exception that overrides its weekday: a holiday (H,
      *>           closed, hourly staff paid holidayHours), a closed
      *>           day (C, closed and unpaid), a short day (S, open
      *>           between openTime and closeTime only) or an open day
      *>           (O, e.g. a Saturday sale the week would close).
      *>           Times are HHMM, as on SCHEDULE_DEF.
      *>           REPLACING ==:TAG:== BY ==prefix==.
      *>*****************************************************************
       01  :TAG:-SHOP-CAL.
           05  :TAG:-calDate          PIC 9(8).
           05  :TAG:-dayType          PIC X.
               88  :TAG:-CAL-OPEN         VALUE "O".
               88  :TAG:-CAL-SHORT        VALUE "S".
               88  :TAG:-CAL-HOLIDAY      VALUE "H".
               88  :TAG:-CAL-CLOSED       VALUE "C".
           05  :TAG:-openTime         PIC 9(4).
           05  :TAG:-closeTime        PIC 9(4).
           05  :TAG:-holidayHours     PIC 99V99.
           05  :TAG:-calDesc          PIC X(30).
