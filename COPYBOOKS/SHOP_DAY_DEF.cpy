      *>*****************************************************************
      *> Copybook: SHOP_DAY_DEF
      *> Purpose:  What a caller hands SHOP_DAY to ask the business
      *>           calendar (SHOPCAL.IDX, see SHOP_CAL_DEF). FUNCTION:
      *>             D - describe SD-DATE: its weekday (1 = Monday),
      *>                 day type, shop hours and description;
      *>             N - the first open day on or after SD-DATE, in
      *>                 SD-RESULT-DATE and described;
      *>             C - open days after SD-DATE through SD-TO-DATE,
      *>                 in SD-DAYS (the days a car sat, a loan ran);
      *>             H - paid holidays SD-DATE through SD-TO-DATE,
      *>                 in SD-DAYS, their paid hours in SD-HOURS-TOTAL.
      *>           OPEN covers short days too - the shop is open,
      *>           just not all day. REPLACING ==:TAG:== BY ==prefix==.
      *>*****************************************************************
       01  :TAG:-SHOP-DAY.
           05  :TAG:-SD-FUNCTION      PIC X.
               88  :TAG:-SD-DESCRIBE      VALUE "D".
               88  :TAG:-SD-NEXT-OPEN     VALUE "N".
               88  :TAG:-SD-COUNT-OPEN    VALUE "C".
               88  :TAG:-SD-COUNT-HOLIDAY VALUE "H".
           05  :TAG:-SD-DATE          PIC 9(8).
           05  :TAG:-SD-TO-DATE       PIC 9(8).
           05  :TAG:-SD-RESULT-DATE   PIC 9(8).
           05  :TAG:-SD-DAYS          PIC 9(5).
           05  :TAG:-SD-HOURS-TOTAL   PIC 9(4)V99.
           05  :TAG:-SD-WEEKDAY       PIC 9.
           05  :TAG:-SD-DAY-TYPE      PIC X.
               88  :TAG:-SD-OPEN          VALUE "O" "S".
               88  :TAG:-SD-SHORT         VALUE "S".
               88  :TAG:-SD-HOLIDAY       VALUE "H".
               88  :TAG:-SD-CLOSED        VALUE "H" "C".
           05  :TAG:-SD-OPEN-TIME     PIC 9(4).
           05  :TAG:-SD-CLOSE-TIME    PIC 9(4).
           05  :TAG:-SD-SHOP-HOURS    PIC 99V99.
           05  :TAG:-SD-HOLIDAY-HOURS PIC 99V99.
           05  :TAG:-SD-DESC          PIC X(30).
