      *>           term offered and when. The legal pad, as data - and
      *>           the raw material for the lender scorecard that
      *>           finally shows which banks always decline us.
      *>           On an approval or counter, DEC-RATE is the contract
      *>           rate the bank will take the paper at and BUY-RATE
      *>           the rate it buys it at; the spread between them,
      *>           times the dealer's RESERVE-PCT share, is the
      *>           finance reserve FIN_RESERVE books when the deal
      *>           posts. Rows from before these two fields read them
      *>           as blank - no reserve.
      *>           REPLACING ==:TAG:== BY ==prefix==.
      *>*****************************************************************
       01  :TAG:-LENDER-DEC.
           05  :TAG:-DEC-TERM       PIC 999.
           05  :TAG:-DEC-DATE       PIC 9(8).
           05  :TAG:-DEC-BY         PIC X(30).
           05  :TAG:-DEC-BUY-RATE   PIC 99V999.
           05  :TAG:-DEC-RESERVE-PCT PIC 9(3).
