      *>           UPDATE_PART so PRICEHIST.DAT carries the dated
      *>           trail exactly as a hand-keyed change would.
      *>           REPLACING ==:TAG:== BY ==prefix==.
      *> Modification History:
      *>   10/15/2026 BS - COST-FROM and COST-TO widened 999V99 ->
      *>                   9(5)V99 to band the widened PART-COST, so a
      *>                   part costing over 999.99 can still fall in
      *>                   a band and be repriced; existing rows
      *>                   carried over by PART_WIDEN. Record grows
      *>                   23 -> 27.
      *>*****************************************************************
       01  :TAG:-PRICE-MATRIX.
           05  :TAG:-PM-CATEGORY    PIC X(10).
           05  :TAG:-PM-COST-FROM   PIC 9(5)V99.
           05  :TAG:-PM-COST-TO     PIC 9(5)V99.
           05  :TAG:-PM-MARKUP-PCT  PIC 999.
