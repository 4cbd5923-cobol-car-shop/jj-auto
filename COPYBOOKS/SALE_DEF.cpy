      *> Purpose:  Shared record layout for a SALE.IDX sale record.
      *>           REPLACING ==:TAG:== BY ==prefix==.
      *> Modification History:
      *>   10/15/2026 JW - dealSplit group added: a second salesperson
      *>                   who worked the customer with the first,
      *>                   and that second person's percentage of
      *>                   the deal (commission and gross). Zero or
      *>                   blank - as on every row written before -
      *>                   means the deal is not split. Record grows
      *>                   159 -> 167.
      *>   08/22/2026 JW - lenderID and fundedFlag added to the
      *>                   financing group so a financed deal records
      *>                   which LENDER.IDX bank is behind it and
               10  :TAG:-docFee          PIC 9(5)V99.
               10  :TAG:-titleFee        PIC 9(5)V99.
               10  :TAG:-totalDue        PIC 9(7)V99.
           05  :TAG:-dealSplit.
               10  :TAG:-splitEmpID      PIC 9(5).
               10  :TAG:-splitPct        PIC 9(3).
