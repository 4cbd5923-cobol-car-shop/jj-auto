      *>*****************************************************************
      *> Copybook: AP_LINE_DEF
      *> Purpose:  Shared record layout for an APLINE.IDX supplier
      *>           invoice line - one part, quantity and billed unit
      *>           cost on an AP_INV_DEF invoice, with the POLINE.IDX
      *>           line it was matched to and the cost the match
      *>           expected (the cost confirmed at receiving, else the
      *>           price on the order). INV-ID carries WITH DUPLICATES
      *>           so an invoice can have any number of lines.
      *>           MATCH says how the line came out:
      *>             M - matched: received, not yet billed, at cost;
      *>             Q - billed for more than arrived unbilled;
      *>             P - unit cost outside the price tolerance;
      *>             B - both quantity and price;
      *>             U - unmatched: no PO line carries the part.
      *>           REPLACING ==:TAG:== BY ==prefix==.
      *>           Quantity and costs carry the same widths as the
      *>           POLINE.IDX line they match.
      *>*****************************************************************
       01  :TAG:-AP-LINE.
           05  :TAG:-AL-LINE-ID        PIC 9(5).
           05  :TAG:-AL-INV-ID         PIC 9(5).
           05  :TAG:-AL-PO-LINE-ID     PIC 9(5).
           05  :TAG:-AL-PART-ID        PIC 9(5).
           05  :TAG:-AL-QTY            PIC 9(5).
           05  :TAG:-AL-UNIT-COST      PIC 9(5)V99.
           05  :TAG:-AL-EXPECT-COST    PIC 9(5)V99.
           05  :TAG:-AL-MATCH          PIC X.
               88  :TAG:-AL-MATCHED        VALUE "M".
               88  :TAG:-AL-QTY-VARIANCE   VALUE "Q".
               88  :TAG:-AL-PRICE-VARIANCE VALUE "P".
               88  :TAG:-AL-BOTH-VARIANCE  VALUE "B".
               88  :TAG:-AL-UNMATCHED      VALUE "U".
