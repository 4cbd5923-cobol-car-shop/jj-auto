      *>           on TICKETPART.IDX. QTY-RECEIVED accumulates across
      *>           partial deliveries until it covers QTY-ORDERED.
      *>           REPLACING ==:TAG:== BY ==prefix==.
      *> Modification History:
      *>   10/15/2026 BS - UNIT-COST (the price agreed when the line
      *>                   was ordered), RECV-COST (the cost confirmed
      *>                   on the delivery at PO_RECEIVE, zero until
      *>                   something arrives) and QTY-INVOICED (what
      *>                   supplier invoices have billed against the
      *>                   line so far) added for the AP_INVOICE_DESK
      *>                   three-way match - an invoice only matches
      *>                   quantity that arrived and has not already
      *>                   been billed. Rows written before carry
      *>                   spaces there; readers test IS NUMERIC.
      *>                   Record grows 19 -> 31.
      *>   10/15/2026 BS - QTY-ORDERED, QTY-RECEIVED and QTY-INVOICED
      *>                   widened 99 -> 9(5), UNIT-COST and RECV-COST
      *>                   999V99 -> 9(5)V99, in step with the part
      *>                   master; existing lines carried over from
      *>                   the 19-byte layout by PART_WIDEN with the
      *>                   costs and QTY-INVOICED zero. Record grows
      *>                   31 -> 44.
      *>*****************************************************************
       01  :TAG:-POLINE.
           05  :TAG:-PO-LINE-ID     PIC 9(5).
           05  :TAG:-PO-NUMBER      PIC 9(5).
           05  :TAG:-PART-ID        PIC 9(5).
           05  :TAG:-QTY-ORDERED    PIC 9(5).
           05  :TAG:-QTY-RECEIVED   PIC 9(5).
           05  :TAG:-UNIT-COST      PIC 9(5)V99.
           05  :TAG:-RECV-COST      PIC 9(5)V99.
           05  :TAG:-QTY-INVOICED   PIC 9(5).
