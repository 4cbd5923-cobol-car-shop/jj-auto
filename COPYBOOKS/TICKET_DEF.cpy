      *>           from the SERVICE_DEF service-type catalog record.
      *>           REPLACING ==:TAG:== BY ==prefix==.
      *> Modification History:
      *>   10/15/2026 JW - READY FOR PICKUP status and readyDate added
      *>                   between the work being finished and the
      *>                   cashier releasing the car. TICKET_READY
      *>                   sets them when the work is complete;
      *>                   TICKET_CLOSE only closes (releases) a
      *>                   ready ticket, and READY_LOT_REPORT lists
      *>                   the finished cars still on the lot by
      *>                   days waiting. Record grows 129 -> 137.
      *>   10/15/2026 JW - advisorID added - the service writer who
      *>                   opened the ticket, sold the extra work, and
      *>                   collects at close, as distinct from the
      *>                   mechanic in empID. TICKET_CLOSE accrues the
      *>                   advisor's pay on the customer-pay labor and
      *>                   parts to ADVLEDGER.DAT. Zero on tickets
      *>                   written before the field existed.
      *>                   Record grows 124 -> 129.
      *>   09/01/2026 JW - authorizedAmount / authorizedBy added so
      *>                   the figure the customer approved stops
      *>                   living in the service writer's head, and
               88  :TAG:-TICKET-CLOSED     VALUE "C".
               88  :TAG:-TICKET-WAIT-PARTS VALUE "P".
               88  :TAG:-TICKET-WAIT-APPROVAL VALUE "W".
               88  :TAG:-TICKET-READY      VALUE "R".
           05  :TAG:-openDate.
               10  :TAG:-openYear     PIC 9(4).
               10  :TAG:-openMonth    PIC 9(2).
           05  :TAG:-origTicketID     PIC 9(5).
           05  :TAG:-authorizedAmount PIC 9(7)V99.
           05  :TAG:-authorizedBy     PIC X(20).
           05  :TAG:-advisorID        PIC 9(5).
           05  :TAG:-readyDate        PIC 9(8).
