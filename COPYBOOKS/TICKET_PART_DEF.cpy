      *>           TICKET_DEF ticket. ticketID carries WITH DUPLICATES
      *>           so a ticket can have any number of parts attached.
      *>           REPLACING ==:TAG:== BY ==prefix==.
      *> Modification History:
      *>   10/15/2026 JW - jobNo added: the TICKETJOB.IDX job line on
      *>                   the repair order this part was used on, so
      *>                   TICKET_CLOSE can subtotal parts per job.
      *>                   Zero on lines written before job lines
      *>                   existed - read as job 01. Record grows
      *>                   17 -> 19; every FD carrying RECORD CONTAINS
      *>                   moves with it.
      *>   10/15/2026 JW - qtyUsed widened 99 -> 9(5) with the part
      *>                   master's on-hand; existing lines carried
      *>                   over from the 17-byte layout by PART_WIDEN
      *>                   with jobNo zero. Record grows 19 -> 22.
      *>*****************************************************************
       01  :TAG:-TICKETPART.
           05  :TAG:-ticketPartID     PIC 9(5).
           05  :TAG:-ticketID         PIC 9(5).
           05  :TAG:-partID           PIC 9(5).
           05  :TAG:-qtyUsed          PIC 9(5).
           05  :TAG:-jobNo            PIC 99.
