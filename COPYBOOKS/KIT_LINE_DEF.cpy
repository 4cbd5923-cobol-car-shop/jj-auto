      *>           have any number of components, the same way ticketID
      *>           works on TICKETPART.IDX.
      *>           REPLACING ==:TAG:== BY ==prefix==.
      *> Modification History:
      *>   10/15/2026 BS - KIT-QTY widened 99 -> 9(5) with the ticket
      *>                   line qtyUsed it explodes into; existing
      *>                   lines carried over by PART_WIDEN. Record
      *>                   grows 17 -> 20; every FD carrying RECORD
      *>                   CONTAINS for KITLINE.IDX moves with it.
      *>*****************************************************************
       01  :TAG:-KITLINE.
           05  :TAG:-KITLINE-ID     PIC 9(5).
           05  :TAG:-KIT-ID         PIC 9(5).
           05  :TAG:-PART-ID        PIC 9(5).
           05  :TAG:-KIT-QTY        PIC 9(5).
