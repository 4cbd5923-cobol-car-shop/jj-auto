      *>           TICKET_ADD_PART call at a time. The component lines
      *>           live in KITLINE.IDX (see KIT_LINE_DEF).
      *>           REPLACING ==:TAG:== BY ==prefix==.
      *> Modification History:
      *>   10/15/2026 BS - KIT-SERVICE-ID added: the SERVICE.IDX job
      *>                   this kit is the normal parts for (zero =
      *>                   not tied to a service), so PREPULL_REPORT
      *>                   can tell what a booked appointment will
      *>                   draw from the stock room before the car
      *>                   arrives. Record grows 30 -> 35; every FD
      *>                   carrying RECORD CONTAINS for KIT.IDX moves
      *>                   with it.
      *>*****************************************************************
       01  :TAG:-KIT.
           05  :TAG:-KIT-ID         PIC 9(5).
           05  :TAG:-KIT-NAME       PIC X(25).
           05  :TAG:-KIT-SERVICE-ID PIC 9(5).
