      *>           for return to the supplier) while a clean one
      *>           restocks through the movement journal.
      *>           REPLACING ==:TAG:== BY ==prefix==.
      *> Modification History:
      *>   10/15/2026 BS - RET-QTY widened 99 -> 9(5) with the ticket
      *>                   part and counter-sale quantities; existing
      *>                   rows carried over by PART_WIDEN. Record
      *>                   grows 53 -> 56.
      *>*****************************************************************
       01  :TAG:-RETURN.
           05  :TAG:-RET-SOURCE     PIC X.
               88  :TAG:-RET-FROM-TICKET  VALUE "T".
           05  :TAG:-RET-SOURCE-ID  PIC 9(5).
           05  :TAG:-RET-PART-ID    PIC 9(5).
           05  :TAG:-RET-QTY        PIC 9(5).
           05  :TAG:-RET-DATE       PIC 9(8).
           05  :TAG:-RET-REFUND     PIC X.
               88  :TAG:-RET-CASH-REFUND  VALUE "C".
