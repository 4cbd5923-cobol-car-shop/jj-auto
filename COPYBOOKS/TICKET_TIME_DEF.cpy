      *>           instead of inferred from openDate-to-closeDate.
      *>           REPLACING ==:TAG:== BY ==prefix==, same convention
      *>           used by the other *_DEF copybooks in this system.
      *> Modification History:
      *>   10/15/2026 JW - JOB-NO added so a punch lands on the job
      *>                   line being worked, not just the ticket -
      *>                   MAINTENANCE_TIMES_REPORT compares each
      *>                   job's wrench hours to its own estimate.
      *>                   Rows punched before it existed read as
      *>                   job 01.
      *>*****************************************************************
       01  :TAG:-TICKET-TIME.
           05  :TAG:-TICKET-ID      PIC 9(5).
               10  :TAG:-PT-HOUR    PIC 99.
               10  :TAG:-PT-MIN     PIC 99.
               10  :TAG:-PT-SEC     PIC 99.
           05  :TAG:-JOB-NO         PIC 99.
