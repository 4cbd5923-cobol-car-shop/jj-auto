      *>*****************************************************************
      *> Copybook: LOT_AUDIT_DEF
      *> Purpose:  Shared record layout for a LOTAUDIT.DAT row - the
      *>           kept results of one lot walk at LOT_AUDIT, in the
      *>           style of PRICEHIST.DAT. Each audit writes one
      *>           SUMMARY row (who walked which lot and when, units
      *>           expected there off CAR.IDX, VINs seen, how many
      *>           matched, how many exceptions) followed by one
      *>           EXCEPTION row per problem VIN: on file but NOT
      *>           FOUND on the walk, seen but NOT ON FILE, seen but
      *>           already SOLD, seen but filed at the WRONG LOT
      *>           (fileLot is where CAR.IDX says it is), or seen
      *>           while filed IN TRANSIT. The floor plan lender's
      *>           auditor asks for exactly this history.
      *>           REPLACING ==:TAG:== BY ==prefix==.
      *>*****************************************************************
       01  :TAG:-LOT-AUDIT.
           05  :TAG:-auditID          PIC 9(5).
           05  :TAG:-auditDate        PIC 9(8).
           05  :TAG:-auditTime        PIC 9(4).
           05  :TAG:-lotLocation      PIC XX.
           05  :TAG:-walkedBy         PIC X(30).
           05  :TAG:-rowType          PIC X.
               88  :TAG:-LA-SUMMARY       VALUE "S".
               88  :TAG:-LA-EXCEPTION     VALUE "E".
           05  :TAG:-carVIN           PIC X(17).
           05  :TAG:-exceptCode       PIC XX.
               88  :TAG:-LA-NOT-FOUND     VALUE "NF".
               88  :TAG:-LA-NOT-ON-FILE   VALUE "NO".
               88  :TAG:-LA-SOLD          VALUE "SD".
               88  :TAG:-LA-WRONG-LOT     VALUE "WL".
               88  :TAG:-LA-IN-TRANSIT    VALUE "TR".
           05  :TAG:-fileLot          PIC XX.
           05  :TAG:-expectedCnt      PIC 9(4).
           05  :TAG:-seenCnt          PIC 9(4).
           05  :TAG:-matchedCnt       PIC 9(4).
           05  :TAG:-exceptCnt        PIC 9(4).
