      *>*****************************************************************
      *> Copybook: APPRAISAL_DEF
      *> Purpose:  Shared record layout for an APPRAISAL.IDX trade
      *>           appraisal - what we told a customer their vehicle
      *>           was worth, whether or not it ever became a deal.
      *>           APPRAISAL_DESK writes it OPEN with an expiry date;
      *>           the sale flow's trade-in leg or CAR_PURCHASE pulls
      *>           an open, unexpired appraisal for the VIN through
      *>           OPEN_APPRAISAL instead of re-keying the value, and
      *>           marks it ACQUIRED with where the unit came in (T
      *>           on a deal, P bought outright) and the saleID or
      *>           purchID. An open row past its expiryDate has
      *>           simply expired - nothing rewrites it. LOOK_TO_BOOK
      *>           reports appraisals made against units acquired per
      *>           appraiser. carVIN and custID carry WITH DUPLICATES
      *>           alternate keys.
      *>           REPLACING ==:TAG:== BY ==prefix==.
      *>*****************************************************************
       01  :TAG:-APPRAISAL.
           05  :TAG:-apprID           PIC 9(5).
           05  :TAG:-carVIN           PIC X(17).
           05  :TAG:-custID           PIC 9(5).
           05  :TAG:-apprDate         PIC 9(8).
           05  :TAG:-expiryDate       PIC 9(8).
           05  :TAG:-year             PIC 9(4).
           05  :TAG:-make             PIC X(15).
           05  :TAG:-model            PIC X(15).
           05  :TAG:-mileage          PIC 9(7).
           05  :TAG:-conditionNotes   PIC X(40).
           05  :TAG:-estRecon         PIC 9(5)V99.
           05  :TAG:-apprValue        PIC 9(7)V99.
           05  :TAG:-appraiserID      PIC 9(5).
           05  :TAG:-apprStatus       PIC X.
               88  :TAG:-APPR-OPEN        VALUE "O".
               88  :TAG:-APPR-ACQUIRED    VALUE "A".
           05  :TAG:-acqSource        PIC X.
               88  :TAG:-ACQ-TRADE        VALUE "T".
               88  :TAG:-ACQ-PURCHASE     VALUE "P".
           05  :TAG:-acqRef           PIC 9(5).
           05  :TAG:-acqDate          PIC 9(8).
