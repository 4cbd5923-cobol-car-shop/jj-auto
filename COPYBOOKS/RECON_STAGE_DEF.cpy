      *>*****************************************************************
      *> Copybook: RECON_STAGE_DEF
      *> Purpose:  Shared record layout for a RECONSTG.IDX recon stage
      *>           - one row each time a CAR-IN-RECON unit enters a
      *>           stage of getting front-line ready: M mechanical,
      *>           B body, D detail, P photos, in that order. The row
      *>           is stamped with the date and time the stage started
      *>           and, once done, finished; a row with no finishDate
      *>           is the stage the unit is sitting in now. Finishing
      *>           the photos stage is the last step - RECON_BOARD
      *>           flips the unit AVAILABLE when it completes.
      *>           RECON_EXPENSE still carries the money; this carries
      *>           the time, and RECON_TIME_REPORT averages it by
      *>           stage.
      *>           carVIN carries a WITH DUPLICATES alternate key.
      *>           REPLACING ==:TAG:== BY ==prefix==.
      *>*****************************************************************
       01  :TAG:-RECON-STAGE.
           05  :TAG:-stageRowID       PIC 9(5).
           05  :TAG:-carVIN           PIC X(17).
           05  :TAG:-stageCode        PIC X.
               88  :TAG:-STAGE-MECHANICAL VALUE "M".
               88  :TAG:-STAGE-BODY       VALUE "B".
               88  :TAG:-STAGE-DETAIL     VALUE "D".
               88  :TAG:-STAGE-PHOTOS     VALUE "P".
               88  :TAG:-STAGE-VALID      VALUES "M" "B" "D" "P".
           05  :TAG:-startDate        PIC 9(8).
           05  :TAG:-startTime        PIC 9(4).
           05  :TAG:-finishDate       PIC 9(8).
           05  :TAG:-finishTime       PIC 9(4).
           05  :TAG:-startedBy        PIC X(30).
