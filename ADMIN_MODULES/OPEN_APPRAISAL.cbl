*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Finds and books the trade appraisal on a VIN, off
*>          APPRAISAL.IDX. Action "F" hands back the latest OPEN
*>          appraisal for LS-carVIN (the highest apprID - a second
*>          look at the same car supersedes the first); the sale
*>          flow's trade-in leg and CAR_PURCHASE take its value
*>          instead of re-keying it. Action "B" books appraisal
*>          LS-apprID ACQUIRED once the unit is ours, stamping
*>          LS-acqSource (T trade, P purchase), LS-acqRef (the
*>          saleID or purchID) and today's date.
*> RETURN CODES (LS-RESULT-CODE):
*>     00 -> ("F") OPEN APPRAISAL FOUND, STILL GOOD - LS-APPRAISAL
*>           CARRIES IT / ("B") APPRAISAL BOOKED ACQUIRED
*>     23 -> ("F") NO OPEN APPRAISAL FOR THE VIN / ("B") NO SUCH
*>           APPRAISAL, OR IT WAS ALREADY ACQUIRED
*>     24 -> ("F") LATEST OPEN APPRAISAL HAS EXPIRED - LS-APPRAISAL
*>           CARRIES IT SO THE DESK CAN SAY WHEN
*>*****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. OPEN_APPRAISAL.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
    SELECT OPTIONAL APPRAISAL-FILE
        ASSIGN TO '../../INDEXES/APPRAISAL.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS APX-apprID
        ALTERNATE RECORD KEY IS APX-carVIN WITH DUPLICATES
        ALTERNATE RECORD KEY IS APX-custID WITH DUPLICATES.

DATA DIVISION.
FILE SECTION.
FD APPRAISAL-FILE
    RECORD CONTAINS 160 CHARACTERS.
    COPY APPRAISAL_DEF REPLACING ==:TAG:== BY ==APX==.

WORKING-STORAGE SECTION.
01  WS-EOF              PIC X.
01  WS-FOUND            PIC X.
01  WS-TODAY-DATE       PIC 9(8).

LINKAGE SECTION.
01  LS-ACTION           PIC X.
    COPY APPRAISAL_DEF REPLACING ==:TAG:== BY ==LS==.
01  LS-RESULT-CODE      PIC 99.

PROCEDURE DIVISION USING LS-ACTION, LS-APPRAISAL, LS-RESULT-CODE.
MAIN-PROCEDURE.
   MOVE 23 TO LS-RESULT-CODE
   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
   IF LS-ACTION = "B"
      PERFORM 200-BOOK-ACQUIRED
   ELSE
      PERFORM 100-FIND-OPEN
   END-IF
   GOBACK.

*> Every appraisal for the VIN off the carVIN key; the last open
*> one read (highest apprID) is the one that stands.
100-FIND-OPEN.
   MOVE "N" TO WS-FOUND
   MOVE "N" TO WS-EOF
   OPEN INPUT APPRAISAL-FILE
   MOVE LS-carVIN TO APX-carVIN
   START APPRAISAL-FILE KEY IS EQUAL TO APX-carVIN
      INVALID KEY
         MOVE "Y" TO WS-EOF
   END-START
   PERFORM UNTIL WS-EOF = "Y"
      READ APPRAISAL-FILE NEXT RECORD
         AT END
            MOVE "Y" TO WS-EOF
         NOT AT END
            IF APX-carVIN NOT = LS-carVIN
               MOVE "Y" TO WS-EOF
            ELSE
               IF APX-APPR-OPEN
                  IF WS-FOUND NOT = "Y" OR
                        APX-apprID > LS-apprID
                     MOVE "Y" TO WS-FOUND
                     MOVE APX-APPRAISAL TO LS-APPRAISAL
                  END-IF
               END-IF
            END-IF
      END-READ
   END-PERFORM
   CLOSE APPRAISAL-FILE
   IF WS-FOUND = "Y"
      IF LS-expiryDate < WS-TODAY-DATE
         MOVE 24 TO LS-RESULT-CODE
      ELSE
         MOVE 00 TO LS-RESULT-CODE
      END-IF
   END-IF.

200-BOOK-ACQUIRED.
   OPEN I-O APPRAISAL-FILE
   MOVE LS-apprID TO APX-apprID
   READ APPRAISAL-FILE
      INVALID KEY
         CONTINUE
      NOT INVALID KEY
         IF APX-APPR-OPEN
            MOVE "A" TO APX-apprStatus
            MOVE LS-acqSource TO APX-acqSource
            MOVE LS-acqRef TO APX-acqRef
            MOVE WS-TODAY-DATE TO APX-acqDate
            REWRITE APX-APPRAISAL
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE 00 TO LS-RESULT-CODE
            END-REWRITE
         END-IF
   END-READ
   CLOSE APPRAISAL-FILE.

END PROGRAM OPEN_APPRAISAL.
