*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Floor plan interest accrual. Walks FLOORPLAN.IDX and,
*>          for every advance still FLOORED or waiting on its
*>          PAYOFF DUE, rolls intAccrued forward from intThruDate
*>          through today at the row's own intRate (CALC_FLOOR_INT)
*>          and moves intThruDate up, so the interest owed on the
*>          line is on file before the lender's statement arrives.
*>          Run from FLOORPLAN_DESK, or nightly by BATCH_RUNNER, in
*>          which case a BATCH-TO-DATE, when set, is the accrual
*>          date instead of today. Running it twice on the same day
*>          accrues nothing the second time.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. FLOORPLAN_ACCRUE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FLOORPLAN-FILE
        ASSIGN TO '../../INDEXES/FLOORPLAN.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS FPX-fpID
        ALTERNATE RECORD KEY IS FPX-carVIN WITH DUPLICATES
        ALTERNATE RECORD KEY IS FPX-lenderID WITH DUPLICATES.

DATA DIVISION.
FILE SECTION.
FD FLOORPLAN-FILE
    RECORD CONTAINS 159 CHARACTERS.
    COPY FLOORPLAN_DEF REPLACING ==:TAG:== BY ==FPX==.

WORKING-STORAGE SECTION.
COPY BATCH_DEF.

01 WS-FP-EOF            PIC X VALUE 'N'.
01 WS-ACCRUE-DATE       PIC 9(8).
01 WS-INTEREST          PIC 9(7)V99.
01 WS-INT-TOTAL         PIC 9(7)V99 VALUE 0.
01 WS-ROW-COUNT         PIC 9(5) VALUE 0.
01 WS-MONEY-DISP        PIC $,$$$,$$9.99.

LINKAGE SECTION.
01 PARAMETRES.
   02 PA-RETURN-CODE PIC 99 VALUE 0.
   02 PA-OPTION-CODE PIC 99 VALUE 0.
   02 PA-EXPORT-FLAG PIC X VALUE "N".

PROCEDURE DIVISION USING PARAMETRES.
MAIN-PROCEDURE.
   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ACCRUE-DATE
   IF BATCH-MODE-FLAG = "Y" AND BATCH-TO-DATE IS NUMERIC
         AND BATCH-TO-DATE > 0
      MOVE BATCH-TO-DATE TO WS-ACCRUE-DATE
   END-IF
   MOVE 'N' TO WS-FP-EOF
   MOVE 0 TO WS-INT-TOTAL
   MOVE 0 TO WS-ROW-COUNT

   OPEN I-O FLOORPLAN-FILE
   MOVE 0 TO FPX-fpID
   START FLOORPLAN-FILE KEY IS NOT LESS THAN FPX-fpID
       INVALID KEY
           MOVE 'Y' TO WS-FP-EOF
   END-START
   PERFORM UNTIL WS-FP-EOF = 'Y'
       READ FLOORPLAN-FILE NEXT RECORD
           AT END
               MOVE 'Y' TO WS-FP-EOF
           NOT AT END
               IF NOT FPX-FP-PAID-OFF
                   PERFORM 200-ACCRUE-ONE
               END-IF
       END-READ
   END-PERFORM
   CLOSE FLOORPLAN-FILE

   MOVE WS-INT-TOTAL TO WS-MONEY-DISP
   DISPLAY "FLOOR PLAN INTEREST ACCRUED THROUGH " WS-ACCRUE-DATE
       ": " WS-ROW-COUNT " UNITS, " WS-MONEY-DISP

   MOVE 0 TO PA-RETURN-CODE
   GOBACK.

200-ACCRUE-ONE.
   IF WS-ACCRUE-DATE > FPX-intThruDate
      CALL "CALC_FLOOR_INT" USING FPX-principalBal, FPX-intRate,
          FPX-intThruDate, WS-ACCRUE-DATE, WS-INTEREST
      ADD WS-INTEREST TO FPX-intAccrued
      MOVE WS-ACCRUE-DATE TO FPX-intThruDate
      REWRITE FPX-FLOORPLAN
         INVALID KEY
            CONTINUE
         NOT INVALID KEY
            ADD 1 TO WS-ROW-COUNT
            ADD WS-INTEREST TO WS-INT-TOTAL
      END-REWRITE
   END-IF.
EXIT PARAGRAPH.

END PROGRAM FLOORPLAN_ACCRUE.
