*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Floor plan payoff and curtailment report - the money
*>          the floor plan lender is owed soon. Section one is every
*>          FLOORPLAN.IDX advance in PAYOFF DUE (the unit sold and
*>          FLOOR_PAYOFF_DUE raised it), with the payoff quoted to
*>          today and flagged OVERDUE once past its payoffDueDate.
*>          Section two is every unit still FLOORED whose next
*>          curtailment falls within the look-ahead window, with
*>          the days on the lot and the curtailment amount, flagged
*>          PAST DUE when nextCurtailDate has already gone by.
*>          Interest is quoted through CALC_FLOOR_INT, not posted.
*>          On screen and exported like WIP_REPORT when asked.
*>          Callable from REPORTING_MENU.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. FLOORPLAN_REPORT.
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
    SELECT EXPORT-FILE ASSIGN TO 'FLOORPLAN_REPORT.RPT'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FLOORPLAN-FILE
    RECORD CONTAINS 159 CHARACTERS.
    COPY FLOORPLAN_DEF REPLACING ==:TAG:== BY ==FPX==.
FD EXPORT-FILE.
01 EXPORT-REC                 PIC X(100).

WORKING-STORAGE SECTION.
COPY BATCH_DEF.

01 WS-FP-EOF            PIC X VALUE 'N'.
01 WS-TODAY-DATE        PIC 9(8).
01 WS-TODAY-INT         PIC 9(8).
01 WS-WINDOW-DATE       PIC 9(8).
01 WS-WORK-INT          PIC 9(8).
01 WS-DAYS-ON-LOT       PIC 9(5).
*> How far ahead a curtailment shows up on the list.
01 WS-LOOK-AHEAD-DAYS   PIC 9(3) VALUE 14.
01 WS-INTEREST          PIC 9(7)V99.
01 WS-AMOUNT            PIC 9(7)V99.
01 WS-PAYOFF-TOTAL      PIC 9(9)V99 VALUE 0.
01 WS-CURTAIL-TOTAL     PIC 9(9)V99 VALUE 0.
01 WS-PAYOFF-COUNT      PIC 9(5) VALUE 0.
01 WS-PAYOFF-LATE       PIC 9(5) VALUE 0.
01 WS-CURTAIL-COUNT     PIC 9(5) VALUE 0.
01 WS-CURTAIL-LATE      PIC 9(5) VALUE 0.
01 WS-FLAG              PIC X(8).
01 WS-MONEY-DISP        PIC $,$$$,$$9.99.
01 WS-TOTAL-DISP        PIC $$$,$$$,$$9.99.
01 WS-OUT-LINE          PIC X(100).

LINKAGE SECTION.
01 PARAMETRES.
   02 PA-RETURN-CODE PIC 99 VALUE 0.
   02 PA-OPTION-CODE PIC 99 VALUE 0.
   02 PA-EXPORT-FLAG PIC X VALUE "N".

PROCEDURE DIVISION USING PARAMETRES.
MAIN-PROCEDURE.
   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
   MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) TO WS-TODAY-INT
   COMPUTE WS-WORK-INT = WS-TODAY-INT + WS-LOOK-AHEAD-DAYS
   MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INT) TO WS-WINDOW-DATE
   MOVE 0 TO WS-PAYOFF-TOTAL WS-CURTAIL-TOTAL
   MOVE 0 TO WS-PAYOFF-COUNT WS-PAYOFF-LATE
   MOVE 0 TO WS-CURTAIL-COUNT WS-CURTAIL-LATE

   IF PA-EXPORT-FLAG = 'Y' THEN
       OPEN OUTPUT EXPORT-FILE
   END-IF

   OPEN INPUT FLOORPLAN-FILE

   MOVE "FLOOR PLAN PAYOFFS DUE - UNITS SOLD, LENDER NOT YET PAID"
       TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE "FPID  VIN               LENDER SOLD ON    DUE BY   "
       TO WS-OUT-LINE
   MOVE "    PAYOFF TODAY" TO WS-OUT-LINE(50:)
   PERFORM 500-PUT-LINE
   PERFORM 100-START-SCAN
   PERFORM UNTIL WS-FP-EOF = 'Y'
       READ FLOORPLAN-FILE NEXT RECORD
           AT END
               MOVE 'Y' TO WS-FP-EOF
           NOT AT END
               IF FPX-FP-PAYOFF-DUE
                   PERFORM 200-LIST-PAYOFF
               END-IF
       END-READ
   END-PERFORM

   MOVE SPACES TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE SPACES TO WS-OUT-LINE
   STRING "CURTAILMENTS DUE THROUGH " WS-WINDOW-DATE
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE "FPID  VIN               LENDER DAYS  DUE DATE "
       TO WS-OUT-LINE
   MOVE "     CURTAILMENT" TO WS-OUT-LINE(50:)
   PERFORM 500-PUT-LINE
   PERFORM 100-START-SCAN
   PERFORM UNTIL WS-FP-EOF = 'Y'
       READ FLOORPLAN-FILE NEXT RECORD
           AT END
               MOVE 'Y' TO WS-FP-EOF
           NOT AT END
               IF FPX-FP-FLOORED
                     AND FPX-nextCurtailDate NOT > WS-WINDOW-DATE
                   PERFORM 300-LIST-CURTAILMENT
               END-IF
       END-READ
   END-PERFORM

   CLOSE FLOORPLAN-FILE

   MOVE SPACES TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE WS-PAYOFF-TOTAL TO WS-TOTAL-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING "PAYOFFS DUE: " WS-PAYOFF-COUNT
          "   OVERDUE: " WS-PAYOFF-LATE
          "   TOTAL: " WS-TOTAL-DISP
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE WS-CURTAIL-TOTAL TO WS-TOTAL-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING "CURTAILMENTS DUE: " WS-CURTAIL-COUNT
          "   PAST DUE: " WS-CURTAIL-LATE
          "   TOTAL: " WS-TOTAL-DISP
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   IF BATCH-MODE-FLAG NOT = "Y"
      DISPLAY "Press ENTER to continue"
      ACCEPT WS-OUT-LINE
   END-IF

   IF PA-EXPORT-FLAG = 'Y' THEN
       CLOSE EXPORT-FILE
   END-IF

   MOVE 0 TO PA-RETURN-CODE
   GOBACK.

100-START-SCAN.
   MOVE 'N' TO WS-FP-EOF
   MOVE 0 TO FPX-fpID
   START FLOORPLAN-FILE KEY IS NOT LESS THAN FPX-fpID
       INVALID KEY
           MOVE 'Y' TO WS-FP-EOF
   END-START.
EXIT PARAGRAPH.

*> Principal plus interest on file plus interest still running since
*> intThruDate - what the check has to say if it goes out today.
200-LIST-PAYOFF.
   ADD 1 TO WS-PAYOFF-COUNT
   CALL "CALC_FLOOR_INT" USING FPX-principalBal, FPX-intRate,
       FPX-intThruDate, WS-TODAY-DATE, WS-INTEREST
   COMPUTE WS-AMOUNT = FPX-principalBal + FPX-intAccrued
       + WS-INTEREST
   ADD WS-AMOUNT TO WS-PAYOFF-TOTAL
   MOVE SPACES TO WS-FLAG
   IF WS-TODAY-DATE > FPX-payoffDueDate
       MOVE "OVERDUE" TO WS-FLAG
       ADD 1 TO WS-PAYOFF-LATE
   END-IF
   MOVE WS-AMOUNT TO WS-MONEY-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING FPX-fpID " " FPX-carVIN " " FPX-lenderID "  "
          FPX-saleRef " " FPX-payoffDueDate " "
          WS-MONEY-DISP "  " WS-FLAG
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE.
EXIT PARAGRAPH.

300-LIST-CURTAILMENT.
   ADD 1 TO WS-CURTAIL-COUNT
   MOVE 0 TO WS-DAYS-ON-LOT
   IF FPX-acquiredDate IS NUMERIC AND FPX-acquiredDate > 0
       MOVE FUNCTION INTEGER-OF-DATE(FPX-acquiredDate)
           TO WS-WORK-INT
       IF WS-TODAY-INT > WS-WORK-INT
           COMPUTE WS-DAYS-ON-LOT = WS-TODAY-INT - WS-WORK-INT
       END-IF
   END-IF
   COMPUTE WS-AMOUNT ROUNDED =
       FPX-advanceAmt * FPX-curtailPct / 100
   IF WS-AMOUNT > FPX-principalBal
       MOVE FPX-principalBal TO WS-AMOUNT
   END-IF
   ADD WS-AMOUNT TO WS-CURTAIL-TOTAL
   MOVE SPACES TO WS-FLAG
   IF FPX-nextCurtailDate < WS-TODAY-DATE
       MOVE "PAST DUE" TO WS-FLAG
       ADD 1 TO WS-CURTAIL-LATE
   END-IF
   MOVE WS-AMOUNT TO WS-MONEY-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING FPX-fpID " " FPX-carVIN " " FPX-lenderID "  "
          WS-DAYS-ON-LOT " " FPX-nextCurtailDate "      "
          WS-MONEY-DISP "  " WS-FLAG
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE.
EXIT PARAGRAPH.

500-PUT-LINE.
   DISPLAY WS-OUT-LINE
   IF PA-EXPORT-FLAG = 'Y' THEN
       MOVE WS-OUT-LINE TO EXPORT-REC
       WRITE EXPORT-REC
   END-IF.
EXIT PARAGRAPH.

END PROGRAM FLOORPLAN_REPORT.
