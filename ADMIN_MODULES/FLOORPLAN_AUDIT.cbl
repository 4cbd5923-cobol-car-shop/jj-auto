*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Monthly floor plan lender audit listing - what each
*>          floor plan lender has floored for us against what our
*>          own CAR.IDX says is on the lot, for the lender's
*>          auditor to walk the lot with. Every open FLOORPLAN.IDX
*>          advance is listed under its lender (name through
*>          READ_LENDER) with the unit's CAR.IDX status beside it:
*>            ON LOT            - floored and still ours
*>            PAYOFF DUE        - sold, payoff raised, not yet sent
*>            SOLD OUT OF TRUST - CAR.IDX says SOLD but the advance
*>                                was never moved to PAYOFF DUE
*>            NOT IN INVENTORY  - floored VIN missing from CAR.IDX
*>          A last section lists every unsold CAR.IDX unit with no
*>          open advance at all (ON LOT - NOT FLOORED) - consigned
*>          units are the owner's and left off - so both
*>          sides of the reconciliation are on one listing.
*>          On screen and exported like WIP_REPORT when asked.
*>          Callable from REPORTING_MENU.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. FLOORPLAN_AUDIT.
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
    SELECT OPTIONAL CAR-FILE
        ASSIGN TO '../../INDEXES/CAR.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS CRX-carVIN.
    SELECT EXPORT-FILE ASSIGN TO 'FLOORPLAN_AUDIT.RPT'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FLOORPLAN-FILE
    RECORD CONTAINS 159 CHARACTERS.
    COPY FLOORPLAN_DEF REPLACING ==:TAG:== BY ==FPX==.
FD CAR-FILE
    RECORD CONTAINS 99 CHARACTERS.
    COPY CAR_DEF REPLACING ==:TAG:== BY ==CRX==.
FD EXPORT-FILE.
01 EXPORT-REC                 PIC X(100).

WORKING-STORAGE SECTION.
COPY BATCH_DEF.
COPY LENDER_DEF REPLACING ==:TAG:== BY ==WSL==.

01 WS-FP-EOF            PIC X VALUE 'N'.
01 WS-CAR-EOF           PIC X VALUE 'N'.
01 WS-OPEN-FOUND        PIC X.
01 WS-TODAY-DATE        PIC 9(8).
01 WS-LENDER-RESULT     PIC 99.
01 WS-LAST-LENDER       PIC 9(5).
01 WS-FIRST-LENDER      PIC X.
01 WS-LENDER-NAME       PIC X(25).
01 WS-CAR-STATUS        PIC X(17).
01 WS-LENDER-UNITS      PIC 9(5) VALUE 0.
01 WS-LENDER-PRIN       PIC 9(9)V99 VALUE 0.
01 WS-TOTAL-UNITS       PIC 9(5) VALUE 0.
01 WS-TOTAL-PRIN        PIC 9(9)V99 VALUE 0.
01 WS-EXCEPT-COUNT      PIC 9(5) VALUE 0.
01 WS-UNFLOORED-COUNT   PIC 9(5) VALUE 0.
01 WS-UNFLOORED-COST    PIC 9(9)V99 VALUE 0.
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
   MOVE 0 TO WS-TOTAL-UNITS WS-TOTAL-PRIN WS-EXCEPT-COUNT
   MOVE 0 TO WS-UNFLOORED-COUNT WS-UNFLOORED-COST
   MOVE 'Y' TO WS-FIRST-LENDER
   MOVE 0 TO WS-LAST-LENDER

   IF PA-EXPORT-FLAG = 'Y' THEN
       OPEN OUTPUT EXPORT-FILE
   END-IF

   MOVE SPACES TO WS-OUT-LINE
   STRING "FLOOR PLAN LENDER AUDIT AS OF " WS-TODAY-DATE
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE

   OPEN INPUT FLOORPLAN-FILE
   OPEN INPUT CAR-FILE

   MOVE 'N' TO WS-FP-EOF
   MOVE 0 TO FPX-lenderID
   START FLOORPLAN-FILE KEY IS NOT LESS THAN FPX-lenderID
       INVALID KEY
           MOVE 'Y' TO WS-FP-EOF
   END-START
   PERFORM UNTIL WS-FP-EOF = 'Y'
       READ FLOORPLAN-FILE NEXT RECORD
           AT END
               MOVE 'Y' TO WS-FP-EOF
           NOT AT END
               IF NOT FPX-FP-PAID-OFF
                   IF WS-FIRST-LENDER = 'Y'
                         OR FPX-lenderID NOT = WS-LAST-LENDER
                       PERFORM 150-LENDER-BREAK
                   END-IF
                   PERFORM 200-LIST-ADVANCE
               END-IF
       END-READ
   END-PERFORM
   IF WS-FIRST-LENDER = 'N'
       PERFORM 160-LENDER-TOTAL
   END-IF

   PERFORM 300-UNFLOORED-UNITS

   CLOSE FLOORPLAN-FILE
   CLOSE CAR-FILE

   MOVE SPACES TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE WS-TOTAL-PRIN TO WS-TOTAL-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING "UNITS FLOORED: " WS-TOTAL-UNITS
          "   PRINCIPAL OWED: " WS-TOTAL-DISP
          "   EXCEPTIONS: " WS-EXCEPT-COUNT
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE WS-UNFLOORED-COST TO WS-TOTAL-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING "UNITS ON LOT NOT FLOORED: " WS-UNFLOORED-COUNT
          "   COST: " WS-TOTAL-DISP
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

150-LENDER-BREAK.
   IF WS-FIRST-LENDER = 'N'
       PERFORM 160-LENDER-TOTAL
   END-IF
   MOVE 'N' TO WS-FIRST-LENDER
   MOVE FPX-lenderID TO WS-LAST-LENDER
   MOVE 0 TO WS-LENDER-UNITS WS-LENDER-PRIN
   MOVE FPX-lenderID TO WSL-LENDER-ID
   CALL "READ_LENDER" USING WSL-LENDER, WS-LENDER-RESULT
   IF WS-LENDER-RESULT = 01
       MOVE WSL-LENDER-NAME TO WS-LENDER-NAME
   ELSE
       MOVE "** LENDER NOT ON FILE **" TO WS-LENDER-NAME
   END-IF
   MOVE SPACES TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE SPACES TO WS-OUT-LINE
   STRING "LENDER " FPX-lenderID " " WS-LENDER-NAME
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE "  FPID  VIN               FLOORED     PRINCIPAL  OUR STATUS"
       TO WS-OUT-LINE
   PERFORM 500-PUT-LINE.
EXIT PARAGRAPH.

160-LENDER-TOTAL.
   MOVE WS-LENDER-PRIN TO WS-TOTAL-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING "  LENDER TOTAL: " WS-LENDER-UNITS " UNITS "
          WS-TOTAL-DISP
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE.
EXIT PARAGRAPH.

*> Our side of the line for one advance - what CAR.IDX says about
*> the unit the lender thinks it is carrying.
200-LIST-ADVANCE.
   ADD 1 TO WS-LENDER-UNITS WS-TOTAL-UNITS
   ADD FPX-principalBal TO WS-LENDER-PRIN WS-TOTAL-PRIN
   MOVE FPX-carVIN TO CRX-carVIN
   READ CAR-FILE
       INVALID KEY
           MOVE "NOT IN INVENTORY" TO WS-CAR-STATUS
           ADD 1 TO WS-EXCEPT-COUNT
       NOT INVALID KEY
           IF FPX-FP-PAYOFF-DUE
               MOVE "PAYOFF DUE" TO WS-CAR-STATUS
           ELSE
               IF CRX-CAR-SOLD
                   MOVE "SOLD OUT OF TRUST" TO WS-CAR-STATUS
                   ADD 1 TO WS-EXCEPT-COUNT
               ELSE
                   MOVE "ON LOT" TO WS-CAR-STATUS
               END-IF
           END-IF
   END-READ
   MOVE FPX-principalBal TO WS-MONEY-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING "  " FPX-fpID " " FPX-carVIN " " FPX-advanceDate " "
          WS-MONEY-DISP "  " WS-CAR-STATUS
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE.
EXIT PARAGRAPH.

*> The other direction - units we carry that no lender has an open
*> advance on. The lender walk is finished by now, so the VIN key
*> on FLOORPLAN-FILE is free to be repositioned per unit.
300-UNFLOORED-UNITS.
   MOVE SPACES TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE "ON LOT - NOT FLOORED" TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE "  VIN               YEAR MAKE            ACQUIRED          COST"
       TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE 'N' TO WS-CAR-EOF
   MOVE LOW-VALUES TO CRX-carVIN
   START CAR-FILE KEY IS NOT LESS THAN CRX-carVIN
       INVALID KEY
           MOVE 'Y' TO WS-CAR-EOF
   END-START
   PERFORM UNTIL WS-CAR-EOF = 'Y'
       READ CAR-FILE NEXT RECORD
           AT END
               MOVE 'Y' TO WS-CAR-EOF
           NOT AT END
               IF NOT CRX-CAR-SOLD AND NOT CRX-CAR-CONSIGNED
                   PERFORM 350-CHECK-FLOORED
                   IF WS-OPEN-FOUND = 'N'
                       PERFORM 360-LIST-UNFLOORED
                   END-IF
               END-IF
       END-READ
   END-PERFORM.
EXIT PARAGRAPH.

350-CHECK-FLOORED.
   MOVE 'N' TO WS-OPEN-FOUND
   MOVE 'N' TO WS-FP-EOF
   MOVE CRX-carVIN TO FPX-carVIN
   START FLOORPLAN-FILE KEY IS NOT LESS THAN FPX-carVIN
       INVALID KEY
           MOVE 'Y' TO WS-FP-EOF
   END-START
   PERFORM UNTIL WS-FP-EOF = 'Y'
       READ FLOORPLAN-FILE NEXT RECORD
           AT END
               MOVE 'Y' TO WS-FP-EOF
           NOT AT END
               IF FPX-carVIN NOT = CRX-carVIN
                   MOVE 'Y' TO WS-FP-EOF
               ELSE
                   IF NOT FPX-FP-PAID-OFF
                       MOVE 'Y' TO WS-OPEN-FOUND
                       MOVE 'Y' TO WS-FP-EOF
                   END-IF
               END-IF
       END-READ
   END-PERFORM.
EXIT PARAGRAPH.

360-LIST-UNFLOORED.
   ADD 1 TO WS-UNFLOORED-COUNT
   ADD CRX-acquisitionCost TO WS-UNFLOORED-COST
   MOVE CRX-acquisitionCost TO WS-MONEY-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING "  " CRX-carVIN " " CRX-year " " CRX-make " "
          CRX-dateAcquired " " WS-MONEY-DISP
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

END PROGRAM FLOORPLAN_AUDIT.
