*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Files a floor plan advance on FLOORPLAN.IDX for one
*>          unit - the VIN, the floor plan lender off LENDER.IDX
*>          (checked through READ_LENDER), the amount advanced,
*>          and the unit's dateAcquired, which the curtailment
*>          schedule runs from. The line's terms (interest rate,
*>          curtailment schedule, payoff days) are stamped onto
*>          the row from the constants below so a later change to
*>          the line never re-prices a unit already floored.
*>          CALLed by 230-AddNewCar intake in SalesMain and by
*>          CAR_PURCHASE, the same way both hand the new unit to
*>          WINDOW_STICKER, and by FLOORPLAN_DESK for a unit
*>          floored after it was filed. A consigned unit (CAR.IDX
*>          ownership C) is the owner's car, not ours, and never
*>          goes on the line.
*> RETURN CODES (LS-RESULT-CODE):
*>     00 -> ADVANCE FILED - LS-FPID CARRIES THE NEW fpID
*>     23 -> NO LENDER WITH THAT lenderID ON LENDER.IDX
*>     25 -> THE VIN ALREADY HAS AN OPEN FLOOR PLAN ADVANCE
*>     26 -> THE UNIT IS CONSIGNED - NOT OURS TO FLOOR
*>     99 -> FLOORPLAN.IDX WRITE FAILED (NEXTID COUNTER STALE)
*>*****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. ADD_FLOORPLAN.
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

DATA DIVISION.
FILE SECTION.
FD FLOORPLAN-FILE
        RECORD CONTAINS 159 CHARACTERS.
    COPY FLOORPLAN_DEF REPLACING ==:TAG:== BY ==FPX==.
FD CAR-FILE
        RECORD CONTAINS 99 CHARACTERS.
    COPY CAR_DEF REPLACING ==:TAG:== BY ==CRX==.

WORKING-STORAGE SECTION.
COPY LENDER_DEF REPLACING ==:TAG:== BY ==WSL==.
01  WS-LENDER-RESULT    PIC 99.
01  WS-FP-EOF           PIC X.
01  WS-ALREADY-FLOORED  PIC X.
01  WS-CONSIGNED        PIC X.
01  WS-ID-SERIES        PIC X(10).
01  WS-ACQ-INT          PIC 9(8).
01  WS-LOG-KEY          PIC X(20).
01  WS-LOG-RESULT-CODE  PIC 99 VALUE 99.

*> The floor plan line's terms - annual interest rate, the first
*> curtailment 90 days after acquisition and every 30 days after
*> that at 10% of the advance, and the payoff due within 5 days of
*> the unit selling.
01  WS-FLOOR-RATE       PIC 9V9999 VALUE 0.0750.
01  WS-CURTAIL-DAYS     PIC 9(3) VALUE 90.
01  WS-CURTAIL-EVERY    PIC 9(3) VALUE 30.
01  WS-CURTAIL-PCT      PIC 99 VALUE 10.
01  WS-PAYOFF-DAYS      PIC 9(3) VALUE 5.

LINKAGE SECTION.
01  LS-CARVIN           PIC X(17).
01  LS-LENDERID         PIC 9(5).
01  LS-ADVANCE          PIC 9(7)V99.
01  LS-ACQUIRED-DATE    PIC 9(8).
01  LS-FPID             PIC 9(5).
01  LS-RESULT-CODE      PIC 99.

PROCEDURE DIVISION USING LS-CARVIN, LS-LENDERID, LS-ADVANCE,
        LS-ACQUIRED-DATE, LS-FPID, LS-RESULT-CODE.
MAIN-PROCEDURE.
   MOVE 0 TO LS-FPID
   MOVE LS-LENDERID TO WSL-LENDER-ID
   CALL "READ_LENDER" USING WSL-LENDER, WS-LENDER-RESULT
   IF WS-LENDER-RESULT NOT = 01
      MOVE 23 TO LS-RESULT-CODE
      GOBACK
   END-IF

   MOVE "N" TO WS-CONSIGNED
   OPEN INPUT CAR-FILE
   MOVE LS-CARVIN TO CRX-carVIN
   READ CAR-FILE
      INVALID KEY
         CONTINUE
      NOT INVALID KEY
         IF CRX-CAR-CONSIGNED
            MOVE "Y" TO WS-CONSIGNED
         END-IF
   END-READ
   CLOSE CAR-FILE
   IF WS-CONSIGNED = "Y"
      MOVE 26 TO LS-RESULT-CODE
      GOBACK
   END-IF

   OPEN I-O FLOORPLAN-FILE
   PERFORM 100-CHECK-OPEN-ADVANCE
   IF WS-ALREADY-FLOORED = "Y"
      MOVE 25 TO LS-RESULT-CODE
   ELSE
      MOVE "FLOORPLAN" TO WS-ID-SERIES
      CALL "GET_NEXT_ID" USING WS-ID-SERIES, LS-FPID
      INITIALIZE FPX-FLOORPLAN
      MOVE LS-FPID TO FPX-fpID
      MOVE LS-CARVIN TO FPX-carVIN
      MOVE LS-LENDERID TO FPX-lenderID
      MOVE LS-ADVANCE TO FPX-advanceAmt
      MOVE LS-ADVANCE TO FPX-principalBal
      MOVE FUNCTION CURRENT-DATE(1:8) TO FPX-advanceDate
      IF LS-ACQUIRED-DATE IS NUMERIC AND LS-ACQUIRED-DATE > 0
         MOVE LS-ACQUIRED-DATE TO FPX-acquiredDate
      ELSE
         MOVE FPX-advanceDate TO FPX-acquiredDate
      END-IF
      MOVE WS-FLOOR-RATE TO FPX-intRate
      MOVE FPX-advanceDate TO FPX-intThruDate
      MOVE WS-CURTAIL-DAYS TO FPX-curtailDays
      MOVE WS-CURTAIL-EVERY TO FPX-curtailEvery
      MOVE WS-CURTAIL-PCT TO FPX-curtailPct
      MOVE FUNCTION INTEGER-OF-DATE(FPX-acquiredDate)
          TO WS-ACQ-INT
      ADD WS-CURTAIL-DAYS TO WS-ACQ-INT
      MOVE FUNCTION DATE-OF-INTEGER(WS-ACQ-INT)
          TO FPX-nextCurtailDate
      MOVE WS-PAYOFF-DAYS TO FPX-payoffDays
      MOVE "F" TO FPX-fpStatus
      MOVE SPACES TO FPX-saleRef
      MOVE SPACES TO FPX-paidRef
      WRITE FPX-FLOORPLAN
         INVALID KEY
            MOVE 99 TO LS-RESULT-CODE
            MOVE FPX-fpID TO WS-LOG-KEY
            CALL "LOG_EXCEPTION" USING "ADD_FLOORPLAN", WS-LOG-KEY,
                WS-LOG-RESULT-CODE
         NOT INVALID KEY
            MOVE 00 TO LS-RESULT-CODE
      END-WRITE
   END-IF
   CLOSE FLOORPLAN-FILE

   GOBACK.

*> Bounded scan of the VIN's advances - one still floored or
*> waiting on its payoff means the unit is already on the line.
100-CHECK-OPEN-ADVANCE.
   MOVE "N" TO WS-ALREADY-FLOORED
   MOVE "N" TO WS-FP-EOF
   MOVE LS-CARVIN TO FPX-carVIN
   START FLOORPLAN-FILE KEY IS NOT LESS THAN FPX-carVIN
      INVALID KEY
         MOVE "Y" TO WS-FP-EOF
   END-START
   PERFORM UNTIL WS-FP-EOF = "Y"
      READ FLOORPLAN-FILE NEXT RECORD
         AT END
            MOVE "Y" TO WS-FP-EOF
         NOT AT END
            IF FPX-carVIN NOT = LS-CARVIN
               MOVE "Y" TO WS-FP-EOF
            ELSE
               IF NOT FPX-FP-PAID-OFF
                  MOVE "Y" TO WS-ALREADY-FLOORED
                  MOVE "Y" TO WS-FP-EOF
               END-IF
            END-IF
      END-READ
   END-PERFORM.

END PROGRAM ADD_FLOORPLAN.
