*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Raises the floor plan payoff when a floored unit sells.
*>          ADD_SALE (retail) and WHOLESALE_DESK (dealer-to-dealer)
*>          CALL this with the VIN and a reference to the deal:
*>          the unit's open FLOORPLAN.IDX advance has its interest
*>          brought up to the sale date through CALC_FLOOR_INT,
*>          goes to PAYOFF DUE, and gets a payoffDueDate the
*>          line's payoffDays past the sale - the date the payoff
*>          report chases. VOID_SALE CALLs it with action "C" to
*>          put the advance back to FLOORED when the deal that
*>          raised the payoff dies and the unit goes back on the
*>          lot. A unit that was never floored is not an error -
*>          not every car on the lot is on the line.
*> RETURN CODES (LS-RESULT-CODE):
*>     00 -> PAYOFF RAISED (OR CANCELLED) - LS-PAYOFF-AMOUNT CARRIES
*>           PRINCIPAL PLUS INTEREST OWED THROUGH THE SALE DATE
*>     23 -> NO OPEN FLOOR PLAN ADVANCE ON THAT VIN
*>*****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. FLOOR_PAYOFF_DUE.
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
01  WS-FP-EOF           PIC X.
01  WS-INTEREST         PIC 9(7)V99.
01  WS-DUE-INT          PIC 9(8).

LINKAGE SECTION.
01  LS-ACTION           PIC X.
01  LS-CARVIN           PIC X(17).
01  LS-SALE-REF         PIC X(10).
01  LS-SALE-DATE        PIC 9(8).
01  LS-PAYOFF-AMOUNT    PIC 9(7)V99.
01  LS-RESULT-CODE      PIC 99.

PROCEDURE DIVISION USING LS-ACTION, LS-CARVIN, LS-SALE-REF,
        LS-SALE-DATE, LS-PAYOFF-AMOUNT, LS-RESULT-CODE.
MAIN-PROCEDURE.
   MOVE 23 TO LS-RESULT-CODE
   MOVE 0 TO LS-PAYOFF-AMOUNT
   MOVE "N" TO WS-FP-EOF
   OPEN I-O FLOORPLAN-FILE
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
               IF LS-ACTION = "C"
                  IF FPX-FP-PAYOFF-DUE AND FPX-saleRef = LS-SALE-REF
                     PERFORM 200-CANCEL-PAYOFF
                     MOVE "Y" TO WS-FP-EOF
                  END-IF
               ELSE
                  IF FPX-FP-FLOORED
                     PERFORM 100-RAISE-PAYOFF
                     MOVE "Y" TO WS-FP-EOF
                  END-IF
               END-IF
            END-IF
      END-READ
   END-PERFORM
   CLOSE FLOORPLAN-FILE

   GOBACK.

*> Interest through the sale date, the payoff clock started, and
*> the amount owed handed back so the desk can say it out loud.
100-RAISE-PAYOFF.
   CALL "CALC_FLOOR_INT" USING FPX-principalBal, FPX-intRate,
       FPX-intThruDate, LS-SALE-DATE, WS-INTEREST
   ADD WS-INTEREST TO FPX-intAccrued
   IF LS-SALE-DATE > FPX-intThruDate
      MOVE LS-SALE-DATE TO FPX-intThruDate
   END-IF
   MOVE "D" TO FPX-fpStatus
   MOVE LS-SALE-REF TO FPX-saleRef
   MOVE FUNCTION INTEGER-OF-DATE(LS-SALE-DATE) TO WS-DUE-INT
   ADD FPX-payoffDays TO WS-DUE-INT
   MOVE FUNCTION DATE-OF-INTEGER(WS-DUE-INT) TO FPX-payoffDueDate
   REWRITE FPX-FLOORPLAN
      INVALID KEY
         CONTINUE
      NOT INVALID KEY
         MOVE 00 TO LS-RESULT-CODE
         COMPUTE LS-PAYOFF-AMOUNT =
             FPX-principalBal + FPX-intAccrued
   END-REWRITE.

*> The deal died - the unit is back on the lot and still floored.
*> Interest already rolled forward stays; it is owed either way.
200-CANCEL-PAYOFF.
   MOVE "F" TO FPX-fpStatus
   MOVE SPACES TO FPX-saleRef
   MOVE 0 TO FPX-payoffDueDate
   REWRITE FPX-FLOORPLAN
      INVALID KEY
         CONTINUE
      NOT INVALID KEY
         MOVE 00 TO LS-RESULT-CODE
   END-REWRITE.

END PROGRAM FLOOR_PAYOFF_DUE.
