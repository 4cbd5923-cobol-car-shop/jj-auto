*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Floor plan interest on one unit's principal between two
*>          dates - simple daily interest on an actual/365 basis,
*>          the way the floor plan lender's statement figures it.
*>          CALLed by FLOORPLAN_ACCRUE to roll a FLOORPLAN.IDX row's
*>          intAccrued forward, by FLOOR_PAYOFF_DUE to bring the
*>          interest up to the sale date, and by the floor plan
*>          desk and reports to quote interest to date without
*>          posting it. A zero or backwards date range earns
*>          nothing.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. CALC_FLOOR_INT.
DATA DIVISION.
WORKING-STORAGE SECTION.
01 WS-FROM-INT          PIC 9(8).
01 WS-TO-INT            PIC 9(8).
01 WS-DAYS              PIC 9(5).

LINKAGE SECTION.
01 LS-PRINCIPAL         PIC 9(7)V99.
01 LS-RATE              PIC 9V9999.
01 LS-FROM-DATE         PIC 9(8).
01 LS-TO-DATE           PIC 9(8).
01 LS-INTEREST          PIC 9(7)V99.

PROCEDURE DIVISION USING LS-PRINCIPAL, LS-RATE, LS-FROM-DATE,
        LS-TO-DATE, LS-INTEREST.
MAIN-PROCEDURE.
   MOVE 0 TO LS-INTEREST
   IF LS-FROM-DATE IS NUMERIC AND LS-FROM-DATE > 0
         AND LS-TO-DATE > LS-FROM-DATE
         AND LS-PRINCIPAL > 0
      MOVE FUNCTION INTEGER-OF-DATE(LS-FROM-DATE) TO WS-FROM-INT
      MOVE FUNCTION INTEGER-OF-DATE(LS-TO-DATE) TO WS-TO-INT
      COMPUTE WS-DAYS = WS-TO-INT - WS-FROM-INT
      COMPUTE LS-INTEREST ROUNDED =
          LS-PRINCIPAL * LS-RATE * WS-DAYS / 365
   END-IF
   GOBACK.

END PROGRAM CALC_FLOOR_INT.
