*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Floor plan desk. Everything on the lot is bought on the
*>          floor plan line, and FLOORPLAN.IDX carries what the
*>          lender advanced on each VIN and what we still owe on
*>          it. Intake (230-AddNewCar) and CAR_PURCHASE file the
*>          advance through ADD_FLOORPLAN; this desk floors a unit
*>          filed without one, and records the money actually sent
*>          to the lender - curtailments as they come due off the
*>          unit's dateAcquired, interest, and the payoff once
*>          ADD_SALE or WHOLESALE_DESK has raised it through
*>          FLOOR_PAYOFF_DUE. Interest is brought to date through
*>          CALC_FLOOR_INT before anything is paid against it;
*>          option 6 runs FLOORPLAN_ACCRUE across the whole line.
*>          What is due is on FLOORPLAN_REPORT; the lender's
*>          monthly audit listing is FLOORPLAN_AUDIT.
*>          Launched from JJUI off a PERMISSIONS.DAT row.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. FLOORPLAN_DESK.
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
COPY SESSION_DEF.
01  MENU-OPTION             PIC 9.
01  WS-MENU-DONE            PIC X VALUE "N".
01  WS-EOF                  PIC X.
01  WS-FOUND                PIC X.
01  WS-VIN-IN               PIC X(17).
01  WS-LENDER-IN            PIC 9(5).
01  WS-AMOUNT-IN            PIC 9(7)V99.
01  WS-REF-IN               PIC X(12).
01  WS-ACQ-DATE             PIC 9(8).
01  WS-FPID                 PIC 9(5).
01  WS-RESULT               PIC 99.
01  WS-TODAY-DATE           PIC 9(8).
01  WS-INTEREST             PIC 9(7)V99.
01  WS-CURTAIL-DUE          PIC 9(7)V99.
01  WS-PAYOFF-AMT           PIC 9(7)V99.
01  WS-NEXT-INT             PIC 9(8).
01  WS-MONEY-DISP           PIC $,$$$,$$9.99.
01  WS-MONEY-DISP2          PIC $,$$$,$$9.99.
01  FA-PARAMETRES.
    02 FA-RETURN-CODE       PIC 99 VALUE 0.
    02 FA-OPTION-CODE       PIC 99 VALUE 0.
    02 FA-EXPORT-FLAG       PIC X VALUE "N".

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM UNTIL WS-MENU-DONE = "Y"
        MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
        DISPLAY "--- Floor Plan Desk ---"
        DISPLAY "1. Floor a Unit"
        DISPLAY "2. Record Curtailment Paid"
        DISPLAY "3. Record Interest Paid"
        DISPLAY "4. Record Payoff Sent"
        DISPLAY "5. Look Up a Unit"
        DISPLAY "6. Accrue Interest to Date"
        DISPLAY "7. Exit"
        ACCEPT MENU-OPTION
        EVALUATE MENU-OPTION
            WHEN 1
                PERFORM 200-FLOOR-UNIT-RTN
            WHEN 2
                PERFORM 300-CURTAILMENT-RTN
            WHEN 3
                PERFORM 400-INTEREST-PAID-RTN
            WHEN 4
                PERFORM 500-PAYOFF-SENT-RTN
            WHEN 5
                PERFORM 600-LOOKUP-RTN
            WHEN 6
                CALL "FLOORPLAN_ACCRUE" USING FA-PARAMETRES
            WHEN 7
                MOVE "Y" TO WS-MENU-DONE
            WHEN OTHER
                DISPLAY "Invalid Option, Please enter 1-7."
        END-EVALUATE
    END-PERFORM
    STOP RUN.

*>  A unit filed without an advance - the VIN has to be on the lot
*>  and not sold. No advance entered floors the acquisition cost.
200-FLOOR-UNIT-RTN.
    DISPLAY "VIN: "
    ACCEPT WS-VIN-IN
    MOVE FUNCTION UPPER-CASE(WS-VIN-IN) TO WS-VIN-IN
    OPEN INPUT CAR-FILE
    MOVE WS-VIN-IN TO CRX-carVIN
    MOVE "Y" TO WS-FOUND
    READ CAR-FILE
        INVALID KEY
            MOVE "N" TO WS-FOUND
    END-READ
    CLOSE CAR-FILE
    IF WS-FOUND = "N"
        DISPLAY "That VIN is not on file."
    ELSE
        IF CRX-CAR-SOLD OR CRX-CAR-CONSIGNED
            DISPLAY "That unit is sold or consigned - not floored."
        ELSE
            DISPLAY "Floor Plan Lender ID: "
            ACCEPT WS-LENDER-IN
            DISPLAY "Advance Amount (0 = acquisition cost): "
            ACCEPT WS-AMOUNT-IN
            IF WS-AMOUNT-IN = 0
                MOVE CRX-acquisitionCost TO WS-AMOUNT-IN
            END-IF
            MOVE CRX-dateAcquired TO WS-ACQ-DATE
            CALL "ADD_FLOORPLAN" USING WS-VIN-IN, WS-LENDER-IN,
                WS-AMOUNT-IN, WS-ACQ-DATE, WS-FPID, WS-RESULT
            EVALUATE WS-RESULT
                WHEN 00
                    MOVE WS-AMOUNT-IN TO WS-MONEY-DISP
                    DISPLAY "Floor plan advance " WS-FPID
                        " filed for " WS-MONEY-DISP
                WHEN 23
                    DISPLAY "No lender with that ID."
                WHEN 25
                    DISPLAY "That unit is already floored."
                WHEN OTHER
                    DISPLAY "Could not file the floor plan advance."
            END-EVALUATE
        END-IF
    END-IF.

*>  Curtailment due is curtailPct of the original advance, never
*>  more than what is left. Paying it moves the next one out by
*>  the line's curtailEvery days.
300-CURTAILMENT-RTN.
    PERFORM 700-FIND-OPEN-ADVANCE-RTN
    IF WS-FOUND = "Y"
        IF NOT FPX-FP-FLOORED
            DISPLAY "Unit is sold - record the payoff instead."
        ELSE
            COMPUTE WS-CURTAIL-DUE ROUNDED =
                FPX-advanceAmt * FPX-curtailPct / 100
            IF WS-CURTAIL-DUE > FPX-principalBal
                MOVE FPX-principalBal TO WS-CURTAIL-DUE
            END-IF
            MOVE WS-CURTAIL-DUE TO WS-MONEY-DISP
            DISPLAY "Curtailment due " FPX-nextCurtailDate
                " amount " WS-MONEY-DISP
            DISPLAY "Amount Paid (0 = amount due): "
            ACCEPT WS-AMOUNT-IN
            IF WS-AMOUNT-IN = 0
                MOVE WS-CURTAIL-DUE TO WS-AMOUNT-IN
            END-IF
            IF WS-AMOUNT-IN > FPX-principalBal
                MOVE FPX-principalBal TO WS-AMOUNT-IN
            END-IF
            PERFORM 750-ROLL-INTEREST-RTN
            SUBTRACT WS-AMOUNT-IN FROM FPX-principalBal
            ADD WS-AMOUNT-IN TO FPX-curtailPaidTot
            MOVE FUNCTION INTEGER-OF-DATE(FPX-nextCurtailDate)
                TO WS-NEXT-INT
            ADD FPX-curtailEvery TO WS-NEXT-INT
            MOVE FUNCTION DATE-OF-INTEGER(WS-NEXT-INT)
                TO FPX-nextCurtailDate
            REWRITE FPX-FLOORPLAN
                INVALID KEY
                    DISPLAY "Could not update the floor plan record."
                NOT INVALID KEY
                    MOVE FPX-principalBal TO WS-MONEY-DISP
                    DISPLAY "Curtailment recorded. Principal now "
                        WS-MONEY-DISP
                        " next due " FPX-nextCurtailDate
            END-REWRITE
        END-IF
    END-IF
    CLOSE FLOORPLAN-FILE.

*>  Interest is brought to today first so the payment is applied
*>  against everything owed. No amount entered pays it all.
400-INTEREST-PAID-RTN.
    PERFORM 700-FIND-OPEN-ADVANCE-RTN
    IF WS-FOUND = "Y"
        PERFORM 750-ROLL-INTEREST-RTN
        MOVE FPX-intAccrued TO WS-MONEY-DISP
        DISPLAY "Interest owed through " FPX-intThruDate
            ": " WS-MONEY-DISP
        DISPLAY "Amount Paid (0 = all): "
        ACCEPT WS-AMOUNT-IN
        IF WS-AMOUNT-IN = 0 OR WS-AMOUNT-IN > FPX-intAccrued
            MOVE FPX-intAccrued TO WS-AMOUNT-IN
        END-IF
        SUBTRACT WS-AMOUNT-IN FROM FPX-intAccrued
        ADD WS-AMOUNT-IN TO FPX-intPaidTot
        REWRITE FPX-FLOORPLAN
            INVALID KEY
                DISPLAY "Could not update the floor plan record."
            NOT INVALID KEY
                MOVE WS-AMOUNT-IN TO WS-MONEY-DISP
                DISPLAY "Interest payment of " WS-MONEY-DISP
                    " recorded."
        END-REWRITE
    END-IF
    CLOSE FLOORPLAN-FILE.

*>  The check to the lender - principal plus interest to today
*>  clears the advance. Allowed before the sale posts too, for a
*>  unit paid off early.
500-PAYOFF-SENT-RTN.
    PERFORM 700-FIND-OPEN-ADVANCE-RTN
    IF WS-FOUND = "Y"
        PERFORM 750-ROLL-INTEREST-RTN
        COMPUTE WS-PAYOFF-AMT = FPX-principalBal + FPX-intAccrued
        MOVE WS-PAYOFF-AMT TO WS-MONEY-DISP
        DISPLAY "Payoff through " FPX-intThruDate ": "
            WS-MONEY-DISP
        IF FPX-FP-PAYOFF-DUE
            DISPLAY "Sold on " FPX-saleRef " - due by "
                FPX-payoffDueDate
        END-IF
        DISPLAY "Check / Wire Reference (blank to cancel): "
        ACCEPT WS-REF-IN
        IF WS-REF-IN = SPACES
            DISPLAY "Payoff not recorded."
        ELSE
            ADD FPX-intAccrued TO FPX-intPaidTot
            MOVE 0 TO FPX-intAccrued
            MOVE 0 TO FPX-principalBal
            MOVE "P" TO FPX-fpStatus
            MOVE WS-TODAY-DATE TO FPX-paidDate
            MOVE WS-REF-IN TO FPX-paidRef
            REWRITE FPX-FLOORPLAN
                INVALID KEY
                    DISPLAY "Could not update the floor plan record."
                NOT INVALID KEY
                    DISPLAY "Payoff of " WS-MONEY-DISP
                        " recorded. Advance " FPX-fpID " closed."
            END-REWRITE
        END-IF
    END-IF
    CLOSE FLOORPLAN-FILE.

*>  Every advance ever filed on the VIN, with interest quoted to
*>  today on the open one (not posted).
600-LOOKUP-RTN.
    DISPLAY "VIN: "
    ACCEPT WS-VIN-IN
    MOVE FUNCTION UPPER-CASE(WS-VIN-IN) TO WS-VIN-IN
    MOVE "N" TO WS-FOUND
    MOVE "N" TO WS-EOF
    OPEN INPUT FLOORPLAN-FILE
    MOVE WS-VIN-IN TO FPX-carVIN
    START FLOORPLAN-FILE KEY IS NOT LESS THAN FPX-carVIN
        INVALID KEY
            MOVE "Y" TO WS-EOF
    END-START
    PERFORM UNTIL WS-EOF = "Y"
        READ FLOORPLAN-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF FPX-carVIN NOT = WS-VIN-IN
                    MOVE "Y" TO WS-EOF
                ELSE
                    MOVE "Y" TO WS-FOUND
                    PERFORM 650-SHOW-ADVANCE-RTN
                END-IF
        END-READ
    END-PERFORM
    CLOSE FLOORPLAN-FILE
    IF WS-FOUND = "N"
        DISPLAY "No floor plan advances on that VIN."
    END-IF.

650-SHOW-ADVANCE-RTN.
    MOVE FPX-advanceAmt TO WS-MONEY-DISP
    MOVE FPX-principalBal TO WS-MONEY-DISP2
    DISPLAY "Advance " FPX-fpID " lender " FPX-lenderID
        " status " FPX-fpStatus " floored " FPX-advanceDate
    DISPLAY "  Advanced " WS-MONEY-DISP " principal now "
        WS-MONEY-DISP2
    IF FPX-FP-PAID-OFF
        DISPLAY "  Paid off " FPX-paidDate " ref " FPX-paidRef
    ELSE
        CALL "CALC_FLOOR_INT" USING FPX-principalBal, FPX-intRate,
            FPX-intThruDate, WS-TODAY-DATE, WS-INTEREST
        ADD FPX-intAccrued TO WS-INTEREST
        MOVE WS-INTEREST TO WS-MONEY-DISP
        DISPLAY "  Interest to date " WS-MONEY-DISP
            " next curtailment " FPX-nextCurtailDate
        IF FPX-FP-PAYOFF-DUE
            DISPLAY "  PAYOFF DUE " FPX-payoffDueDate
                " sold on " FPX-saleRef
        END-IF
    END-IF.

*>  Leaves FLOORPLAN-FILE open I-O on the VIN's open advance when
*>  WS-FOUND is "Y"; the caller closes it either way.
700-FIND-OPEN-ADVANCE-RTN.
    DISPLAY "VIN: "
    ACCEPT WS-VIN-IN
    MOVE FUNCTION UPPER-CASE(WS-VIN-IN) TO WS-VIN-IN
    MOVE "N" TO WS-FOUND
    MOVE "N" TO WS-EOF
    OPEN I-O FLOORPLAN-FILE
    MOVE WS-VIN-IN TO FPX-carVIN
    START FLOORPLAN-FILE KEY IS NOT LESS THAN FPX-carVIN
        INVALID KEY
            MOVE "Y" TO WS-EOF
    END-START
    PERFORM UNTIL WS-EOF = "Y"
        READ FLOORPLAN-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF FPX-carVIN NOT = WS-VIN-IN
                    MOVE "Y" TO WS-EOF
                ELSE
                    IF NOT FPX-FP-PAID-OFF
                        MOVE "Y" TO WS-FOUND
                        MOVE "Y" TO WS-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF WS-FOUND = "N"
        DISPLAY "No open floor plan advance on that VIN."
    END-IF.

750-ROLL-INTEREST-RTN.
    CALL "CALC_FLOOR_INT" USING FPX-principalBal, FPX-intRate,
        FPX-intThruDate, WS-TODAY-DATE, WS-INTEREST
    ADD WS-INTEREST TO FPX-intAccrued
    IF WS-TODAY-DATE > FPX-intThruDate
        MOVE WS-TODAY-DATE TO FPX-intThruDate
    END-IF.

END PROGRAM FLOORPLAN_DESK.
