*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Showroom floor traffic log. LEAD_DESK works the web
*>          leads, but most of our customers walk in, and the
*>          "ups" who looked and left were never written down.
*>          The salesperson who takes an up logs it here on
*>          FLOORUP.IDX - name, phone, the vehicle they came to
*>          see (a VIN on the lot, or a description), and how it
*>          ended: SOLD, BE-BACK, or LOST with a reason code and
*>          a note. A be-back is worked back to sold or lost when
*>          they return or go quiet. A sold up is tied to its
*>          SALE.IDX deal, keyed here or matched afterwards on the
*>          VIN of interest against deals dated on or after the
*>          up. SALES_GOALS' weekly floor traffic report, beside
*>          its goal-versus-actual report, turns the log into the
*>          week's traffic, closing ratio and lost reasons by
*>          salesperson. Launched from JJUI off a PERMISSIONS.DAT
*>          row.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. FLOOR_TRAFFIC.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL UP-FILE
        ASSIGN TO '../../INDEXES/FLOORUP.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS UPX-upID
        ALTERNATE RECORD KEY IS UPX-empID WITH DUPLICATES
        ALTERNATE RECORD KEY IS UPX-upDate WITH DUPLICATES.
    SELECT OPTIONAL CAR-FILE
        ASSIGN TO '../../INDEXES/CAR.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS CRX-carVIN.
    SELECT OPTIONAL INDEX-FILE-SALE
        ASSIGN TO '../../INDEXES/SALE.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS IDX-saleID
        ALTERNATE RECORD KEY IS IDX-empID WITH DUPLICATES
        ALTERNATE RECORD KEY IS IDX-carVIN WITH DUPLICATES
        ALTERNATE RECORD KEY IS IDX-custID WITH DUPLICATES.

DATA DIVISION.
FILE SECTION.
FD UP-FILE
    RECORD CONTAINS 145 CHARACTERS.
    COPY FLOOR_UP_DEF REPLACING ==:TAG:== BY ==UPX==.
FD CAR-FILE
    RECORD CONTAINS 99 CHARACTERS.
    COPY CAR_DEF REPLACING ==:TAG:== BY ==CRX==.
FD INDEX-FILE-SALE
    RECORD CONTAINS 167 CHARACTERS.
    COPY SALE_DEF REPLACING ==:TAG:== BY ==IDX==.

WORKING-STORAGE SECTION.
COPY EMP_DEF REPLACING ==:TAG:== BY ==WSE==.
COPY SALE_DEF REPLACING ==:TAG:== BY ==WSS==.
COPY FLOOR_UP_DEF REPLACING ==:TAG:== BY ==WSU==.

01  WS-READ-PARAMS.
    02  WS-RP-RETURN-CODE   PIC 99 VALUE 0.
    02  WS-RP-OPTION-CODE   PIC 99 VALUE 0.
    02  WS-RP-LAST-SALEID   PIC 9(5).
    02  WS-RP-LAST-DATE.
        05  WS-RP-YEAR      PIC 9(4).
        05  WS-RP-MONTH     PIC 9(2).
        05  WS-RP-DAY       PIC 9(2).

01  MENU-OPTION             PIC 9.
01  WS-MENU-DONE            PIC X VALUE "N".
01  WS-EOF                  PIC X.
01  WS-SALE-EOF             PIC X.
01  WS-FOUND                PIC X.
01  WS-OUTCOME-OK           PIC X.
01  WS-UP-IN                PIC 9(5).
01  WS-DATE-IN              PIC 9(8).
01  WS-SALE-IN              PIC 9(5).
01  WS-ID-SERIES            PIC X(10).
01  WS-NEXT-UP-ID           PIC 9(5).
01  WS-TODAY-DATE           PIC 9(8).
01  WS-LIST-COUNT           PIC 9(5).
01  WS-MATCHED              PIC 9(5).
01  WS-OUTCOME-DISP         PIC X(7).
01  WS-SALE-DATE-N          PIC 9(8).

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM UNTIL WS-MENU-DONE = "Y"
        DISPLAY "--- Floor Traffic ---"
        DISPLAY "1. Log a Walk-In"
        DISPLAY "2. Work a Be-Back (sold or lost)"
        DISPLAY "3. List a Day's Ups"
        DISPLAY "4. Match Sold Ups to Deals"
        DISPLAY "5. Exit"
        ACCEPT MENU-OPTION
        EVALUATE MENU-OPTION
            WHEN 1
                PERFORM 200-LOG-UP-RTN
            WHEN 2
                PERFORM 300-WORK-UP-RTN
            WHEN 3
                PERFORM 400-LIST-DAY-RTN
            WHEN 4
                PERFORM 500-MATCH-SOLD-RTN
            WHEN 5
                MOVE "Y" TO WS-MENU-DONE
            WHEN OTHER
                DISPLAY "Invalid Option, Please enter 1-5."
        END-EVALUATE
    END-PERFORM
    STOP RUN.

200-LOG-UP-RTN.
    INITIALIZE WSU-FLOOR-UP
    DISPLAY "Salesperson Employee ID: "
    ACCEPT WSU-empID
    INITIALIZE WSE-EMPLOYEE
    MOVE WSU-empID TO WSE-empID
    CALL "READ_EMP" USING WSE-EMPLOYEE
    IF WSE-fName = SPACES
        DISPLAY "No employee " WSU-empID " on file - up not"
            " logged."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Salesperson: " WSE-fName " " WSE-lName
    DISPLAY "Customer Name: "
    ACCEPT WSU-upName
    DISPLAY "Phone (0 if they wouldn't give it): "
    ACCEPT WSU-upPhone
    DISPLAY "VIN of Interest (blank if none on the lot): "
    ACCEPT WSU-wantVIN
    MOVE FUNCTION UPPER-CASE(WSU-wantVIN) TO WSU-wantVIN
    IF WSU-wantVIN NOT = SPACES
        MOVE WSU-wantVIN TO CRX-carVIN
        OPEN INPUT CAR-FILE
        READ CAR-FILE
            INVALID KEY
                DISPLAY "That VIN is not on file - logged as keyed."
            NOT INVALID KEY
                DISPLAY "Unit: " CRX-year " " CRX-make " "
                    CRX-model
                MOVE SPACES TO WSU-wantDesc
                STRING CRX-year " " CRX-make
                    DELIMITED BY SIZE INTO WSU-wantDesc
        END-READ
        CLOSE CAR-FILE
    END-IF
    IF WSU-wantDesc = SPACES
        DISPLAY "What were they looking for?: "
        ACCEPT WSU-wantDesc
    END-IF

    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
    MOVE WS-TODAY-DATE TO WSU-upDate
    MOVE FUNCTION CURRENT-DATE(9:4) TO WSU-upTime
    PERFORM 250-TAKE-OUTCOME-RTN
    IF WS-OUTCOME-OK NOT = "Y"
        DISPLAY "Up not logged."
        EXIT PARAGRAPH
    END-IF

    MOVE "FLOORUP" TO WS-ID-SERIES
    CALL 'GET_NEXT_ID' USING WS-ID-SERIES, WS-NEXT-UP-ID
    MOVE WS-NEXT-UP-ID TO WSU-upID
    OPEN I-O UP-FILE
    WRITE UPX-FLOOR-UP FROM WSU-FLOOR-UP
        INVALID KEY
            DISPLAY "Could not write the up."
        NOT INVALID KEY
            DISPLAY "Up " WS-NEXT-UP-ID " logged."
    END-WRITE
    CLOSE UP-FILE.

*> How the up ended. A sale is tied to its deal here when the
*> deal is already written; otherwise the match pass picks it up
*> off the VIN. A lost up needs a reason code.
250-TAKE-OUTCOME-RTN.
    MOVE "N" TO WS-OUTCOME-OK
    DISPLAY "Outcome - Sold(S), Be-Back(B), or Lost(L): "
    ACCEPT WSU-outcome
    MOVE FUNCTION UPPER-CASE(WSU-outcome) TO WSU-outcome
    IF NOT WSU-UP-OUTCOME-VALID
        DISPLAY "Outcome must be S, B, or L."
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WSU-lostReason
    MOVE SPACES TO WSU-reasonNote
    MOVE 0 TO WSU-saleID
    MOVE FUNCTION CURRENT-DATE(1:8) TO WSU-outcomeDate
    EVALUATE TRUE
        WHEN WSU-UP-SOLD
            DISPLAY "Sale ID (0 if the deal isn't written yet): "
            ACCEPT WS-SALE-IN
            IF WS-SALE-IN > 0
                PERFORM 260-CHECK-SALE-RTN
            END-IF
        WHEN WSU-UP-LOST
            DISPLAY "Reason - PR price, PY payment, TR trade value,"
            DISPLAY "  CR credit, NU no unit to fit, SH just"
                " shopping, OT other: "
            ACCEPT WSU-lostReason
            MOVE FUNCTION UPPER-CASE(WSU-lostReason)
                TO WSU-lostReason
            IF NOT WSU-LR-VALID
                DISPLAY "Not a reason code - logged as OT."
                MOVE "OT" TO WSU-lostReason
            END-IF
            DISPLAY "Note: "
            ACCEPT WSU-reasonNote
        WHEN OTHER
            MOVE 0 TO WSU-outcomeDate
    END-EVALUATE
    MOVE "Y" TO WS-OUTCOME-OK.

260-CHECK-SALE-RTN.
    MOVE 02 TO WS-RP-OPTION-CODE
    MOVE WS-SALE-IN TO WS-RP-LAST-SALEID
    CALL "READ_SALE" USING WSS-Sale, WS-READ-PARAMS
    IF WS-RP-RETURN-CODE NOT = 00
        DISPLAY "No sale " WS-SALE-IN " on file - match it later."
    ELSE
    IF WSS-DST = "Y"
        DISPLAY "Sale " WS-SALE-IN " was voided - not matched."
    ELSE
        MOVE WS-SALE-IN TO WSU-saleID
        IF WSS-empID NOT = WSU-empID
                AND WSS-splitEmpID NOT = WSU-empID
            DISPLAY "Note: sale " WS-SALE-IN " is written to"
                " employee " WSS-empID "."
        END-IF
    END-IF
    END-IF.

*> A be-back come back (or gone quiet) - and a lost up that
*> turned around - gets its final outcome.
300-WORK-UP-RTN.
    DISPLAY "Up ID: "
    ACCEPT WS-UP-IN
    MOVE "Y" TO WS-FOUND
    OPEN INPUT UP-FILE
    MOVE WS-UP-IN TO UPX-upID
    READ UP-FILE
        INVALID KEY
            MOVE "N" TO WS-FOUND
    END-READ
    CLOSE UP-FILE
    IF WS-FOUND NOT = "Y"
        DISPLAY "No up found with that ID."
        EXIT PARAGRAPH
    END-IF
    IF UPX-UP-SOLD
        DISPLAY "That up already bought."
        EXIT PARAGRAPH
    END-IF
    MOVE UPX-FLOOR-UP TO WSU-FLOOR-UP
    PERFORM 450-SHOW-UP-RTN
    PERFORM 250-TAKE-OUTCOME-RTN
    IF WS-OUTCOME-OK NOT = "Y"
        EXIT PARAGRAPH
    END-IF
    OPEN I-O UP-FILE
    MOVE WSU-upID TO UPX-upID
    READ UP-FILE
        INVALID KEY
            DISPLAY "Could not find up " WSU-upID
        NOT INVALID KEY
            REWRITE UPX-FLOOR-UP FROM WSU-FLOOR-UP
                INVALID KEY
                    DISPLAY "Could not update the up."
                NOT INVALID KEY
                    DISPLAY "Up " WSU-upID " updated."
            END-REWRITE
    END-READ
    CLOSE UP-FILE.

400-LIST-DAY-RTN.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
    DISPLAY "Date (YYYYMMDD, 0 = today): "
    ACCEPT WS-DATE-IN
    IF WS-DATE-IN = 0
        MOVE WS-TODAY-DATE TO WS-DATE-IN
    END-IF
    MOVE 0 TO WS-LIST-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT UP-FILE
    MOVE WS-DATE-IN TO UPX-upDate
    START UP-FILE KEY IS EQUAL TO UPX-upDate
        INVALID KEY
            MOVE "Y" TO WS-EOF
    END-START
    PERFORM UNTIL WS-EOF = "Y"
        READ UP-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF UPX-upDate NOT = WS-DATE-IN
                    MOVE "Y" TO WS-EOF
                ELSE
                    ADD 1 TO WS-LIST-COUNT
                    MOVE UPX-FLOOR-UP TO WSU-FLOOR-UP
                    PERFORM 450-SHOW-UP-RTN
                END-IF
        END-READ
    END-PERFORM
    CLOSE UP-FILE
    DISPLAY WS-LIST-COUNT " up(s) on " WS-DATE-IN.

450-SHOW-UP-RTN.
    EVALUATE TRUE
        WHEN WSU-UP-SOLD
            MOVE "SOLD" TO WS-OUTCOME-DISP
        WHEN WSU-UP-LOST
            MOVE "LOST" TO WS-OUTCOME-DISP
        WHEN OTHER
            MOVE "BE-BACK" TO WS-OUTCOME-DISP
    END-EVALUATE
    DISPLAY WSU-upID " " WSU-upTime " EMP " WSU-empID " "
        WSU-upName " " WSU-upPhone
    DISPLAY "      " WSU-wantDesc " " WSU-wantVIN " "
        WS-OUTCOME-DISP " " WSU-lostReason " " WSU-reasonNote
    IF WSU-saleID > 0
        DISPLAY "      sale " WSU-saleID
    END-IF.

*> Sold ups logged before their deal was written: the first
*> live deal on the VIN of interest dated on or after the up is
*> the one. Ups with no VIN have to be matched by hand.
500-MATCH-SOLD-RTN.
    MOVE 0 TO WS-MATCHED
    MOVE 0 TO WS-LIST-COUNT
    MOVE "N" TO WS-EOF
    OPEN I-O UP-FILE
    OPEN INPUT INDEX-FILE-SALE
    MOVE 0 TO UPX-upID
    START UP-FILE KEY IS NOT LESS THAN UPX-upID
        INVALID KEY
            MOVE "Y" TO WS-EOF
    END-START
    PERFORM UNTIL WS-EOF = "Y"
        READ UP-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF UPX-UP-SOLD AND UPX-saleID = 0
                    PERFORM 550-MATCH-ONE-RTN
                END-IF
        END-READ
    END-PERFORM
    CLOSE INDEX-FILE-SALE
    CLOSE UP-FILE
    DISPLAY WS-MATCHED " sold up(s) matched, " WS-LIST-COUNT
        " still unmatched.".

550-MATCH-ONE-RTN.
    MOVE "N" TO WS-FOUND
    IF UPX-wantVIN NOT = SPACES
        MOVE "N" TO WS-SALE-EOF
        MOVE UPX-wantVIN TO IDX-carVIN
        START INDEX-FILE-SALE KEY IS EQUAL TO IDX-carVIN
            INVALID KEY
                MOVE "Y" TO WS-SALE-EOF
        END-START
        PERFORM UNTIL WS-SALE-EOF = "Y" OR WS-FOUND = "Y"
            READ INDEX-FILE-SALE NEXT RECORD
                AT END
                    MOVE "Y" TO WS-SALE-EOF
                NOT AT END
                    IF IDX-carVIN NOT = UPX-wantVIN
                        MOVE "Y" TO WS-SALE-EOF
                    ELSE
                        MOVE IDX-saleDate TO WS-SALE-DATE-N
                        IF IDX-DST NOT = "Y" AND
                                WS-SALE-DATE-N >= UPX-upDate
                            MOVE "Y" TO WS-FOUND
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    IF WS-FOUND = "Y"
        MOVE IDX-saleID TO UPX-saleID
        REWRITE UPX-FLOOR-UP
            INVALID KEY
                CONTINUE
        END-REWRITE
        ADD 1 TO WS-MATCHED
        DISPLAY "Up " UPX-upID " -> sale " IDX-saleID
    ELSE
        ADD 1 TO WS-LIST-COUNT
        DISPLAY "Up " UPX-upID " " UPX-upName " - no deal found"
    END-IF.

END PROGRAM FLOOR_TRAFFIC.
