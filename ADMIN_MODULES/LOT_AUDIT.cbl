*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Lot walk audit of the cars against CAR.IDX, the way
*>          CYCLE_COUNT counts the parts room. The floor plan
*>          lender's auditor walks our lots; now we walk them
*>          first. A walk sheet prints per lotLocation (MN main
*>          lot, R9 Route 9) from every unit the file says should
*>          be standing there - available, on deposit hold, in
*>          recon or out as a loaner. The VINs actually seen come
*>          back keyed one at a time or off the scanner's file
*>          (LOTSCAN.DAT, one VIN to a line), and the audit
*>          reports units on file but NOT FOUND, units seen that
*>          are NOT ON FILE or already SOLD, units seen that are
*>          filed at the WRONG LOT, and units seen while still
*>          filed IN TRANSIT. Each audit's results are kept on
*>          LOTAUDIT.DAT with who walked it and when, and past
*>          audits can be brought back up here. Printed to
*>          LOT_WALK_SHEET.RPT and LOT_AUDIT.RPT. Launched from
*>          JJUI off a PERMISSIONS.DAT row.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. LOT_AUDIT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL CAR-FILE
        ASSIGN TO '../../INDEXES/CAR.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS CRX-carVIN.
    SELECT OPTIONAL SCAN-FILE ASSIGN TO '../LOTSCAN.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL AUDIT-FILE ASSIGN TO '../LOTAUDIT.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SHEET-FILE ASSIGN TO 'LOT_WALK_SHEET.RPT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT RESULT-FILE ASSIGN TO 'LOT_AUDIT.RPT'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CAR-FILE
    RECORD CONTAINS 99 CHARACTERS.
    COPY CAR_DEF REPLACING ==:TAG:== BY ==CRX==.
FD SCAN-FILE.
01  SCAN-REC                PIC X(80).
FD AUDIT-FILE.
    COPY LOT_AUDIT_DEF REPLACING ==:TAG:== BY ==LA==.
FD SHEET-FILE.
01  SHEET-REC               PIC X(80).
FD RESULT-FILE.
01  RESULT-REC              PIC X(80).

WORKING-STORAGE SECTION.
COPY SESSION_DEF.
01  MENU-OPTION             PIC 9.
01  WS-MENU-DONE            PIC X VALUE "N".
01  WS-EOF                  PIC X.
01  WS-KEY-DONE             PIC X.
01  WS-ANSWER               PIC X.
01  WS-LOT-IN               PIC XX.
01  WS-WALKER-IN            PIC X(30).
01  WS-VIN-IN               PIC X(17).
01  WS-AUDIT-IN             PIC 9(5).
01  WS-ID-SERIES            PIC X(10).
01  WS-NEXT-AUDIT-ID        PIC 9(5).
01  WS-TODAY-DATE           PIC 9(8).
01  WS-NOW-TIME             PIC 9(4).
01  WS-SHEET-COUNT          PIC 9(4).
01  WS-LIST-COUNT           PIC 9(4).
01  WS-EXPECTED             PIC 9(4).
01  WS-MATCHED              PIC 9(4).
01  WS-SLOT                 PIC 9(4).
01  WS-EXCEPT-NAME          PIC X(11).
01  WS-EXC-CODE-IN          PIC XX.
01  WS-EXC-LOT-IN           PIC XX.

*> VINs seen on the walk, duplicates dropped as they come in.
01  WS-SEEN-TABLE.
    05  WS-SEEN-ENTRY OCCURS 500 TIMES INDEXED BY SEEN-IDX.
        10  WS-SEEN-VIN     PIC X(17).
        10  WS-SEEN-MATCHED PIC X.
01  WS-SEEN-USED            PIC 9(4) VALUE 0.
01  WS-SEEN-DROPPED         PIC 9(4) VALUE 0.

*> Exceptions gathered before anything is written, so the
*> summary row can lead the audit on LOTAUDIT.DAT.
01  WS-EXC-TABLE.
    05  WS-EXC-ENTRY OCCURS 500 TIMES INDEXED BY EXC-IDX.
        10  WS-EXC-VIN      PIC X(17).
        10  WS-EXC-CODE     PIC XX.
        10  WS-EXC-FILE-LOT PIC XX.
01  WS-EXC-USED             PIC 9(4) VALUE 0.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM UNTIL WS-MENU-DONE = "Y"
        DISPLAY "--- Lot Walk Audit ---"
        DISPLAY "1. Print Lot Walk Sheet"
        DISPLAY "2. Take Back a Lot Walk"
        DISPLAY "3. Review Past Audits"
        DISPLAY "4. Exit"
        ACCEPT MENU-OPTION
        EVALUATE MENU-OPTION
            WHEN 1
                PERFORM 200-WALK-SHEET-RTN
            WHEN 2
                PERFORM 300-TAKE-BACK-RTN
            WHEN 3
                PERFORM 600-REVIEW-AUDITS-RTN
            WHEN 4
                MOVE "Y" TO WS-MENU-DONE
            WHEN OTHER
                DISPLAY "Invalid Option, Please enter 1-4."
        END-EVALUATE
    END-PERFORM
    STOP RUN.

150-ASK-LOT-RTN.
    DISPLAY "Lot Location (MN/R9): "
    ACCEPT WS-LOT-IN
    MOVE FUNCTION UPPER-CASE(WS-LOT-IN) TO WS-LOT-IN
    IF WS-LOT-IN NOT = "MN" AND WS-LOT-IN NOT = "R9"
        DISPLAY "Lot must be MN or R9."
        MOVE SPACES TO WS-LOT-IN
    END-IF.

*> One line per unit the file puts on this lot, with a box to
*> tick - the walker writes in anything seen that is not listed.
200-WALK-SHEET-RTN.
    PERFORM 150-ASK-LOT-RTN
    IF WS-LOT-IN = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
    MOVE 0 TO WS-SHEET-COUNT
    OPEN OUTPUT SHEET-FILE
    MOVE SPACES TO SHEET-REC
    STRING "LOT WALK SHEET - LOT " WS-LOT-IN "  " WS-TODAY-DATE
        DELIMITED BY SIZE INTO SHEET-REC
    WRITE SHEET-REC
    MOVE "SEEN  VIN               YEAR MAKE            MODEL"
        TO SHEET-REC
    WRITE SHEET-REC
    MOVE "N" TO WS-EOF
    OPEN INPUT CAR-FILE
    MOVE LOW-VALUES TO CRX-carVIN
    START CAR-FILE KEY IS NOT LESS THAN CRX-carVIN
        INVALID KEY
            MOVE "Y" TO WS-EOF
    END-START
    PERFORM UNTIL WS-EOF = "Y"
        READ CAR-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF CRX-lotLocation = WS-LOT-IN
                    IF CRX-CAR-AVAILABLE OR CRX-CAR-DEPOSIT-HOLD
                            OR CRX-CAR-IN-RECON OR CRX-CAR-LOANER
                        ADD 1 TO WS-SHEET-COUNT
                        MOVE SPACES TO SHEET-REC
                        STRING "[  ]  " CRX-carVIN " " CRX-year " "
                               CRX-make " " CRX-model
                            DELIMITED BY SIZE INTO SHEET-REC
                        WRITE SHEET-REC
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE CAR-FILE
    MOVE SPACES TO SHEET-REC
    WRITE SHEET-REC
    MOVE "SEEN BUT NOT LISTED (VIN):" TO SHEET-REC
    WRITE SHEET-REC
    MOVE "  ____________________  ____________________" TO SHEET-REC
    WRITE SHEET-REC
    MOVE "  ____________________  ____________________" TO SHEET-REC
    WRITE SHEET-REC
    MOVE "WALKED BY: ______________________  TIME: ______"
        TO SHEET-REC
    WRITE SHEET-REC
    CLOSE SHEET-FILE
    DISPLAY WS-SHEET-COUNT " unit(s) listed - walk sheet written"
        " to LOT_WALK_SHEET.RPT".

300-TAKE-BACK-RTN.
    PERFORM 150-ASK-LOT-RTN
    IF WS-LOT-IN = SPACES
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Walked by (blank = you): "
    ACCEPT WS-WALKER-IN
    IF WS-WALKER-IN = SPACES
        MOVE SESSION-CURRENT-USER TO WS-WALKER-IN
    END-IF
    INITIALIZE WS-SEEN-TABLE
    INITIALIZE WS-EXC-TABLE
    MOVE 0 TO WS-SEEN-USED
    MOVE 0 TO WS-SEEN-DROPPED
    MOVE 0 TO WS-EXC-USED
    MOVE 0 TO WS-EXPECTED
    MOVE 0 TO WS-MATCHED
    DISPLAY "VINs from the scanner file LOTSCAN.DAT? (Y/N): "
    ACCEPT WS-ANSWER
    IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
        PERFORM 320-LOAD-SCAN-FILE-RTN
    ELSE
        PERFORM 310-KEY-VINS-RTN
    END-IF
    IF WS-SEEN-USED = 0
        DISPLAY "No VINs taken back - nothing audited."
        EXIT PARAGRAPH
    END-IF
    IF WS-SEEN-DROPPED > 0
        DISPLAY WS-SEEN-DROPPED " VIN(s) past the 500 the walk"
            " holds were not audited."
    END-IF
    PERFORM 400-CHECK-SEEN-RTN
    PERFORM 450-CHECK-EXPECTED-RTN
    PERFORM 500-FILE-AUDIT-RTN.

310-KEY-VINS-RTN.
    MOVE "N" TO WS-KEY-DONE
    PERFORM UNTIL WS-KEY-DONE = "Y"
        DISPLAY "VIN seen (blank when done): "
        ACCEPT WS-VIN-IN
        IF WS-VIN-IN = SPACES
            MOVE "Y" TO WS-KEY-DONE
        ELSE
            PERFORM 350-ADD-SEEN-RTN
        END-IF
    END-PERFORM.

320-LOAD-SCAN-FILE-RTN.
    MOVE "N" TO WS-EOF
    OPEN INPUT SCAN-FILE
    PERFORM UNTIL WS-EOF = "Y"
        READ SCAN-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE SCAN-REC(1:17) TO WS-VIN-IN
                IF WS-VIN-IN NOT = SPACES
                    PERFORM 350-ADD-SEEN-RTN
                END-IF
        END-READ
    END-PERFORM
    CLOSE SCAN-FILE
    DISPLAY WS-SEEN-USED " VIN(s) read from LOTSCAN.DAT".

*> A unit scanned twice on the walk is still one unit.
350-ADD-SEEN-RTN.
    MOVE FUNCTION UPPER-CASE(WS-VIN-IN) TO WS-VIN-IN
    MOVE 0 TO WS-SLOT
    PERFORM VARYING SEEN-IDX FROM 1 BY 1
            UNTIL SEEN-IDX > WS-SEEN-USED
        IF WS-SEEN-VIN(SEEN-IDX) = WS-VIN-IN
            SET WS-SLOT TO SEEN-IDX
        END-IF
    END-PERFORM
    IF WS-SLOT > 0
        EXIT PARAGRAPH
    END-IF
    IF WS-SEEN-USED >= 500
        ADD 1 TO WS-SEEN-DROPPED
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-SEEN-USED
    MOVE WS-VIN-IN TO WS-SEEN-VIN(WS-SEEN-USED)
    MOVE "N" TO WS-SEEN-MATCHED(WS-SEEN-USED).

*> Every VIN seen, looked up: clean when it is a unit the file
*> puts on this lot, otherwise an exception saying why not.
400-CHECK-SEEN-RTN.
    OPEN INPUT CAR-FILE
    PERFORM VARYING SEEN-IDX FROM 1 BY 1
            UNTIL SEEN-IDX > WS-SEEN-USED
        MOVE WS-SEEN-VIN(SEEN-IDX) TO CRX-carVIN
        MOVE WS-SEEN-VIN(SEEN-IDX) TO WS-VIN-IN
        READ CAR-FILE
            INVALID KEY
                MOVE "NO" TO WS-EXC-CODE-IN
                MOVE SPACES TO WS-EXC-LOT-IN
                PERFORM 420-ADD-EXCEPTION-RTN
            NOT INVALID KEY
                EVALUATE TRUE
                    WHEN CRX-CAR-SOLD
                        MOVE "SD" TO WS-EXC-CODE-IN
                        MOVE CRX-lotLocation TO WS-EXC-LOT-IN
                        PERFORM 420-ADD-EXCEPTION-RTN
                    WHEN CRX-CAR-IN-TRANSIT
                        MOVE "TR" TO WS-EXC-CODE-IN
                        MOVE CRX-lotLocation TO WS-EXC-LOT-IN
                        PERFORM 420-ADD-EXCEPTION-RTN
                    WHEN CRX-lotLocation NOT = WS-LOT-IN
                        MOVE "WL" TO WS-EXC-CODE-IN
                        MOVE CRX-lotLocation TO WS-EXC-LOT-IN
                        PERFORM 420-ADD-EXCEPTION-RTN
                    WHEN OTHER
                        MOVE "Y" TO WS-SEEN-MATCHED(SEEN-IDX)
                        ADD 1 TO WS-MATCHED
                END-EVALUATE
        END-READ
    END-PERFORM
    CLOSE CAR-FILE.

420-ADD-EXCEPTION-RTN.
    IF WS-EXC-USED < 500
        ADD 1 TO WS-EXC-USED
        MOVE WS-VIN-IN TO WS-EXC-VIN(WS-EXC-USED)
        MOVE WS-EXC-CODE-IN TO WS-EXC-CODE(WS-EXC-USED)
        MOVE WS-EXC-LOT-IN TO WS-EXC-FILE-LOT(WS-EXC-USED)
    END-IF.

*> Every unit the file puts on this lot that nobody saw.
450-CHECK-EXPECTED-RTN.
    MOVE "N" TO WS-EOF
    OPEN INPUT CAR-FILE
    MOVE LOW-VALUES TO CRX-carVIN
    START CAR-FILE KEY IS NOT LESS THAN CRX-carVIN
        INVALID KEY
            MOVE "Y" TO WS-EOF
    END-START
    PERFORM UNTIL WS-EOF = "Y"
        READ CAR-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF CRX-lotLocation = WS-LOT-IN AND
                        (CRX-CAR-AVAILABLE OR CRX-CAR-DEPOSIT-HOLD
                         OR CRX-CAR-IN-RECON OR CRX-CAR-LOANER)
                    ADD 1 TO WS-EXPECTED
                    MOVE 0 TO WS-SLOT
                    PERFORM VARYING SEEN-IDX FROM 1 BY 1
                            UNTIL SEEN-IDX > WS-SEEN-USED
                        IF WS-SEEN-VIN(SEEN-IDX) = CRX-carVIN
                            SET WS-SLOT TO SEEN-IDX
                        END-IF
                    END-PERFORM
                    IF WS-SLOT = 0
                        MOVE CRX-carVIN TO WS-VIN-IN
                        MOVE "NF" TO WS-EXC-CODE-IN
                        MOVE CRX-lotLocation TO WS-EXC-LOT-IN
                        PERFORM 420-ADD-EXCEPTION-RTN
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE CAR-FILE.

*> Summary row then one row per exception onto LOTAUDIT.DAT, and
*> the same results printed to LOT_AUDIT.RPT.
500-FILE-AUDIT-RTN.
    MOVE "LOTAUDIT" TO WS-ID-SERIES
    CALL 'GET_NEXT_ID' USING WS-ID-SERIES, WS-NEXT-AUDIT-ID
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
    MOVE FUNCTION CURRENT-DATE(9:4) TO WS-NOW-TIME
    OPEN EXTEND AUDIT-FILE
    OPEN OUTPUT RESULT-FILE
    INITIALIZE LA-LOT-AUDIT
    MOVE WS-NEXT-AUDIT-ID TO LA-auditID
    MOVE WS-TODAY-DATE TO LA-auditDate
    MOVE WS-NOW-TIME TO LA-auditTime
    MOVE WS-LOT-IN TO LA-lotLocation
    MOVE WS-WALKER-IN TO LA-walkedBy
    MOVE "S" TO LA-rowType
    MOVE WS-EXPECTED TO LA-expectedCnt
    MOVE WS-SEEN-USED TO LA-seenCnt
    MOVE WS-MATCHED TO LA-matchedCnt
    MOVE WS-EXC-USED TO LA-exceptCnt
    WRITE LA-LOT-AUDIT
    PERFORM 550-PRINT-SUMMARY-RTN
    PERFORM VARYING EXC-IDX FROM 1 BY 1
            UNTIL EXC-IDX > WS-EXC-USED
        MOVE "E" TO LA-rowType
        MOVE WS-EXC-VIN(EXC-IDX) TO LA-carVIN
        MOVE WS-EXC-CODE(EXC-IDX) TO LA-exceptCode
        MOVE WS-EXC-FILE-LOT(EXC-IDX) TO LA-fileLot
        MOVE 0 TO LA-expectedCnt
        MOVE 0 TO LA-seenCnt
        MOVE 0 TO LA-matchedCnt
        MOVE 0 TO LA-exceptCnt
        WRITE LA-LOT-AUDIT
        PERFORM 560-PRINT-EXCEPTION-RTN
    END-PERFORM
    CLOSE RESULT-FILE
    CLOSE AUDIT-FILE
    DISPLAY "Audit " WS-NEXT-AUDIT-ID " filed - results written to"
        " LOT_AUDIT.RPT".

550-PRINT-SUMMARY-RTN.
    MOVE SPACES TO RESULT-REC
    STRING "LOT AUDIT " LA-auditID "  LOT " LA-lotLocation "  "
           LA-auditDate " " LA-auditTime
        DELIMITED BY SIZE INTO RESULT-REC
    PERFORM 590-PUT-RESULT-RTN
    MOVE SPACES TO RESULT-REC
    STRING "WALKED BY " LA-walkedBy
        DELIMITED BY SIZE INTO RESULT-REC
    PERFORM 590-PUT-RESULT-RTN
    MOVE SPACES TO RESULT-REC
    STRING "EXPECTED " LA-expectedCnt "  SEEN " LA-seenCnt
           "  MATCHED " LA-matchedCnt "  EXCEPTIONS " LA-exceptCnt
        DELIMITED BY SIZE INTO RESULT-REC
    PERFORM 590-PUT-RESULT-RTN.

560-PRINT-EXCEPTION-RTN.
    EVALUATE TRUE
        WHEN LA-LA-NOT-FOUND
            MOVE "NOT FOUND" TO WS-EXCEPT-NAME
        WHEN LA-LA-NOT-ON-FILE
            MOVE "NOT ON FILE" TO WS-EXCEPT-NAME
        WHEN LA-LA-SOLD
            MOVE "SOLD" TO WS-EXCEPT-NAME
        WHEN LA-LA-WRONG-LOT
            MOVE "WRONG LOT" TO WS-EXCEPT-NAME
        WHEN OTHER
            MOVE "IN TRANSIT" TO WS-EXCEPT-NAME
    END-EVALUATE
    MOVE SPACES TO RESULT-REC
    IF LA-fileLot = SPACES
        STRING "  " LA-carVIN "  " WS-EXCEPT-NAME
            DELIMITED BY SIZE INTO RESULT-REC
    ELSE
        STRING "  " LA-carVIN "  " WS-EXCEPT-NAME
               "  FILED AT " LA-fileLot
            DELIMITED BY SIZE INTO RESULT-REC
    END-IF
    PERFORM 590-PUT-RESULT-RTN.

590-PUT-RESULT-RTN.
    DISPLAY RESULT-REC
    IF MENU-OPTION = 2
        WRITE RESULT-REC
    END-IF.

*> Summary line per audit on file; an audit ID brings its
*> exceptions back up.
600-REVIEW-AUDITS-RTN.
    MOVE 0 TO WS-LIST-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT AUDIT-FILE
    PERFORM UNTIL WS-EOF = "Y"
        READ AUDIT-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF LA-LA-SUMMARY
                    ADD 1 TO WS-LIST-COUNT
                    DISPLAY LA-auditID " " LA-auditDate " "
                        LA-auditTime " LOT " LA-lotLocation
                        " EXP " LA-expectedCnt " SEEN " LA-seenCnt
                        " EXC " LA-exceptCnt " " LA-walkedBy
                END-IF
        END-READ
    END-PERFORM
    CLOSE AUDIT-FILE
    IF WS-LIST-COUNT = 0
        DISPLAY "No lot audits on file."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Audit ID to show (0 = none): "
    ACCEPT WS-AUDIT-IN
    IF WS-AUDIT-IN = 0
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-EOF
    OPEN INPUT AUDIT-FILE
    PERFORM UNTIL WS-EOF = "Y"
        READ AUDIT-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF LA-auditID = WS-AUDIT-IN
                    IF LA-LA-SUMMARY
                        PERFORM 550-PRINT-SUMMARY-RTN
                    ELSE
                        PERFORM 560-PRINT-EXCEPTION-RTN
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE AUDIT-FILE.

END PROGRAM LOT_AUDIT.
