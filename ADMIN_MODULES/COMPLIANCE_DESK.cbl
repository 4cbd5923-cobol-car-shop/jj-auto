*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Compliance desk for the OFAC and identity checks
*>          OFAC_SCREEN runs at the sale and at credit application.
*>          Loads the Treasury SDN list the office downloads as
*>          SDN.CSV (the published comma-separated file: entry
*>          number, "LAST, First" name, type, program, ...) into
*>          SDN.DAT - refused when the download is missing or empty
*>          so the list on file is never wiped out - screens a
*>          customer on request, lists the COMPLIANCE.DAT log, and
*>          reports to UNSCREENED_DEALS.RPT every non-voided deal
*>          from a keyed date that posted with no passing check (a
*>          clear, or a possible match a manager cleared) for the
*>          buyer in the 90 days up to the sale date on that unit
*>          or at the desk. Launched from JJUI off a
*>          PERMISSIONS.DAT row.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. COMPLIANCE_DESK.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL SDN-CSV-FILE ASSIGN TO '../SDN.CSV'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL SDN-FILE ASSIGN TO '../SDN.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL COMPLIANCE-FILE ASSIGN TO '../COMPLIANCE.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL INDEX-FILE-SALE
        ASSIGN TO '../../INDEXES/SALE.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS IDX-saleID
        ALTERNATE RECORD KEY IS IDX-empID WITH DUPLICATES
        ALTERNATE RECORD KEY IS IDX-carVIN WITH DUPLICATES
        ALTERNATE RECORD KEY IS IDX-custID WITH DUPLICATES.
    SELECT EXPORT-FILE ASSIGN TO 'UNSCREENED_DEALS.RPT'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD SDN-CSV-FILE.
01 SDN-CSV-REC                PIC X(1000).
FD SDN-FILE.
    COPY SDN_DEF REPLACING ==:TAG:== BY ==SD==.
FD COMPLIANCE-FILE.
    COPY COMPLIANCE_DEF REPLACING ==:TAG:== BY ==CK==.
FD INDEX-FILE-SALE
    RECORD CONTAINS 167 CHARACTERS.
    COPY SALE_DEF REPLACING ==:TAG:== BY ==IDX==.
FD EXPORT-FILE.
01 EXPORT-REC                 PIC X(90).

WORKING-STORAGE SECTION.
COPY SESSION_DEF.
01  MENU-OPTION             PIC 9.
01  WS-MENU-DONE            PIC X VALUE "N".
01  WS-EOF                  PIC X.
01  WS-CUST-IN              PIC 9(5).
01  WS-NO-VIN               PIC X(17) VALUE SPACES.
01  WS-SCREEN-RESULT        PIC X.
01  WS-TODAY-DATE           PIC 9(8).
01  WS-FROM-DATE            PIC 9(8).
01  WS-ROW-DATE             PIC 9(8).
01  WS-EARLIEST-DATE        PIC 9(8).
01  WS-LOAD-COUNT           PIC 9(6).
01  WS-LOG-COUNT            PIC 9(5).
01  WS-FOUND                PIC X.

*> Pieces of one SDN.CSV line, split on the quote marks: the entry
*> number, the name, then either the quoted type and program or -
*> for an entity - the list's "-0-" placeholder and the program.
01  WS-CSV-P1               PIC X(20).
01  WS-CSV-P2               PIC X(200).
01  WS-CSV-P3               PIC X(20).
01  WS-CSV-P4               PIC X(40).
01  WS-CSV-P5               PIC X(20).
01  WS-CSV-P6               PIC X(40).
01  WS-CSV-ENT-TEXT         PIC X(10).
01  WS-CSV-TYPE             PIC X(40).
01  WS-CSV-PLACEHOLDERS     PIC 9(3).
01  WS-CSV-OK               PIC X.

*> Passing checks for the unscreened-deals pass.
01  WS-PASS-COUNT           PIC 9(4).
01  WS-PASS-TABLE.
    05  WS-PASS-ENTRY OCCURS 3000 TIMES INDEXED BY PASS-IDX.
        10  WS-PASS-CUST    PIC 9(5).
        10  WS-PASS-VIN     PIC X(17).
        10  WS-PASS-DATE    PIC 9(8).
01  WS-DEAL-COUNT           PIC 9(5).
01  WS-MISS-COUNT           PIC 9(5).

*> How far ahead of the deal a check still counts.
01  WS-CHECK-DAYS           PIC 9(3) VALUE 90.

01  WS-DETAIL-LINE.
    05  WS-DL-SALEID      PIC 9(5).
    05  FILLER            PIC XX VALUE SPACES.
    05  WS-DL-DATE        PIC 9(8).
    05  FILLER            PIC XX VALUE SPACES.
    05  WS-DL-CUSTID      PIC 9(5).
    05  FILLER            PIC XX VALUE SPACES.
    05  WS-DL-VIN         PIC X(17).
    05  FILLER            PIC XX VALUE SPACES.
    05  WS-DL-EMPID       PIC 9(5).
    05  FILLER            PIC XX VALUE SPACES.
    05  WS-DL-FINANCE     PIC X.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM UNTIL WS-MENU-DONE = "Y"
        DISPLAY "--- Compliance Desk ---"
        DISPLAY "1. Load SDN List from SDN.CSV"
        DISPLAY "2. Screen a Customer"
        DISPLAY "3. Compliance Log"
        DISPLAY "4. Deals Posted Without a Check"
        DISPLAY "5. Exit"
        ACCEPT MENU-OPTION
        EVALUATE MENU-OPTION
            WHEN 1
                PERFORM 200-LOAD-LIST-RTN
            WHEN 2
                PERFORM 300-SCREEN-RTN
            WHEN 3
                PERFORM 400-SHOW-LOG-RTN
            WHEN 4
                PERFORM 500-UNSCREENED-RTN
            WHEN 5
                MOVE "Y" TO WS-MENU-DONE
            WHEN OTHER
                DISPLAY "Invalid Option, Please enter 1-5."
        END-EVALUATE
    END-PERFORM
    STOP RUN.

*>  The download is counted before anything is replaced - a
*>  missing or empty SDN.CSV leaves the list on file alone. The H
*>  row goes last, once the count is known.
200-LOAD-LIST-RTN.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
    MOVE 0 TO WS-LOAD-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT SDN-CSV-FILE
    PERFORM UNTIL WS-EOF = "Y"
        READ SDN-CSV-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                PERFORM 250-PARSE-CSV-RTN
                IF WS-CSV-OK = "Y"
                    ADD 1 TO WS-LOAD-COUNT
                END-IF
        END-READ
    END-PERFORM
    CLOSE SDN-CSV-FILE
    IF WS-LOAD-COUNT = 0
        DISPLAY "SDN.CSV is missing or holds no names - the list"
            " on file was kept."
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-LOAD-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT SDN-CSV-FILE
    OPEN OUTPUT SDN-FILE
    PERFORM UNTIL WS-EOF = "Y"
        READ SDN-CSV-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                PERFORM 250-PARSE-CSV-RTN
                IF WS-CSV-OK = "Y"
                    ADD 1 TO WS-LOAD-COUNT
                    WRITE SD-SDN
                END-IF
        END-READ
    END-PERFORM
    MOVE SPACES TO SD-SDN
    MOVE "H" TO SD-SDN-REC-TYPE
    MOVE WS-LOAD-COUNT TO SD-SDN-ENT-NUM
    MOVE WS-TODAY-DATE TO SD-SDN-LOAD-DATE
    WRITE SD-SDN
    CLOSE SDN-FILE
    CLOSE SDN-CSV-FILE
    DISPLAY WS-LOAD-COUNT " SDN names loaded to SDN.DAT.".

*>  One SDN.CSV line into SD-SDN. WS-CSV-OK is N for anything that
*>  does not carry an entry number and a name.
250-PARSE-CSV-RTN.
    MOVE "N" TO WS-CSV-OK
    MOVE SPACES TO WS-CSV-P1 WS-CSV-P2 WS-CSV-P3
                   WS-CSV-P4 WS-CSV-P5 WS-CSV-P6
    UNSTRING SDN-CSV-REC DELIMITED BY '"'
        INTO WS-CSV-P1 WS-CSV-P2 WS-CSV-P3
             WS-CSV-P4 WS-CSV-P5 WS-CSV-P6
    END-UNSTRING
    IF WS-CSV-P2 = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-CSV-ENT-TEXT
    UNSTRING WS-CSV-P1 DELIMITED BY ","
        INTO WS-CSV-ENT-TEXT
    END-UNSTRING
    IF FUNCTION TEST-NUMVAL(WS-CSV-ENT-TEXT) NOT = 0
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO SD-SDN
    MOVE "D" TO SD-SDN-REC-TYPE
    MOVE FUNCTION NUMVAL(WS-CSV-ENT-TEXT) TO SD-SDN-ENT-NUM
    MOVE 0 TO SD-SDN-LOAD-DATE
    MOVE 0 TO WS-CSV-PLACEHOLDERS
    INSPECT WS-CSV-P3 TALLYING WS-CSV-PLACEHOLDERS FOR ALL "-0-"
    IF WS-CSV-PLACEHOLDERS > 0
        MOVE "E" TO SD-SDN-TYPE
        MOVE WS-CSV-P4 TO SD-SDN-PROGRAM
    ELSE
        MOVE FUNCTION UPPER-CASE(WS-CSV-P4) TO WS-CSV-TYPE
        EVALUATE WS-CSV-TYPE
            WHEN "INDIVIDUAL"
                MOVE "I" TO SD-SDN-TYPE
            WHEN "VESSEL"
                MOVE "V" TO SD-SDN-TYPE
            WHEN "AIRCRAFT"
                MOVE "A" TO SD-SDN-TYPE
            WHEN OTHER
                MOVE "E" TO SD-SDN-TYPE
        END-EVALUATE
        MOVE WS-CSV-P6 TO SD-SDN-PROGRAM
    END-IF
    MOVE FUNCTION UPPER-CASE(WS-CSV-P2) TO WS-CSV-P2
    IF SD-SDN-INDIVIDUAL
        UNSTRING WS-CSV-P2 DELIMITED BY ", "
            INTO SD-SDN-LAST SD-SDN-FIRST
        END-UNSTRING
    ELSE
        MOVE WS-CSV-P2 TO SD-SDN-LAST
    END-IF
    MOVE "Y" TO WS-CSV-OK.

300-SCREEN-RTN.
    DISPLAY "Enter Customer ID: "
    ACCEPT WS-CUST-IN
    CALL "OFAC_SCREEN" USING WS-CUST-IN, "MAN", WS-NO-VIN,
        WS-SCREEN-RESULT
    EVALUATE WS-SCREEN-RESULT
        WHEN "C"
            DISPLAY "Result: CLEAR"
        WHEN "O"
            DISPLAY "Result: CLEARED BY MANAGER"
        WHEN OTHER
            DISPLAY "Result: BLOCKED"
    END-EVALUATE.

400-SHOW-LOG-RTN.
    DISPLAY "Customer ID (0 = every check): "
    ACCEPT WS-CUST-IN
    DISPLAY "DATE     SRC CUST  VIN               ID NUMBER"
        "               R REASON               BY"
    MOVE 0 TO WS-LOG-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT COMPLIANCE-FILE
    PERFORM UNTIL WS-EOF = "Y"
        READ COMPLIANCE-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF WS-CUST-IN = 0 OR CK-custID = WS-CUST-IN
                    ADD 1 TO WS-LOG-COUNT
                    DISPLAY CK-CK-DATE " " CK-CK-SOURCE " "
                        CK-custID " " CK-CK-VIN " " CK-CK-ID-TYPE
                        " " CK-CK-ID-NUMBER " " CK-CK-RESULT " "
                        CK-CK-REASON " " CK-CK-BY
                    IF CK-CK-CLEARED
                        DISPLAY "         CLEARED BY "
                            CK-CK-CLEARED-BY " - LIST ENTRY "
                            CK-CK-MATCH-ENT " " CK-CK-MATCH-NAME
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE COMPLIANCE-FILE
    DISPLAY WS-LOG-COUNT " check(s) listed.".

*>  Every passing check is held in memory, then each deal from
*>  the keyed date is looked up against them.
500-UNSCREENED-RTN.
    DISPLAY "Deals Dated From (YYYYMMDD): "
    ACCEPT WS-FROM-DATE
    MOVE 0 TO WS-PASS-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT COMPLIANCE-FILE
    PERFORM UNTIL WS-EOF = "Y"
        READ COMPLIANCE-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF CK-CK-PASSED AND WS-PASS-COUNT < 3000
                    ADD 1 TO WS-PASS-COUNT
                    MOVE CK-custID TO WS-PASS-CUST(WS-PASS-COUNT)
                    MOVE CK-CK-VIN TO WS-PASS-VIN(WS-PASS-COUNT)
                    MOVE CK-CK-DATE TO WS-PASS-DATE(WS-PASS-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE COMPLIANCE-FILE

    MOVE 0 TO WS-DEAL-COUNT
    MOVE 0 TO WS-MISS-COUNT
    OPEN OUTPUT EXPORT-FILE
    MOVE "J&J AUTO - DEALS POSTED WITHOUT AN OFAC / ID CHECK"
        TO EXPORT-REC
    WRITE EXPORT-REC
    MOVE SPACES TO EXPORT-REC
    STRING "DEALS DATED FROM: " WS-FROM-DATE
        DELIMITED BY SIZE INTO EXPORT-REC
    WRITE EXPORT-REC
    MOVE "SALE   DATE      CUST   VIN                EMP    F"
        TO EXPORT-REC
    WRITE EXPORT-REC
    MOVE "N" TO WS-EOF
    OPEN INPUT INDEX-FILE-SALE
    MOVE 0 TO IDX-saleID
    START INDEX-FILE-SALE KEY IS NOT LESS THAN IDX-saleID
        INVALID KEY
            MOVE "Y" TO WS-EOF
    END-START
    PERFORM UNTIL WS-EOF = "Y"
        READ INDEX-FILE-SALE NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE IDX-saleDate TO WS-ROW-DATE
                IF IDX-DST NOT = "Y" AND WS-ROW-DATE >= WS-FROM-DATE
                    ADD 1 TO WS-DEAL-COUNT
                    PERFORM 550-FIND-CHECK-RTN
                    IF WS-FOUND NOT = "Y"
                        ADD 1 TO WS-MISS-COUNT
                        MOVE IDX-saleID TO WS-DL-SALEID
                        MOVE WS-ROW-DATE TO WS-DL-DATE
                        MOVE IDX-custID TO WS-DL-CUSTID
                        MOVE IDX-carVIN TO WS-DL-VIN
                        MOVE IDX-empID TO WS-DL-EMPID
                        MOVE IDX-financeType TO WS-DL-FINANCE
                        MOVE WS-DETAIL-LINE TO EXPORT-REC
                        WRITE EXPORT-REC
                        DISPLAY WS-DETAIL-LINE
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE INDEX-FILE-SALE
    MOVE SPACES TO EXPORT-REC
    STRING "DEALS: " WS-DEAL-COUNT
           "   POSTED WITHOUT A CHECK: " WS-MISS-COUNT
        DELIMITED BY SIZE INTO EXPORT-REC
    WRITE EXPORT-REC
    CLOSE EXPORT-FILE
    DISPLAY WS-MISS-COUNT " of " WS-DEAL-COUNT
        " deal(s) posted without a check."
    DISPLAY "Written to UNSCREENED_DEALS.RPT".

*>  A passing check on the buyer, on this unit or at the desk, no
*>  later than the sale date and no more than WS-CHECK-DAYS before.
550-FIND-CHECK-RTN.
    MOVE "N" TO WS-FOUND
    COMPUTE WS-EARLIEST-DATE = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(WS-ROW-DATE) - WS-CHECK-DAYS)
    PERFORM VARYING PASS-IDX FROM 1 BY 1
            UNTIL PASS-IDX > WS-PASS-COUNT OR WS-FOUND = "Y"
        IF WS-PASS-CUST(PASS-IDX) = IDX-custID AND
                (WS-PASS-VIN(PASS-IDX) = IDX-carVIN OR
                 WS-PASS-VIN(PASS-IDX) = SPACES) AND
                WS-PASS-DATE(PASS-IDX) <= WS-ROW-DATE AND
                WS-PASS-DATE(PASS-IDX) >= WS-EARLIEST-DATE
            MOVE "Y" TO WS-FOUND
        END-IF
    END-PERFORM.

END PROGRAM COMPLIANCE_DESK.
