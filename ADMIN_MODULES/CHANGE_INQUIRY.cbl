*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Inquiry over the master-file change journal,
*>          CHANGELOG.DAT, that LOG_FIELD_CHANGE appends to from
*>          CUSUPD, EMPLOYEE_EDIT, ADD_SUPPLIER, PART_SUPP_DESK,
*>          CAR_MARKDOWN, TITLE_DESK, CAR_TRANSFER and
*>          ACCOUNT_UPDATE. Answers "who changed this and when"
*>          two ways: every change to one record (file + key, e.g.
*>          CUSTOMER 00042 or CAR and the VIN), or everything one
*>          user changed across a date range - the auditor's and
*>          the dispute desk's view. Each row shows the date and
*>          time, the program, the field, the value before and
*>          after, and who keyed it. PARTUPC rows (a part's
*>          barcodes, from PART_SUPP_DESK) are keyed by barcode. Read-only. Launched from JJUI
*>          off a PERMISSIONS.DAT row.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. CHANGE_INQUIRY.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL CHANGE-LOG-FILE ASSIGN TO '../CHANGELOG.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CHANGE-LOG-FILE.
    COPY CHANGE_LOG_DEF REPLACING ==:TAG:== BY ==CL==.

WORKING-STORAGE SECTION.
01  MENU-OPTION             PIC 9.
01  WS-MENU-DONE            PIC X VALUE "N".
01  WS-EOF                  PIC X.
01  WS-FILE-IN              PIC X(10).
01  WS-KEY-IN               PIC X(20).
01  WS-USER-IN              PIC X(30).
01  WS-FROM-DATE            PIC 9(8).
01  WS-TO-DATE              PIC 9(8).
01  WS-MATCH                PIC X.
01  WS-HIT-COUNT            PIC 9(5).

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM UNTIL WS-MENU-DONE = "Y"
        DISPLAY "--- Master File Change Journal ---"
        DISPLAY "1. Changes to a Record"
        DISPLAY "2. Changes by User and Date Range"
        DISPLAY "3. Exit"
        ACCEPT MENU-OPTION
        EVALUATE MENU-OPTION
            WHEN 1
                PERFORM 200-BY-KEY-RTN
            WHEN 2
                PERFORM 300-BY-USER-RTN
            WHEN 3
                MOVE "Y" TO WS-MENU-DONE
            WHEN OTHER
                DISPLAY "Invalid Option, Please enter 1-3."
        END-EVALUATE
    END-PERFORM
    STOP RUN.

*> The key is matched the way the maintenance program wrote it -
*> the customer and employee IDs are zero-filled, a VIN is the
*> full 17.
200-BY-KEY-RTN.
    DISPLAY "File - CUSTOMER, EMPLOYEE, SUPPLIER, PARTSUPP,"
        " PARTUPC, CAR or ACCOUNT: "
    ACCEPT WS-FILE-IN
    MOVE FUNCTION UPPER-CASE(WS-FILE-IN) TO WS-FILE-IN
    DISPLAY "Record Key: "
    ACCEPT WS-KEY-IN
    IF WS-KEY-IN = SPACES
        DISPLAY "A record key is required."
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-HIT-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT CHANGE-LOG-FILE
    PERFORM UNTIL WS-EOF = "Y"
        READ CHANGE-LOG-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF CL-CHG-FILE = WS-FILE-IN
                        AND CL-CHG-KEY = WS-KEY-IN
                    PERFORM 500-SHOW-CHANGE-RTN
                END-IF
        END-READ
    END-PERFORM
    CLOSE CHANGE-LOG-FILE
    DISPLAY WS-HIT-COUNT " change(s) found.".

*> A blank user lists every user's changes for the range.
300-BY-USER-RTN.
    DISPLAY "User (blank = all users): "
    ACCEPT WS-USER-IN
    DISPLAY "From Date (YYYYMMDD, 0 = start of file): "
    ACCEPT WS-FROM-DATE
    DISPLAY "To Date (YYYYMMDD, 0 = today): "
    ACCEPT WS-TO-DATE
    IF WS-TO-DATE = 0
        MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TO-DATE
    END-IF
    IF WS-FROM-DATE > WS-TO-DATE
        DISPLAY "From date is after the to date."
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-HIT-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT CHANGE-LOG-FILE
    PERFORM UNTIL WS-EOF = "Y"
        READ CHANGE-LOG-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE "Y" TO WS-MATCH
                IF CL-CHG-DATE < WS-FROM-DATE
                        OR CL-CHG-DATE > WS-TO-DATE
                    MOVE "N" TO WS-MATCH
                END-IF
                IF WS-USER-IN NOT = SPACES
                        AND CL-CHANGED-BY NOT = WS-USER-IN
                    MOVE "N" TO WS-MATCH
                END-IF
                IF WS-MATCH = "Y"
                    PERFORM 500-SHOW-CHANGE-RTN
                END-IF
        END-READ
    END-PERFORM
    CLOSE CHANGE-LOG-FILE
    DISPLAY WS-HIT-COUNT " change(s) found.".

500-SHOW-CHANGE-RTN.
    ADD 1 TO WS-HIT-COUNT
    DISPLAY CL-CHG-DATE " " CL-CHG-TIME " " CL-CHG-PROGRAM
        " " CL-CHG-FILE " " CL-CHG-KEY
    DISPLAY "    " CL-CHG-FIELD " FROM [" CL-OLD-VALUE "]"
    DISPLAY "    " CL-CHG-FIELD "   TO [" CL-NEW-VALUE "]"
        " BY " CL-CHANGED-BY.

END PROGRAM CHANGE_INQUIRY.
