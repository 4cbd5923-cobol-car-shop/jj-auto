*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Maintenance screen for PAYEE1099.DAT, the W-9 file for
*>          the sublet shops, consignors and service-billing
*>          suppliers YEAR_END_1099 totals at year end - legal name, taxpayer ID, mailing address,
*>          which form, and the corporate exemption. A payee that
*>          reaches the reporting threshold with no row here shows
*>          on the 1099 summary as NO W-9 ON FILE, which is the
*>          office's cue to get one and key it here. Loads the rows
*>          into a table, lists / adds / changes / removes them,
*>          and writes the file back whole, with every change
*>          appended to PAYEEAUDIT.DAT - the same load/save/audit
*>          shape TAXRATE_ADMIN uses for TAXRATE.DAT. Launched from
*>          JJUI off a PERMISSIONS.DAT row.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. PAYEE_1099_ADMIN.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL PAYEE-FILE ASSIGN TO '../PAYEE1099.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL PAYEEAUDIT-FILE ASSIGN TO '../PAYEEAUDIT.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD PAYEE-FILE.
    COPY PAYEE_1099_DEF REPLACING ==:TAG:== BY ==P9==.
FD PAYEEAUDIT-FILE.
01 PAYEEAUDIT-REC.
   05 PA9-ACTION           PIC X(6).
   05 PA9-TYPE             PIC X.
   05 PA9-KEY              PIC X(25).
   05 PA9-NAME             PIC X(30).
   05 PA9-TIN              PIC 9(9).
   05 PA9-FORM             PIC X.
   05 PA9-EXEMPT           PIC X.
   05 PA9-CHANGE-DATE      PIC 9(8).
   05 PA9-CHANGED-BY       PIC X(30).

WORKING-STORAGE SECTION.
COPY SESSION_DEF.
01 WS-MENU-OPTION        PIC 9.
01 WS-DONE               PIC X VALUE 'N'.
01 WS-EOF                PIC X.
01 WS-ROW-TABLE.
   05 WS-ROW OCCURS 300 TIMES INDEXED BY ROW-IDX.
      10 WS-ROW-DATA     PIC X(125).
01 WS-ROW-COUNT          PIC 9(3) VALUE 0.
01 WS-ROW-NO             PIC 9(3).
01 WS-DUP-FOUND          PIC X.
01 WS-TODAY-DATE         PIC 9(8).
01 WS-CUSTID-IN          PIC 9(5).
COPY PAYEE_1099_DEF REPLACING ==:TAG:== BY ==WS==.

PROCEDURE DIVISION.
100-MAIN-PROCEDURE.
    PERFORM 150-LOAD-ROWS
    PERFORM UNTIL WS-DONE = 'Y'
        DISPLAY "--- 1099 Payee (W-9) Maintenance ---"
        DISPLAY "1. List Payees"
        DISPLAY "2. Add Payee"
        DISPLAY "3. Change Payee"
        DISPLAY "4. Remove Payee"
        DISPLAY "5. Save and Exit"
        ACCEPT WS-MENU-OPTION
        EVALUATE WS-MENU-OPTION
            WHEN 1
                PERFORM 200-LIST-ROWS
            WHEN 2
                PERFORM 300-ADD-ROW THRU 300-ADD-EXIT
            WHEN 3
                PERFORM 400-CHANGE-ROW
            WHEN 4
                PERFORM 500-REMOVE-ROW
            WHEN 5
                PERFORM 600-SAVE-ROWS
                MOVE 'Y' TO WS-DONE
            WHEN OTHER
                DISPLAY "Invalid Option, Please enter 1-5."
        END-EVALUATE
    END-PERFORM
    STOP RUN.

150-LOAD-ROWS.
    MOVE 0 TO WS-ROW-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT PAYEE-FILE
    PERFORM UNTIL WS-EOF = 'Y'
        READ PAYEE-FILE
            AT END
                MOVE 'Y' TO WS-EOF
            NOT AT END
                IF WS-ROW-COUNT < 300
                    ADD 1 TO WS-ROW-COUNT
                    MOVE P9-PAYEE-1099 TO WS-ROW-DATA(WS-ROW-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE PAYEE-FILE
    DISPLAY WS-ROW-COUNT " payee row(s) loaded.".

200-LIST-ROWS.
    PERFORM VARYING ROW-IDX FROM 1 BY 1
            UNTIL ROW-IDX > WS-ROW-COUNT
        MOVE WS-ROW-DATA(ROW-IDX) TO WS-PAYEE-1099
        DISPLAY ROW-IDX ". " WS-P9-TYPE " " WS-P9-KEY " "
            WS-P9-NAME " TIN " WS-P9-TIN " FORM " WS-P9-FORM
            " EXEMPT " WS-P9-EXEMPT
    END-PERFORM.

*>  A payee is one (type, key) pair - the key is what the year's
*>  payments are matched on.
260-CHECK-DUPLICATE.
    MOVE 'N' TO WS-DUP-FOUND
    PERFORM VARYING ROW-IDX FROM 1 BY 1
            UNTIL ROW-IDX > WS-ROW-COUNT
        IF WS-ROW-DATA(ROW-IDX)(1:26) = WS-PAYEE-1099(1:26)
            MOVE 'Y' TO WS-DUP-FOUND
        END-IF
    END-PERFORM.

300-ADD-ROW.
    INITIALIZE WS-PAYEE-1099
    DISPLAY "Payee Type (S sublet shop, C consignor,"
        " V AP supplier): "
    ACCEPT WS-P9-TYPE
    MOVE FUNCTION UPPER-CASE(WS-P9-TYPE) TO WS-P9-TYPE
    IF NOT WS-P9-VALID-TYPE
        DISPLAY "Unknown payee type - row not added."
        GO TO 300-ADD-EXIT
    END-IF
    IF WS-P9-SUBLET
        DISPLAY "Vendor Name As Keyed On Sublet Lines: "
        ACCEPT WS-P9-KEY
        MOVE FUNCTION UPPER-CASE(WS-P9-KEY) TO WS-P9-KEY
    END-IF
    IF WS-P9-CONSIGNOR
        DISPLAY "Consignor Customer ID: "
        ACCEPT WS-CUSTID-IN
        MOVE WS-CUSTID-IN TO WS-P9-KEY
    END-IF
    IF WS-P9-SUPPLIER
        DISPLAY "Supplier ID: "
        ACCEPT WS-CUSTID-IN
        MOVE WS-CUSTID-IN TO WS-P9-KEY
    END-IF

    PERFORM 260-CHECK-DUPLICATE
    IF WS-DUP-FOUND = 'Y'
        DISPLAY "That payee already has a W-9 row -"
            " row not added."
        GO TO 300-ADD-EXIT
    END-IF

    PERFORM 350-TAKE-W9-FIELDS
    IF WS-ROW-COUNT >= 300
        DISPLAY "Payee table is full."
    ELSE
        ADD 1 TO WS-ROW-COUNT
        MOVE WS-PAYEE-1099 TO WS-ROW-DATA(WS-ROW-COUNT)
        PERFORM 700-LOG-CHANGE-ADD
        DISPLAY "Payee added - remember to Save and Exit."
    END-IF.
300-ADD-EXIT.
    EXIT.

350-TAKE-W9-FIELDS.
    DISPLAY "Legal Name: "
    ACCEPT WS-P9-NAME
    MOVE FUNCTION UPPER-CASE(WS-P9-NAME) TO WS-P9-NAME
    DISPLAY "Taxpayer ID (9 digits): "
    ACCEPT WS-P9-TIN
    DISPLAY "ID Type (E EIN, S SSN): "
    ACCEPT WS-P9-TIN-TYPE
    MOVE FUNCTION UPPER-CASE(WS-P9-TIN-TYPE) TO WS-P9-TIN-TYPE
    IF NOT WS-P9-SSN
        MOVE "E" TO WS-P9-TIN-TYPE
    END-IF
    DISPLAY "Street Address: "
    ACCEPT WS-P9-ADDRESS
    DISPLAY "City: "
    ACCEPT WS-P9-CITY
    DISPLAY "State: "
    ACCEPT WS-P9-STATE
    MOVE FUNCTION UPPER-CASE(WS-P9-STATE) TO WS-P9-STATE
    DISPLAY "ZIP: "
    ACCEPT WS-P9-ZIP
    DISPLAY "Form (N 1099-NEC, M 1099-MISC): "
    ACCEPT WS-P9-FORM
    MOVE FUNCTION UPPER-CASE(WS-P9-FORM) TO WS-P9-FORM
    IF NOT WS-P9-MISC
        MOVE "N" TO WS-P9-FORM
    END-IF
    DISPLAY "Exempt corporation? (Y/N): "
    ACCEPT WS-P9-EXEMPT
    MOVE FUNCTION UPPER-CASE(WS-P9-EXEMPT) TO WS-P9-EXEMPT
    IF NOT WS-P9-IS-EXEMPT
        MOVE "N" TO WS-P9-EXEMPT
    END-IF.

400-CHANGE-ROW.
    PERFORM 200-LIST-ROWS
    DISPLAY "Row number to change: "
    ACCEPT WS-ROW-NO
    IF WS-ROW-NO = 0 OR WS-ROW-NO > WS-ROW-COUNT
        DISPLAY "No such row."
    ELSE
        MOVE WS-ROW-DATA(WS-ROW-NO) TO WS-PAYEE-1099
        PERFORM 700-LOG-CHANGE-REMOVE
        PERFORM 350-TAKE-W9-FIELDS
        MOVE WS-PAYEE-1099 TO WS-ROW-DATA(WS-ROW-NO)
        PERFORM 700-LOG-CHANGE-ADD
        DISPLAY "Payee changed - remember to Save and Exit."
    END-IF.

500-REMOVE-ROW.
    PERFORM 200-LIST-ROWS
    DISPLAY "Row number to remove: "
    ACCEPT WS-ROW-NO
    IF WS-ROW-NO = 0 OR WS-ROW-NO > WS-ROW-COUNT
        DISPLAY "No such row."
    ELSE
        MOVE WS-ROW-DATA(WS-ROW-NO) TO WS-PAYEE-1099
        PERFORM 700-LOG-CHANGE-REMOVE
        PERFORM VARYING ROW-IDX FROM WS-ROW-NO BY 1
                UNTIL ROW-IDX >= WS-ROW-COUNT
            MOVE WS-ROW(ROW-IDX + 1) TO WS-ROW(ROW-IDX)
        END-PERFORM
        SUBTRACT 1 FROM WS-ROW-COUNT
        DISPLAY "Payee removed - remember to Save and Exit."
    END-IF.

600-SAVE-ROWS.
    OPEN OUTPUT PAYEE-FILE
    PERFORM VARYING ROW-IDX FROM 1 BY 1
            UNTIL ROW-IDX > WS-ROW-COUNT
        MOVE WS-ROW-DATA(ROW-IDX) TO P9-PAYEE-1099
        WRITE P9-PAYEE-1099
    END-PERFORM
    CLOSE PAYEE-FILE
    DISPLAY WS-ROW-COUNT " payee row(s) written back.".

700-LOG-CHANGE-ADD.
    MOVE "ADD   " TO PA9-ACTION
    PERFORM 750-WRITE-AUDIT-ROW.

700-LOG-CHANGE-REMOVE.
    MOVE "REMOVE" TO PA9-ACTION
    PERFORM 750-WRITE-AUDIT-ROW.

750-WRITE-AUDIT-ROW.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
    MOVE WS-P9-TYPE TO PA9-TYPE
    MOVE WS-P9-KEY TO PA9-KEY
    MOVE WS-P9-NAME TO PA9-NAME
    MOVE WS-P9-TIN TO PA9-TIN
    MOVE WS-P9-FORM TO PA9-FORM
    MOVE WS-P9-EXEMPT TO PA9-EXEMPT
    MOVE WS-TODAY-DATE TO PA9-CHANGE-DATE
    MOVE SESSION-CURRENT-USER TO PA9-CHANGED-BY
    OPEN EXTEND PAYEEAUDIT-FILE
    WRITE PAYEEAUDIT-REC
    CLOSE PAYEEAUDIT-FILE.

END PROGRAM PAYEE_1099_ADMIN.
