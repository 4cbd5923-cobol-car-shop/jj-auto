*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Maintenance screen for WHTAX.DAT, the payroll
*>          withholding tables PAYROLL_RUN works federal, state,
*>          social security and medicare withholding from. Rows are
*>          kept by tax year so last year's run can still be
*>          explained; each January the prior year is copied
*>          forward (option 5) and the new brackets, allowance
*>          value, wage base and rates keyed over the copy. Loads
*>          the rows into a table, lists / adds / changes / removes
*>          them, and writes the file back whole, with every change
*>          appended to WHTAXAUDIT.DAT - the same load/save/audit
*>          shape TAXRATE_ADMIN uses for TAXRATE.DAT. Launched from
*>          JJUI off a PERMISSIONS.DAT row.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. WITHHOLD_ADMIN.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL WHTAX-FILE ASSIGN TO '../WHTAX.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL WHAUDIT-FILE ASSIGN TO '../WHTAXAUDIT.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD WHTAX-FILE.
    COPY WITHHOLD_DEF REPLACING ==:TAG:== BY ==WT==.
FD WHAUDIT-FILE.
01 WHAUDIT-REC.
   05 WA-ACTION            PIC X(6).
   05 WA-YEAR              PIC 9(4).
   05 WA-TAX               PIC X.
   05 WA-KIND              PIC X.
   05 WA-FILING            PIC X.
   05 WA-WAGE-OVER         PIC 9(7)V99.
   05 WA-BASE-TAX          PIC 9(7)V99.
   05 WA-PCT               PIC 99V999.
   05 WA-CHANGE-DATE       PIC 9(8).
   05 WA-CHANGED-BY        PIC X(30).

WORKING-STORAGE SECTION.
COPY SESSION_DEF.
01 WS-MENU-OPTION        PIC 9.
01 WS-DONE               PIC X VALUE 'N'.
01 WS-EOF                PIC X.
01 WS-ROW-TABLE.
   05 WS-ROW OCCURS 300 TIMES INDEXED BY ROW-IDX.
      10 WS-ROW-YEAR      PIC 9(4).
      10 WS-ROW-TAX       PIC X.
      10 WS-ROW-KIND      PIC X.
      10 WS-ROW-FILING    PIC X.
      10 WS-ROW-WAGE-OVER PIC 9(7)V99.
      10 WS-ROW-BASE-TAX  PIC 9(7)V99.
      10 WS-ROW-PCT       PIC 99V999.
01 WS-ROW-COUNT          PIC 9(3) VALUE 0.
01 WS-ROW-NO             PIC 9(3).
01 WS-COPY-COUNT         PIC 9(3).
01 WS-COPY-LIMIT         PIC 9(3).
01 WS-YEAR-IN            PIC 9(4).
01 WS-TO-YEAR            PIC 9(4).
01 WS-TAX-IN             PIC X.
   88 WS-TAX-VALID       VALUES "F" "S" "O" "M".
01 WS-KIND-IN            PIC X.
   88 WS-KIND-VALID      VALUES "B" "A".
01 WS-FILING-IN          PIC X.
   88 WS-FILING-VALID    VALUES "S" "M" "H" " ".
01 WS-WAGE-OVER-IN       PIC 9(7)V99.
01 WS-BASE-TAX-IN        PIC 9(7)V99.
01 WS-PCT-IN             PIC 99V999.
01 WS-DUP-FOUND          PIC X.
01 WS-TODAY-DATE         PIC 9(8).
01 WS-MONEY-DISP         PIC Z,ZZZ,ZZ9.99.
01 WS-BASE-DISP          PIC Z,ZZZ,ZZ9.99.
01 WS-PCT-DISP           PIC Z9.999.

PROCEDURE DIVISION.
100-MAIN-PROCEDURE.
    PERFORM 150-LOAD-ROWS
    PERFORM UNTIL WS-DONE = 'Y'
        DISPLAY "--- Payroll Withholding Tables ---"
        DISPLAY "1. List Rows For A Year"
        DISPLAY "2. Add Row"
        DISPLAY "3. Change Row"
        DISPLAY "4. Remove Row"
        DISPLAY "5. Copy A Year Forward"
        DISPLAY "6. Save and Exit"
        ACCEPT WS-MENU-OPTION
        EVALUATE WS-MENU-OPTION
            WHEN 1
                DISPLAY "Tax Year (YYYY): "
                ACCEPT WS-YEAR-IN
                PERFORM 200-LIST-ROWS
            WHEN 2
                PERFORM 300-ADD-ROW THRU 300-ADD-EXIT
            WHEN 3
                PERFORM 400-CHANGE-ROW
            WHEN 4
                PERFORM 500-REMOVE-ROW
            WHEN 5
                PERFORM 550-COPY-YEAR THRU 550-COPY-EXIT
            WHEN 6
                PERFORM 600-SAVE-ROWS
                MOVE 'Y' TO WS-DONE
            WHEN OTHER
                DISPLAY "Invalid Option, Please enter 1-6."
        END-EVALUATE
    END-PERFORM
    STOP RUN.

150-LOAD-ROWS.
    MOVE 0 TO WS-ROW-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT WHTAX-FILE
    PERFORM UNTIL WS-EOF = 'Y'
        READ WHTAX-FILE
            AT END
                MOVE 'Y' TO WS-EOF
            NOT AT END
                IF WS-ROW-COUNT < 300
                    ADD 1 TO WS-ROW-COUNT
                    MOVE WT-WT-YEAR TO WS-ROW-YEAR(WS-ROW-COUNT)
                    MOVE WT-WT-TAX TO WS-ROW-TAX(WS-ROW-COUNT)
                    MOVE WT-WT-KIND TO WS-ROW-KIND(WS-ROW-COUNT)
                    MOVE WT-WT-FILING TO
                        WS-ROW-FILING(WS-ROW-COUNT)
                    MOVE WT-WT-WAGE-OVER TO
                        WS-ROW-WAGE-OVER(WS-ROW-COUNT)
                    MOVE WT-WT-BASE-TAX TO
                        WS-ROW-BASE-TAX(WS-ROW-COUNT)
                    MOVE WT-WT-PCT TO WS-ROW-PCT(WS-ROW-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE WHTAX-FILE
    DISPLAY WS-ROW-COUNT " withholding row(s) loaded.".

*>  Rows for one year only - the file carries every year kept, and
*>  the row numbers shown are the ones change / remove ask for.
200-LIST-ROWS.
    DISPLAY " ROW YEAR T K F    WAGES OVER      BASE TAX    PCT"
    PERFORM VARYING ROW-IDX FROM 1 BY 1
            UNTIL ROW-IDX > WS-ROW-COUNT
        IF WS-ROW-YEAR(ROW-IDX) = WS-YEAR-IN
            MOVE WS-ROW-WAGE-OVER(ROW-IDX) TO WS-MONEY-DISP
            MOVE WS-ROW-BASE-TAX(ROW-IDX) TO WS-BASE-DISP
            MOVE WS-ROW-PCT(ROW-IDX) TO WS-PCT-DISP
            DISPLAY ROW-IDX ". " WS-ROW-YEAR(ROW-IDX) " "
                WS-ROW-TAX(ROW-IDX) " " WS-ROW-KIND(ROW-IDX) " "
                WS-ROW-FILING(ROW-IDX) " " WS-MONEY-DISP "  "
                WS-BASE-DISP "  " WS-PCT-DISP
        END-IF
    END-PERFORM.

260-CHECK-DUPLICATE.
    MOVE 'N' TO WS-DUP-FOUND
    PERFORM VARYING ROW-IDX FROM 1 BY 1
            UNTIL ROW-IDX > WS-ROW-COUNT
        IF WS-ROW-YEAR(ROW-IDX) = WS-YEAR-IN AND
                WS-ROW-TAX(ROW-IDX) = WS-TAX-IN AND
                WS-ROW-KIND(ROW-IDX) = WS-KIND-IN AND
                WS-ROW-FILING(ROW-IDX) = WS-FILING-IN AND
                WS-ROW-WAGE-OVER(ROW-IDX) = WS-WAGE-OVER-IN
            MOVE 'Y' TO WS-DUP-FOUND
        END-IF
    END-PERFORM.

300-ADD-ROW.
    DISPLAY "Tax Year (YYYY): "
    ACCEPT WS-YEAR-IN
    DISPLAY "Tax (F fed, S state, O soc sec, M medicare): "
    ACCEPT WS-TAX-IN
    MOVE FUNCTION UPPER-CASE(WS-TAX-IN) TO WS-TAX-IN
    DISPLAY "Kind (B bracket/rate, A allowance): "
    ACCEPT WS-KIND-IN
    MOVE FUNCTION UPPER-CASE(WS-KIND-IN) TO WS-KIND-IN
    DISPLAY "Filing Status (S/M/H, blank = all): "
    ACCEPT WS-FILING-IN
    MOVE FUNCTION UPPER-CASE(WS-FILING-IN) TO WS-FILING-IN
    IF NOT WS-TAX-VALID OR NOT WS-KIND-VALID OR
            NOT WS-FILING-VALID
        DISPLAY "Unknown tax, kind or filing status -"
            " row not added."
        GO TO 300-ADD-EXIT
    END-IF
    DISPLAY "Annual Wages Over / Allowance Value / Wage Base: "
    ACCEPT WS-WAGE-OVER-IN
    DISPLAY "Base Tax At That Wage: "
    ACCEPT WS-BASE-TAX-IN
    DISPLAY "Percent (e.g. 22000 for 22 pct): "
    ACCEPT WS-PCT-IN

    PERFORM 260-CHECK-DUPLICATE
    IF WS-DUP-FOUND = 'Y'
        DISPLAY "That row already exists for the year -"
            " row not added."
        GO TO 300-ADD-EXIT
    END-IF

    IF WS-ROW-COUNT >= 300
        DISPLAY "Withholding table is full."
    ELSE
        ADD 1 TO WS-ROW-COUNT
        PERFORM 350-STORE-ROW
        PERFORM 700-LOG-CHANGE-ADD
        DISPLAY "Row added - remember to Save and Exit."
    END-IF.
300-ADD-EXIT.
    EXIT.

350-STORE-ROW.
    MOVE WS-YEAR-IN TO WS-ROW-YEAR(WS-ROW-COUNT)
    MOVE WS-TAX-IN TO WS-ROW-TAX(WS-ROW-COUNT)
    MOVE WS-KIND-IN TO WS-ROW-KIND(WS-ROW-COUNT)
    MOVE WS-FILING-IN TO WS-ROW-FILING(WS-ROW-COUNT)
    MOVE WS-WAGE-OVER-IN TO WS-ROW-WAGE-OVER(WS-ROW-COUNT)
    MOVE WS-BASE-TAX-IN TO WS-ROW-BASE-TAX(WS-ROW-COUNT)
    MOVE WS-PCT-IN TO WS-ROW-PCT(WS-ROW-COUNT).

360-PICK-UP-ROW.
    MOVE WS-ROW-YEAR(WS-ROW-NO) TO WS-YEAR-IN
    MOVE WS-ROW-TAX(WS-ROW-NO) TO WS-TAX-IN
    MOVE WS-ROW-KIND(WS-ROW-NO) TO WS-KIND-IN
    MOVE WS-ROW-FILING(WS-ROW-NO) TO WS-FILING-IN
    MOVE WS-ROW-WAGE-OVER(WS-ROW-NO) TO WS-WAGE-OVER-IN
    MOVE WS-ROW-BASE-TAX(WS-ROW-NO) TO WS-BASE-TAX-IN
    MOVE WS-ROW-PCT(WS-ROW-NO) TO WS-PCT-IN.

400-CHANGE-ROW.
    DISPLAY "Tax Year (YYYY): "
    ACCEPT WS-YEAR-IN
    PERFORM 200-LIST-ROWS
    DISPLAY "Row number to change: "
    ACCEPT WS-ROW-NO
    IF WS-ROW-NO = 0 OR WS-ROW-NO > WS-ROW-COUNT
        DISPLAY "No such row."
    ELSE
        PERFORM 360-PICK-UP-ROW
        PERFORM 700-LOG-CHANGE-REMOVE
        DISPLAY "New Wages Over / Allowance Value / Wage Base: "
        ACCEPT WS-WAGE-OVER-IN
        DISPLAY "New Base Tax: "
        ACCEPT WS-BASE-TAX-IN
        DISPLAY "New Percent (e.g. 22000 for 22 pct): "
        ACCEPT WS-PCT-IN
        MOVE WS-WAGE-OVER-IN TO WS-ROW-WAGE-OVER(WS-ROW-NO)
        MOVE WS-BASE-TAX-IN TO WS-ROW-BASE-TAX(WS-ROW-NO)
        MOVE WS-PCT-IN TO WS-ROW-PCT(WS-ROW-NO)
        PERFORM 700-LOG-CHANGE-ADD
        DISPLAY "Row changed - remember to Save and Exit."
    END-IF.

500-REMOVE-ROW.
    DISPLAY "Tax Year (YYYY): "
    ACCEPT WS-YEAR-IN
    PERFORM 200-LIST-ROWS
    DISPLAY "Row number to remove: "
    ACCEPT WS-ROW-NO
    IF WS-ROW-NO = 0 OR WS-ROW-NO > WS-ROW-COUNT
        DISPLAY "No such row."
    ELSE
        PERFORM 360-PICK-UP-ROW
        PERFORM 700-LOG-CHANGE-REMOVE
        PERFORM VARYING ROW-IDX FROM WS-ROW-NO BY 1
                UNTIL ROW-IDX >= WS-ROW-COUNT
            MOVE WS-ROW(ROW-IDX + 1) TO WS-ROW(ROW-IDX)
        END-PERFORM
        SUBTRACT 1 FROM WS-ROW-COUNT
        DISPLAY "Row removed - remember to Save and Exit."
    END-IF.

*>  January job: every row of the old year is duplicated under the
*>  new one, then the figures that changed are keyed over the copy
*>  with option 3. Refused if the new year already has rows, so a
*>  second press cannot double the table.
550-COPY-YEAR.
    DISPLAY "Copy From Year (YYYY): "
    ACCEPT WS-YEAR-IN
    DISPLAY "Copy To Year (YYYY): "
    ACCEPT WS-TO-YEAR
    PERFORM VARYING ROW-IDX FROM 1 BY 1
            UNTIL ROW-IDX > WS-ROW-COUNT
        IF WS-ROW-YEAR(ROW-IDX) = WS-TO-YEAR
            DISPLAY "Year " WS-TO-YEAR " already has rows -"
                " nothing copied."
            GO TO 550-COPY-EXIT
        END-IF
    END-PERFORM
    MOVE 0 TO WS-COPY-COUNT
    MOVE WS-ROW-COUNT TO WS-COPY-LIMIT
    PERFORM VARYING WS-ROW-NO FROM 1 BY 1
            UNTIL WS-ROW-NO > WS-COPY-LIMIT
        IF WS-ROW-YEAR(WS-ROW-NO) = WS-YEAR-IN
            IF WS-ROW-COUNT >= 300
                DISPLAY "Withholding table is full - copy stopped."
                GO TO 550-COPY-EXIT
            END-IF
            PERFORM 360-PICK-UP-ROW
            MOVE WS-TO-YEAR TO WS-YEAR-IN
            ADD 1 TO WS-ROW-COUNT
            PERFORM 350-STORE-ROW
            PERFORM 700-LOG-CHANGE-ADD
            MOVE WS-ROW-YEAR(WS-ROW-NO) TO WS-YEAR-IN
            ADD 1 TO WS-COPY-COUNT
        END-IF
    END-PERFORM
    DISPLAY WS-COPY-COUNT " row(s) copied to " WS-TO-YEAR
        " - remember to Save and Exit.".
550-COPY-EXIT.
    EXIT.

600-SAVE-ROWS.
    OPEN OUTPUT WHTAX-FILE
    PERFORM VARYING ROW-IDX FROM 1 BY 1
            UNTIL ROW-IDX > WS-ROW-COUNT
        MOVE WS-ROW-YEAR(ROW-IDX) TO WT-WT-YEAR
        MOVE WS-ROW-TAX(ROW-IDX) TO WT-WT-TAX
        MOVE WS-ROW-KIND(ROW-IDX) TO WT-WT-KIND
        MOVE WS-ROW-FILING(ROW-IDX) TO WT-WT-FILING
        MOVE WS-ROW-WAGE-OVER(ROW-IDX) TO WT-WT-WAGE-OVER
        MOVE WS-ROW-BASE-TAX(ROW-IDX) TO WT-WT-BASE-TAX
        MOVE WS-ROW-PCT(ROW-IDX) TO WT-WT-PCT
        WRITE WT-WITHHOLD
    END-PERFORM
    CLOSE WHTAX-FILE
    DISPLAY WS-ROW-COUNT " withholding row(s) written back.".

700-LOG-CHANGE-ADD.
    MOVE "ADD   " TO WA-ACTION
    PERFORM 750-WRITE-AUDIT-ROW.

700-LOG-CHANGE-REMOVE.
    MOVE "REMOVE" TO WA-ACTION
    PERFORM 750-WRITE-AUDIT-ROW.

750-WRITE-AUDIT-ROW.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
    MOVE WS-YEAR-IN TO WA-YEAR
    MOVE WS-TAX-IN TO WA-TAX
    MOVE WS-KIND-IN TO WA-KIND
    MOVE WS-FILING-IN TO WA-FILING
    MOVE WS-WAGE-OVER-IN TO WA-WAGE-OVER
    MOVE WS-BASE-TAX-IN TO WA-BASE-TAX
    MOVE WS-PCT-IN TO WA-PCT
    MOVE WS-TODAY-DATE TO WA-CHANGE-DATE
    MOVE SESSION-CURRENT-USER TO WA-CHANGED-BY
    OPEN EXTEND WHAUDIT-FILE
    WRITE WHAUDIT-REC
    CLOSE WHAUDIT-FILE.

END PROGRAM WITHHOLD_ADMIN.
