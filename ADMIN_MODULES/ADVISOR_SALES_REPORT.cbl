*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Advisor sales report - what each service writer sold
*>          and what they are owed for it, off ADVLEDGER.DAT the
*>          way EMPLOYEE_COMMISSION_REPORT reads the sales floor.
*>          For the keyed date range, per advisor: tickets closed
*>          (one A accrual row each), the customer-pay labor and
*>          parts they wrote (the accrual basis), pay accrued,
*>          pay reversed on parts returns, and pay already settled
*>          by PAYROLL_RUN. The UNPAID column is the advisor's
*>          whole-ledger balance regardless of the range - exactly
*>          what the next PAYROLL_RUN will put on the check.
*>          Callable from REPORTING_MENU or BATCH_RUNNER,
*>          exporting ADVISOR_SALES_REPORT.RPT when asked.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. ADVISOR_SALES_REPORT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL ADV-LEDGER-FILE ASSIGN TO '../ADVLEDGER.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT EXPORT-FILE ASSIGN TO 'ADVISOR_SALES_REPORT.RPT'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD ADV-LEDGER-FILE.
    COPY ADV_COMM_DEF REPLACING ==:TAG:== BY ==AV==.
FD EXPORT-FILE.
01 EXPORT-REC                 PIC X(100).

WORKING-STORAGE SECTION.
COPY BATCH_DEF.
COPY EMP_DEF REPLACING ==:TAG:== BY ==WSE==.

01 WS-EOF                PIC X VALUE 'N'.

01 WS-FROM-DATE.
   05 WS-FROM-YEAR      PIC 9(4).
   05 WS-FROM-MONTH     PIC 9(2).
   05 WS-FROM-DAY       PIC 9(2).
01 WS-TO-DATE.
   05 WS-TO-YEAR        PIC 9(4).
   05 WS-TO-MONTH       PIC 9(2).
   05 WS-TO-DAY         PIC 9(2).

01 WS-EMP-NAME           PIC X(25).
01 WS-IN-RANGE           PIC X.

*> Per-advisor tallies, a slot opened the first time an advisor
*> turns up on the ledger.
01 WS-ADV-TABLE.
   05 WS-ADV-ENTRY OCCURS 50 TIMES INDEXED BY ADV-IDX.
      10 WS-ADV-EMPID    PIC 9(5).
      10 WS-ADV-TICKETS  PIC 9(5).
      10 WS-ADV-BASIS    PIC 9(9)V99.
      10 WS-ADV-ACCRUED  PIC 9(9)V99.
      10 WS-ADV-REVERSED PIC 9(9)V99.
      10 WS-ADV-PAID     PIC 9(9)V99.
      10 WS-ADV-UNPAID   PIC S9(9)V99.
01 WS-ADV-USED           PIC 99 VALUE 0.
01 WS-ADV-SLOT           PIC 99.

01 WS-TOT-TICKETS        PIC 9(5) VALUE 0.
01 WS-TOT-BASIS          PIC 9(9)V99 VALUE 0.
01 WS-TOT-ACCRUED        PIC 9(9)V99 VALUE 0.
01 WS-TOT-UNPAID         PIC S9(9)V99 VALUE 0.

01 WS-BASIS-DISP         PIC $$,$$$,$$9.99.
01 WS-ACCRUED-DISP       PIC $$$,$$9.99.
01 WS-REVERSED-DISP      PIC $$$,$$9.99.
01 WS-PAID-DISP          PIC $$$,$$9.99.
01 WS-UNPAID-DISP        PIC $$$,$$9.99-.
01 WS-OUT-LINE           PIC X(100).

LINKAGE SECTION.
01 PARAMETRES.
   02 PA-RETURN-CODE PIC 99 VALUE 0.
   02 PA-OPTION-CODE PIC 99 VALUE 0.
   02 PA-EXPORT-FLAG PIC X VALUE "N".

SCREEN SECTION.
01 DATE-RANGE-SCREEN BLANK SCREEN
   FOREGROUND-COLOR 7 BACKGROUND-COLOR 0 ERASE SCREEN.
   05 TITLE-BAR FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
      10 VALUE SPACES PIC X(120).
      10 VALUE "ADVISOR SALES REPORT" LINE 1 COL 45.

   05 VALUE "CLOSED FROM (YYYYMMDD): " LINE 5 COL 10.
   05 IN-FROM-YEAR  PIC 9(4) FROM WS-FROM-YEAR  TO WS-FROM-YEAR
                                                      LINE 5 COL 35.
   05 IN-FROM-MONTH PIC 9(2) FROM WS-FROM-MONTH TO WS-FROM-MONTH
                                                      LINE 5 COL 40.
   05 IN-FROM-DAY   PIC 9(2) FROM WS-FROM-DAY   TO WS-FROM-DAY
                                                      LINE 5 COL 43.

   05 VALUE "CLOSED TO   (YYYYMMDD): " LINE 6 COL 10.
   05 IN-TO-YEAR  PIC 9(4) FROM WS-TO-YEAR  TO WS-TO-YEAR
                                                      LINE 6 COL 35.
   05 IN-TO-MONTH PIC 9(2) FROM WS-TO-MONTH TO WS-TO-MONTH
                                                      LINE 6 COL 40.
   05 IN-TO-DAY   PIC 9(2) FROM WS-TO-DAY   TO WS-TO-DAY
                                                      LINE 6 COL 43.

   05 VALUE "ENTER - RUN REPORT" LINE 18 COL 35.
   05 VALUE "ESC - CANCEL"       LINE 19 COL 35.

PROCEDURE DIVISION USING PARAMETRES.
MAIN-PROCEDURE.
   MOVE "19000101" TO WS-FROM-DATE
   MOVE "99991231" TO WS-TO-DATE
   IF BATCH-MODE-FLAG = "Y"
      MOVE BATCH-FROM-DATE TO WS-FROM-DATE
      MOVE BATCH-TO-DATE TO WS-TO-DATE
   ELSE
      DISPLAY SPACES BLANK SCREEN
      DISPLAY DATE-RANGE-SCREEN
      ACCEPT DATE-RANGE-SCREEN
          ON EXCEPTION
              IF COB-CRT-STATUS = 2005 THEN
                  MOVE 0 TO PA-RETURN-CODE
                  EXIT PROGRAM
              END-IF
      END-ACCEPT
   END-IF

   PERFORM 100-TALLY-LEDGER

   IF PA-EXPORT-FLAG = 'Y' THEN
       OPEN OUTPUT EXPORT-FILE
       MOVE SPACES TO EXPORT-REC
       STRING "ADVISOR SALES - CLOSED " WS-FROM-DATE
              " THRU " WS-TO-DATE
           DELIMITED BY SIZE INTO EXPORT-REC
       WRITE EXPORT-REC
       MOVE SPACES TO EXPORT-REC
       STRING "ADV   NAME                      TKTS  CUST-PAY SOLD"
              "  ACCRUED    REVERSED   PAID       UNPAID"
           DELIMITED BY SIZE INTO EXPORT-REC
       WRITE EXPORT-REC
   END-IF
   PERFORM 300-PRINT-ADVISORS

   MOVE WS-TOT-BASIS TO WS-BASIS-DISP
   MOVE WS-TOT-ACCRUED TO WS-ACCRUED-DISP
   MOVE WS-TOT-UNPAID TO WS-UNPAID-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING "TOTAL TICKETS " WS-TOT-TICKETS
          "  SOLD " WS-BASIS-DISP
          "  ACCRUED " WS-ACCRUED-DISP
          "  UNPAID " WS-UNPAID-DISP
       DELIMITED BY SIZE INTO WS-OUT-LINE
   DISPLAY WS-OUT-LINE
   IF PA-EXPORT-FLAG = 'Y' THEN
       MOVE WS-OUT-LINE TO EXPORT-REC
       WRITE EXPORT-REC
       CLOSE EXPORT-FILE
   END-IF

   IF BATCH-MODE-FLAG NOT = "Y"
      DISPLAY "Press ENTER to continue"
      ACCEPT WS-EMP-NAME
   END-IF

   MOVE 0 TO PA-RETURN-CODE
   GOBACK.
EXIT PROGRAM.

*> One pass of the ledger. Accruals and reversals count toward the
*> range by their own date; every row counts toward the unpaid
*> balance, since payroll settles the whole ledger.
100-TALLY-LEDGER.
   OPEN INPUT ADV-LEDGER-FILE
   PERFORM UNTIL WS-EOF = 'Y'
       READ ADV-LEDGER-FILE
           AT END
               MOVE 'Y' TO WS-EOF
           NOT AT END
               IF AV-empID > 0
                   PERFORM 200-TALLY-ONE-ROW
               END-IF
       END-READ
   END-PERFORM
   CLOSE ADV-LEDGER-FILE.
EXIT PARAGRAPH.

200-TALLY-ONE-ROW.
   PERFORM 250-FIND-ADVISOR-SLOT
   IF WS-ADV-SLOT > 0
       PERFORM 220-POST-TO-SLOT
   END-IF.
EXIT PARAGRAPH.

220-POST-TO-SLOT.
   MOVE 'N' TO WS-IN-RANGE
   IF AV-ADV-DATE >= WS-FROM-DATE AND AV-ADV-DATE <= WS-TO-DATE
       MOVE 'Y' TO WS-IN-RANGE
   END-IF
   EVALUATE TRUE
       WHEN AV-ADV-ACCRUED
           ADD AV-ADV-AMOUNT TO WS-ADV-UNPAID(WS-ADV-SLOT)
           IF WS-IN-RANGE = 'Y'
               ADD 1 TO WS-ADV-TICKETS(WS-ADV-SLOT)
               ADD AV-ADV-BASIS TO WS-ADV-BASIS(WS-ADV-SLOT)
               ADD AV-ADV-AMOUNT TO WS-ADV-ACCRUED(WS-ADV-SLOT)
           END-IF
       WHEN AV-ADV-REVERSED
           SUBTRACT AV-ADV-AMOUNT FROM WS-ADV-UNPAID(WS-ADV-SLOT)
           IF WS-IN-RANGE = 'Y'
               ADD AV-ADV-AMOUNT TO WS-ADV-REVERSED(WS-ADV-SLOT)
           END-IF
       WHEN AV-ADV-PAID
           SUBTRACT AV-ADV-AMOUNT FROM WS-ADV-UNPAID(WS-ADV-SLOT)
           IF WS-IN-RANGE = 'Y'
               ADD AV-ADV-AMOUNT TO WS-ADV-PAID(WS-ADV-SLOT)
           END-IF
   END-EVALUATE.
EXIT PARAGRAPH.

250-FIND-ADVISOR-SLOT.
   MOVE 0 TO WS-ADV-SLOT
   PERFORM VARYING ADV-IDX FROM 1 BY 1
           UNTIL ADV-IDX > WS-ADV-USED
       IF WS-ADV-EMPID(ADV-IDX) = AV-empID
           SET WS-ADV-SLOT TO ADV-IDX
       END-IF
   END-PERFORM
   IF WS-ADV-SLOT = 0 AND WS-ADV-USED < 50
       ADD 1 TO WS-ADV-USED
       MOVE WS-ADV-USED TO WS-ADV-SLOT
       MOVE AV-empID TO WS-ADV-EMPID(WS-ADV-SLOT)
       MOVE 0 TO WS-ADV-TICKETS(WS-ADV-SLOT)
       MOVE 0 TO WS-ADV-BASIS(WS-ADV-SLOT)
       MOVE 0 TO WS-ADV-ACCRUED(WS-ADV-SLOT)
       MOVE 0 TO WS-ADV-REVERSED(WS-ADV-SLOT)
       MOVE 0 TO WS-ADV-PAID(WS-ADV-SLOT)
       MOVE 0 TO WS-ADV-UNPAID(WS-ADV-SLOT)
   END-IF.
EXIT PARAGRAPH.

300-PRINT-ADVISORS.
   PERFORM VARYING ADV-IDX FROM 1 BY 1
           UNTIL ADV-IDX > WS-ADV-USED
       MOVE SPACES TO WS-EMP-NAME
       INITIALIZE WSE-EMPLOYEE
       MOVE WS-ADV-EMPID(ADV-IDX) TO WSE-empID
       CALL "READ_EMP" USING WSE-EMPLOYEE
       IF WSE-fName = SPACES
           MOVE "(UNKNOWN)" TO WS-EMP-NAME
       ELSE
           STRING WSE-fName DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WSE-lName DELIMITED BY SPACE
               INTO WS-EMP-NAME
       END-IF
       MOVE WS-ADV-BASIS(ADV-IDX) TO WS-BASIS-DISP
       MOVE WS-ADV-ACCRUED(ADV-IDX) TO WS-ACCRUED-DISP
       MOVE WS-ADV-REVERSED(ADV-IDX) TO WS-REVERSED-DISP
       MOVE WS-ADV-PAID(ADV-IDX) TO WS-PAID-DISP
       MOVE WS-ADV-UNPAID(ADV-IDX) TO WS-UNPAID-DISP
       MOVE SPACES TO WS-OUT-LINE
       STRING WS-ADV-EMPID(ADV-IDX) " " WS-EMP-NAME " "
              WS-ADV-TICKETS(ADV-IDX) " " WS-BASIS-DISP " "
              WS-ACCRUED-DISP " " WS-REVERSED-DISP " "
              WS-PAID-DISP " " WS-UNPAID-DISP
           DELIMITED BY SIZE INTO WS-OUT-LINE
       DISPLAY WS-OUT-LINE
       IF PA-EXPORT-FLAG = 'Y' THEN
           MOVE WS-OUT-LINE TO EXPORT-REC
           WRITE EXPORT-REC
       END-IF
       ADD WS-ADV-TICKETS(ADV-IDX) TO WS-TOT-TICKETS
       ADD WS-ADV-BASIS(ADV-IDX) TO WS-TOT-BASIS
       ADD WS-ADV-ACCRUED(ADV-IDX) TO WS-TOT-ACCRUED
       ADD WS-ADV-UNPAID(ADV-IDX) TO WS-TOT-UNPAID
   END-PERFORM.
EXIT PARAGRAPH.

END PROGRAM ADVISOR_SALES_REPORT.
