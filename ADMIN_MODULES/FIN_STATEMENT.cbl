*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Monthly departmental financial statement, drawn from
*>          the journal GL_EXPORT posts (GLHIST.DAT, every night's
*>          GL_JOURNAL.DAT lines kept end to end). Runs only for a
*>          month MONTH_END_CLOSE has closed - before that the
*>          figures can still move. Each journal account is placed
*>          by GLMAP.DAT (GLMAP_DEF): the income statement shows
*>          revenue, cost of sales, gross profit, and expense for
*>          vehicle sales, service, parts, and F&I, then store-wide
*>          overhead, each with the month and the calendar year to
*>          date, and the same month and year to date a year
*>          earlier alongside once the journal reaches back that
*>          far. The summary balance sheet is every asset,
*>          liability, and equity account's balance at month end
*>          with the income statement accounts' net to date carried
*>          as current earnings, so it foots when the journal does.
*>          The accounts GL_EXPORT posts to are placed by
*>          default (the same compiled-in codes and numbers it
*>          uses), and GLMAP.DAT rows renumber or re-place them or
*>          add accounts of the accountant's own. A journal
*>          account GLMAP.DAT does not place is not dropped: it is
*>          listed at the end, with its activity, as a mapping gap
*>          to be fixed - its amounts are left off the statement
*>          above. Interactive runs ask for the month (YYYYMM);
*>          under BATCH_RUNNER the month is BATCH-FROM-DATE's. On
*>          screen, exported to FIN_STATEMENT.RPT when asked.
*>          Callable from REPORTING_MENU.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. FIN_STATEMENT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL PERIOD-CLOSE-FILE
        ASSIGN TO '../PERIODCLOSE.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL GLMAP-FILE ASSIGN TO '../GLMAP.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL GLHIST-FILE ASSIGN TO '../GLHIST.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT EXPORT-FILE ASSIGN TO 'FIN_STATEMENT.RPT'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD PERIOD-CLOSE-FILE.
    COPY PERIOD_CLOSE_DEF REPLACING ==:TAG:== BY ==PC==.
FD GLMAP-FILE.
    COPY GLMAP_DEF.
FD GLHIST-FILE.
01 GLHIST-REC                 PIC X(80).
FD EXPORT-FILE.
01 EXPORT-REC                 PIC X(100).

WORKING-STORAGE SECTION.
COPY BATCH_DEF.

01 WS-EOF               PIC X.
01 WS-CLOSED            PIC X.
01 WS-PERIOD-IN         PIC 9(6).
01 WS-PERIOD-GROUP REDEFINES WS-PERIOD-IN.
   05 WS-PERIOD-YEAR    PIC 9(4).
   05 WS-PERIOD-MONTH   PIC 9(2).
01 WS-FROM-DATE         PIC 9(8).
01 WS-TO-DATE           PIC 9(8).
01 WS-YEAR-START        PIC 9(8).
01 WS-PY-FROM-DATE      PIC 9(8).
01 WS-PY-TO-DATE        PIC 9(8).
01 WS-PY-YEAR-START     PIC 9(8).
01 WS-NEXT-MONTH-DATE   PIC 9(8).
01 WS-WORK-INT          PIC 9(8).
*> Y once a journal row falls in the prior year's span - the
*> prior-year columns print only then.
01 WS-PY-FOUND          PIC X VALUE "N".

*> One journal row, split on its pipes.
01 WS-H-DATE-X          PIC X(8).
01 WS-H-DATE            PIC 9(8).
01 WS-H-ACCOUNT         PIC X(8).
01 WS-H-DRCR            PIC X.
01 WS-H-AMT-TEXT        PIC X(12).
01 WS-H-DESC            PIC X(25).
01 WS-H-AMOUNT          PIC 9(9)V99.
01 WS-H-SIGNED          PIC S9(9)V99.
01 WS-ROWS-READ         PIC 9(7) VALUE 0.
01 WS-JOURNAL-DR        PIC 9(11)V99 VALUE 0.
01 WS-JOURNAL-CR        PIC 9(11)V99 VALUE 0.

*> Every account on the map or in the journal. Amounts are kept
*> debit-positive: column 1 the month, 2 year to date, 3 the same
*> month a year earlier, 4 that year to date, 5 the balance through
*> month end.
01 WS-ACCT-TABLE.
   05 WS-AC-ENTRY OCCURS 100 TIMES.
      10 WS-AC-CODE        PIC X(10).
      10 WS-AC-ACCOUNT     PIC X(8).
      10 WS-AC-CLASS       PIC X.
         88 WS-AC-PLACED   VALUES "A", "L", "Q", "R", "C", "E".
      10 WS-AC-DEPT        PIC X.
      10 WS-AC-TITLE       PIC X(25).
      10 WS-AC-AMT         PIC S9(9)V99 OCCURS 5 TIMES.
      10 WS-AC-ROWS        PIC 9(5).
      10 WS-AC-DR          PIC 9(9)V99.
      10 WS-AC-CR          PIC 9(9)V99.
*> One compiled-in account: GL_EXPORT's code and number, then
*> class and department, then caption.
01 WS-DF-CODE           PIC X(10).
01 WS-DF-ACCOUNT        PIC X(8).
01 WS-DF-PLACE          PIC X(2).
01 WS-DF-TITLE          PIC X(25).
01 WS-AC-USED           PIC 9(3) VALUE 0.
01 WS-AC-IDX            PIC 9(3).
01 WS-AC-HIT            PIC 9(3).
01 WS-AC-FULL           PIC X VALUE "N".
01 WS-COL               PIC 9.

01 WS-DEPT-LIST         PIC X(5) VALUE "VSPFG".
01 WS-DEPT-IDX          PIC 9.
01 WS-DEPT-CODE         PIC X.
01 WS-DEPT-NAME         PIC X(26).
01 WS-DEPT-LINES        PIC 9(3).
01 WS-DEPT-REV          PIC S9(9)V99 OCCURS 4 TIMES.
01 WS-DEPT-COST         PIC S9(9)V99 OCCURS 4 TIMES.
01 WS-DEPT-EXP          PIC S9(9)V99 OCCURS 4 TIMES.
01 WS-STORE-NET         PIC S9(9)V99 OCCURS 4 TIMES.
01 WS-WANT-CLASS        PIC X.

*> Balance sheet totals, each shown in its normal-balance sign.
01 WS-TOTAL-ASSETS      PIC S9(11)V99.
01 WS-TOTAL-LIAB        PIC S9(11)V99.
01 WS-TOTAL-EQUITY      PIC S9(11)V99.
01 WS-CURRENT-EARNINGS  PIC S9(11)V99.
01 WS-GAP-COUNT         PIC 9(3) VALUE 0.

*> One printed statement line: caption and up to four amounts.
01 WS-LINE-TITLE        PIC X(28).
01 WS-LINE-AMT          PIC S9(11)V99 OCCURS 4 TIMES.
01 WS-AMT-DISP          PIC $$$,$$$,$$9.99- OCCURS 4 TIMES.
01 WS-MONEY-DISP        PIC $$$,$$$,$$9.99-.
01 WS-DR-DISP           PIC $$$,$$$,$$9.99.
01 WS-CR-DISP           PIC $$$,$$$,$$9.99.
01 WS-OUT-LINE          PIC X(100).

LINKAGE SECTION.
01 PARAMETRES.
   02 PA-RETURN-CODE PIC 99 VALUE 0.
   02 PA-OPTION-CODE PIC 99 VALUE 0.
   02 PA-EXPORT-FLAG PIC X VALUE "N".

PROCEDURE DIVISION USING PARAMETRES.
MAIN-PROCEDURE.
   IF BATCH-MODE-FLAG = "Y" AND BATCH-FROM-DATE > 0
      MOVE BATCH-FROM-DATE(1:6) TO WS-PERIOD-IN
   ELSE
      DISPLAY "--- Departmental Financial Statement ---"
      DISPLAY "Month (YYYYMM): "
      ACCEPT WS-PERIOD-IN
   END-IF
   IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
      DISPLAY "That is not a month."
      MOVE 1 TO PA-RETURN-CODE
      GOBACK
   END-IF

   PERFORM 050-CHECK-CLOSED
   IF WS-CLOSED NOT = "Y"
      DISPLAY "Period " WS-PERIOD-IN " has not been closed - run"
          " MONTH_END_CLOSE first."
      MOVE 2 TO PA-RETURN-CODE
      GOBACK
   END-IF

   COMPUTE WS-FROM-DATE = WS-PERIOD-IN * 100 + 1
   IF WS-PERIOD-MONTH = 12
      COMPUTE WS-NEXT-MONTH-DATE =
          (WS-PERIOD-YEAR + 1) * 10000 + 0101
   ELSE
      COMPUTE WS-NEXT-MONTH-DATE =
          WS-PERIOD-YEAR * 10000 + (WS-PERIOD-MONTH + 1) * 100 + 1
   END-IF
   COMPUTE WS-WORK-INT =
       FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-DATE) - 1
   MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INT) TO WS-TO-DATE
   COMPUTE WS-YEAR-START = WS-PERIOD-YEAR * 10000 + 0101

*> The year before: the 1st of the month less a year, through the
*> day before the 1st of the month after it (February knows its
*> own length that way).
   COMPUTE WS-PY-FROM-DATE = WS-FROM-DATE - 10000
   COMPUTE WS-PY-YEAR-START = WS-YEAR-START - 10000
   COMPUTE WS-WORK-INT =
       FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-DATE - 10000) - 1
   MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INT) TO WS-PY-TO-DATE

   MOVE 0 TO WS-AC-USED
   MOVE "N" TO WS-AC-FULL
   MOVE "N" TO WS-PY-FOUND
   PERFORM 100-LOAD-MAP
   PERFORM 200-POST-JOURNAL

   IF PA-EXPORT-FLAG = 'Y' THEN
       OPEN OUTPUT EXPORT-FILE
   END-IF
   MOVE SPACES TO WS-OUT-LINE
   STRING "J&J AUTO - FINANCIAL STATEMENT - " WS-PERIOD-IN
          " (" WS-FROM-DATE " - " WS-TO-DATE ")"
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   IF WS-ROWS-READ = 0
       MOVE "  NO JOURNAL HISTORY ON FILE THROUGH MONTH END"
           TO WS-OUT-LINE
       PERFORM 500-PUT-LINE
   END-IF

   PERFORM 300-INCOME-STATEMENT
   PERFORM 400-BALANCE-SHEET
   PERFORM 450-MAPPING-GAPS

   IF PA-EXPORT-FLAG = 'Y' THEN
       CLOSE EXPORT-FILE
   END-IF
   MOVE 0 TO PA-RETURN-CODE
   GOBACK.
EXIT PROGRAM.

*> The month must have its own PERIODCLOSE.DAT row.
050-CHECK-CLOSED.
   MOVE "N" TO WS-CLOSED
   MOVE "N" TO WS-EOF
   OPEN INPUT PERIOD-CLOSE-FILE
   PERFORM UNTIL WS-EOF = "Y"
       READ PERIOD-CLOSE-FILE
           AT END
               MOVE "Y" TO WS-EOF
           NOT AT END
               IF PC-PC-PERIOD = WS-PERIOD-IN
                   MOVE "Y" TO WS-CLOSED
               END-IF
       END-READ
   END-PERFORM
   CLOSE PERIOD-CLOSE-FILE.
EXIT PARAGRAPH.

*> GL_EXPORT's compiled-in accounts first, placed on the
*> statements, then GLMAP.DAT on top: a row with a known code
*> renumbers (and, when it says, re-places) that account; any
*> other row places an account by number.
100-LOAD-MAP.
   MOVE "CASH" TO WS-DF-CODE
   MOVE "1000" TO WS-DF-ACCOUNT
   MOVE "AG" TO WS-DF-PLACE
   MOVE "CASH" TO WS-DF-TITLE
   PERFORM 120-ADD-DEFAULT
   MOVE "AR" TO WS-DF-CODE
   MOVE "1200" TO WS-DF-ACCOUNT
   MOVE "AG" TO WS-DF-PLACE
   MOVE "ACCOUNTS RECEIVABLE" TO WS-DF-TITLE
   PERFORM 120-ADD-DEFAULT
   MOVE "INVENTORY" TO WS-DF-CODE
   MOVE "1300" TO WS-DF-ACCOUNT
   MOVE "AG" TO WS-DF-PLACE
   MOVE "INVENTORY" TO WS-DF-TITLE
   PERFORM 120-ADD-DEFAULT
   MOVE "CARSALES" TO WS-DF-CODE
   MOVE "4000" TO WS-DF-ACCOUNT
   MOVE "RV" TO WS-DF-PLACE
   MOVE "VEHICLE SALES" TO WS-DF-TITLE
   PERFORM 120-ADD-DEFAULT
   MOVE "FEES" TO WS-DF-CODE
   MOVE "4100" TO WS-DF-ACCOUNT
   MOVE "RF" TO WS-DF-PLACE
   MOVE "DOC AND TITLE FEES" TO WS-DF-TITLE
   PERFORM 120-ADD-DEFAULT
   MOVE "TAXPAY" TO WS-DF-CODE
   MOVE "2100" TO WS-DF-ACCOUNT
   MOVE "LG" TO WS-DF-PLACE
   MOVE "SALES TAX PAYABLE" TO WS-DF-TITLE
   PERFORM 120-ADD-DEFAULT
   MOVE "PARTSCOST" TO WS-DF-CODE
   MOVE "5000" TO WS-DF-ACCOUNT
   MOVE "CS" TO WS-DF-PLACE
   MOVE "PARTS USED ON TICKETS" TO WS-DF-TITLE
   PERFORM 120-ADD-DEFAULT
   MOVE "COUNTERREV" TO WS-DF-CODE
   MOVE "4200" TO WS-DF-ACCOUNT
   MOVE "RP" TO WS-DF-PLACE
   MOVE "COUNTER SALES" TO WS-DF-TITLE
   PERFORM 120-ADD-DEFAULT
   MOVE "SVCREV" TO WS-DF-CODE
   MOVE "4300" TO WS-DF-ACCOUNT
   MOVE "RS" TO WS-DF-PLACE
   MOVE "SERVICE PARTS AND LABOR" TO WS-DF-TITLE
   PERFORM 120-ADD-DEFAULT
   MOVE "SVCFEES" TO WS-DF-CODE
   MOVE "4400" TO WS-DF-ACCOUNT
   MOVE "RS" TO WS-DF-PLACE
   MOVE "SUPPLIES/HAZMAT RECOVERY" TO WS-DF-TITLE
   PERFORM 120-ADD-DEFAULT
   MOVE "AP" TO WS-DF-CODE
   MOVE "2000" TO WS-DF-ACCOUNT
   MOVE "LG" TO WS-DF-PLACE
   MOVE "ACCOUNTS PAYABLE" TO WS-DF-TITLE
   PERFORM 120-ADD-DEFAULT
   MOVE "BADDEBT" TO WS-DF-CODE
   MOVE "6800" TO WS-DF-ACCOUNT
   MOVE "EG" TO WS-DF-PLACE
   MOVE "BAD DEBT" TO WS-DF-TITLE
   PERFORM 120-ADD-DEFAULT
   MOVE "RESERVE" TO WS-DF-CODE
   MOVE "4500" TO WS-DF-ACCOUNT
   MOVE "RF" TO WS-DF-PLACE
   MOVE "FINANCE RESERVE" TO WS-DF-TITLE
   PERFORM 120-ADD-DEFAULT
   MOVE "FREIGHTIN" TO WS-DF-CODE
   MOVE "1310" TO WS-DF-ACCOUNT
   MOVE "AG" TO WS-DF-PLACE
   MOVE "PARTS FREIGHT-IN" TO WS-DF-TITLE
   PERFORM 120-ADD-DEFAULT
   MOVE "FREIGHTACC" TO WS-DF-CODE
   MOVE "2050" TO WS-DF-ACCOUNT
   MOVE "LG" TO WS-DF-PLACE
   MOVE "FREIGHT ACCRUED" TO WS-DF-TITLE
   PERFORM 120-ADD-DEFAULT

   MOVE "N" TO WS-EOF
   OPEN INPUT GLMAP-FILE
   PERFORM UNTIL WS-EOF = "Y"
       READ GLMAP-FILE
           AT END
               MOVE "Y" TO WS-EOF
           NOT AT END
               PERFORM 140-APPLY-MAP-ROW
       END-READ
   END-PERFORM
   CLOSE GLMAP-FILE.
EXIT PARAGRAPH.

120-ADD-DEFAULT.
   ADD 1 TO WS-AC-USED
   INITIALIZE WS-AC-ENTRY(WS-AC-USED)
   MOVE WS-DF-CODE TO WS-AC-CODE(WS-AC-USED)
   MOVE WS-DF-ACCOUNT TO WS-AC-ACCOUNT(WS-AC-USED)
   MOVE WS-DF-PLACE(1:1) TO WS-AC-CLASS(WS-AC-USED)
   MOVE WS-DF-PLACE(2:1) TO WS-AC-DEPT(WS-AC-USED)
   MOVE WS-DF-TITLE TO WS-AC-TITLE(WS-AC-USED).
EXIT PARAGRAPH.

140-APPLY-MAP-ROW.
   IF GLMAP-ACCOUNT = SPACES
       EXIT PARAGRAPH
   END-IF
   MOVE 0 TO WS-AC-HIT
   IF GLMAP-CODE NOT = SPACES
       PERFORM VARYING WS-AC-IDX FROM 1 BY 1
               UNTIL WS-AC-IDX > WS-AC-USED OR WS-AC-HIT > 0
           IF WS-AC-CODE(WS-AC-IDX) = GLMAP-CODE
               MOVE WS-AC-IDX TO WS-AC-HIT
               MOVE GLMAP-ACCOUNT TO WS-AC-ACCOUNT(WS-AC-IDX)
           END-IF
       END-PERFORM
   END-IF
   IF WS-AC-HIT = 0
       MOVE GLMAP-ACCOUNT TO WS-H-ACCOUNT
       PERFORM 160-FIND-ACCOUNT
       IF WS-AC-HIT = 0
           PERFORM 180-ADD-ACCOUNT
       END-IF
   END-IF
   IF WS-AC-HIT > 0
       IF GLMAP-CLASS NOT = SPACE
           MOVE GLMAP-CLASS TO WS-AC-CLASS(WS-AC-HIT)
           MOVE GLMAP-DEPT TO WS-AC-DEPT(WS-AC-HIT)
       END-IF
       IF GLMAP-TITLE NOT = SPACES
           MOVE GLMAP-TITLE TO WS-AC-TITLE(WS-AC-HIT)
       END-IF
   END-IF.
EXIT PARAGRAPH.

*> Account in WS-H-ACCOUNT; WS-AC-HIT is its entry, 0 if none.
160-FIND-ACCOUNT.
   MOVE 0 TO WS-AC-HIT
   PERFORM VARYING WS-AC-IDX FROM 1 BY 1
           UNTIL WS-AC-IDX > WS-AC-USED OR WS-AC-HIT > 0
       IF WS-AC-ACCOUNT(WS-AC-IDX) = WS-H-ACCOUNT
           MOVE WS-AC-IDX TO WS-AC-HIT
       END-IF
   END-PERFORM.
EXIT PARAGRAPH.

*> A new entry for WS-H-ACCOUNT, not yet placed on the statements.
180-ADD-ACCOUNT.
   IF WS-AC-USED < 100
       ADD 1 TO WS-AC-USED
       INITIALIZE WS-AC-ENTRY(WS-AC-USED)
       MOVE WS-H-ACCOUNT TO WS-AC-ACCOUNT(WS-AC-USED)
       MOVE WS-AC-USED TO WS-AC-HIT
   ELSE
       MOVE "Y" TO WS-AC-FULL
       MOVE 0 TO WS-AC-HIT
   END-IF.
EXIT PARAGRAPH.

*> Every journal row through month end lands in its account's
*> columns; a row for an account the map does not know opens an
*> unplaced entry so it shows up as a gap.
200-POST-JOURNAL.
   MOVE "N" TO WS-EOF
   OPEN INPUT GLHIST-FILE
   PERFORM UNTIL WS-EOF = "Y"
       READ GLHIST-FILE
           AT END
               MOVE "Y" TO WS-EOF
           NOT AT END
               PERFORM 220-POST-ONE-ROW
       END-READ
   END-PERFORM
   CLOSE GLHIST-FILE.
EXIT PARAGRAPH.

220-POST-ONE-ROW.
   MOVE SPACES TO WS-H-DATE-X WS-H-ACCOUNT WS-H-DRCR
       WS-H-AMT-TEXT WS-H-DESC
   UNSTRING GLHIST-REC DELIMITED BY "|"
       INTO WS-H-DATE-X WS-H-ACCOUNT WS-H-DRCR
            WS-H-AMT-TEXT WS-H-DESC
   END-UNSTRING
   IF WS-H-DATE-X NOT NUMERIC
       EXIT PARAGRAPH
   END-IF
   MOVE WS-H-DATE-X TO WS-H-DATE
   IF WS-H-DATE > WS-TO-DATE
       EXIT PARAGRAPH
   END-IF
   COMPUTE WS-H-AMOUNT = FUNCTION NUMVAL(WS-H-AMT-TEXT)
   ADD 1 TO WS-ROWS-READ
   PERFORM 160-FIND-ACCOUNT
   IF WS-AC-HIT = 0
       PERFORM 180-ADD-ACCOUNT
       IF WS-AC-HIT = 0
           EXIT PARAGRAPH
       END-IF
   END-IF

   IF WS-H-DRCR = "D"
       MOVE WS-H-AMOUNT TO WS-H-SIGNED
       ADD WS-H-AMOUNT TO WS-AC-DR(WS-AC-HIT)
       ADD WS-H-AMOUNT TO WS-JOURNAL-DR
   ELSE
       COMPUTE WS-H-SIGNED = 0 - WS-H-AMOUNT
       ADD WS-H-AMOUNT TO WS-AC-CR(WS-AC-HIT)
       ADD WS-H-AMOUNT TO WS-JOURNAL-CR
   END-IF
   ADD 1 TO WS-AC-ROWS(WS-AC-HIT)
   ADD WS-H-SIGNED TO WS-AC-AMT(WS-AC-HIT, 5)
   IF WS-H-DATE >= WS-FROM-DATE
       ADD WS-H-SIGNED TO WS-AC-AMT(WS-AC-HIT, 1)
   END-IF
   IF WS-H-DATE >= WS-YEAR-START
       ADD WS-H-SIGNED TO WS-AC-AMT(WS-AC-HIT, 2)
   END-IF
   IF WS-H-DATE >= WS-PY-YEAR-START AND
           WS-H-DATE <= WS-PY-TO-DATE
       MOVE "Y" TO WS-PY-FOUND
       ADD WS-H-SIGNED TO WS-AC-AMT(WS-AC-HIT, 4)
       IF WS-H-DATE >= WS-PY-FROM-DATE
           ADD WS-H-SIGNED TO WS-AC-AMT(WS-AC-HIT, 3)
       END-IF
   END-IF.
EXIT PARAGRAPH.

*> Department by department: revenue and cost of sales to gross
*> profit, less the department's expenses; then the store total.
300-INCOME-STATEMENT.
   MOVE SPACES TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE "INCOME STATEMENT" TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE SPACES TO WS-OUT-LINE
   IF WS-PY-FOUND = "Y"
       STRING "                                      MONTH"
              "    YEAR TO DATE  PRIOR YR MONTH    PRIOR YR YTD"
           DELIMITED BY SIZE INTO WS-OUT-LINE
   ELSE
       STRING "                                      MONTH"
              "    YEAR TO DATE"
           DELIMITED BY SIZE INTO WS-OUT-LINE
   END-IF
   PERFORM 500-PUT-LINE
   PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 4
       MOVE 0 TO WS-STORE-NET(WS-COL)
   END-PERFORM

   PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1 UNTIL WS-DEPT-IDX > 5
       MOVE WS-DEPT-LIST(WS-DEPT-IDX:1) TO WS-DEPT-CODE
       PERFORM 320-ONE-DEPARTMENT
   END-PERFORM

   MOVE SPACES TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE "STORE NET INCOME" TO WS-LINE-TITLE
   PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 4
       MOVE WS-STORE-NET(WS-COL) TO WS-LINE-AMT(WS-COL)
   END-PERFORM
   PERFORM 600-PUT-AMOUNT-LINE.
EXIT PARAGRAPH.

320-ONE-DEPARTMENT.
   EVALUATE WS-DEPT-CODE
       WHEN "V" MOVE "VEHICLE SALES" TO WS-DEPT-NAME
       WHEN "S" MOVE "SERVICE" TO WS-DEPT-NAME
       WHEN "P" MOVE "PARTS" TO WS-DEPT-NAME
       WHEN "F" MOVE "F&I" TO WS-DEPT-NAME
       WHEN OTHER MOVE "GENERAL AND ADMINISTRATIVE" TO WS-DEPT-NAME
   END-EVALUATE
   PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 4
       MOVE 0 TO WS-DEPT-REV(WS-COL)
       MOVE 0 TO WS-DEPT-COST(WS-COL)
       MOVE 0 TO WS-DEPT-EXP(WS-COL)
   END-PERFORM
   MOVE 0 TO WS-DEPT-LINES

*> Store-wide overhead only prints when something is posted to it.
   IF WS-DEPT-CODE = "G"
       PERFORM VARYING WS-AC-IDX FROM 1 BY 1
               UNTIL WS-AC-IDX > WS-AC-USED
           IF WS-AC-CLASS(WS-AC-IDX) = "R" OR "C" OR "E"
               IF WS-AC-DEPT(WS-AC-IDX) NOT = "V" AND
                       WS-AC-DEPT(WS-AC-IDX) NOT = "S" AND
                       WS-AC-DEPT(WS-AC-IDX) NOT = "P" AND
                       WS-AC-DEPT(WS-AC-IDX) NOT = "F"
                   PERFORM VARYING WS-COL FROM 1 BY 1
                           UNTIL WS-COL > 4
                       IF WS-AC-AMT(WS-AC-IDX, WS-COL) NOT = 0
                           ADD 1 TO WS-DEPT-LINES
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
       END-PERFORM
       IF WS-DEPT-LINES = 0
           EXIT PARAGRAPH
       END-IF
   END-IF

   MOVE SPACES TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE WS-DEPT-NAME TO WS-OUT-LINE
   PERFORM 500-PUT-LINE

   MOVE "R" TO WS-WANT-CLASS
   PERFORM 340-DEPARTMENT-LINES
   MOVE "  TOTAL REVENUE" TO WS-LINE-TITLE
   PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 4
       MOVE WS-DEPT-REV(WS-COL) TO WS-LINE-AMT(WS-COL)
   END-PERFORM
   PERFORM 600-PUT-AMOUNT-LINE

   MOVE "C" TO WS-WANT-CLASS
   PERFORM 340-DEPARTMENT-LINES
   MOVE "  GROSS PROFIT" TO WS-LINE-TITLE
   PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 4
       COMPUTE WS-LINE-AMT(WS-COL) =
           WS-DEPT-REV(WS-COL) - WS-DEPT-COST(WS-COL)
   END-PERFORM
   PERFORM 600-PUT-AMOUNT-LINE

   MOVE "E" TO WS-WANT-CLASS
   PERFORM 340-DEPARTMENT-LINES
   MOVE "  DEPARTMENT NET" TO WS-LINE-TITLE
   PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 4
       COMPUTE WS-LINE-AMT(WS-COL) = WS-DEPT-REV(WS-COL)
           - WS-DEPT-COST(WS-COL) - WS-DEPT-EXP(WS-COL)
       ADD WS-LINE-AMT(WS-COL) TO WS-STORE-NET(WS-COL)
   END-PERFORM
   PERFORM 600-PUT-AMOUNT-LINE.
EXIT PARAGRAPH.

*> The department's accounts of class WS-WANT-CLASS, revenue shown
*> credit-positive. Anything not in V/S/P/F belongs to general.
*> An account with nothing in any column is left off.
340-DEPARTMENT-LINES.
   PERFORM VARYING WS-AC-IDX FROM 1 BY 1
           UNTIL WS-AC-IDX > WS-AC-USED
       IF WS-AC-CLASS(WS-AC-IDX) = WS-WANT-CLASS AND
               (WS-AC-DEPT(WS-AC-IDX) = WS-DEPT-CODE OR
               (WS-DEPT-CODE = "G" AND
                WS-AC-DEPT(WS-AC-IDX) NOT = "V" AND
                WS-AC-DEPT(WS-AC-IDX) NOT = "S" AND
                WS-AC-DEPT(WS-AC-IDX) NOT = "P" AND
                WS-AC-DEPT(WS-AC-IDX) NOT = "F"))
           MOVE SPACES TO WS-LINE-TITLE
           STRING "    " WS-AC-TITLE(WS-AC-IDX)
               DELIMITED BY SIZE INTO WS-LINE-TITLE
           MOVE 0 TO WS-DEPT-LINES
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 4
               IF WS-AC-AMT(WS-AC-IDX, WS-COL) NOT = 0
                   ADD 1 TO WS-DEPT-LINES
               END-IF
               IF WS-WANT-CLASS = "R"
                   COMPUTE WS-LINE-AMT(WS-COL) =
                       0 - WS-AC-AMT(WS-AC-IDX, WS-COL)
                   ADD WS-LINE-AMT(WS-COL) TO WS-DEPT-REV(WS-COL)
               ELSE
                   MOVE WS-AC-AMT(WS-AC-IDX, WS-COL)
                       TO WS-LINE-AMT(WS-COL)
                   IF WS-WANT-CLASS = "C"
                       ADD WS-LINE-AMT(WS-COL) TO WS-DEPT-COST(WS-COL)
                   ELSE
                       ADD WS-LINE-AMT(WS-COL) TO WS-DEPT-EXP(WS-COL)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-DEPT-LINES > 0
               PERFORM 600-PUT-AMOUNT-LINE
           END-IF
       END-IF
   END-PERFORM.
EXIT PARAGRAPH.

*> Balances at month end. The income statement accounts' balances
*> since the journal began are the earnings not yet closed out to
*> an equity account of the accountant's own.
400-BALANCE-SHEET.
   MOVE 0 TO WS-TOTAL-ASSETS
   MOVE 0 TO WS-TOTAL-LIAB
   MOVE 0 TO WS-TOTAL-EQUITY
   MOVE 0 TO WS-CURRENT-EARNINGS
   MOVE SPACES TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE SPACES TO WS-OUT-LINE
   STRING "BALANCE SHEET AT " WS-TO-DATE
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE "ASSETS" TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   PERFORM VARYING WS-AC-IDX FROM 1 BY 1
           UNTIL WS-AC-IDX > WS-AC-USED
       EVALUATE WS-AC-CLASS(WS-AC-IDX)
           WHEN "A"
               MOVE WS-AC-AMT(WS-AC-IDX, 5) TO WS-LINE-AMT(1)
               ADD WS-LINE-AMT(1) TO WS-TOTAL-ASSETS
               PERFORM 420-PUT-BALANCE-LINE
           WHEN "R"
           WHEN "C"
           WHEN "E"
               SUBTRACT WS-AC-AMT(WS-AC-IDX, 5)
                   FROM WS-CURRENT-EARNINGS
       END-EVALUATE
   END-PERFORM
   MOVE "  TOTAL ASSETS" TO WS-LINE-TITLE
   MOVE WS-TOTAL-ASSETS TO WS-LINE-AMT(1)
   PERFORM 440-PUT-TOTAL-LINE

   MOVE "LIABILITIES" TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   PERFORM VARYING WS-AC-IDX FROM 1 BY 1
           UNTIL WS-AC-IDX > WS-AC-USED
       IF WS-AC-CLASS(WS-AC-IDX) = "L"
           COMPUTE WS-LINE-AMT(1) = 0 - WS-AC-AMT(WS-AC-IDX, 5)
           ADD WS-LINE-AMT(1) TO WS-TOTAL-LIAB
           PERFORM 420-PUT-BALANCE-LINE
       END-IF
   END-PERFORM
   MOVE "  TOTAL LIABILITIES" TO WS-LINE-TITLE
   MOVE WS-TOTAL-LIAB TO WS-LINE-AMT(1)
   PERFORM 440-PUT-TOTAL-LINE

   MOVE "EQUITY" TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   PERFORM VARYING WS-AC-IDX FROM 1 BY 1
           UNTIL WS-AC-IDX > WS-AC-USED
       IF WS-AC-CLASS(WS-AC-IDX) = "Q"
           COMPUTE WS-LINE-AMT(1) = 0 - WS-AC-AMT(WS-AC-IDX, 5)
           ADD WS-LINE-AMT(1) TO WS-TOTAL-EQUITY
           PERFORM 420-PUT-BALANCE-LINE
       END-IF
   END-PERFORM
   MOVE "    CURRENT EARNINGS" TO WS-LINE-TITLE
   MOVE WS-CURRENT-EARNINGS TO WS-LINE-AMT(1)
   PERFORM 440-PUT-TOTAL-LINE
   ADD WS-CURRENT-EARNINGS TO WS-TOTAL-EQUITY
   MOVE "  TOTAL EQUITY" TO WS-LINE-TITLE
   MOVE WS-TOTAL-EQUITY TO WS-LINE-AMT(1)
   PERFORM 440-PUT-TOTAL-LINE
   MOVE "TOTAL LIABILITIES AND EQUITY" TO WS-LINE-TITLE
   COMPUTE WS-LINE-AMT(1) = WS-TOTAL-LIAB + WS-TOTAL-EQUITY
   PERFORM 440-PUT-TOTAL-LINE
   IF WS-LINE-AMT(1) NOT = WS-TOTAL-ASSETS
       MOVE "*** DOES NOT FOOT TO TOTAL ASSETS - SEE MAPPING GAPS"
           TO WS-OUT-LINE
       PERFORM 500-PUT-LINE
   END-IF.
EXIT PARAGRAPH.

420-PUT-BALANCE-LINE.
   IF WS-LINE-AMT(1) = 0
       EXIT PARAGRAPH
   END-IF
   MOVE SPACES TO WS-LINE-TITLE
   STRING "    " WS-AC-TITLE(WS-AC-IDX)
       DELIMITED BY SIZE INTO WS-LINE-TITLE
   PERFORM 440-PUT-TOTAL-LINE.
EXIT PARAGRAPH.

440-PUT-TOTAL-LINE.
   MOVE WS-LINE-AMT(1) TO WS-MONEY-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING WS-LINE-TITLE WS-MONEY-DISP
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE.
EXIT PARAGRAPH.

*> Journal accounts GLMAP.DAT does not place, with everything
*> posted to them through month end.
450-MAPPING-GAPS.
   MOVE SPACES TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE "MAPPING GAPS - JOURNAL ACCOUNTS NOT PLACED BY GLMAP.DAT"
       TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE 0 TO WS-GAP-COUNT
   PERFORM VARYING WS-AC-IDX FROM 1 BY 1
           UNTIL WS-AC-IDX > WS-AC-USED
       IF NOT WS-AC-PLACED(WS-AC-IDX) AND WS-AC-ROWS(WS-AC-IDX) > 0
           ADD 1 TO WS-GAP-COUNT
           MOVE WS-AC-DR(WS-AC-IDX) TO WS-DR-DISP
           MOVE WS-AC-CR(WS-AC-IDX) TO WS-CR-DISP
           MOVE WS-AC-AMT(WS-AC-IDX, 1) TO WS-MONEY-DISP
           MOVE SPACES TO WS-OUT-LINE
           STRING "  ACCOUNT " WS-AC-ACCOUNT(WS-AC-IDX) " ROWS "
                  WS-AC-ROWS(WS-AC-IDX) " DR " WS-DR-DISP
                  " CR " WS-CR-DISP " MONTH NET " WS-MONEY-DISP
               DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 500-PUT-LINE
       END-IF
   END-PERFORM
   IF WS-GAP-COUNT = 0
       MOVE "  NONE" TO WS-OUT-LINE
       PERFORM 500-PUT-LINE
   ELSE
       MOVE "  (LEFT OFF THE STATEMENTS ABOVE - ADD A GLMAP.DAT ROW)"
           TO WS-OUT-LINE
       PERFORM 500-PUT-LINE
   END-IF
   IF WS-AC-FULL = "Y"
       MOVE "*** MORE THAN 100 ACCOUNTS - LATER ONES NOT COUNTED"
           TO WS-OUT-LINE
       PERFORM 500-PUT-LINE
   END-IF
   IF WS-JOURNAL-DR NOT = WS-JOURNAL-CR
       MOVE WS-JOURNAL-DR TO WS-DR-DISP
       MOVE WS-JOURNAL-CR TO WS-CR-DISP
       MOVE SPACES TO WS-OUT-LINE
       STRING "*** JOURNAL OUT OF BALANCE THROUGH MONTH END - DR "
              WS-DR-DISP " CR " WS-CR-DISP
           DELIMITED BY SIZE INTO WS-OUT-LINE
       PERFORM 500-PUT-LINE
   END-IF.
EXIT PARAGRAPH.

500-PUT-LINE.
   DISPLAY WS-OUT-LINE
   IF PA-EXPORT-FLAG = 'Y' THEN
       MOVE WS-OUT-LINE TO EXPORT-REC
       WRITE EXPORT-REC
   END-IF.
EXIT PARAGRAPH.

*> Caption and the month and year-to-date amounts, with the prior
*> year's pair when the journal reaches back that far.
600-PUT-AMOUNT-LINE.
   PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 4
       MOVE WS-LINE-AMT(WS-COL) TO WS-AMT-DISP(WS-COL)
   END-PERFORM
   MOVE SPACES TO WS-OUT-LINE
   IF WS-PY-FOUND = "Y"
       STRING WS-LINE-TITLE WS-AMT-DISP(1) " " WS-AMT-DISP(2) " "
              WS-AMT-DISP(3) " " WS-AMT-DISP(4)
           DELIMITED BY SIZE INTO WS-OUT-LINE
   ELSE
       STRING WS-LINE-TITLE WS-AMT-DISP(1) " " WS-AMT-DISP(2)
           DELIMITED BY SIZE INTO WS-OUT-LINE
   END-IF
   PERFORM 500-PUT-LINE.
EXIT PARAGRAPH.

END PROGRAM FIN_STATEMENT.
