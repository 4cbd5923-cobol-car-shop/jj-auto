*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Year-end wage summary - each employee's year off the
*>          PAYREG.DAT register rows for periods ending in the tax
*>          year, laid out in W-2 box order: 1 wages, 2 federal
*>          income tax withheld, 3 social security wages (capped
*>          at the WHTAX.DAT wage base for the year), 4 social
*>          security tax, 5 medicare wages, 6 medicare tax, and
*>          15-17 state, state wages and state income tax. Name,
*>          SSN and address come off EMPLOYEE.IDX. Register rows
*>          from before withholding was carried count toward the
*>          wage boxes only. On screen (exported to
*>          YEAR_END_W2.RPT when asked) and always written as one
*>          pipe-delimited line per employee to W2EXPORT.DAT for
*>          the accountant's W-2 software, the same layout
*>          SERVICE_DUE_EXPORT uses for MAILMERGE.DAT. Callable
*>          from REPORTING_MENU, or by BATCH_RUNNER with the tax
*>          year in BATCH-FROM-DATE.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. YEAR_END_W2.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL PAYREG-FILE ASSIGN TO '../PAYREG.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL WHTAX-FILE ASSIGN TO '../WHTAX.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL EMP-FILE
        ASSIGN TO '../../INDEXES/EMPLOYEE.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS EMX-empID
        ALTERNATE RECORD KEY IS EMX-lName WITH DUPLICATES.
    SELECT EXPORT-FILE ASSIGN TO 'YEAR_END_W2.RPT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT W2-FILE ASSIGN TO 'W2EXPORT.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD PAYREG-FILE.
    COPY PAY_REG_DEF REPLACING ==:TAG:== BY ==PR==.
FD WHTAX-FILE.
    COPY WITHHOLD_DEF REPLACING ==:TAG:== BY ==WT==.
FD EMP-FILE
    RECORD CONTAINS 211 CHARACTERS.
    COPY EMP_DEF REPLACING ==:TAG:== BY ==EMX==.
FD EXPORT-FILE.
01 EXPORT-REC                 PIC X(100).
FD W2-FILE.
01 W2-REC                     PIC X(250).

WORKING-STORAGE SECTION.
COPY BATCH_DEF.

01 WS-REG-EOF           PIC X.
01 WS-WT-EOF            PIC X.
01 WS-TAX-YEAR          PIC 9(4).
01 WS-TABLE-YEAR        PIC 9(4) VALUE 0.
*> Social security wage base for the year; zero when no table is
*> on file, in which case box 3 is simply box 1.
01 WS-SS-WAGE-BASE      PIC 9(7)V99 VALUE 0.

*> One slot per employee on the register for the year.
01 WS-W2-TABLE.
   05 WS-W2-ENTRY OCCURS 200 TIMES INDEXED BY W2-IDX.
      10 WS-W2-EMPID     PIC 9(5).
      10 WS-W2-GROSS     PIC 9(9)V99.
      10 WS-W2-FED       PIC 9(9)V99.
      10 WS-W2-STATE     PIC 9(9)V99.
      10 WS-W2-FICA      PIC 9(9)V99.
      10 WS-W2-MEDICARE  PIC 9(9)V99.
01 WS-W2-USED           PIC 999 VALUE 0.
01 WS-W2-SLOT           PIC 999.

01 WS-SS-WAGES          PIC 9(9)V99.
01 WS-EMP-NAME          PIC X(31).
01 WS-SSN-N             PIC 9(9).
01 WS-SSN-PARTS REDEFINES WS-SSN-N.
   05 WS-SSN-AREA       PIC 999.
   05 WS-SSN-GROUP      PIC 99.
   05 WS-SSN-SERIAL     PIC 9(4).
01 WS-SSN-DISP          PIC X(11).
01 WS-EMP-STATE         PIC XX.

01 WS-TOT-GROSS         PIC 9(9)V99 VALUE 0.
01 WS-TOT-FED           PIC 9(9)V99 VALUE 0.
01 WS-TOT-SS-WAGES      PIC 9(9)V99 VALUE 0.
01 WS-TOT-FICA          PIC 9(9)V99 VALUE 0.
01 WS-TOT-MEDICARE      PIC 9(9)V99 VALUE 0.
01 WS-TOT-STATE         PIC 9(9)V99 VALUE 0.

01 WS-MONEY-DISP        PIC $$$,$$$,$$9.99.
01 WS-MONEY-DISP2       PIC $$$,$$$,$$9.99.
01 WS-OUT-LINE          PIC X(100).

*> Export amounts carry the decimal point, no dollar sign.
01 WS-X-BOX1            PIC 9(9).99.
01 WS-X-BOX2            PIC 9(9).99.
01 WS-X-BOX3            PIC 9(9).99.
01 WS-X-BOX4            PIC 9(9).99.
01 WS-X-BOX5            PIC 9(9).99.
01 WS-X-BOX6            PIC 9(9).99.
01 WS-X-BOX16           PIC 9(9).99.
01 WS-X-BOX17           PIC 9(9).99.

LINKAGE SECTION.
01 PARAMETRES.
   02 PA-RETURN-CODE PIC 99 VALUE 0.
   02 PA-OPTION-CODE PIC 99 VALUE 0.
   02 PA-EXPORT-FLAG PIC X VALUE "N".

PROCEDURE DIVISION USING PARAMETRES.
MAIN-PROCEDURE.
   IF BATCH-MODE-FLAG = "Y"
      MOVE BATCH-FROM-DATE(1:4) TO WS-TAX-YEAR
   ELSE
      DISPLAY "--- Year-End Wage Summary ---"
      DISPLAY "Tax year (YYYY): "
      ACCEPT WS-TAX-YEAR
   END-IF
   MOVE 0 TO WS-W2-USED
   MOVE 0 TO WS-TOT-GROSS WS-TOT-FED WS-TOT-SS-WAGES
   MOVE 0 TO WS-TOT-FICA WS-TOT-MEDICARE WS-TOT-STATE

   PERFORM 100-LOAD-WAGE-BASE
   PERFORM 200-GATHER-REGISTER

   IF PA-EXPORT-FLAG = 'Y' THEN
       OPEN OUTPUT EXPORT-FILE
   END-IF
   OPEN OUTPUT W2-FILE

   MOVE SPACES TO WS-OUT-LINE
   STRING "YEAR-END WAGE SUMMARY (W-2) - TAX YEAR " WS-TAX-YEAR
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   IF WS-TABLE-YEAR = 0
       MOVE "NO WHTAX.DAT WAGE BASE ON FILE - BOX 3 SHOWN AS BOX 1"
           TO WS-OUT-LINE
       PERFORM 500-PUT-LINE
   END-IF

   OPEN INPUT EMP-FILE
   PERFORM VARYING W2-IDX FROM 1 BY 1 UNTIL W2-IDX > WS-W2-USED
       PERFORM 300-LIST-ONE-EMPLOYEE
   END-PERFORM
   CLOSE EMP-FILE

   MOVE SPACES TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE SPACES TO WS-OUT-LINE
   STRING "EMPLOYEES: " WS-W2-USED
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE WS-TOT-GROSS TO WS-MONEY-DISP
   MOVE WS-TOT-FED TO WS-MONEY-DISP2
   MOVE SPACES TO WS-OUT-LINE
   STRING "TOTAL  1 WAGES    " WS-MONEY-DISP
          "   2 FED TAX      " WS-MONEY-DISP2
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE WS-TOT-SS-WAGES TO WS-MONEY-DISP
   MOVE WS-TOT-FICA TO WS-MONEY-DISP2
   MOVE SPACES TO WS-OUT-LINE
   STRING "       3 SS WAGES " WS-MONEY-DISP
          "   4 SS TAX       " WS-MONEY-DISP2
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE WS-TOT-GROSS TO WS-MONEY-DISP
   MOVE WS-TOT-MEDICARE TO WS-MONEY-DISP2
   MOVE SPACES TO WS-OUT-LINE
   STRING "       5 MED WAGES" WS-MONEY-DISP
          "   6 MEDICARE TAX " WS-MONEY-DISP2
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE WS-TOT-STATE TO WS-MONEY-DISP2
   MOVE SPACES TO WS-OUT-LINE
   STRING "                                 "
          "  17 STATE TAX    " WS-MONEY-DISP2
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE

   IF PA-EXPORT-FLAG = 'Y' THEN
       CLOSE EXPORT-FILE
   END-IF
   CLOSE W2-FILE
   IF BATCH-MODE-FLAG NOT = "Y"
      DISPLAY WS-W2-USED " employee(s) written to W2EXPORT.DAT"
   END-IF
   MOVE 0 TO PA-RETURN-CODE
   GOBACK.
EXIT PROGRAM.

*> The social security wage base off the tax-year table - the
*> latest year on file not after the one being summarized, same
*> choice PAYROLL_RUN made when it withheld.
100-LOAD-WAGE-BASE.
   MOVE 0 TO WS-TABLE-YEAR
   MOVE 0 TO WS-SS-WAGE-BASE
   MOVE "N" TO WS-WT-EOF
   OPEN INPUT WHTAX-FILE
   PERFORM UNTIL WS-WT-EOF = "Y"
       READ WHTAX-FILE
           AT END
               MOVE "Y" TO WS-WT-EOF
           NOT AT END
               IF WT-WT-OASDI AND WT-WT-BRACKET AND
                       WT-WT-YEAR <= WS-TAX-YEAR AND
                       WT-WT-YEAR > WS-TABLE-YEAR
                   MOVE WT-WT-YEAR TO WS-TABLE-YEAR
                   MOVE WT-WT-WAGE-OVER TO WS-SS-WAGE-BASE
               END-IF
       END-READ
   END-PERFORM
   CLOSE WHTAX-FILE.
EXIT PARAGRAPH.

200-GATHER-REGISTER.
   MOVE "N" TO WS-REG-EOF
   OPEN INPUT PAYREG-FILE
   PERFORM UNTIL WS-REG-EOF = "Y"
       READ PAYREG-FILE
           AT END
               MOVE "Y" TO WS-REG-EOF
           NOT AT END
               IF PR-PR-PERIOD-END(1:4) = WS-TAX-YEAR
                   PERFORM 250-ADD-REGISTER-ROW
               END-IF
       END-READ
   END-PERFORM
   CLOSE PAYREG-FILE.
EXIT PARAGRAPH.

250-ADD-REGISTER-ROW.
   MOVE 0 TO WS-W2-SLOT
   PERFORM VARYING W2-IDX FROM 1 BY 1 UNTIL W2-IDX > WS-W2-USED
       IF WS-W2-EMPID(W2-IDX) = PR-empID
           SET WS-W2-SLOT TO W2-IDX
       END-IF
   END-PERFORM
   IF WS-W2-SLOT = 0
       IF WS-W2-USED >= 200
           DISPLAY "Wage summary table full - employee " PR-empID
               " left off."
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WS-W2-USED
       MOVE WS-W2-USED TO WS-W2-SLOT
       MOVE PR-empID TO WS-W2-EMPID(WS-W2-SLOT)
       MOVE 0 TO WS-W2-GROSS(WS-W2-SLOT)
       MOVE 0 TO WS-W2-FED(WS-W2-SLOT)
       MOVE 0 TO WS-W2-STATE(WS-W2-SLOT)
       MOVE 0 TO WS-W2-FICA(WS-W2-SLOT)
       MOVE 0 TO WS-W2-MEDICARE(WS-W2-SLOT)
   END-IF
   ADD PR-PR-GROSS-PAY TO WS-W2-GROSS(WS-W2-SLOT)
   IF PR-PR-NET-PAY IS NUMERIC
       ADD PR-PR-FED-WH TO WS-W2-FED(WS-W2-SLOT)
       ADD PR-PR-STATE-WH TO WS-W2-STATE(WS-W2-SLOT)
       ADD PR-PR-FICA TO WS-W2-FICA(WS-W2-SLOT)
       ADD PR-PR-MEDICARE TO WS-W2-MEDICARE(WS-W2-SLOT)
   END-IF.
EXIT PARAGRAPH.

300-LIST-ONE-EMPLOYEE.
   MOVE SPACES TO WS-EMP-NAME
   MOVE 0 TO WS-SSN-N
   MOVE SPACES TO WS-EMP-STATE
   MOVE WS-W2-EMPID(W2-IDX) TO EMX-empID
   READ EMP-FILE
       INVALID KEY
           MOVE "** EMPLOYEE NOT ON FILE **" TO WS-EMP-NAME
           INITIALIZE EMX-EMPLOYEE
       NOT INVALID KEY
           STRING EMX-fName DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  EMX-lName DELIMITED BY SPACE
               INTO WS-EMP-NAME
           MOVE EMX-social TO WS-SSN-N
           MOVE EMX-state TO WS-EMP-STATE
   END-READ
   MOVE SPACES TO WS-SSN-DISP
   STRING WS-SSN-AREA "-" WS-SSN-GROUP "-" WS-SSN-SERIAL
       DELIMITED BY SIZE INTO WS-SSN-DISP

   MOVE WS-W2-GROSS(W2-IDX) TO WS-SS-WAGES
   IF WS-SS-WAGE-BASE > 0 AND WS-SS-WAGES > WS-SS-WAGE-BASE
       MOVE WS-SS-WAGE-BASE TO WS-SS-WAGES
   END-IF

   ADD WS-W2-GROSS(W2-IDX) TO WS-TOT-GROSS
   ADD WS-W2-FED(W2-IDX) TO WS-TOT-FED
   ADD WS-SS-WAGES TO WS-TOT-SS-WAGES
   ADD WS-W2-FICA(W2-IDX) TO WS-TOT-FICA
   ADD WS-W2-MEDICARE(W2-IDX) TO WS-TOT-MEDICARE
   ADD WS-W2-STATE(W2-IDX) TO WS-TOT-STATE

   MOVE SPACES TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE SPACES TO WS-OUT-LINE
   STRING "EMP " WS-W2-EMPID(W2-IDX) "  SSN " WS-SSN-DISP
          "  " WS-EMP-NAME
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE WS-W2-GROSS(W2-IDX) TO WS-MONEY-DISP
   MOVE WS-W2-FED(W2-IDX) TO WS-MONEY-DISP2
   MOVE SPACES TO WS-OUT-LINE
   STRING "   1 WAGES        " WS-MONEY-DISP
          "   2 FED TAX      " WS-MONEY-DISP2
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE WS-SS-WAGES TO WS-MONEY-DISP
   MOVE WS-W2-FICA(W2-IDX) TO WS-MONEY-DISP2
   MOVE SPACES TO WS-OUT-LINE
   STRING "   3 SS WAGES     " WS-MONEY-DISP
          "   4 SS TAX       " WS-MONEY-DISP2
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE WS-W2-GROSS(W2-IDX) TO WS-MONEY-DISP
   MOVE WS-W2-MEDICARE(W2-IDX) TO WS-MONEY-DISP2
   MOVE SPACES TO WS-OUT-LINE
   STRING "   5 MED WAGES    " WS-MONEY-DISP
          "   6 MEDICARE TAX " WS-MONEY-DISP2
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE WS-W2-GROSS(W2-IDX) TO WS-MONEY-DISP
   MOVE WS-W2-STATE(W2-IDX) TO WS-MONEY-DISP2
   MOVE SPACES TO WS-OUT-LINE
   STRING "  15 STATE " WS-EMP-STATE
          "  16 " WS-MONEY-DISP
          "  17 STATE TAX    " WS-MONEY-DISP2
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE

   PERFORM 400-WRITE-EXPORT-LINE.
EXIT PARAGRAPH.

*> year|emp|ssn|first|last|address|city|state|zip|box 1-6|
*> box 15 state|box 16|box 17
400-WRITE-EXPORT-LINE.
   MOVE WS-W2-GROSS(W2-IDX) TO WS-X-BOX1
   MOVE WS-W2-FED(W2-IDX) TO WS-X-BOX2
   MOVE WS-SS-WAGES TO WS-X-BOX3
   MOVE WS-W2-FICA(W2-IDX) TO WS-X-BOX4
   MOVE WS-W2-GROSS(W2-IDX) TO WS-X-BOX5
   MOVE WS-W2-MEDICARE(W2-IDX) TO WS-X-BOX6
   MOVE WS-W2-GROSS(W2-IDX) TO WS-X-BOX16
   MOVE WS-W2-STATE(W2-IDX) TO WS-X-BOX17
   MOVE SPACES TO W2-REC
   STRING WS-TAX-YEAR DELIMITED BY SIZE
          "|" DELIMITED BY SIZE
          WS-W2-EMPID(W2-IDX) DELIMITED BY SIZE
          "|" DELIMITED BY SIZE
          WS-SSN-N DELIMITED BY SIZE
          "|" DELIMITED BY SIZE
          EMX-fName DELIMITED BY SPACE
          "|" DELIMITED BY SIZE
          EMX-lName DELIMITED BY SPACE
          "|" DELIMITED BY SIZE
          EMX-address DELIMITED BY "  "
          "|" DELIMITED BY SIZE
          EMX-city DELIMITED BY "  "
          "|" DELIMITED BY SIZE
          EMX-state DELIMITED BY SIZE
          "|" DELIMITED BY SIZE
          EMX-zip DELIMITED BY SIZE
          "|" DELIMITED BY SIZE
          WS-X-BOX1 DELIMITED BY SIZE
          "|" DELIMITED BY SIZE
          WS-X-BOX2 DELIMITED BY SIZE
          "|" DELIMITED BY SIZE
          WS-X-BOX3 DELIMITED BY SIZE
          "|" DELIMITED BY SIZE
          WS-X-BOX4 DELIMITED BY SIZE
          "|" DELIMITED BY SIZE
          WS-X-BOX5 DELIMITED BY SIZE
          "|" DELIMITED BY SIZE
          WS-X-BOX6 DELIMITED BY SIZE
          "|" DELIMITED BY SIZE
          EMX-state DELIMITED BY SIZE
          "|" DELIMITED BY SIZE
          WS-X-BOX16 DELIMITED BY SIZE
          "|" DELIMITED BY SIZE
          WS-X-BOX17 DELIMITED BY SIZE
       INTO W2-REC
   WRITE W2-REC.
EXIT PARAGRAPH.

500-PUT-LINE.
   DISPLAY WS-OUT-LINE
   IF PA-EXPORT-FLAG = 'Y' THEN
       MOVE WS-OUT-LINE TO EXPORT-REC
       WRITE EXPORT-REC
   END-IF.
EXIT PARAGRAPH.

END PROGRAM YEAR_END_W2.
