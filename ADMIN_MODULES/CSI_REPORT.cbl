*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Monthly CSI report - the manufacturer-style customer
*>          satisfaction score, out of 100, for every salesperson
*>          and every mechanic who had a survey answered in the
*>          keyed month, off the RESPONSE rows CSI_SURVEY files on
*>          CSISURVEY.DAT. Each employee shows surveys answered,
*>          average score and how many came in low (under 70),
*>          with a department average under each block. The low
*>          scores follow as a follow-up list - the deal or
*>          ticket, the customer and their phone, the score and
*>          comment, and the customer's last CUSTNOTES.DAT note so
*>          whoever makes the call knows where things stand.
*>          Under BATCH_RUNNER the month is BATCH-FROM-DATE's.
*>          Callable from REPORTING_MENU, exporting CSI_REPORT.RPT
*>          when asked.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. CSI_REPORT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL SURVEY-LOG-FILE ASSIGN TO '../CSISURVEY.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL NOTES-FILE ASSIGN TO '../CUSTNOTES.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL CUS-FILE
        ASSIGN TO '../CUSTOMER_MGMT/CUSTOMER.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS CUST-ID-REC
        ALTERNATE RECORD KEY IS CUST-LNAME-REC WITH DUPLICATES
        ALTERNATE RECORD KEY IS CUST-PHONE-REC WITH DUPLICATES
        ALTERNATE RECORD KEY IS CUST-EMAIL-REC WITH DUPLICATES.
    SELECT EXPORT-FILE ASSIGN TO 'CSI_REPORT.RPT'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD SURVEY-LOG-FILE.
   COPY CSI_SURVEY_DEF REPLACING ==:TAG:== BY ==CS==.
FD NOTES-FILE.
   COPY CUST_NOTE_DEF REPLACING ==:TAG:== BY ==NT==.
*> Mirrors the CUST-REC layout CUSTOMER_MGMT's own programs carry
*> inline, same as SERVICE_DUE_EXPORT.cbl.
FD CUS-FILE.
01 CUST-REC.
   05 CUST-ID-REC                      PIC 9(5).
   05 CUST-FNAME-REC                   PIC X(15).
   05 CUST-LNAME-REC                   PIC X(15).
   05 CUST-INIT-REC                    PIC X.
   05 CUST-PHONE-REC                   PIC 9(10).
   05 CUST-EMAIL-REC                   PIC X(35).
   05 CUST-ADDRS-REC                   PIC X(35).
   05 CUST-CITY-REC                    PIC X(15).
   05 CUST-STATE-REC                   PIC XX.
   05 CUST-ZIP-REC                     PIC 9(5).
   05 CUST-DST-REC                     PIC X.
   05 CUST-DST-DATE-REC                PIC 9(8).
   05 CUST-ADDED-DATE-REC              PIC 9(8).
   05 CUST-AR-BALANCE-REC              PIC 9(7)V99.
   05 CUST-CREDIT-HOLD-REC             PIC X.
   05 CUST-NO-CONTACT-REC              PIC X.
   05 CUST-NO-CHECKS-REC               PIC X.
FD EXPORT-FILE.
01 EXPORT-REC                 PIC X(80).

WORKING-STORAGE SECTION.
COPY BATCH_DEF.
COPY EMP_DEF REPLACING ==:TAG:== BY ==WSE==.

01 WS-EOF                PIC X VALUE 'N'.
01 WS-NOTE-EOF           PIC X.
01 WS-PERIOD-IN          PIC 9(6).
01 WS-PERIOD-GROUP REDEFINES WS-PERIOD-IN.
   05 WS-PERIOD-YEAR     PIC 9(4).
   05 WS-PERIOD-MONTH    PIC 9(2).
01 WS-FROM-DATE          PIC 9(8).
01 WS-TO-DATE            PIC 9(8).
01 WS-LOW-SCORE          PIC 9(3) VALUE 70.

*> Per-employee tallies, salespeople and mechanics kept apart by
*> the survey type they were judged on.
01 WS-EMP-TABLE.
   05 WS-EMP-ENTRY OCCURS 100 TIMES INDEXED BY EMP-IDX.
      10 WS-EMP-TYPE      PIC X.
      10 WS-EMP-EMPID     PIC 9(5).
      10 WS-EMP-COUNT     PIC 9(5).
      10 WS-EMP-SUM       PIC 9(7).
      10 WS-EMP-LOW       PIC 9(5).
01 WS-EMP-USED           PIC 999 VALUE 0.
01 WS-EMP-SLOT           PIC 999.
01 WS-DEPT-COUNT         PIC 9(5).
01 WS-DEPT-SUM           PIC 9(7).
01 WS-DEPT-LOW           PIC 9(5).
01 WS-LOW-FOUND          PIC 9(5).

01 WS-PASS-TYPE          PIC X.
01 WS-EMP-NAME           PIC X(25).
01 WS-CUST-NAME          PIC X(31).
01 WS-AVG-SCORE          PIC 999.
01 WS-AVG-DISP           PIC ZZ9.
01 WS-COUNT-DISP         PIC ZZZZ9.
01 WS-LOW-DISP           PIC ZZZZ9.
01 WS-SCORE-DISP         PIC ZZ9.
01 WS-LAST-NOTE-DATE     PIC 9(8).
01 WS-LAST-NOTE-TEXT     PIC X(60).
01 WS-PAUSE              PIC X.
01 WS-OUT-LINE           PIC X(80).

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
      DISPLAY "--- Monthly CSI Report ---"
      DISPLAY "Month (YYYYMM): "
      ACCEPT WS-PERIOD-IN
   END-IF
   IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
      DISPLAY "That is not a month."
      MOVE 1 TO PA-RETURN-CODE
      GOBACK
   END-IF
   COMPUTE WS-FROM-DATE = WS-PERIOD-IN * 100 + 1
   COMPUTE WS-TO-DATE = WS-PERIOD-IN * 100 + 31
   INITIALIZE WS-EMP-TABLE
   MOVE 0 TO WS-EMP-USED

   PERFORM 100-TALLY-RESPONSES

   IF PA-EXPORT-FLAG = 'Y' THEN
       OPEN OUTPUT EXPORT-FILE
   END-IF
   MOVE SPACES TO WS-OUT-LINE
   STRING "CUSTOMER SATISFACTION (CSI) FOR " WS-PERIOD-YEAR "-"
          WS-PERIOD-MONTH
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE "S" TO WS-PASS-TYPE
   PERFORM 300-PRINT-DEPARTMENT
   MOVE "T" TO WS-PASS-TYPE
   PERFORM 300-PRINT-DEPARTMENT
   PERFORM 600-FOLLOW-UP-LIST
   IF PA-EXPORT-FLAG = 'Y' THEN
       CLOSE EXPORT-FILE
   END-IF

   IF BATCH-MODE-FLAG NOT = "Y"
      DISPLAY "Press ENTER to continue"
      ACCEPT WS-PAUSE
   END-IF

   MOVE 0 TO PA-RETURN-CODE
   GOBACK.
EXIT PROGRAM.

100-TALLY-RESPONSES.
   MOVE 'N' TO WS-EOF
   OPEN INPUT SURVEY-LOG-FILE
   PERFORM UNTIL WS-EOF = 'Y'
       READ SURVEY-LOG-FILE
           AT END
               MOVE 'Y' TO WS-EOF
           NOT AT END
               IF CS-CS-RESPONSE AND CS-rowDate >= WS-FROM-DATE
                       AND CS-rowDate <= WS-TO-DATE
                   PERFORM 200-BUMP-EMP-TALLY
               END-IF
       END-READ
   END-PERFORM
   CLOSE SURVEY-LOG-FILE.
EXIT PARAGRAPH.

200-BUMP-EMP-TALLY.
   MOVE 0 TO WS-EMP-SLOT
   PERFORM VARYING EMP-IDX FROM 1 BY 1
           UNTIL EMP-IDX > WS-EMP-USED
       IF WS-EMP-TYPE(EMP-IDX) = CS-surveyType
               AND WS-EMP-EMPID(EMP-IDX) = CS-empID
           SET WS-EMP-SLOT TO EMP-IDX
       END-IF
   END-PERFORM
   IF WS-EMP-SLOT = 0 AND WS-EMP-USED < 100
       ADD 1 TO WS-EMP-USED
       MOVE WS-EMP-USED TO WS-EMP-SLOT
       MOVE CS-surveyType TO WS-EMP-TYPE(WS-EMP-SLOT)
       MOVE CS-empID TO WS-EMP-EMPID(WS-EMP-SLOT)
   END-IF
   IF WS-EMP-SLOT > 0
       ADD 1 TO WS-EMP-COUNT(WS-EMP-SLOT)
       ADD CS-score TO WS-EMP-SUM(WS-EMP-SLOT)
       IF CS-score < WS-LOW-SCORE
           ADD 1 TO WS-EMP-LOW(WS-EMP-SLOT)
       END-IF
   END-IF.
EXIT PARAGRAPH.

*> One block per department - salespeople judged on deals,
*> mechanics on service visits.
300-PRINT-DEPARTMENT.
   MOVE 0 TO WS-DEPT-COUNT
   MOVE 0 TO WS-DEPT-SUM
   MOVE 0 TO WS-DEPT-LOW
   MOVE SPACES TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   IF WS-PASS-TYPE = "S"
       MOVE "SALESPEOPLE (DELIVERED DEALS)" TO WS-OUT-LINE
   ELSE
       MOVE "MECHANICS (CLOSED TICKETS)" TO WS-OUT-LINE
   END-IF
   PERFORM 500-PUT-LINE
   MOVE "EMP   NAME                     SURVEYS  AVG   LOW"
       TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   PERFORM VARYING EMP-IDX FROM 1 BY 1
           UNTIL EMP-IDX > WS-EMP-USED
       IF WS-EMP-TYPE(EMP-IDX) = WS-PASS-TYPE
           PERFORM 350-PRINT-EMPLOYEE
       END-IF
   END-PERFORM
   IF WS-DEPT-COUNT = 0
       MOVE "  NO SURVEYS ANSWERED THIS MONTH" TO WS-OUT-LINE
       PERFORM 500-PUT-LINE
   ELSE
       COMPUTE WS-AVG-SCORE ROUNDED = WS-DEPT-SUM / WS-DEPT-COUNT
       MOVE WS-DEPT-COUNT TO WS-COUNT-DISP
       MOVE WS-AVG-SCORE TO WS-AVG-DISP
       MOVE WS-DEPT-LOW TO WS-LOW-DISP
       MOVE SPACES TO WS-OUT-LINE
       STRING "DEPARTMENT                       " WS-COUNT-DISP
              "  " WS-AVG-DISP " " WS-LOW-DISP
           DELIMITED BY SIZE INTO WS-OUT-LINE
       PERFORM 500-PUT-LINE
   END-IF.
EXIT PARAGRAPH.

350-PRINT-EMPLOYEE.
   ADD WS-EMP-COUNT(EMP-IDX) TO WS-DEPT-COUNT
   ADD WS-EMP-SUM(EMP-IDX) TO WS-DEPT-SUM
   ADD WS-EMP-LOW(EMP-IDX) TO WS-DEPT-LOW
   MOVE SPACES TO WS-EMP-NAME
   INITIALIZE WSE-EMPLOYEE
   MOVE WS-EMP-EMPID(EMP-IDX) TO WSE-empID
   CALL "READ_EMP" USING WSE-EMPLOYEE
   IF WSE-fName = SPACES
       MOVE "(UNKNOWN)" TO WS-EMP-NAME
   ELSE
       STRING WSE-fName DELIMITED BY SPACE
              " " DELIMITED BY SIZE
              WSE-lName DELIMITED BY SPACE
           INTO WS-EMP-NAME
   END-IF
   COMPUTE WS-AVG-SCORE ROUNDED =
       WS-EMP-SUM(EMP-IDX) / WS-EMP-COUNT(EMP-IDX)
   MOVE WS-EMP-COUNT(EMP-IDX) TO WS-COUNT-DISP
   MOVE WS-AVG-SCORE TO WS-AVG-DISP
   MOVE WS-EMP-LOW(EMP-IDX) TO WS-LOW-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING WS-EMP-EMPID(EMP-IDX) " " WS-EMP-NAME "  " WS-COUNT-DISP
          "  " WS-AVG-DISP " " WS-LOW-DISP
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE.
EXIT PARAGRAPH.

500-PUT-LINE.
   DISPLAY WS-OUT-LINE
   IF PA-EXPORT-FLAG = 'Y' THEN
       MOVE WS-OUT-LINE TO EXPORT-REC
       WRITE EXPORT-REC
   END-IF.
EXIT PARAGRAPH.

*> Every low score answered in the month, with who to call and the
*> last thing anybody wrote down about them.
600-FOLLOW-UP-LIST.
   MOVE 0 TO WS-LOW-FOUND
   MOVE SPACES TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE SPACES TO WS-OUT-LINE
   STRING "LOW SCORE FOLLOW-UP (UNDER " WS-LOW-SCORE ")"
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE 'N' TO WS-EOF
   OPEN INPUT SURVEY-LOG-FILE
   PERFORM UNTIL WS-EOF = 'Y'
       READ SURVEY-LOG-FILE
           AT END
               MOVE 'Y' TO WS-EOF
           NOT AT END
               IF CS-CS-RESPONSE AND CS-rowDate >= WS-FROM-DATE
                       AND CS-rowDate <= WS-TO-DATE
                       AND CS-score < WS-LOW-SCORE
                   PERFORM 650-LIST-ONE-LOW
               END-IF
       END-READ
   END-PERFORM
   CLOSE SURVEY-LOG-FILE
   IF WS-LOW-FOUND = 0
       MOVE "  NONE" TO WS-OUT-LINE
       PERFORM 500-PUT-LINE
   END-IF.
EXIT PARAGRAPH.

650-LIST-ONE-LOW.
   ADD 1 TO WS-LOW-FOUND
   MOVE SPACES TO WS-CUST-NAME
   MOVE 0 TO CUST-PHONE-REC
   MOVE CS-custID TO CUST-ID-REC
   OPEN INPUT CUS-FILE
   READ CUS-FILE
       INVALID KEY
           MOVE "(CUSTOMER NOT ON FILE)" TO WS-CUST-NAME
       NOT INVALID KEY
           STRING CUST-FNAME-REC DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  CUST-LNAME-REC DELIMITED BY SPACE
               INTO WS-CUST-NAME
   END-READ
   CLOSE CUS-FILE
   MOVE CS-score TO WS-SCORE-DISP
   MOVE SPACES TO WS-OUT-LINE
   IF CS-CS-SALE
       STRING "DEAL " CS-refID " " WS-CUST-NAME " " CUST-PHONE-REC
              " SCORE " WS-SCORE-DISP " SLSP " CS-empID
           DELIMITED BY SIZE INTO WS-OUT-LINE
   ELSE
       STRING "RO   " CS-refID " " WS-CUST-NAME " " CUST-PHONE-REC
              " SCORE " WS-SCORE-DISP " MECH " CS-empID
           DELIMITED BY SIZE INTO WS-OUT-LINE
   END-IF
   PERFORM 500-PUT-LINE
   IF CS-comment NOT = SPACES
       MOVE SPACES TO WS-OUT-LINE
       STRING "     SAID: " CS-comment
           DELIMITED BY SIZE INTO WS-OUT-LINE
       PERFORM 500-PUT-LINE
   END-IF
   PERFORM 680-FIND-LAST-NOTE
   MOVE SPACES TO WS-OUT-LINE
   IF WS-LAST-NOTE-DATE = 0
       MOVE "     LAST NOTE: NONE ON FILE" TO WS-OUT-LINE
   ELSE
       STRING "     LAST NOTE " WS-LAST-NOTE-DATE ": "
              WS-LAST-NOTE-TEXT
           DELIMITED BY SIZE INTO WS-OUT-LINE
   END-IF
   PERFORM 500-PUT-LINE.
EXIT PARAGRAPH.

*> CUSTNOTES.DAT is append-only, so the last matching row read is
*> the customer's most recent note.
680-FIND-LAST-NOTE.
   MOVE 0 TO WS-LAST-NOTE-DATE
   MOVE SPACES TO WS-LAST-NOTE-TEXT
   MOVE 'N' TO WS-NOTE-EOF
   OPEN INPUT NOTES-FILE
   PERFORM UNTIL WS-NOTE-EOF = 'Y'
       READ NOTES-FILE
           AT END
               MOVE 'Y' TO WS-NOTE-EOF
           NOT AT END
               IF NT-custID = CS-custID
                   MOVE NT-NOTE-DATE TO WS-LAST-NOTE-DATE
                   MOVE NT-NOTE-TEXT TO WS-LAST-NOTE-TEXT
               END-IF
       END-READ
   END-PERFORM
   CLOSE NOTES-FILE.
EXIT PARAGRAPH.

END PROGRAM CSI_REPORT.
