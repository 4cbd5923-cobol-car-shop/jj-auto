*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Look-to-book report - trade appraisals made against
*>          vehicles actually acquired, per appraiser, off
*>          APPRAISAL.IDX. For appraisals dated in the keyed range:
*>          how many each appraiser wrote and their total value,
*>          how many turned into a unit we own (taken in trade on a
*>          deal or bought outright at CAR_PURCHASE) and the value
*>          of those, how many are still open and good, and how
*>          many expired untouched - then the look-to-book rate
*>          (acquired / appraised). Store totals close the report.
*>          An appraiser who books too few of their looks is either
*>          appraising low or wasting the customer's time.
*>          Callable from REPORTING_MENU, exporting
*>          LOOK_TO_BOOK.RPT when asked.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. LOOK_TO_BOOK.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL APPRAISAL-FILE
        ASSIGN TO '../../INDEXES/APPRAISAL.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS APX-apprID
        ALTERNATE RECORD KEY IS APX-carVIN WITH DUPLICATES
        ALTERNATE RECORD KEY IS APX-custID WITH DUPLICATES.
    SELECT EXPORT-FILE ASSIGN TO 'LOOK_TO_BOOK.RPT'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD APPRAISAL-FILE
    RECORD CONTAINS 160 CHARACTERS.
    COPY APPRAISAL_DEF REPLACING ==:TAG:== BY ==APX==.
FD EXPORT-FILE.
01 EXPORT-REC                 PIC X(100).

WORKING-STORAGE SECTION.
COPY BATCH_DEF.
COPY EMP_DEF REPLACING ==:TAG:== BY ==WSE==.

01 WS-EOF                PIC X VALUE 'N'.
01 WS-TODAY-DATE         PIC 9(8).

01 WS-FROM-DATE.
   05 WS-FROM-YEAR      PIC 9(4).
   05 WS-FROM-MONTH     PIC 9(2).
   05 WS-FROM-DAY       PIC 9(2).
01 WS-TO-DATE.
   05 WS-TO-YEAR        PIC 9(4).
   05 WS-TO-MONTH       PIC 9(2).
   05 WS-TO-DAY         PIC 9(2).

*> Per-appraiser tallies, filled as appraisals surface.
01 WS-APPR-TABLE.
   05 WS-AP-ENTRY OCCURS 50 TIMES INDEXED BY AP-IDX.
      10 WS-AP-EMPID        PIC 9(5).
      10 WS-AP-LOOKS        PIC 9(5).
      10 WS-AP-LOOK-VALUE   PIC 9(9)V99.
      10 WS-AP-BOOKS        PIC 9(5).
      10 WS-AP-BOOK-VALUE   PIC 9(9)V99.
      10 WS-AP-OPEN         PIC 9(5).
      10 WS-AP-EXPIRED      PIC 9(5).
01 WS-AP-USED            PIC 99 VALUE 0.
01 WS-AP-SLOT            PIC 99.
01 WS-AP-DROPPED         PIC 9(5) VALUE 0.
01 WS-STORE-TOTALS.
   05 WS-ST-LOOKS        PIC 9(5).
   05 WS-ST-LOOK-VALUE   PIC 9(9)V99.
   05 WS-ST-BOOKS        PIC 9(5).
   05 WS-ST-BOOK-VALUE   PIC 9(9)V99.
   05 WS-ST-OPEN         PIC 9(5).
   05 WS-ST-EXPIRED      PIC 9(5).
*> The line being printed - one appraiser's tallies or the store's.
01 WS-ROW-TOTALS.
   05 WS-RW-LOOKS        PIC 9(5).
   05 WS-RW-LOOK-VALUE   PIC 9(9)V99.
   05 WS-RW-BOOKS        PIC 9(5).
   05 WS-RW-BOOK-VALUE   PIC 9(9)V99.
   05 WS-RW-OPEN         PIC 9(5).
   05 WS-RW-EXPIRED      PIC 9(5).

01 WS-EMP-NAME           PIC X(25).
01 WS-PCT                PIC 9(3)V9.
01 WS-PCT-DISP           PIC ZZ9.9.
01 WS-LOOK-DISP          PIC $$$,$$$,$$9.
01 WS-BOOK-DISP          PIC $$$,$$$,$$9.
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
      10 VALUE "LOOK-TO-BOOK REPORT" LINE 1 COL 45.

   05 VALUE "APPRAISED FROM (YYYYMMDD): " LINE 5 COL 10.
   05 IN-FROM-YEAR  PIC 9(4) FROM WS-FROM-YEAR  TO WS-FROM-YEAR
                                                      LINE 5 COL 38.
   05 IN-FROM-MONTH PIC 9(2) FROM WS-FROM-MONTH TO WS-FROM-MONTH
                                                      LINE 5 COL 43.
   05 IN-FROM-DAY   PIC 9(2) FROM WS-FROM-DAY   TO WS-FROM-DAY
                                                      LINE 5 COL 46.

   05 VALUE "APPRAISED TO   (YYYYMMDD): " LINE 6 COL 10.
   05 IN-TO-YEAR  PIC 9(4) FROM WS-TO-YEAR  TO WS-TO-YEAR
                                                      LINE 6 COL 38.
   05 IN-TO-MONTH PIC 9(2) FROM WS-TO-MONTH TO WS-TO-MONTH
                                                      LINE 6 COL 43.
   05 IN-TO-DAY   PIC 9(2) FROM WS-TO-DAY   TO WS-TO-DAY
                                                      LINE 6 COL 46.

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
   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
   MOVE 0 TO WS-AP-USED
   MOVE 0 TO WS-AP-DROPPED
   INITIALIZE WS-STORE-TOTALS

   PERFORM 100-TALLY-APPRAISALS

   IF PA-EXPORT-FLAG = 'Y' THEN
       OPEN OUTPUT EXPORT-FILE
   END-IF
   MOVE SPACES TO WS-OUT-LINE
   STRING "LOOK-TO-BOOK BY APPRAISER - " WS-FROM-DATE
          " TO " WS-TO-DATE
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE "APPRAISER                       LOOKS  BOOKED  OPEN  EXPD"
       TO WS-OUT-LINE
   MOVE "  L-T-B%   LOOKED AT   BOOKED AT" TO WS-OUT-LINE(59:)
   PERFORM 500-PUT-LINE
   PERFORM 300-PRINT-APPRAISERS
   IF WS-AP-DROPPED > 0
       MOVE SPACES TO WS-OUT-LINE
       STRING "  " WS-AP-DROPPED " APPRAISAL(S) BY APPRAISERS"
              " BEYOND THE TABLE ARE IN THE STORE TOTAL ONLY"
           DELIMITED BY SIZE INTO WS-OUT-LINE
       PERFORM 500-PUT-LINE
   END-IF
   MOVE "STORE TOTAL" TO WS-EMP-NAME
   MOVE 0 TO WSE-empID
   MOVE WS-STORE-TOTALS TO WS-ROW-TOTALS
   PERFORM 400-FORMAT-ROW
   IF PA-EXPORT-FLAG = 'Y' THEN
       CLOSE EXPORT-FILE
   END-IF

   IF BATCH-MODE-FLAG NOT = "Y"
      DISPLAY "Press ENTER to continue"
      ACCEPT WS-EMP-NAME
   END-IF

   MOVE 0 TO PA-RETURN-CODE
   GOBACK.
EXIT PROGRAM.

100-TALLY-APPRAISALS.
   MOVE 'N' TO WS-EOF
   OPEN INPUT APPRAISAL-FILE
   MOVE 0 TO APX-apprID
   START APPRAISAL-FILE KEY IS NOT LESS THAN APX-apprID
       INVALID KEY
           MOVE 'Y' TO WS-EOF
   END-START
   PERFORM UNTIL WS-EOF = 'Y'
       READ APPRAISAL-FILE NEXT RECORD
           AT END
               MOVE 'Y' TO WS-EOF
           NOT AT END
               IF APX-apprDate >= WS-FROM-DATE AND
                       APX-apprDate <= WS-TO-DATE THEN
                   PERFORM 200-TALLY-ONE
               END-IF
       END-READ
   END-PERFORM
   CLOSE APPRAISAL-FILE.
EXIT PARAGRAPH.

*> One appraisal into its appraiser's slot and the store's.
200-TALLY-ONE.
   ADD 1 TO WS-ST-LOOKS
   ADD APX-apprValue TO WS-ST-LOOK-VALUE
   EVALUATE TRUE
       WHEN APX-APPR-ACQUIRED
           ADD 1 TO WS-ST-BOOKS
           ADD APX-apprValue TO WS-ST-BOOK-VALUE
       WHEN APX-expiryDate < WS-TODAY-DATE
           ADD 1 TO WS-ST-EXPIRED
       WHEN OTHER
           ADD 1 TO WS-ST-OPEN
   END-EVALUATE

   MOVE 0 TO WS-AP-SLOT
   PERFORM VARYING AP-IDX FROM 1 BY 1
           UNTIL AP-IDX > WS-AP-USED
       IF WS-AP-EMPID(AP-IDX) = APX-appraiserID
           SET WS-AP-SLOT TO AP-IDX
       END-IF
   END-PERFORM
   IF WS-AP-SLOT = 0
       IF WS-AP-USED >= 50
           ADD 1 TO WS-AP-DROPPED
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WS-AP-USED
       MOVE WS-AP-USED TO WS-AP-SLOT
       INITIALIZE WS-AP-ENTRY(WS-AP-SLOT)
       MOVE APX-appraiserID TO WS-AP-EMPID(WS-AP-SLOT)
   END-IF
   ADD 1 TO WS-AP-LOOKS(WS-AP-SLOT)
   ADD APX-apprValue TO WS-AP-LOOK-VALUE(WS-AP-SLOT)
   EVALUATE TRUE
       WHEN APX-APPR-ACQUIRED
           ADD 1 TO WS-AP-BOOKS(WS-AP-SLOT)
           ADD APX-apprValue TO WS-AP-BOOK-VALUE(WS-AP-SLOT)
       WHEN APX-expiryDate < WS-TODAY-DATE
           ADD 1 TO WS-AP-EXPIRED(WS-AP-SLOT)
       WHEN OTHER
           ADD 1 TO WS-AP-OPEN(WS-AP-SLOT)
   END-EVALUATE.
EXIT PARAGRAPH.

300-PRINT-APPRAISERS.
   PERFORM VARYING AP-IDX FROM 1 BY 1
           UNTIL AP-IDX > WS-AP-USED
       MOVE SPACES TO WS-EMP-NAME
       INITIALIZE WSE-EMPLOYEE
       MOVE WS-AP-EMPID(AP-IDX) TO WSE-empID
       CALL "READ_EMP" USING WSE-EMPLOYEE
       IF WSE-fName = SPACES
           MOVE "(UNKNOWN)" TO WS-EMP-NAME
       ELSE
           STRING WSE-fName DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WSE-lName DELIMITED BY SPACE
               INTO WS-EMP-NAME
       END-IF
       MOVE WS-AP-EMPID(AP-IDX) TO WSE-empID
       MOVE WS-AP-LOOKS(AP-IDX) TO WS-RW-LOOKS
       MOVE WS-AP-LOOK-VALUE(AP-IDX) TO WS-RW-LOOK-VALUE
       MOVE WS-AP-BOOKS(AP-IDX) TO WS-RW-BOOKS
       MOVE WS-AP-BOOK-VALUE(AP-IDX) TO WS-RW-BOOK-VALUE
       MOVE WS-AP-OPEN(AP-IDX) TO WS-RW-OPEN
       MOVE WS-AP-EXPIRED(AP-IDX) TO WS-RW-EXPIRED
       PERFORM 400-FORMAT-ROW
   END-PERFORM.
EXIT PARAGRAPH.

*> One report line: who, looks, booked, open, expired, the
*> look-to-book rate, and the dollars looked at and booked.
400-FORMAT-ROW.
   IF WS-RW-LOOKS > 0
       COMPUTE WS-PCT ROUNDED = WS-RW-BOOKS * 100 / WS-RW-LOOKS
   ELSE
       MOVE 0 TO WS-PCT
   END-IF
   MOVE WS-PCT TO WS-PCT-DISP
   MOVE WS-RW-LOOK-VALUE TO WS-LOOK-DISP
   MOVE WS-RW-BOOK-VALUE TO WS-BOOK-DISP
   MOVE SPACES TO WS-OUT-LINE
   IF WSE-empID > 0
       STRING WSE-empID " " WS-EMP-NAME
           DELIMITED BY SIZE INTO WS-OUT-LINE
   ELSE
       MOVE WS-EMP-NAME TO WS-OUT-LINE
   END-IF
   MOVE WS-RW-LOOKS TO WS-OUT-LINE(33:5)
   MOVE WS-RW-BOOKS TO WS-OUT-LINE(40:5)
   MOVE WS-RW-OPEN TO WS-OUT-LINE(47:5)
   MOVE WS-RW-EXPIRED TO WS-OUT-LINE(53:5)
   MOVE WS-PCT-DISP TO WS-OUT-LINE(61:5)
   MOVE WS-LOOK-DISP TO WS-OUT-LINE(67:11)
   MOVE WS-BOOK-DISP TO WS-OUT-LINE(79:11)
   PERFORM 500-PUT-LINE.
EXIT PARAGRAPH.

500-PUT-LINE.
   DISPLAY WS-OUT-LINE
   IF PA-EXPORT-FLAG = 'Y' THEN
       MOVE WS-OUT-LINE TO EXPORT-REC
       WRITE EXPORT-REC
   END-IF.
EXIT PARAGRAPH.

END PROGRAM LOOK_TO_BOOK.
