*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: We-owe report - the promises still owed to buyers,
*>          off WEOWE.IDX. Every OPEN item promised in the keyed
*>          range is aged from its promiseDate to today into
*>          0-7, 8-30 and 31+ day buckets and tallied under the
*>          salesperson who made the promise, with the estimated
*>          cost still to spend, then totalled for the store.
*>          Items past 30 days are listed one by one after the
*>          summary - those are the buyers about to call the GM.
*>          Callable from REPORTING_MENU, exporting WE_OWE.RPT
*>          when asked.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. WE_OWE_REPORT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL WEOWE-FILE
        ASSIGN TO '../../INDEXES/WEOWE.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS WOX-weOweID
        ALTERNATE RECORD KEY IS WOX-saleID WITH DUPLICATES
        ALTERNATE RECORD KEY IS WOX-ticketID WITH DUPLICATES.
    SELECT EXPORT-FILE ASSIGN TO 'WE_OWE.RPT'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD WEOWE-FILE
    RECORD CONTAINS 96 CHARACTERS.
    COPY WEOWE_DEF REPLACING ==:TAG:== BY ==WOX==.
FD EXPORT-FILE.
01 EXPORT-REC                 PIC X(80).

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
01 WS-TODAY-DATE         PIC 9(8).

*> Per-salesperson tallies, filled as open items surface.
01 WS-SP-TABLE.
   05 WS-SP-ENTRY OCCURS 50 TIMES INDEXED BY SP-IDX.
      10 WS-SP-EMPID        PIC 9(5).
      10 WS-SP-AGE-1        PIC 9(5).
      10 WS-SP-AGE-2        PIC 9(5).
      10 WS-SP-AGE-3        PIC 9(5).
      10 WS-SP-COST         PIC 9(9)V99.
01 WS-SP-USED            PIC 99 VALUE 0.
01 WS-SP-SLOT            PIC 99.
01 WS-SP-DROPPED         PIC 9(5) VALUE 0.
01 WS-STORE-TOTALS.
   05 WS-ST-AGE-1        PIC 9(5).
   05 WS-ST-AGE-2        PIC 9(5).
   05 WS-ST-AGE-3        PIC 9(5).
   05 WS-ST-COST         PIC 9(9)V99.

01 WS-ROW.
   05 WS-RW-AGE-1        PIC 9(5).
   05 WS-RW-AGE-2        PIC 9(5).
   05 WS-RW-AGE-3        PIC 9(5).
   05 WS-RW-COST         PIC 9(9)V99.
01 WS-RW-OPEN            PIC 9(5).

01 WS-AGE-DAYS           PIC S9(7).
01 WS-EMP-NAME           PIC X(20).
01 WS-COUNT-DISP         PIC ZZZZ9.
01 WS-MONEY-DISP         PIC $$$$,$$9.99.
01 WS-AGED-FOUND         PIC 9(5).
01 WS-PAUSE              PIC X.
01 WS-OUT-LINE           PIC X(80).

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
      10 VALUE "WE OWE REPORT" LINE 1 COL 47.

   05 VALUE "PROMISED FROM (YYYYMMDD): " LINE 5 COL 10.
   05 IN-FROM-YEAR  PIC 9(4) FROM WS-FROM-YEAR  TO WS-FROM-YEAR
                                                      LINE 5 COL 38.
   05 IN-FROM-MONTH PIC 9(2) FROM WS-FROM-MONTH TO WS-FROM-MONTH
                                                      LINE 5 COL 43.
   05 IN-FROM-DAY   PIC 9(2) FROM WS-FROM-DAY   TO WS-FROM-DAY
                                                      LINE 5 COL 46.

   05 VALUE "PROMISED TO   (YYYYMMDD): " LINE 6 COL 10.
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
   INITIALIZE WS-SP-TABLE
   INITIALIZE WS-STORE-TOTALS
   MOVE 0 TO WS-SP-USED
   MOVE 0 TO WS-SP-DROPPED

   PERFORM 100-TALLY-ITEMS

   IF PA-EXPORT-FLAG = 'Y' THEN
       OPEN OUTPUT EXPORT-FILE
   END-IF
   MOVE SPACES TO WS-OUT-LINE
   STRING "OPEN WE-OWES AS OF " WS-TODAY-DATE " - PROMISED "
          WS-FROM-DATE " TO " WS-TO-DATE
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE "SALESPERSON            0-7  8-30   31+  OPEN     EST COST"
       TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   PERFORM 300-PRINT-SALESPEOPLE
   MOVE "STORE TOTAL" TO WS-EMP-NAME
   MOVE WS-STORE-TOTALS TO WS-ROW
   PERFORM 400-FORMAT-ROW
   IF WS-SP-DROPPED > 0
       MOVE SPACES TO WS-OUT-LINE
       STRING "  " WS-SP-DROPPED " ITEM(S) PAST 50 SALESPEOPLE IN"
              " THE STORE TOTAL ONLY"
           DELIMITED BY SIZE INTO WS-OUT-LINE
       PERFORM 500-PUT-LINE
   END-IF

   MOVE SPACES TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE "OPEN PAST 30 DAYS:" TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   PERFORM 600-LIST-AGED-ITEMS
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

100-TALLY-ITEMS.
   MOVE 'N' TO WS-EOF
   OPEN INPUT WEOWE-FILE
   MOVE 0 TO WOX-weOweID
   START WEOWE-FILE KEY IS NOT LESS THAN WOX-weOweID
       INVALID KEY
           MOVE 'Y' TO WS-EOF
   END-START
   PERFORM UNTIL WS-EOF = 'Y'
       READ WEOWE-FILE NEXT RECORD
           AT END
               MOVE 'Y' TO WS-EOF
           NOT AT END
               IF WOX-WO-OPEN AND
                       WOX-promiseDate >= WS-FROM-DATE AND
                       WOX-promiseDate <= WS-TO-DATE THEN
                   PERFORM 200-TALLY-ONE
               END-IF
       END-READ
   END-PERFORM
   CLOSE WEOWE-FILE.
EXIT PARAGRAPH.

*> One open item into its salesperson's age bucket and the store's.
200-TALLY-ONE.
   PERFORM 250-AGE-ITEM
   ADD WOX-estCost TO WS-ST-COST
   EVALUATE TRUE
       WHEN WS-AGE-DAYS <= 7
           ADD 1 TO WS-ST-AGE-1
       WHEN WS-AGE-DAYS <= 30
           ADD 1 TO WS-ST-AGE-2
       WHEN OTHER
           ADD 1 TO WS-ST-AGE-3
   END-EVALUATE

   MOVE 0 TO WS-SP-SLOT
   PERFORM VARYING SP-IDX FROM 1 BY 1
           UNTIL SP-IDX > WS-SP-USED
       IF WS-SP-EMPID(SP-IDX) = WOX-empID
           SET WS-SP-SLOT TO SP-IDX
       END-IF
   END-PERFORM
   IF WS-SP-SLOT = 0
       IF WS-SP-USED >= 50
           ADD 1 TO WS-SP-DROPPED
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WS-SP-USED
       MOVE WS-SP-USED TO WS-SP-SLOT
       INITIALIZE WS-SP-ENTRY(WS-SP-SLOT)
       MOVE WOX-empID TO WS-SP-EMPID(WS-SP-SLOT)
   END-IF
   ADD WOX-estCost TO WS-SP-COST(WS-SP-SLOT)
   EVALUATE TRUE
       WHEN WS-AGE-DAYS <= 7
           ADD 1 TO WS-SP-AGE-1(WS-SP-SLOT)
       WHEN WS-AGE-DAYS <= 30
           ADD 1 TO WS-SP-AGE-2(WS-SP-SLOT)
       WHEN OTHER
           ADD 1 TO WS-SP-AGE-3(WS-SP-SLOT)
   END-EVALUATE.
EXIT PARAGRAPH.

250-AGE-ITEM.
   IF WOX-promiseDate = 0
       MOVE 0 TO WS-AGE-DAYS
       EXIT PARAGRAPH
   END-IF
   COMPUTE WS-AGE-DAYS =
       FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
       - FUNCTION INTEGER-OF-DATE(WOX-promiseDate)
   IF WS-AGE-DAYS < 0
       MOVE 0 TO WS-AGE-DAYS
   END-IF.
EXIT PARAGRAPH.

300-PRINT-SALESPEOPLE.
   PERFORM VARYING SP-IDX FROM 1 BY 1
           UNTIL SP-IDX > WS-SP-USED
       MOVE SPACES TO WS-EMP-NAME
       INITIALIZE WSE-EMPLOYEE
       MOVE WS-SP-EMPID(SP-IDX) TO WSE-empID
       CALL "READ_EMP" USING WSE-EMPLOYEE
       IF WSE-fName = SPACES
           MOVE "(UNKNOWN)" TO WS-EMP-NAME
       ELSE
           STRING WSE-fName DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WSE-lName DELIMITED BY SPACE
               INTO WS-EMP-NAME
       END-IF
       MOVE WS-SP-AGE-1(SP-IDX) TO WS-RW-AGE-1
       MOVE WS-SP-AGE-2(SP-IDX) TO WS-RW-AGE-2
       MOVE WS-SP-AGE-3(SP-IDX) TO WS-RW-AGE-3
       MOVE WS-SP-COST(SP-IDX) TO WS-RW-COST
       PERFORM 400-FORMAT-ROW
   END-PERFORM.
EXIT PARAGRAPH.

*> One report line: who, the three age buckets, open count and
*> the estimated cost still to spend.
400-FORMAT-ROW.
   COMPUTE WS-RW-OPEN = WS-RW-AGE-1 + WS-RW-AGE-2 + WS-RW-AGE-3
   MOVE SPACES TO WS-OUT-LINE
   MOVE WS-EMP-NAME TO WS-OUT-LINE(1:20)
   MOVE WS-RW-AGE-1 TO WS-COUNT-DISP
   MOVE WS-COUNT-DISP TO WS-OUT-LINE(22:5)
   MOVE WS-RW-AGE-2 TO WS-COUNT-DISP
   MOVE WS-COUNT-DISP TO WS-OUT-LINE(28:5)
   MOVE WS-RW-AGE-3 TO WS-COUNT-DISP
   MOVE WS-COUNT-DISP TO WS-OUT-LINE(34:5)
   MOVE WS-RW-OPEN TO WS-COUNT-DISP
   MOVE WS-COUNT-DISP TO WS-OUT-LINE(40:5)
   MOVE WS-RW-COST TO WS-MONEY-DISP
   MOVE WS-MONEY-DISP TO WS-OUT-LINE(47:12)
   PERFORM 500-PUT-LINE.
EXIT PARAGRAPH.

500-PUT-LINE.
   DISPLAY WS-OUT-LINE
   IF PA-EXPORT-FLAG = 'Y' THEN
       MOVE WS-OUT-LINE TO EXPORT-REC
       WRITE EXPORT-REC
   END-IF.
EXIT PARAGRAPH.

*> Second pass for the detail - the open items past 30 days.
600-LIST-AGED-ITEMS.
   MOVE 0 TO WS-AGED-FOUND
   MOVE 'N' TO WS-EOF
   OPEN INPUT WEOWE-FILE
   MOVE 0 TO WOX-weOweID
   START WEOWE-FILE KEY IS NOT LESS THAN WOX-weOweID
       INVALID KEY
           MOVE 'Y' TO WS-EOF
   END-START
   PERFORM UNTIL WS-EOF = 'Y'
       READ WEOWE-FILE NEXT RECORD
           AT END
               MOVE 'Y' TO WS-EOF
           NOT AT END
               IF WOX-WO-OPEN AND
                       WOX-promiseDate >= WS-FROM-DATE AND
                       WOX-promiseDate <= WS-TO-DATE THEN
                   PERFORM 250-AGE-ITEM
                   IF WS-AGE-DAYS > 30
                       ADD 1 TO WS-AGED-FOUND
                       MOVE SPACES TO WS-OUT-LINE
                       STRING "  " WOX-weOweID "  SALE " WOX-saleID
                              "  " WOX-promiseDate "  " WOX-itemDesc
                           DELIMITED BY SIZE INTO WS-OUT-LINE
                       PERFORM 500-PUT-LINE
                   END-IF
               END-IF
       END-READ
   END-PERFORM
   CLOSE WEOWE-FILE
   IF WS-AGED-FOUND = 0
       MOVE "  NONE" TO WS-OUT-LINE
       PERFORM 500-PUT-LINE
   END-IF.
EXIT PARAGRAPH.

END PROGRAM WE_OWE_REPORT.
