*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Outstanding titles - every CAR.IDX unit whose title
*>          is not yet in our hands (titleRcvdDate zero), so the
*>          office can chase the auctions, the lienholders and
*>          the customers who still owe us paper. Units are aged
*>          from dateAcquired to today into 0-14, 15-30, 31-60
*>          and 61+ day buckets and summarised by who owes the
*>          title (auction, trade, street purchase, consignor,
*>          repo, other); the detail follows, one block per
*>          source with each unit's days waiting. A unit already
*>          SOLD without its title is flagged - that buyer's
*>          registration is waiting.
*>          Units filed before title tracking carry blanks in the
*>          field and are taken as in hand. Callable from
*>          REPORTING_MENU, exporting TITLES_OUT.RPT when asked.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. TITLE_REPORT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL CAR-FILE
        ASSIGN TO '../../INDEXES/CAR.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS CRX-carVIN.
    SELECT EXPORT-FILE ASSIGN TO 'TITLES_OUT.RPT'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CAR-FILE
    RECORD CONTAINS 99 CHARACTERS.
    COPY CAR_DEF REPLACING ==:TAG:== BY ==CRX==.
FD EXPORT-FILE.
01 EXPORT-REC                 PIC X(80).

WORKING-STORAGE SECTION.
COPY BATCH_DEF.

01 WS-EOF                PIC X VALUE 'N'.
01 WS-TODAY-DATE         PIC 9(8).
01 WS-DAYS-WAITING       PIC S9(5).
01 WS-BUCKET             PIC 9.
01 WS-SRC-NO             PIC 9.
01 WS-PASS-SRC           PIC 9.
01 WS-PASS-FOUND         PIC 9(5).

*> Sources in report order, by their printed names.
01 WS-SRC-NAME-VALUES.
   05 FILLER             PIC X(10) VALUE "AUCTION".
   05 FILLER             PIC X(10) VALUE "TRADE".
   05 FILLER             PIC X(10) VALUE "PURCHASE".
   05 FILLER             PIC X(10) VALUE "CONSIGNOR".
   05 FILLER             PIC X(10) VALUE "REPO".
   05 FILLER             PIC X(10) VALUE "OTHER".
01 WS-SRC-NAME-TAB REDEFINES WS-SRC-NAME-VALUES.
   05 WS-SRC-NAME        PIC X(10) OCCURS 6 TIMES.

01 WS-SRC-TABLE.
   05 WS-SRC-ENTRY OCCURS 6 TIMES.
      10 WS-SRC-AGE      PIC 9(5) OCCURS 4 TIMES.
      10 WS-SRC-SOLD     PIC 9(5).
01 WS-STORE-TOTALS.
   05 WS-ST-AGE          PIC 9(5) OCCURS 4 TIMES.
   05 WS-ST-SOLD         PIC 9(5).
01 WS-ROW-AGE            PIC 9(5) OCCURS 4 TIMES.
01 WS-ROW-SOLD           PIC 9(5).
01 WS-ROW-TOTAL          PIC 9(5).
01 WS-ROW-NAME           PIC X(12).
01 WS-COUNT-DISP         PIC ZZZZ9.
01 WS-DAYS-DISP          PIC ZZZZ9.
01 WS-SOLD-FLAG          PIC X(10).
01 WS-PAUSE              PIC X.
01 WS-OUT-LINE           PIC X(80).

LINKAGE SECTION.
01 PARAMETRES.
   02 PA-RETURN-CODE PIC 99 VALUE 0.
   02 PA-OPTION-CODE PIC 99 VALUE 0.
   02 PA-EXPORT-FLAG PIC X VALUE "N".

PROCEDURE DIVISION USING PARAMETRES.
MAIN-PROCEDURE.
   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
   INITIALIZE WS-SRC-TABLE
   INITIALIZE WS-STORE-TOTALS

   PERFORM 100-TALLY-UNITS

   IF PA-EXPORT-FLAG = 'Y' THEN
       OPEN OUTPUT EXPORT-FILE
   END-IF
   MOVE SPACES TO WS-OUT-LINE
   STRING "TITLES NOT IN HAND AS OF " WS-TODAY-DATE
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE "OWED BY       0-14 15-30 31-60   61+  TOTAL  SOLD"
       TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   PERFORM VARYING WS-SRC-NO FROM 1 BY 1 UNTIL WS-SRC-NO > 6
       MOVE WS-SRC-NAME(WS-SRC-NO) TO WS-ROW-NAME
       MOVE WS-SRC-AGE(WS-SRC-NO, 1) TO WS-ROW-AGE(1)
       MOVE WS-SRC-AGE(WS-SRC-NO, 2) TO WS-ROW-AGE(2)
       MOVE WS-SRC-AGE(WS-SRC-NO, 3) TO WS-ROW-AGE(3)
       MOVE WS-SRC-AGE(WS-SRC-NO, 4) TO WS-ROW-AGE(4)
       MOVE WS-SRC-SOLD(WS-SRC-NO) TO WS-ROW-SOLD
       PERFORM 400-FORMAT-ROW
   END-PERFORM
   MOVE "STORE TOTAL" TO WS-ROW-NAME
   MOVE WS-ST-AGE(1) TO WS-ROW-AGE(1)
   MOVE WS-ST-AGE(2) TO WS-ROW-AGE(2)
   MOVE WS-ST-AGE(3) TO WS-ROW-AGE(3)
   MOVE WS-ST-AGE(4) TO WS-ROW-AGE(4)
   MOVE WS-ST-SOLD TO WS-ROW-SOLD
   PERFORM 400-FORMAT-ROW

   PERFORM VARYING WS-PASS-SRC FROM 1 BY 1 UNTIL WS-PASS-SRC > 6
       PERFORM 600-LIST-SOURCE
   END-PERFORM
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

100-TALLY-UNITS.
   MOVE 'N' TO WS-EOF
   OPEN INPUT CAR-FILE
   MOVE LOW-VALUES TO CRX-carVIN
   START CAR-FILE KEY IS NOT LESS THAN CRX-carVIN
       INVALID KEY
           MOVE 'Y' TO WS-EOF
   END-START
   PERFORM UNTIL WS-EOF = 'Y'
       READ CAR-FILE NEXT RECORD
           AT END
               MOVE 'Y' TO WS-EOF
           NOT AT END
               IF CRX-titleRcvdDate IS NUMERIC
                   IF CRX-titleRcvdDate = 0
                       PERFORM 200-TALLY-ONE
                   END-IF
               END-IF
       END-READ
   END-PERFORM
   CLOSE CAR-FILE.
EXIT PARAGRAPH.

*> One outstanding title into its source's age bucket.
200-TALLY-ONE.
   PERFORM 250-AGE-UNIT
   ADD 1 TO WS-SRC-AGE(WS-SRC-NO, WS-BUCKET)
   ADD 1 TO WS-ST-AGE(WS-BUCKET)
   IF CRX-CAR-SOLD
       ADD 1 TO WS-SRC-SOLD(WS-SRC-NO)
       ADD 1 TO WS-ST-SOLD
   END-IF.
EXIT PARAGRAPH.

*> Days waiting since the unit came in, its bucket, and which
*> source row it belongs on (anything unrecognised is OTHER).
250-AGE-UNIT.
   MOVE 0 TO WS-DAYS-WAITING
   IF CRX-dateAcquired IS NUMERIC AND CRX-dateAcquired > 0
       COMPUTE WS-DAYS-WAITING =
           FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           - FUNCTION INTEGER-OF-DATE(CRX-dateAcquired)
   END-IF
   IF WS-DAYS-WAITING < 0
       MOVE 0 TO WS-DAYS-WAITING
   END-IF
   EVALUATE TRUE
       WHEN WS-DAYS-WAITING <= 14
           MOVE 1 TO WS-BUCKET
       WHEN WS-DAYS-WAITING <= 30
           MOVE 2 TO WS-BUCKET
       WHEN WS-DAYS-WAITING <= 60
           MOVE 3 TO WS-BUCKET
       WHEN OTHER
           MOVE 4 TO WS-BUCKET
   END-EVALUATE
   EVALUATE TRUE
       WHEN CRX-TS-AUCTION
           MOVE 1 TO WS-SRC-NO
       WHEN CRX-TS-TRADE
           MOVE 2 TO WS-SRC-NO
       WHEN CRX-TS-PURCHASE
           MOVE 3 TO WS-SRC-NO
       WHEN CRX-TS-CONSIGNOR
           MOVE 4 TO WS-SRC-NO
       WHEN CRX-TS-REPO
           MOVE 5 TO WS-SRC-NO
       WHEN OTHER
           MOVE 6 TO WS-SRC-NO
   END-EVALUATE.
EXIT PARAGRAPH.

400-FORMAT-ROW.
   COMPUTE WS-ROW-TOTAL = WS-ROW-AGE(1) + WS-ROW-AGE(2)
       + WS-ROW-AGE(3) + WS-ROW-AGE(4)
   MOVE SPACES TO WS-OUT-LINE
   MOVE WS-ROW-NAME TO WS-OUT-LINE(1:12)
   MOVE WS-ROW-AGE(1) TO WS-COUNT-DISP
   MOVE WS-COUNT-DISP TO WS-OUT-LINE(14:5)
   MOVE WS-ROW-AGE(2) TO WS-COUNT-DISP
   MOVE WS-COUNT-DISP TO WS-OUT-LINE(20:5)
   MOVE WS-ROW-AGE(3) TO WS-COUNT-DISP
   MOVE WS-COUNT-DISP TO WS-OUT-LINE(26:5)
   MOVE WS-ROW-AGE(4) TO WS-COUNT-DISP
   MOVE WS-COUNT-DISP TO WS-OUT-LINE(32:5)
   MOVE WS-ROW-TOTAL TO WS-COUNT-DISP
   MOVE WS-COUNT-DISP TO WS-OUT-LINE(39:5)
   MOVE WS-ROW-SOLD TO WS-COUNT-DISP
   MOVE WS-COUNT-DISP TO WS-OUT-LINE(45:5)
   PERFORM 500-PUT-LINE.
EXIT PARAGRAPH.

500-PUT-LINE.
   DISPLAY WS-OUT-LINE
   IF PA-EXPORT-FLAG = 'Y' THEN
       MOVE WS-OUT-LINE TO EXPORT-REC
       WRITE EXPORT-REC
   END-IF.
EXIT PARAGRAPH.

*> Detail for one source - a pass over CAR.IDX per source keeps
*> each chase list together without a sort.
600-LIST-SOURCE.
   MOVE 0 TO WS-PASS-FOUND
   MOVE SPACES TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE SPACES TO WS-OUT-LINE
   STRING "OWED BY " WS-SRC-NAME(WS-PASS-SRC)
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE 'N' TO WS-EOF
   OPEN INPUT CAR-FILE
   MOVE LOW-VALUES TO CRX-carVIN
   START CAR-FILE KEY IS NOT LESS THAN CRX-carVIN
       INVALID KEY
           MOVE 'Y' TO WS-EOF
   END-START
   PERFORM UNTIL WS-EOF = 'Y'
       READ CAR-FILE NEXT RECORD
           AT END
               MOVE 'Y' TO WS-EOF
           NOT AT END
               IF CRX-titleRcvdDate IS NUMERIC
                   IF CRX-titleRcvdDate = 0
                       PERFORM 250-AGE-UNIT
                       IF WS-SRC-NO = WS-PASS-SRC
                           PERFORM 650-LIST-ONE
                       END-IF
                   END-IF
               END-IF
       END-READ
   END-PERFORM
   CLOSE CAR-FILE
   IF WS-PASS-FOUND = 0
       MOVE "  NONE" TO WS-OUT-LINE
       PERFORM 500-PUT-LINE
   END-IF.
EXIT PARAGRAPH.

650-LIST-ONE.
   ADD 1 TO WS-PASS-FOUND
   MOVE SPACES TO WS-SOLD-FLAG
   IF CRX-CAR-SOLD
       MOVE "** SOLD **" TO WS-SOLD-FLAG
   END-IF
   MOVE WS-DAYS-WAITING TO WS-DAYS-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING "  " CRX-carVIN " " CRX-year " " CRX-make " "
          CRX-dateAcquired " " WS-DAYS-DISP " DAYS " WS-SOLD-FLAG
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE.
EXIT PARAGRAPH.

END PROGRAM TITLE_REPORT.
