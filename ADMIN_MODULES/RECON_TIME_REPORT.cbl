*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Recon time report - where the reconditioning
*>          bottleneck is, off RECONSTG.IDX. For the stages
*>          finished in the keyed range (a month, usually): how
*>          many of each stage finished and the average days a
*>          unit spent in it, start stamp to finish stamp, plus
*>          how many units are sitting in each stage right now.
*>          Then time-to-front-line - the average days from
*>          dateAcquired on CAR.IDX to the photos stage finishing
*>          for the units that made the line in the range. The
*>          stage with the long average is the one to go shout at.
*>          Callable from REPORTING_MENU, exporting
*>          RECON_TIME.RPT when asked.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. RECON_TIME_REPORT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL STAGE-FILE
        ASSIGN TO '../../INDEXES/RECONSTG.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS RSX-stageRowID
        ALTERNATE RECORD KEY IS RSX-carVIN WITH DUPLICATES.
    SELECT OPTIONAL CAR-FILE
        ASSIGN TO '../../INDEXES/CAR.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS CRX-carVIN.
    SELECT EXPORT-FILE ASSIGN TO 'RECON_TIME.RPT'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD STAGE-FILE
    RECORD CONTAINS 77 CHARACTERS.
    COPY RECON_STAGE_DEF REPLACING ==:TAG:== BY ==RSX==.
FD CAR-FILE
    RECORD CONTAINS 99 CHARACTERS.
    COPY CAR_DEF REPLACING ==:TAG:== BY ==CRX==.
FD EXPORT-FILE.
01 EXPORT-REC                 PIC X(80).

WORKING-STORAGE SECTION.
COPY BATCH_DEF.

01 WS-EOF                PIC X VALUE 'N'.

01 WS-FROM-DATE.
   05 WS-FROM-YEAR      PIC 9(4).
   05 WS-FROM-MONTH     PIC 9(2).
   05 WS-FROM-DAY       PIC 9(2).
01 WS-TO-DATE.
   05 WS-TO-YEAR        PIC 9(4).
   05 WS-TO-MONTH       PIC 9(2).
   05 WS-TO-DAY         PIC 9(2).

*> One slot per stage, in pipeline order.
01 WS-STAGE-CODES        PIC X(4) VALUE "MBDP".
01 WS-STAGE-NAMES.
   05 FILLER            PIC X(10) VALUE "MECHANICAL".
   05 FILLER            PIC X(10) VALUE "BODY".
   05 FILLER            PIC X(10) VALUE "DETAIL".
   05 FILLER            PIC X(10) VALUE "PHOTOS".
01 WS-STAGE-NAME-TBL REDEFINES WS-STAGE-NAMES.
   05 WS-SG-NAME        PIC X(10) OCCURS 4 TIMES.
01 WS-STAGE-TABLE.
   05 WS-SG-ENTRY OCCURS 4 TIMES INDEXED BY SG-IDX.
      10 WS-SG-DONE         PIC 9(5).
      10 WS-SG-MINUTES      PIC 9(9).
      10 WS-SG-OPEN-NOW     PIC 9(5).
01 WS-SG-SLOT            PIC 9.

01 WS-FRONT-LINE-UNITS   PIC 9(5).
01 WS-FRONT-LINE-DAYS    PIC 9(9).
01 WS-NO-ACQ-DATE        PIC 9(5).

01 WS-HH                 PIC 99.
01 WS-MM                 PIC 99.
01 WS-START-MIN          PIC 9(4).
01 WS-FINISH-MIN         PIC 9(4).
01 WS-ELAPSED-MIN        PIC S9(9).
01 WS-ELAPSED-DAYS       PIC S9(7).
01 WS-AVG-DAYS           PIC 9(5)V9.
01 WS-AVG-DISP           PIC ZZZZ9.9.
01 WS-COUNT-DISP         PIC ZZZZ9.
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
      10 VALUE "RECON TIME REPORT" LINE 1 COL 45.

   05 VALUE "FINISHED FROM (YYYYMMDD): " LINE 5 COL 10.
   05 IN-FROM-YEAR  PIC 9(4) FROM WS-FROM-YEAR  TO WS-FROM-YEAR
                                                      LINE 5 COL 38.
   05 IN-FROM-MONTH PIC 9(2) FROM WS-FROM-MONTH TO WS-FROM-MONTH
                                                      LINE 5 COL 43.
   05 IN-FROM-DAY   PIC 9(2) FROM WS-FROM-DAY   TO WS-FROM-DAY
                                                      LINE 5 COL 46.

   05 VALUE "FINISHED TO   (YYYYMMDD): " LINE 6 COL 10.
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
   INITIALIZE WS-STAGE-TABLE
   MOVE 0 TO WS-FRONT-LINE-UNITS
   MOVE 0 TO WS-FRONT-LINE-DAYS
   MOVE 0 TO WS-NO-ACQ-DATE

   PERFORM 100-TALLY-STAGES

   IF PA-EXPORT-FLAG = 'Y' THEN
       OPEN OUTPUT EXPORT-FILE
   END-IF
   MOVE SPACES TO WS-OUT-LINE
   STRING "RECON TIME BY STAGE - FINISHED " WS-FROM-DATE
          " TO " WS-TO-DATE
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE "STAGE       FINISHED  AVG DAYS  IN STAGE NOW" TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   PERFORM 300-PRINT-STAGES
   MOVE SPACES TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   IF WS-FRONT-LINE-UNITS > 0
       COMPUTE WS-AVG-DAYS ROUNDED =
           WS-FRONT-LINE-DAYS / WS-FRONT-LINE-UNITS
   ELSE
       MOVE 0 TO WS-AVG-DAYS
   END-IF
   MOVE WS-AVG-DAYS TO WS-AVG-DISP
   MOVE WS-FRONT-LINE-UNITS TO WS-COUNT-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING "TIME TO FRONT LINE: " WS-COUNT-DISP " UNIT(S), AVG "
          WS-AVG-DISP " DAYS FROM ACQUIRED"
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   IF WS-NO-ACQ-DATE > 0
       MOVE SPACES TO WS-OUT-LINE
       STRING "  " WS-NO-ACQ-DATE " UNIT(S) WITH NO ACQUIRED DATE"
              " LEFT OUT OF THE AVERAGE"
           DELIMITED BY SIZE INTO WS-OUT-LINE
       PERFORM 500-PUT-LINE
   END-IF
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

100-TALLY-STAGES.
   MOVE 'N' TO WS-EOF
   OPEN INPUT STAGE-FILE
   OPEN INPUT CAR-FILE
   MOVE 0 TO RSX-stageRowID
   START STAGE-FILE KEY IS NOT LESS THAN RSX-stageRowID
       INVALID KEY
           MOVE 'Y' TO WS-EOF
   END-START
   PERFORM UNTIL WS-EOF = 'Y'
       READ STAGE-FILE NEXT RECORD
           AT END
               MOVE 'Y' TO WS-EOF
           NOT AT END
               PERFORM 200-TALLY-ONE
       END-READ
   END-PERFORM
   CLOSE CAR-FILE
   CLOSE STAGE-FILE.
EXIT PARAGRAPH.

*> An open row counts toward its stage's backlog; a row finished
*> in the range adds its elapsed minutes, and a photos finish adds
*> the unit's days from acquired to the line.
200-TALLY-ONE.
   MOVE 0 TO WS-SG-SLOT
   PERFORM VARYING SG-IDX FROM 1 BY 1 UNTIL SG-IDX > 4
       IF WS-STAGE-CODES(SG-IDX:1) = RSX-stageCode
           SET WS-SG-SLOT TO SG-IDX
       END-IF
   END-PERFORM
   IF WS-SG-SLOT = 0
       EXIT PARAGRAPH
   END-IF
   IF RSX-finishDate = 0
       ADD 1 TO WS-SG-OPEN-NOW(WS-SG-SLOT)
       EXIT PARAGRAPH
   END-IF
   IF RSX-finishDate < WS-FROM-DATE OR RSX-finishDate > WS-TO-DATE
       EXIT PARAGRAPH
   END-IF

   DIVIDE RSX-startTime BY 100 GIVING WS-HH REMAINDER WS-MM
   COMPUTE WS-START-MIN = WS-HH * 60 + WS-MM
   DIVIDE RSX-finishTime BY 100 GIVING WS-HH REMAINDER WS-MM
   COMPUTE WS-FINISH-MIN = WS-HH * 60 + WS-MM
   COMPUTE WS-ELAPSED-MIN =
       (FUNCTION INTEGER-OF-DATE(RSX-finishDate)
        - FUNCTION INTEGER-OF-DATE(RSX-startDate)) * 1440
       + WS-FINISH-MIN - WS-START-MIN
   IF WS-ELAPSED-MIN < 0
       MOVE 0 TO WS-ELAPSED-MIN
   END-IF
   ADD 1 TO WS-SG-DONE(WS-SG-SLOT)
   ADD WS-ELAPSED-MIN TO WS-SG-MINUTES(WS-SG-SLOT)

   IF RSX-STAGE-PHOTOS
       MOVE RSX-carVIN TO CRX-carVIN
       READ CAR-FILE
           INVALID KEY
               MOVE 0 TO CRX-dateAcquired
       END-READ
       IF CRX-dateAcquired = 0
           ADD 1 TO WS-NO-ACQ-DATE
       ELSE
           COMPUTE WS-ELAPSED-DAYS =
               FUNCTION INTEGER-OF-DATE(RSX-finishDate)
               - FUNCTION INTEGER-OF-DATE(CRX-dateAcquired)
           IF WS-ELAPSED-DAYS < 0
               MOVE 0 TO WS-ELAPSED-DAYS
           END-IF
           ADD 1 TO WS-FRONT-LINE-UNITS
           ADD WS-ELAPSED-DAYS TO WS-FRONT-LINE-DAYS
       END-IF
   END-IF.
EXIT PARAGRAPH.

300-PRINT-STAGES.
   PERFORM VARYING SG-IDX FROM 1 BY 1 UNTIL SG-IDX > 4
       IF WS-SG-DONE(SG-IDX) > 0
           COMPUTE WS-AVG-DAYS ROUNDED =
               WS-SG-MINUTES(SG-IDX) / WS-SG-DONE(SG-IDX) / 1440
       ELSE
           MOVE 0 TO WS-AVG-DAYS
       END-IF
       MOVE SPACES TO WS-OUT-LINE
       MOVE WS-SG-NAME(SG-IDX) TO WS-OUT-LINE(1:10)
       MOVE WS-SG-DONE(SG-IDX) TO WS-COUNT-DISP
       MOVE WS-COUNT-DISP TO WS-OUT-LINE(16:5)
       MOVE WS-AVG-DAYS TO WS-AVG-DISP
       MOVE WS-AVG-DISP TO WS-OUT-LINE(24:7)
       MOVE WS-SG-OPEN-NOW(SG-IDX) TO WS-COUNT-DISP
       MOVE WS-COUNT-DISP TO WS-OUT-LINE(40:5)
       PERFORM 500-PUT-LINE
   END-PERFORM.
EXIT PARAGRAPH.

500-PUT-LINE.
   DISPLAY WS-OUT-LINE
   IF PA-EXPORT-FLAG = 'Y' THEN
       MOVE WS-OUT-LINE TO EXPORT-REC
       WRITE EXPORT-REC
   END-IF.
EXIT PARAGRAPH.

END PROGRAM RECON_TIME_REPORT.
