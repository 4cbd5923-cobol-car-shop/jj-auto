*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Answers the shop business calendar for every program
*>          that does date arithmetic - see SHOP_DAY_DEF for the
*>          questions. A day is what SHOPCAL.IDX says it is: a
*>          dated row (holiday, closed, short or open day) wins,
*>          otherwise the standing-week row for its weekday, and
*>          with neither on file the shop keeps its usual week -
*>          Monday to Friday 0730-1730, Saturday short 0800-1200,
*>          Sunday closed. CALENDAR_DESK keeps the file. Counting
*>          walks at most ten years of days so a bad date cannot
*>          run away.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. SHOP_DAY.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL SHOPCAL-FILE
        ASSIGN TO '../../INDEXES/SHOPCAL.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS CAL-calDate.

DATA DIVISION.
FILE SECTION.
FD SHOPCAL-FILE
        RECORD CONTAINS 51 CHARACTERS.
    COPY SHOP_CAL_DEF REPLACING ==:TAG:== BY ==CAL==.

WORKING-STORAGE SECTION.
*> The usual week when SHOPCAL.IDX has no standing-week row for
*> a day: type, open and close as HHMM, Monday first.
01 WS-WEEK-DEFAULTS.
   05 FILLER            PIC X(9) VALUE "O07301730".
   05 FILLER            PIC X(9) VALUE "O07301730".
   05 FILLER            PIC X(9) VALUE "O07301730".
   05 FILLER            PIC X(9) VALUE "O07301730".
   05 FILLER            PIC X(9) VALUE "O07301730".
   05 FILLER            PIC X(9) VALUE "S08001200".
   05 FILLER            PIC X(9) VALUE "C00000000".
01 WS-WEEK-TABLE REDEFINES WS-WEEK-DEFAULTS.
   05 WS-WK-DAY OCCURS 7 TIMES.
      10 WS-WK-TYPE     PIC X.
      10 WS-WK-OPEN     PIC 9(4).
      10 WS-WK-CLOSE    PIC 9(4).
01 WS-WK-NO             PIC 9.
01 WS-DAY-DATE          PIC 9(8).
01 WS-DAY-INT           PIC 9(8).
01 WS-LOOP-INT          PIC 9(8).
01 WS-FROM-INT          PIC 9(8).
01 WS-TO-INT            PIC 9(8).
01 WS-STEPS             PIC 9(5).
01 WS-EOF               PIC X.
01 WS-HH                PIC 99.
01 WS-MM                PIC 99.
01 WS-OPEN-MINS         PIC 9(5).
01 WS-CLOSE-MINS        PIC 9(5).

LINKAGE SECTION.
COPY SHOP_DAY_DEF REPLACING ==:TAG:== BY ==LS==.

PROCEDURE DIVISION USING LS-SHOP-DAY.
MAIN-PROCEDURE.
   MOVE 0 TO LS-SD-RESULT-DATE
   MOVE 0 TO LS-SD-DAYS
   MOVE 0 TO LS-SD-HOURS-TOTAL
   OPEN INPUT SHOPCAL-FILE
   PERFORM 100-LOAD-WEEK
   EVALUATE TRUE
       WHEN LS-SD-NEXT-OPEN
           PERFORM 300-NEXT-OPEN-DAY
       WHEN LS-SD-COUNT-OPEN
           PERFORM 400-COUNT-OPEN-DAYS
       WHEN LS-SD-COUNT-HOLIDAY
           PERFORM 500-COUNT-HOLIDAYS
       WHEN OTHER
           MOVE LS-SD-DATE TO WS-DAY-DATE
           PERFORM 200-DESCRIBE-DAY
           MOVE LS-SD-DATE TO LS-SD-RESULT-DATE
   END-EVALUATE
   CLOSE SHOPCAL-FILE
   GOBACK.

*> Standing-week rows 00000001-00000007 over the usual week, read
*> once per call rather than once per day counted.
100-LOAD-WEEK.
   PERFORM VARYING WS-WK-NO FROM 1 BY 1 UNTIL WS-WK-NO > 7
       MOVE WS-WK-NO TO CAL-calDate
       READ SHOPCAL-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE CAL-dayType TO WS-WK-TYPE(WS-WK-NO)
               MOVE CAL-openTime TO WS-WK-OPEN(WS-WK-NO)
               MOVE CAL-closeTime TO WS-WK-CLOSE(WS-WK-NO)
       END-READ
   END-PERFORM.

*> One day: its weekday's standing hours, then any dated row on
*> top. A date that is not a date reads as an ordinary open day
*> so a caller's arithmetic is left as it was.
200-DESCRIBE-DAY.
   MOVE SPACES TO LS-SD-DESC
   MOVE 0 TO LS-SD-HOLIDAY-HOURS
   MOVE 0 TO LS-SD-SHOP-HOURS
   IF FUNCTION TEST-DATE-YYYYMMDD(WS-DAY-DATE) NOT = 0
       MOVE 0 TO LS-SD-WEEKDAY
       MOVE "O" TO LS-SD-DAY-TYPE
       MOVE 0 TO LS-SD-OPEN-TIME
       MOVE 0 TO LS-SD-CLOSE-TIME
       EXIT PARAGRAPH
   END-IF
   MOVE FUNCTION INTEGER-OF-DATE(WS-DAY-DATE) TO WS-DAY-INT
*> Day 1 of the integer calendar, 1601-01-01, was a Monday.
   COMPUTE LS-SD-WEEKDAY = FUNCTION MOD(WS-DAY-INT - 1, 7) + 1
   MOVE WS-WK-TYPE(LS-SD-WEEKDAY) TO LS-SD-DAY-TYPE
   MOVE WS-WK-OPEN(LS-SD-WEEKDAY) TO LS-SD-OPEN-TIME
   MOVE WS-WK-CLOSE(LS-SD-WEEKDAY) TO LS-SD-CLOSE-TIME

   MOVE WS-DAY-DATE TO CAL-calDate
   READ SHOPCAL-FILE
       INVALID KEY
           CONTINUE
       NOT INVALID KEY
           MOVE CAL-dayType TO LS-SD-DAY-TYPE
           MOVE CAL-calDesc TO LS-SD-DESC
           IF CAL-CAL-HOLIDAY OR CAL-CAL-CLOSED
               MOVE 0 TO LS-SD-OPEN-TIME
               MOVE 0 TO LS-SD-CLOSE-TIME
               IF CAL-CAL-HOLIDAY
                   MOVE CAL-holidayHours TO LS-SD-HOLIDAY-HOURS
               END-IF
           ELSE
               MOVE CAL-openTime TO LS-SD-OPEN-TIME
               MOVE CAL-closeTime TO LS-SD-CLOSE-TIME
           END-IF
   END-READ

   IF LS-SD-OPEN AND LS-SD-CLOSE-TIME > LS-SD-OPEN-TIME
       DIVIDE LS-SD-OPEN-TIME BY 100 GIVING WS-HH REMAINDER WS-MM
       COMPUTE WS-OPEN-MINS = WS-HH * 60 + WS-MM
       DIVIDE LS-SD-CLOSE-TIME BY 100 GIVING WS-HH REMAINDER WS-MM
       COMPUTE WS-CLOSE-MINS = WS-HH * 60 + WS-MM
       COMPUTE LS-SD-SHOP-HOURS ROUNDED =
           (WS-CLOSE-MINS - WS-OPEN-MINS) / 60
   END-IF.

*> Steps forward a day at a time - a year at most - to the first
*> day the shop opens.
300-NEXT-OPEN-DAY.
   MOVE LS-SD-DATE TO WS-DAY-DATE
   PERFORM 200-DESCRIBE-DAY
   IF LS-SD-WEEKDAY = 0
       MOVE LS-SD-DATE TO LS-SD-RESULT-DATE
       EXIT PARAGRAPH
   END-IF
   MOVE WS-DAY-INT TO WS-LOOP-INT
   MOVE 0 TO WS-STEPS
   PERFORM UNTIL LS-SD-OPEN OR WS-STEPS > 366
       ADD 1 TO WS-LOOP-INT
       ADD 1 TO WS-STEPS
       MOVE FUNCTION DATE-OF-INTEGER(WS-LOOP-INT) TO WS-DAY-DATE
       PERFORM 200-DESCRIBE-DAY
   END-PERFORM
   MOVE WS-DAY-DATE TO LS-SD-RESULT-DATE.

*> Open days after the from date through the to date - a car in
*> on Friday and out Monday sat one day, not three.
400-COUNT-OPEN-DAYS.
   IF FUNCTION TEST-DATE-YYYYMMDD(LS-SD-DATE) NOT = 0
           OR FUNCTION TEST-DATE-YYYYMMDD(LS-SD-TO-DATE) NOT = 0
       EXIT PARAGRAPH
   END-IF
   MOVE FUNCTION INTEGER-OF-DATE(LS-SD-DATE) TO WS-FROM-INT
   MOVE FUNCTION INTEGER-OF-DATE(LS-SD-TO-DATE) TO WS-TO-INT
   IF WS-TO-INT <= WS-FROM-INT
       EXIT PARAGRAPH
   END-IF
   IF WS-TO-INT - WS-FROM-INT > 3660
       COMPUTE WS-FROM-INT = WS-TO-INT - 3660
   END-IF
   COMPUTE WS-LOOP-INT = WS-FROM-INT + 1
   PERFORM UNTIL WS-LOOP-INT > WS-TO-INT
       MOVE FUNCTION DATE-OF-INTEGER(WS-LOOP-INT) TO WS-DAY-DATE
       PERFORM 200-DESCRIBE-DAY
       IF LS-SD-OPEN
           ADD 1 TO LS-SD-DAYS
       END-IF
       ADD 1 TO WS-LOOP-INT
   END-PERFORM.

*> Holidays only ever live on dated rows, so the range is read
*> straight off the key.
500-COUNT-HOLIDAYS.
   MOVE "N" TO WS-EOF
   MOVE LS-SD-DATE TO CAL-calDate
   START SHOPCAL-FILE KEY IS NOT LESS THAN CAL-calDate
       INVALID KEY
           MOVE "Y" TO WS-EOF
   END-START
   PERFORM UNTIL WS-EOF = "Y"
       READ SHOPCAL-FILE NEXT RECORD
           AT END
               MOVE "Y" TO WS-EOF
           NOT AT END
               IF CAL-calDate > LS-SD-TO-DATE
                   MOVE "Y" TO WS-EOF
               ELSE
                   IF CAL-CAL-HOLIDAY
                       ADD 1 TO LS-SD-DAYS
                       ADD CAL-holidayHours TO LS-SD-HOURS-TOTAL
                   END-IF
               END-IF
       END-READ
   END-PERFORM.

END PROGRAM SHOP_DAY.
