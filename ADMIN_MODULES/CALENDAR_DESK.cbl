*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Keeps the shop business calendar, SHOPCAL.IDX (see
*>          SHOP_CAL_DEF). Shows a month the way every program
*>          will see it through SHOP_DAY, sets a dated holiday,
*>          closed day, short day or open day, clears one back to
*>          the standing week, and sets the standing week's hours
*>          for each weekday. Holidays are closed days that hourly
*>          staff are paid for - PAYROLL_RUN pays their hours; a
*>          closed day pays nothing. Every save and clear is
*>          journaled through LOG_FIELD_CHANGE. Launched from JJUI
*>          off a PERMISSIONS.DAT row.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. CALENDAR_DESK.
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
COPY SHOP_DAY_DEF REPLACING ==:TAG:== BY ==WSD==.
COPY CHANGE_LOG_DEF REPLACING ==:TAG:== BY ==CL==.

01  MENU-OPTION             PIC 9.
01  WS-MENU-DONE            PIC X VALUE "N".
01  WS-ON-FILE              PIC X.
01  WS-DATE-IN              PIC 9(8).
01  WS-MONTH-IN             PIC 9(6).
01  WS-DAY-NO               PIC 99.
01  WS-WEEKDAY-IN           PIC 9.
01  WS-TYPE-IN              PIC X.
01  WS-OPEN-IN              PIC 9(4).
01  WS-CLOSE-IN             PIC 9(4).
01  WS-HOURS-IN             PIC 99V99.
01  WS-DESC-IN              PIC X(30).
01  WS-HOURS-DISP           PIC Z9.99.

01  WS-SHOW-DATE.
    05  WS-SHOW-YYYYMM      PIC 9(6).
    05  WS-SHOW-DD          PIC 99.
01  WS-SHOW-DATE-N REDEFINES WS-SHOW-DATE PIC 9(8).

01  WS-DAY-NAMES.
    05  FILLER              PIC X(3) VALUE "MON".
    05  FILLER              PIC X(3) VALUE "TUE".
    05  FILLER              PIC X(3) VALUE "WED".
    05  FILLER              PIC X(3) VALUE "THU".
    05  FILLER              PIC X(3) VALUE "FRI".
    05  FILLER              PIC X(3) VALUE "SAT".
    05  FILLER              PIC X(3) VALUE "SUN".
01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
    05  WS-DAY-NAME         PIC X(3) OCCURS 7 TIMES.

01  WS-TYPE-NAME            PIC X(8).

*> A calendar row as journal text - before and after a change.
01  WS-OLD-TYPE             PIC X.
01  WS-OLD-HOURS            PIC X(9).
01  WS-OLD-HOL-HOURS        PIC X(5).
01  WS-OLD-DESC             PIC X(30).
01  WS-NEW-HOURS            PIC X(9).

01  WS-MONTH-LINE.
    05  WS-ML-DATE          PIC 9(8).
    05  FILLER              PIC X VALUE SPACE.
    05  WS-ML-DAY           PIC X(3).
    05  FILLER              PIC XX VALUE SPACES.
    05  WS-ML-TYPE          PIC X(8).
    05  FILLER              PIC X VALUE SPACE.
    05  WS-ML-OPEN          PIC 9(4).
    05  FILLER              PIC X VALUE "-".
    05  WS-ML-CLOSE         PIC 9(4).
    05  FILLER              PIC XX VALUE SPACES.
    05  WS-ML-HOURS         PIC Z9.99.
    05  FILLER              PIC XX VALUE SPACES.
    05  WS-ML-DESC          PIC X(30).

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM UNTIL WS-MENU-DONE = "Y"
        DISPLAY "--- Shop Calendar ---"
        DISPLAY "1. Show a Month"
        DISPLAY "2. Set a Date (Holiday / Closed / Short / Open)"
        DISPLAY "3. Clear a Date"
        DISPLAY "4. Set Standing Week Hours"
        DISPLAY "5. Exit"
        ACCEPT MENU-OPTION
        EVALUATE MENU-OPTION
            WHEN 1
                PERFORM 100-SHOW-MONTH-RTN
            WHEN 2
                PERFORM 200-SET-DATE-RTN
            WHEN 3
                PERFORM 300-CLEAR-DATE-RTN
            WHEN 4
                PERFORM 400-SET-WEEK-RTN
            WHEN 5
                MOVE "Y" TO WS-MENU-DONE
            WHEN OTHER
                DISPLAY "Invalid Option, Please enter 1-5."
        END-EVALUATE
    END-PERFORM
    STOP RUN.

*>  Every day of the month as SHOP_DAY answers it - standing week
*>  and dated rows together, the way the rest of the system sees
*>  the calendar.
100-SHOW-MONTH-RTN.
    DISPLAY "Month (YYYYMM): "
    ACCEPT WS-MONTH-IN
    MOVE WS-MONTH-IN TO WS-SHOW-YYYYMM
    MOVE 01 TO WS-SHOW-DD
    IF FUNCTION TEST-DATE-YYYYMMDD(WS-SHOW-DATE-N) NOT = 0
        DISPLAY "That is not a month."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "DATE     DAY  TYPE     HOURS      PAID   DESCRIPTION"
    PERFORM VARYING WS-DAY-NO FROM 1 BY 1 UNTIL WS-DAY-NO > 31
        MOVE WS-DAY-NO TO WS-SHOW-DD
        IF FUNCTION TEST-DATE-YYYYMMDD(WS-SHOW-DATE-N) = 0
            PERFORM 150-SHOW-ONE-DAY-RTN
        END-IF
    END-PERFORM.

150-SHOW-ONE-DAY-RTN.
    MOVE "D" TO WSD-SD-FUNCTION
    MOVE WS-SHOW-DATE-N TO WSD-SD-DATE
    CALL "SHOP_DAY" USING WSD-SHOP-DAY
    MOVE WS-SHOW-DATE-N TO WS-ML-DATE
    MOVE WS-DAY-NAME(WSD-SD-WEEKDAY) TO WS-ML-DAY
    MOVE WSD-SD-DAY-TYPE TO WS-TYPE-IN
    PERFORM 500-TYPE-NAME-RTN
    MOVE WS-TYPE-NAME TO WS-ML-TYPE
    MOVE WSD-SD-OPEN-TIME TO WS-ML-OPEN
    MOVE WSD-SD-CLOSE-TIME TO WS-ML-CLOSE
    MOVE WSD-SD-HOLIDAY-HOURS TO WS-ML-HOURS
    MOVE WSD-SD-DESC TO WS-ML-DESC
    DISPLAY WS-MONTH-LINE.

*>  One dated exception. A holiday and a closed day keep no hours;
*>  a holiday pays hourly staff its hours (8 unless told otherwise).
200-SET-DATE-RTN.
    DISPLAY "Date (YYYYMMDD): "
    ACCEPT WS-DATE-IN
    IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-IN) NOT = 0
        DISPLAY "That is not a date."
        EXIT PARAGRAPH
    END-IF
    MOVE SPACE TO WS-TYPE-IN
    PERFORM UNTIL WS-TYPE-IN = "H" OR WS-TYPE-IN = "C"
            OR WS-TYPE-IN = "S" OR WS-TYPE-IN = "O"
        DISPLAY "Holiday(H), Closed(C), Short day(S) or Open(O)?: "
        ACCEPT WS-TYPE-IN
        MOVE FUNCTION UPPER-CASE(WS-TYPE-IN) TO WS-TYPE-IN
    END-PERFORM
    MOVE 0 TO WS-OPEN-IN
    MOVE 0 TO WS-CLOSE-IN
    MOVE 0 TO WS-HOURS-IN
    IF WS-TYPE-IN = "S" OR WS-TYPE-IN = "O"
        PERFORM 450-ACCEPT-HOURS-RTN
        IF WS-CLOSE-IN NOT > WS-OPEN-IN
            DISPLAY "Closing time must be after opening time."
            EXIT PARAGRAPH
        END-IF
    END-IF
    IF WS-TYPE-IN = "H"
        DISPLAY "Paid Hours for Hourly Staff (0 = 8.00): "
        ACCEPT WS-HOURS-IN
        IF WS-HOURS-IN = 0
            MOVE 8 TO WS-HOURS-IN
        END-IF
    END-IF
    DISPLAY "Description: "
    ACCEPT WS-DESC-IN
    PERFORM 600-SAVE-ROW-RTN.

300-CLEAR-DATE-RTN.
    DISPLAY "Date (YYYYMMDD): "
    ACCEPT WS-DATE-IN
    IF WS-DATE-IN < 00000008
        DISPLAY "Use Set Standing Week Hours for a weekday."
        EXIT PARAGRAPH
    END-IF
    OPEN I-O SHOPCAL-FILE
    MOVE WS-DATE-IN TO CAL-calDate
    READ SHOPCAL-FILE
        INVALID KEY
            DISPLAY "Nothing on file for that date."
        NOT INVALID KEY
            PERFORM 700-SAVE-OLD-RTN
            DELETE SHOPCAL-FILE
                INVALID KEY
                    DISPLAY "Could not clear that date."
                NOT INVALID KEY
                    MOVE SPACES TO CAL-dayType
                    MOVE SPACES TO WS-NEW-HOURS
                    MOVE 0 TO CAL-holidayHours
                    MOVE SPACES TO CAL-calDesc
                    PERFORM 750-JOURNAL-RTN
                    DISPLAY "Date cleared - it keeps the standing"
                        " week's hours."
            END-DELETE
    END-READ
    CLOSE SHOPCAL-FILE.

*>  The standing week: rows 1-7, Monday first. A weekday is open,
*>  short or closed - holidays are dated.
400-SET-WEEK-RTN.
    DISPLAY "Weekday (1=Mon ... 7=Sun): "
    ACCEPT WS-WEEKDAY-IN
    IF WS-WEEKDAY-IN < 1 OR WS-WEEKDAY-IN > 7
        DISPLAY "Enter a weekday 1-7."
        EXIT PARAGRAPH
    END-IF
    MOVE SPACE TO WS-TYPE-IN
    PERFORM UNTIL WS-TYPE-IN = "C"
            OR WS-TYPE-IN = "S" OR WS-TYPE-IN = "O"
        DISPLAY WS-DAY-NAME(WS-WEEKDAY-IN)
            " - Open(O), Short day(S) or Closed(C)?: "
        ACCEPT WS-TYPE-IN
        MOVE FUNCTION UPPER-CASE(WS-TYPE-IN) TO WS-TYPE-IN
    END-PERFORM
    MOVE 0 TO WS-OPEN-IN
    MOVE 0 TO WS-CLOSE-IN
    MOVE 0 TO WS-HOURS-IN
    IF WS-TYPE-IN NOT = "C"
        PERFORM 450-ACCEPT-HOURS-RTN
        IF WS-CLOSE-IN NOT > WS-OPEN-IN
            DISPLAY "Closing time must be after opening time."
            EXIT PARAGRAPH
        END-IF
    END-IF
    MOVE WS-WEEKDAY-IN TO WS-DATE-IN
    MOVE SPACES TO WS-DESC-IN
    STRING "STANDING " WS-DAY-NAME(WS-WEEKDAY-IN)
        DELIMITED BY SIZE INTO WS-DESC-IN
    PERFORM 600-SAVE-ROW-RTN.

450-ACCEPT-HOURS-RTN.
    DISPLAY "Opening Time (HHMM): "
    ACCEPT WS-OPEN-IN
    DISPLAY "Closing Time (HHMM): "
    ACCEPT WS-CLOSE-IN
    IF WS-OPEN-IN > 2359 OR WS-CLOSE-IN > 2359
        MOVE 0 TO WS-OPEN-IN
        MOVE 0 TO WS-CLOSE-IN
    END-IF.

500-TYPE-NAME-RTN.
    EVALUATE WS-TYPE-IN
        WHEN "O"
            MOVE "OPEN" TO WS-TYPE-NAME
        WHEN "S"
            MOVE "SHORT" TO WS-TYPE-NAME
        WHEN "H"
            MOVE "HOLIDAY" TO WS-TYPE-NAME
        WHEN "C"
            MOVE "CLOSED" TO WS-TYPE-NAME
        WHEN OTHER
            MOVE SPACES TO WS-TYPE-NAME
    END-EVALUATE.

*>  Writes or rewrites the row keyed WS-DATE-IN from the fields
*>  just keyed, and journals what it replaced.
600-SAVE-ROW-RTN.
    MOVE "Y" TO WS-ON-FILE
    OPEN I-O SHOPCAL-FILE
    MOVE WS-DATE-IN TO CAL-calDate
    READ SHOPCAL-FILE
        INVALID KEY
            MOVE "N" TO WS-ON-FILE
    END-READ
    IF WS-ON-FILE = "Y"
        PERFORM 700-SAVE-OLD-RTN
    ELSE
        MOVE SPACES TO WS-OLD-TYPE WS-OLD-HOURS WS-OLD-HOL-HOURS
            WS-OLD-DESC
    END-IF
    MOVE WS-DATE-IN TO CAL-calDate
    MOVE WS-TYPE-IN TO CAL-dayType
    MOVE WS-OPEN-IN TO CAL-openTime
    MOVE WS-CLOSE-IN TO CAL-closeTime
    MOVE WS-HOURS-IN TO CAL-holidayHours
    MOVE WS-DESC-IN TO CAL-calDesc
    MOVE SPACES TO WS-NEW-HOURS
    STRING CAL-openTime "-" CAL-closeTime
        DELIMITED BY SIZE INTO WS-NEW-HOURS
    IF WS-ON-FILE = "Y"
        REWRITE CAL-SHOP-CAL
            INVALID KEY
                DISPLAY "Could not save the calendar row."
            NOT INVALID KEY
                PERFORM 750-JOURNAL-RTN
                DISPLAY "Calendar updated."
        END-REWRITE
    ELSE
        WRITE CAL-SHOP-CAL
            INVALID KEY
                DISPLAY "Could not save the calendar row."
            NOT INVALID KEY
                PERFORM 750-JOURNAL-RTN
                DISPLAY "Calendar updated."
        END-WRITE
    END-IF
    CLOSE SHOPCAL-FILE.

700-SAVE-OLD-RTN.
    MOVE CAL-dayType TO WS-OLD-TYPE
    MOVE SPACES TO WS-OLD-HOURS
    STRING CAL-openTime "-" CAL-closeTime
        DELIMITED BY SIZE INTO WS-OLD-HOURS
    MOVE CAL-holidayHours TO WS-HOURS-DISP
    MOVE WS-HOURS-DISP TO WS-OLD-HOL-HOURS
    MOVE CAL-calDesc TO WS-OLD-DESC.

*>  LOG_FIELD_CHANGE drops a field that did not change, so every
*>  field is handed over.
750-JOURNAL-RTN.
    INITIALIZE CL-CHANGE-LOG
    MOVE "CALENDAR_DESK" TO CL-CHG-PROGRAM
    MOVE "SHOPCAL" TO CL-CHG-FILE
    MOVE WS-DATE-IN TO CL-CHG-KEY
    MOVE "DAY TYPE" TO CL-CHG-FIELD
    MOVE WS-OLD-TYPE TO CL-OLD-VALUE
    MOVE CAL-dayType TO CL-NEW-VALUE
    CALL "LOG_FIELD_CHANGE" USING CL-CHANGE-LOG
    MOVE "SHOP HOURS" TO CL-CHG-FIELD
    MOVE WS-OLD-HOURS TO CL-OLD-VALUE
    MOVE WS-NEW-HOURS TO CL-NEW-VALUE
    CALL "LOG_FIELD_CHANGE" USING CL-CHANGE-LOG
    MOVE "HOLIDAY HOURS" TO CL-CHG-FIELD
    MOVE WS-OLD-HOL-HOURS TO CL-OLD-VALUE
    IF CAL-dayType = SPACE
        MOVE SPACES TO CL-NEW-VALUE
    ELSE
        MOVE CAL-holidayHours TO WS-HOURS-DISP
        MOVE WS-HOURS-DISP TO CL-NEW-VALUE
    END-IF
    CALL "LOG_FIELD_CHANGE" USING CL-CHANGE-LOG
    MOVE "DESCRIPTION" TO CL-CHG-FIELD
    MOVE WS-OLD-DESC TO CL-OLD-VALUE
    MOVE CAL-calDesc TO CL-NEW-VALUE
    CALL "LOG_FIELD_CHANGE" USING CL-CHANGE-LOG.

END PROGRAM CALENDAR_DESK.
