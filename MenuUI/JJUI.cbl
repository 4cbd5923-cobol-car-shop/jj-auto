WORKING-STORAGE SECTION.
01 END-OF-PERMISSIONS PIC X VALUE 'N'.
01 RESPONSE PIC X(4).
01 NUMERIC-LABEL PIC 9(3).
01 NEW-LINE-POSITION PIC 9(2).
01 NEW-COL-POSITION PIC 9(2).
01 NAME-COL-POSITION PIC 9(2).
01 IF-IN PIC A(1).
01 EXIT-VAL PIC A(4).
01 OPTIONS-TABLE.
    05 AVAILABLE-PROGRAMS OCCURS 150 TIMES.
      10 PROGRAM-CALLS PIC X(20).
      10 PROGRAM-LABELS PIC X(20).
01 WS-ROLE-IDX PIC 9(2).
01 WS-ROLE-MATCH PIC X VALUE 'N'.
01 WS-DUP-IDX PIC 9(3).
01 WS-PAGE PIC 9(2) VALUE 1.
01 WS-PAGE-COUNT PIC 9(2).
01 WS-PAGE-SIZE PIC 9(2) VALUE 57.
01 WS-PAGE-FIRST PIC 9(3).
01 WS-PAGE-LAST PIC 9(3).
01 WS-SHOW-IDX PIC 9(3).
01 WS-DUP-MATCH PIC X VALUE 'N'.
01 WS-SYSTEM-CMD.
    05 WS-SYSTEM-CMD-PROGRAM PIC X(20).
               BACKGROUND-COLOR 00
               ERASE SCREEN.
           10 LINE NEW-LINE-POSITION COLUMN NEW-COL-POSITION
               FROM WS-SHOW-IDX.
           10 LINE NEW-LINE-POSITION COLUMN NAME-COL-POSITION
               FROM PROGRAM-NAME.
 01 PAGE-SCREEN.
                05 FOREGROUND-COLOR 07
               BACKGROUND-COLOR 00.
           10 LINE 2 COLUMN 2 VALUE "PAGE".
           10 LINE 2 COLUMN 7 FROM WS-PAGE.
           10 LINE 2 COLUMN 10 VALUE "OF".
           10 LINE 2 COLUMN 13 FROM WS-PAGE-COUNT.
           10 LINE 3 COLUMN 2 VALUE "Enter NEXT or PREV for more".
PROCEDURE DIVISION USING USERNAME-IN,PERMISSION-IN.
100-MAIN-PROCEDURE.
    MOVE 0 TO NUMERIC-LABEL
    PERFORM 200-CHECK-PERMISSIONS
    MOVE 1 TO WS-PAGE
    PERFORM 250-SHOW-PAGE
    PERFORM 300-COLLECT-INPUT
        STOP RUN.
200-CHECK-PERMISSIONS.
*>              same PERM-PROGRAM (e.g. both MANAG and ADMIN) only gets
*>              it listed once - skip a program already on the menu.
                IF (WS-ROLE-MATCH = 'Y' OR PERM-LEVEL = "ALL  ")
                        AND NUMERIC-LABEL < 150
                        AND WS-DUP-MATCH = 'N'
                    THEN
                    ADD 1 TO NUMERIC-LABEL
                    MOVE PERM-PROGRAM TO PROGRAM-CALLS(NUMERIC-LABEL)
                    MOVE PERM-DISPLAY TO PROGRAM-LABELS(NUMERIC-LABEL)
                END-IF
        END-READ
    END-PERFORM
    CLOSE PERMISSIONS-FILE.
250-SHOW-PAGE.
*>    An admin can see more programs than one screen holds, so the
*>    menu is paged: each page runs three columns of nineteen down
*>    lines 4-22 - that stays clear of the header up top and the
*>    prompt on line 23 - and NEXT / PREV at the prompt turn the
*>    page. Every program keeps its own number, so a number off any
*>    page can be entered from any other.
    DISPLAY BLANK-SCREEN
    DISPLAY MENU-SCREEN
    COMPUTE WS-PAGE-COUNT =
        (NUMERIC-LABEL + WS-PAGE-SIZE - 1) / WS-PAGE-SIZE
    IF WS-PAGE-COUNT = 0
        MOVE 1 TO WS-PAGE-COUNT
    END-IF
    COMPUTE WS-PAGE-FIRST = (WS-PAGE - 1) * WS-PAGE-SIZE + 1
    COMPUTE WS-PAGE-LAST = WS-PAGE * WS-PAGE-SIZE
    IF WS-PAGE-LAST > NUMERIC-LABEL
        MOVE NUMERIC-LABEL TO WS-PAGE-LAST
    END-IF
    PERFORM VARYING WS-SHOW-IDX FROM WS-PAGE-FIRST BY 1
            UNTIL WS-SHOW-IDX > WS-PAGE-LAST
        SUBTRACT WS-PAGE-FIRST FROM WS-SHOW-IDX GIVING WS-MENU-SLOT
        DIVIDE WS-MENU-SLOT BY 19 GIVING WS-MENU-COL
            REMAINDER WS-MENU-ROW
        COMPUTE NEW-LINE-POSITION = WS-MENU-ROW + 4
        COMPUTE NEW-COL-POSITION = WS-MENU-COL * 27 + 2
        COMPUTE NAME-COL-POSITION = NEW-COL-POSITION + 4
        MOVE PROGRAM-LABELS(WS-SHOW-IDX) TO PROGRAM-NAME
        DISPLAY SELECTION-SCREEN
    END-PERFORM
    IF WS-PAGE-COUNT > 1
        DISPLAY PAGE-SCREEN
    END-IF.
260-TURN-PAGE.
    IF FUNCTION UPPER-CASE (RESPONSE) = "NEXT"
        IF WS-PAGE < WS-PAGE-COUNT
            ADD 1 TO WS-PAGE
        END-IF
    ELSE
        IF WS-PAGE > 1
            SUBTRACT 1 FROM WS-PAGE
        END-IF
    END-IF
    PERFORM 250-SHOW-PAGE.
300-COLLECT-INPUT.
    PERFORM UNTIL EXIT-VAL = "EXIT"
    DISPLAY INPUT-SCREEN
    ACCEPT INPUT-SCREEN
    IF FUNCTION UPPER-CASE (RESPONSE) = "NEXT"
            OR FUNCTION UPPER-CASE (RESPONSE) = "PREV"
        THEN
        PERFORM 260-TURN-PAGE
        MOVE 'P' TO IF-IN
    ELSE
        PERFORM 400-SEARCH-PROGRAMS
    END-IF

    IF IF-IN = 'T'
        THEN
        END-IF
        END-IF
        END-IF
        PERFORM 250-SHOW-PAGE
    ELSE
    IF IF-IN NOT = 'P'
        THEN
        DISPLAY BAD-VALUE-SCREEN
    END-IF
        END-IF
            END-PERFORM.

