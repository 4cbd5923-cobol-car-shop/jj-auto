*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Title desk for the CAR.IDX title fields. Auction and
*>          trade titles often arrive weeks after the car; when
*>          one comes in the office records the day it landed
*>          here, which takes the unit off TITLE_REPORT's
*>          outstanding list and stops the sale desk's title
*>          warning. A title brand (salvage, rebuilt, flood,
*>          lemon buyback) that shows up on the paper but was not
*>          announced at intake is corrected here too, along with
*>          who the title is owed by, and the window sticker is
*>          reprinted so the windshield disclosure matches the
*>          file. Every field changed goes on the master-file
*>          change journal, CHANGELOG.DAT, through
*>          LOG_FIELD_CHANGE. Launched from JJUI off a
*>          PERMISSIONS.DAT row.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. TITLE_DESK.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL CAR-FILE
        ASSIGN TO '../../INDEXES/CAR.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS CRX-carVIN.

DATA DIVISION.
FILE SECTION.
FD CAR-FILE
    RECORD CONTAINS 99 CHARACTERS.
    COPY CAR_DEF REPLACING ==:TAG:== BY ==CRX==.

WORKING-STORAGE SECTION.
01  MENU-OPTION             PIC 9.
01  WS-MENU-DONE            PIC X VALUE "N".
01  WS-FOUND                PIC X.
01  WS-VIN-IN               PIC X(17).
01  WS-DATE-IN              PIC 9(8).
01  WS-BRAND-IN             PIC X.
01  WS-SOURCE-IN            PIC X.
01  WS-TODAY-DATE           PIC 9(8).
01  WS-BRAND-NAME           PIC X(13).
01  WS-SOURCE-NAME          PIC X(10).
01  WS-DAYS-WAITING         PIC S9(5).
01  WS-STICKER-RESULT       PIC 99.
01  WS-OLD-RCVD-DATE        PIC X(8).
01  WS-OLD-BRAND            PIC X.
01  WS-OLD-SOURCE           PIC X.
COPY CHANGE_LOG_DEF REPLACING ==:TAG:== BY ==CL==.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM UNTIL WS-MENU-DONE = "Y"
        DISPLAY "--- Title Desk ---"
        DISPLAY "1. Record Title Received"
        DISPLAY "2. Correct Title Brand / Source"
        DISPLAY "3. Show a Unit's Title"
        DISPLAY "4. Exit"
        ACCEPT MENU-OPTION
        EVALUATE MENU-OPTION
            WHEN 1
                PERFORM 200-TITLE-RECEIVED-RTN
            WHEN 2
                PERFORM 300-CORRECT-TITLE-RTN
            WHEN 3
                PERFORM 150-FIND-UNIT-RTN
                IF WS-FOUND = "Y"
                    PERFORM 400-SHOW-TITLE-RTN
                END-IF
            WHEN 4
                MOVE "Y" TO WS-MENU-DONE
            WHEN OTHER
                DISPLAY "Invalid Option, Please enter 1-4."
        END-EVALUATE
    END-PERFORM
    STOP RUN.

150-FIND-UNIT-RTN.
    DISPLAY "Vehicle VIN: "
    ACCEPT WS-VIN-IN
    MOVE FUNCTION UPPER-CASE(WS-VIN-IN) TO WS-VIN-IN
    MOVE "Y" TO WS-FOUND
    OPEN INPUT CAR-FILE
    MOVE WS-VIN-IN TO CRX-carVIN
    READ CAR-FILE
        INVALID KEY
            MOVE "N" TO WS-FOUND
    END-READ
    CLOSE CAR-FILE
    IF WS-FOUND NOT = "Y"
        DISPLAY "No vehicle found for that VIN."
    END-IF.

200-TITLE-RECEIVED-RTN.
    PERFORM 150-FIND-UNIT-RTN
    IF WS-FOUND NOT = "Y"
        EXIT PARAGRAPH
    END-IF
    PERFORM 400-SHOW-TITLE-RTN
    IF CRX-titleRcvdDate IS NUMERIC
        IF CRX-titleRcvdDate > 0
            DISPLAY "Title already recorded in hand on "
                CRX-titleRcvdDate "."
            EXIT PARAGRAPH
        END-IF
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
    DISPLAY "Date received (YYYYMMDD, 0 = today): "
    ACCEPT WS-DATE-IN
    IF WS-DATE-IN = 0
        MOVE WS-TODAY-DATE TO WS-DATE-IN
    END-IF
    IF WS-DATE-IN > WS-TODAY-DATE
        DISPLAY "A title can't be received in the future."
        EXIT PARAGRAPH
    END-IF
*>  The brand is only certain once the paper is in hand.
    DISPLAY "Brand on the title - Clean(C) Salvage(S) Rebuilt(R)"
        " Flood(F) Lemon buyback(L), blank = as recorded: "
    ACCEPT WS-BRAND-IN
    MOVE FUNCTION UPPER-CASE(WS-BRAND-IN) TO WS-BRAND-IN
    MOVE SPACE TO WS-SOURCE-IN
    PERFORM 600-REWRITE-TITLE-RTN.

300-CORRECT-TITLE-RTN.
    PERFORM 150-FIND-UNIT-RTN
    IF WS-FOUND NOT = "Y"
        EXIT PARAGRAPH
    END-IF
    PERFORM 400-SHOW-TITLE-RTN
    DISPLAY "Title Brand - Clean(C) Salvage(S) Rebuilt(R)"
        " Flood(F) Lemon buyback(L), blank = no change: "
    ACCEPT WS-BRAND-IN
    MOVE FUNCTION UPPER-CASE(WS-BRAND-IN) TO WS-BRAND-IN
    DISPLAY "Title owed by - Auction(A) Trade(T) Purchase(P)"
        " Consignor(C) Repo(R) Other(O), blank = no change: "
    ACCEPT WS-SOURCE-IN
    MOVE FUNCTION UPPER-CASE(WS-SOURCE-IN) TO WS-SOURCE-IN
    IF WS-SOURCE-IN NOT = SPACE AND NOT = "A" AND NOT = "T"
            AND NOT = "P" AND NOT = "C" AND NOT = "R"
            AND NOT = "O"
        DISPLAY "Not a source code - title not changed."
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-DATE-IN
    PERFORM 600-REWRITE-TITLE-RTN.

400-SHOW-TITLE-RTN.
    EVALUATE TRUE
        WHEN CRX-TB-SALVAGE
            MOVE "SALVAGE" TO WS-BRAND-NAME
        WHEN CRX-TB-REBUILT
            MOVE "REBUILT" TO WS-BRAND-NAME
        WHEN CRX-TB-FLOOD
            MOVE "FLOOD" TO WS-BRAND-NAME
        WHEN CRX-TB-LEMON
            MOVE "LEMON BUYBACK" TO WS-BRAND-NAME
        WHEN OTHER
            MOVE "CLEAN" TO WS-BRAND-NAME
    END-EVALUATE
    EVALUATE TRUE
        WHEN CRX-TS-AUCTION
            MOVE "AUCTION" TO WS-SOURCE-NAME
        WHEN CRX-TS-TRADE
            MOVE "TRADE" TO WS-SOURCE-NAME
        WHEN CRX-TS-PURCHASE
            MOVE "PURCHASE" TO WS-SOURCE-NAME
        WHEN CRX-TS-CONSIGNOR
            MOVE "CONSIGNOR" TO WS-SOURCE-NAME
        WHEN CRX-TS-REPO
            MOVE "REPO" TO WS-SOURCE-NAME
        WHEN OTHER
            MOVE "OTHER" TO WS-SOURCE-NAME
    END-EVALUATE
    DISPLAY CRX-carVIN " " CRX-year " " CRX-make " " CRX-model
    DISPLAY "  Title brand: " WS-BRAND-NAME
        "  Owed by: " WS-SOURCE-NAME
    IF CRX-titleRcvdDate IS NOT NUMERIC
        DISPLAY "  Title: in hand (filed before title tracking)"
    ELSE
    IF CRX-titleRcvdDate > 0
        DISPLAY "  Title: in hand since " CRX-titleRcvdDate
    ELSE
        MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
        MOVE 0 TO WS-DAYS-WAITING
        IF CRX-dateAcquired IS NUMERIC AND CRX-dateAcquired > 0
            COMPUTE WS-DAYS-WAITING =
                FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                - FUNCTION INTEGER-OF-DATE(CRX-dateAcquired)
        END-IF
        DISPLAY "  Title: NOT IN HAND - waiting " WS-DAYS-WAITING
            " day(s) since " CRX-dateAcquired
    END-IF
    END-IF.

*> Re-reads the unit for update and applies whatever was keyed:
*> a received date, a brand, a source. A brand change reprints
*> the sticker so the windshield disclosure follows the file.
600-REWRITE-TITLE-RTN.
    OPEN I-O CAR-FILE
    MOVE WS-VIN-IN TO CRX-carVIN
    READ CAR-FILE
        INVALID KEY
            DISPLAY "Could not find the unit for update."
            CLOSE CAR-FILE
            EXIT PARAGRAPH
    END-READ
    MOVE CRX-titleRcvdDate TO WS-OLD-RCVD-DATE
    MOVE CRX-titleBrand TO WS-OLD-BRAND
    MOVE CRX-titleSource TO WS-OLD-SOURCE
    IF WS-DATE-IN > 0
        MOVE WS-DATE-IN TO CRX-titleRcvdDate
    ELSE
*>  A unit filed before title tracking has had its title since it
*>  came in - say so in the field rather than leave it blank.
        IF CRX-titleRcvdDate IS NOT NUMERIC
            MOVE CRX-dateAcquired TO CRX-titleRcvdDate
        END-IF
    END-IF
    IF WS-SOURCE-IN NOT = SPACE
        MOVE WS-SOURCE-IN TO CRX-titleSource
    END-IF
    IF WS-BRAND-IN NOT = SPACE
        IF WS-BRAND-IN = "C" OR "S" OR "R" OR "F" OR "L"
            MOVE WS-BRAND-IN TO CRX-titleBrand
        ELSE
            DISPLAY "Not a brand code - brand left as recorded."
            MOVE SPACE TO WS-BRAND-IN
        END-IF
    END-IF
    REWRITE CRX-CAR
        INVALID KEY
            DISPLAY "Could not update the unit's title."
        NOT INVALID KEY
            DISPLAY "Title recorded for " CRX-carVIN "."
            PERFORM 650-JOURNAL-TITLE-RTN
    END-REWRITE
    CLOSE CAR-FILE
    MOVE SPACE TO WS-SOURCE-IN
    IF WS-BRAND-IN NOT = SPACE AND NOT CRX-CAR-SOLD
        CALL 'WINDOW_STICKER' USING WS-VIN-IN, WS-STICKER-RESULT
    END-IF.

*> LOG_FIELD_CHANGE drops any field that came out the same, so
*> all three go across and only the ones keyed here land.
650-JOURNAL-TITLE-RTN.
    INITIALIZE CL-CHANGE-LOG
    MOVE "TITLE_DESK" TO CL-CHG-PROGRAM
    MOVE "CAR" TO CL-CHG-FILE
    MOVE CRX-carVIN TO CL-CHG-KEY
    MOVE "TITLE RCVD" TO CL-CHG-FIELD
    MOVE WS-OLD-RCVD-DATE TO CL-OLD-VALUE
    MOVE CRX-titleRcvdDate TO CL-NEW-VALUE
    CALL "LOG_FIELD_CHANGE" USING CL-CHANGE-LOG
    MOVE "TITLE BRAND" TO CL-CHG-FIELD
    MOVE WS-OLD-BRAND TO CL-OLD-VALUE
    MOVE CRX-titleBrand TO CL-NEW-VALUE
    CALL "LOG_FIELD_CHANGE" USING CL-CHANGE-LOG
    MOVE "TITLE SOURCE" TO CL-CHG-FIELD
    MOVE WS-OLD-SOURCE TO CL-OLD-VALUE
    MOVE CRX-titleSource TO CL-NEW-VALUE
    CALL "LOG_FIELD_CHANGE" USING CL-CHANGE-LOG.

END PROGRAM TITLE_DESK.
