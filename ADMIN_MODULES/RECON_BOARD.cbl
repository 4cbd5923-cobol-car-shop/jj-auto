*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Reconditioning pipeline - where every CAR-IN-RECON
*>          unit actually is on its way to the front line, off
*>          RECONSTG.IDX. Starting a stage (M mechanical, B body,
*>          D detail, P photos) stamps the date and time on a new
*>          row and finishes whatever stage the unit was in; the
*>          finish stamps the row closed. Finishing the photos
*>          stage is the last step and flips the unit AVAILABLE on
*>          CAR.IDX. The recon board lists every unit in recon with
*>          its current stage and days in it - a unit between
*>          stages shows as waiting since the last one finished,
*>          one nobody has touched as not started since it came
*>          in. RECON_EXPENSE still carries the money;
*>          RECON_TIME_REPORT averages the stage times. Launched
*>          from JJUI off a PERMISSIONS.DAT row.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. RECON_BOARD.
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

DATA DIVISION.
FILE SECTION.
FD STAGE-FILE
    RECORD CONTAINS 77 CHARACTERS.
    COPY RECON_STAGE_DEF REPLACING ==:TAG:== BY ==RSX==.
FD CAR-FILE
    RECORD CONTAINS 99 CHARACTERS.
    COPY CAR_DEF REPLACING ==:TAG:== BY ==CRX==.

WORKING-STORAGE SECTION.
    COPY SESSION_DEF.

01  MENU-OPTION             PIC 9.
01  WS-MENU-DONE            PIC X VALUE "N".
01  WS-EOF                  PIC X.
01  WS-STAGE-EOF            PIC X.
01  WS-VIN-IN               PIC X(17).
01  WS-STAGE-IN             PIC X.
    88  WS-STAGE-IN-VALID       VALUES "M" "B" "D" "P".
01  WS-ID-SERIES            PIC X(10).
01  WS-NEXT-ROW-ID          PIC 9(5).
01  WS-TODAY-DATE           PIC 9(8).
01  WS-NOW-TIME             PIC 9(4).
01  WS-CAR-STATUS           PIC X.
01  WS-CAR-DESC             PIC X(36).
01  WS-UNITS-SHOWN          PIC 9(5).

*>  What the VIN's stage rows say, from 600-FIND-STAGES-RTN.
01  WS-OPEN-ROW-ID          PIC 9(5).
01  WS-OPEN-CODE            PIC X.
01  WS-OPEN-START           PIC 9(8).
01  WS-LAST-FINISH          PIC 9(8).
01  WS-ROWS-FOUND           PIC 9(3).

01  WS-STAGE-NAME           PIC X(11).
01  WS-SINCE-DATE           PIC 9(8).
01  WS-DAYS                 PIC S9(5).
01  WS-DAYS-DISP            PIC ZZZ9.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM UNTIL WS-MENU-DONE = "Y"
        DISPLAY "--- Reconditioning Pipeline ---"
        DISPLAY "1. Start a Stage"
        DISPLAY "2. Finish the Current Stage"
        DISPLAY "3. Recon Board"
        DISPLAY "4. Stage History for a VIN"
        DISPLAY "5. Exit"
        ACCEPT MENU-OPTION
        EVALUATE MENU-OPTION
            WHEN 1
                PERFORM 200-START-STAGE-RTN
            WHEN 2
                PERFORM 300-FINISH-STAGE-RTN
            WHEN 3
                PERFORM 400-BOARD-RTN
            WHEN 4
                PERFORM 500-HISTORY-RTN
            WHEN 5
                MOVE "Y" TO WS-MENU-DONE
            WHEN OTHER
                DISPLAY "Invalid Option, Please enter 1-5."
        END-EVALUATE
    END-PERFORM
    STOP RUN.

*>  A new stage row for an in-recon unit. Whatever stage it was
*>  sitting in is finished at the same moment - a unit is only
*>  ever in one stage.
200-START-STAGE-RTN.
    DISPLAY "Enter Vehicle VIN: "
    ACCEPT WS-VIN-IN
    MOVE FUNCTION UPPER-CASE(WS-VIN-IN) TO WS-VIN-IN
    PERFORM 250-READ-CAR-RTN
    IF WS-CAR-STATUS NOT = "R"
        DISPLAY "That unit is not in recon."
    ELSE
        DISPLAY "Stage - Mechanical(M) Body(B) Detail(D) Photos(P): "
        ACCEPT WS-STAGE-IN
        MOVE FUNCTION UPPER-CASE(WS-STAGE-IN) TO WS-STAGE-IN
        PERFORM 600-FIND-STAGES-RTN
        EVALUATE TRUE
            WHEN NOT WS-STAGE-IN-VALID
                DISPLAY "Stage must be M, B, D or P."
            WHEN WS-OPEN-ROW-ID > 0 AND WS-OPEN-CODE = WS-STAGE-IN
                DISPLAY "The unit is already in that stage."
            WHEN OTHER
                PERFORM 700-STAMP-NOW-RTN
                IF WS-OPEN-ROW-ID > 0
                    PERFORM 650-CLOSE-OPEN-ROW-RTN
                END-IF
                PERFORM 270-WRITE-STAGE-RTN
        END-EVALUATE
    END-IF.

250-READ-CAR-RTN.
    MOVE SPACE TO WS-CAR-STATUS
    OPEN INPUT CAR-FILE
    MOVE WS-VIN-IN TO CRX-carVIN
    READ CAR-FILE
        INVALID KEY
            DISPLAY "No vehicle found for that VIN."
        NOT INVALID KEY
            MOVE CRX-status TO WS-CAR-STATUS
    END-READ
    CLOSE CAR-FILE.

270-WRITE-STAGE-RTN.
    MOVE "RECONSTG" TO WS-ID-SERIES
    CALL 'GET_NEXT_ID' USING WS-ID-SERIES, WS-NEXT-ROW-ID
    MOVE WS-NEXT-ROW-ID TO RSX-stageRowID
    MOVE WS-VIN-IN TO RSX-carVIN
    MOVE WS-STAGE-IN TO RSX-stageCode
    MOVE WS-TODAY-DATE TO RSX-startDate
    MOVE WS-NOW-TIME TO RSX-startTime
    MOVE 0 TO RSX-finishDate
    MOVE 0 TO RSX-finishTime
    MOVE SESSION-CURRENT-USER TO RSX-startedBy
    OPEN I-O STAGE-FILE
    WRITE RSX-RECON-STAGE
        INVALID KEY
            DISPLAY "Could not write the stage."
        NOT INVALID KEY
            MOVE WS-STAGE-IN TO WS-OPEN-CODE
            PERFORM 800-STAGE-NAME-RTN
            DISPLAY WS-VIN-IN " into " WS-STAGE-NAME " "
                WS-TODAY-DATE " " WS-NOW-TIME
    END-WRITE
    CLOSE STAGE-FILE.

*>  Closes the stage the unit is in. Photos is the last stop -
*>  finishing it puts the unit on the line.
300-FINISH-STAGE-RTN.
    DISPLAY "Enter Vehicle VIN: "
    ACCEPT WS-VIN-IN
    MOVE FUNCTION UPPER-CASE(WS-VIN-IN) TO WS-VIN-IN
    PERFORM 600-FIND-STAGES-RTN
    IF WS-OPEN-ROW-ID = 0
        DISPLAY "That unit has no stage in progress."
    ELSE
        PERFORM 700-STAMP-NOW-RTN
        PERFORM 650-CLOSE-OPEN-ROW-RTN
        PERFORM 800-STAGE-NAME-RTN
        DISPLAY WS-STAGE-NAME " finished for " WS-VIN-IN
        IF WS-OPEN-CODE = "P"
            PERFORM 350-FRONT-LINE-RTN
        END-IF
    END-IF.

350-FRONT-LINE-RTN.
    OPEN I-O CAR-FILE
    MOVE WS-VIN-IN TO CRX-carVIN
    READ CAR-FILE
        INVALID KEY
            DISPLAY "No vehicle found for that VIN."
        NOT INVALID KEY
            IF CRX-CAR-IN-RECON
                MOVE "A" TO CRX-status
                REWRITE CRX-CAR
                    INVALID KEY
                        DISPLAY "Could not update the unit."
                    NOT INVALID KEY
                        DISPLAY "Recon complete - unit is AVAILABLE."
                END-REWRITE
            END-IF
    END-READ
    CLOSE CAR-FILE.

*>  Every in-recon unit on CAR.IDX with where it sits and for how
*>  long.
400-BOARD-RTN.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
    MOVE 0 TO WS-UNITS-SHOWN
    DISPLAY "VIN               VEHICLE                              "
        "STAGE        DAYS"
    MOVE "N" TO WS-EOF
    OPEN INPUT CAR-FILE
    MOVE LOW-VALUES TO CRX-carVIN
    START CAR-FILE KEY IS NOT LESS THAN CRX-carVIN
        INVALID KEY
            MOVE "Y" TO WS-EOF
    END-START
    PERFORM UNTIL WS-EOF = "Y"
        READ CAR-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF CRX-CAR-IN-RECON
                    PERFORM 450-BOARD-LINE-RTN
                END-IF
        END-READ
    END-PERFORM
    CLOSE CAR-FILE
    DISPLAY WS-UNITS-SHOWN " unit(s) in recon.".

450-BOARD-LINE-RTN.
    ADD 1 TO WS-UNITS-SHOWN
    MOVE CRX-carVIN TO WS-VIN-IN
    MOVE SPACES TO WS-CAR-DESC
    STRING CRX-year " " CRX-make " " CRX-model
        DELIMITED BY SIZE INTO WS-CAR-DESC
    PERFORM 600-FIND-STAGES-RTN
    EVALUATE TRUE
        WHEN WS-OPEN-ROW-ID > 0
            PERFORM 800-STAGE-NAME-RTN
            MOVE WS-OPEN-START TO WS-SINCE-DATE
        WHEN WS-ROWS-FOUND > 0
            MOVE "WAITING" TO WS-STAGE-NAME
            MOVE WS-LAST-FINISH TO WS-SINCE-DATE
        WHEN OTHER
            MOVE "NOT STARTED" TO WS-STAGE-NAME
            MOVE CRX-dateAcquired TO WS-SINCE-DATE
    END-EVALUATE
    PERFORM 750-DAYS-SINCE-RTN
    DISPLAY CRX-carVIN " " WS-CAR-DESC " " WS-STAGE-NAME " "
        WS-DAYS-DISP.

500-HISTORY-RTN.
    DISPLAY "Enter Vehicle VIN: "
    ACCEPT WS-VIN-IN
    MOVE FUNCTION UPPER-CASE(WS-VIN-IN) TO WS-VIN-IN
    MOVE 0 TO WS-ROWS-FOUND
    MOVE "N" TO WS-STAGE-EOF
    OPEN INPUT STAGE-FILE
    MOVE WS-VIN-IN TO RSX-carVIN
    START STAGE-FILE KEY IS EQUAL TO RSX-carVIN
        INVALID KEY
            MOVE "Y" TO WS-STAGE-EOF
    END-START
    PERFORM UNTIL WS-STAGE-EOF = "Y"
        READ STAGE-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-STAGE-EOF
            NOT AT END
                IF RSX-carVIN NOT = WS-VIN-IN
                    MOVE "Y" TO WS-STAGE-EOF
                ELSE
                    ADD 1 TO WS-ROWS-FOUND
                    MOVE RSX-stageCode TO WS-OPEN-CODE
                    PERFORM 800-STAGE-NAME-RTN
                    IF RSX-finishDate = 0
                        DISPLAY WS-STAGE-NAME " " RSX-startDate " "
                            RSX-startTime " - IN PROGRESS  "
                            RSX-startedBy
                    ELSE
                        DISPLAY WS-STAGE-NAME " " RSX-startDate " "
                            RSX-startTime " - " RSX-finishDate " "
                            RSX-finishTime "  " RSX-startedBy
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE STAGE-FILE
    IF WS-ROWS-FOUND = 0
        DISPLAY "No recon stages on file for that VIN."
    END-IF.

*>  Bounded scan off the carVIN alternate key: the open row (no
*>  finishDate) if there is one, and when the last stage finished.
600-FIND-STAGES-RTN.
    MOVE 0 TO WS-OPEN-ROW-ID
    MOVE SPACE TO WS-OPEN-CODE
    MOVE 0 TO WS-OPEN-START
    MOVE 0 TO WS-LAST-FINISH
    MOVE 0 TO WS-ROWS-FOUND
    MOVE "N" TO WS-STAGE-EOF
    OPEN INPUT STAGE-FILE
    MOVE WS-VIN-IN TO RSX-carVIN
    START STAGE-FILE KEY IS EQUAL TO RSX-carVIN
        INVALID KEY
            MOVE "Y" TO WS-STAGE-EOF
    END-START
    PERFORM UNTIL WS-STAGE-EOF = "Y"
        READ STAGE-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-STAGE-EOF
            NOT AT END
                IF RSX-carVIN NOT = WS-VIN-IN
                    MOVE "Y" TO WS-STAGE-EOF
                ELSE
                    ADD 1 TO WS-ROWS-FOUND
                    IF RSX-finishDate = 0
                        MOVE RSX-stageRowID TO WS-OPEN-ROW-ID
                        MOVE RSX-stageCode TO WS-OPEN-CODE
                        MOVE RSX-startDate TO WS-OPEN-START
                    ELSE
                        IF RSX-finishDate > WS-LAST-FINISH
                            MOVE RSX-finishDate TO WS-LAST-FINISH
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE STAGE-FILE.

650-CLOSE-OPEN-ROW-RTN.
    OPEN I-O STAGE-FILE
    MOVE WS-OPEN-ROW-ID TO RSX-stageRowID
    READ STAGE-FILE
        INVALID KEY
            DISPLAY "Could not find stage row " WS-OPEN-ROW-ID
        NOT INVALID KEY
            MOVE WS-TODAY-DATE TO RSX-finishDate
            MOVE WS-NOW-TIME TO RSX-finishTime
            REWRITE RSX-RECON-STAGE
                INVALID KEY
                    DISPLAY "Could not finish the stage."
            END-REWRITE
    END-READ
    CLOSE STAGE-FILE.

700-STAMP-NOW-RTN.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
    MOVE FUNCTION CURRENT-DATE(9:4) TO WS-NOW-TIME.

*>  Whole days from WS-SINCE-DATE to today; a unit filed before
*>  dateAcquired was stamped has no start to count from.
750-DAYS-SINCE-RTN.
    IF WS-SINCE-DATE = 0
        MOVE 0 TO WS-DAYS
    ELSE
        COMPUTE WS-DAYS =
            FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
            - FUNCTION INTEGER-OF-DATE(WS-SINCE-DATE)
        IF WS-DAYS < 0
            MOVE 0 TO WS-DAYS
        END-IF
    END-IF
    MOVE WS-DAYS TO WS-DAYS-DISP.

800-STAGE-NAME-RTN.
    EVALUATE WS-OPEN-CODE
        WHEN "M"
            MOVE "MECHANICAL" TO WS-STAGE-NAME
        WHEN "B"
            MOVE "BODY" TO WS-STAGE-NAME
        WHEN "D"
            MOVE "DETAIL" TO WS-STAGE-NAME
        WHEN "P"
            MOVE "PHOTOS" TO WS-STAGE-NAME
        WHEN OTHER
            MOVE "UNKNOWN" TO WS-STAGE-NAME
    END-EVALUATE.

END PROGRAM RECON_BOARD.
