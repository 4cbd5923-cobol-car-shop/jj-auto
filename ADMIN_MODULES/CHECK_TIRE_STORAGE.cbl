*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Matches one vehicle against the tire sets on our racks
*>          (TIRESTORE.IDX) when its ticket opens. A set still
*>          stored on the VIN whose changeover has come round -
*>          within the pull window ahead of its due date, or past
*>          it - is this visit's swap: it is marked PULLED against
*>          the ticket, so TICKET_CLOSE bills its storage fee, and
*>          the writer is told which rack to pull it from. A set
*>          not yet due is only mentioned, so the writer can offer
*>          the swap early at the desk. CALLed by TICKET_OPEN.
*>          Returns how many sets were pulled.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. CHECK_TIRE_STORAGE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL TIRESTORE-FILE
        ASSIGN TO '../../INDEXES/TIRESTORE.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS TSX-tireSetID
        ALTERNATE RECORD KEY IS TSX-custID WITH DUPLICATES
        ALTERNATE RECORD KEY IS TSX-carVIN WITH DUPLICATES
        ALTERNATE RECORD KEY IS TSX-rackLoc WITH DUPLICATES
        ALTERNATE RECORD KEY IS TSX-ticketID WITH DUPLICATES.

DATA DIVISION.
FILE SECTION.
FD TIRESTORE-FILE
    RECORD CONTAINS 112 CHARACTERS.
    COPY TIRE_STORE_DEF REPLACING ==:TAG:== BY ==TSX==.

WORKING-STORAGE SECTION.
01 WS-SCAN-EOF          PIC X.
01 WS-TODAY-DATE        PIC 9(8).
01 WS-TODAY-INT         PIC 9(7).
01 WS-DUE-INT           PIC 9(7).
*> How far ahead of the changeover a visit counts as the swap.
01 WS-PULL-WINDOW-DAYS  PIC 999 VALUE 45.

LINKAGE SECTION.
01 LS-VIN               PIC X(17).
01 LS-TICKETID          PIC 9(5).
01 LS-PULL-COUNT        PIC 9(3).

PROCEDURE DIVISION USING LS-VIN, LS-TICKETID, LS-PULL-COUNT.
MAIN-PROCEDURE.
   MOVE 0 TO LS-PULL-COUNT
   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
   MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) TO WS-TODAY-INT

   MOVE "N" TO WS-SCAN-EOF
   OPEN I-O TIRESTORE-FILE
   MOVE LS-VIN TO TSX-carVIN
   START TIRESTORE-FILE KEY IS NOT LESS THAN TSX-carVIN
      INVALID KEY
         MOVE "Y" TO WS-SCAN-EOF
   END-START
   PERFORM UNTIL WS-SCAN-EOF = "Y"
      READ TIRESTORE-FILE NEXT RECORD
         AT END
            MOVE "Y" TO WS-SCAN-EOF
         NOT AT END
            IF TSX-carVIN NOT = LS-VIN
               MOVE "Y" TO WS-SCAN-EOF
            ELSE
               IF TSX-SET-STORED
                  PERFORM 200-MATCH-ONE-SET
               END-IF
            END-IF
      END-READ
   END-PERFORM
   CLOSE TIRESTORE-FILE
   GOBACK.

200-MATCH-ONE-SET.
   MOVE FUNCTION INTEGER-OF-DATE(TSX-dueDate) TO WS-DUE-INT
   IF WS-TODAY-INT + WS-PULL-WINDOW-DAYS < WS-DUE-INT
      DISPLAY "TIRE SET " TSX-tireSetID " IN STORAGE ON RACK "
         TSX-rackLoc " - DUE OUT " TSX-dueDate
   ELSE
      MOVE "P" TO TSX-setStatus
      MOVE LS-TICKETID TO TSX-ticketID
      REWRITE TSX-TIRE-SET
         INVALID KEY
            DISPLAY "TIRE SET " TSX-tireSetID " COULD NOT BE MARKED"
               " PULLED"
         NOT INVALID KEY
            ADD 1 TO LS-PULL-COUNT
            DISPLAY "PULL TIRE SET " TSX-tireSetID " FROM RACK "
               TSX-rackLoc " - " TSX-tireSize " " TSX-tireBrand
      END-REWRITE
   END-IF.

END PROGRAM CHECK_TIRE_STORAGE.
