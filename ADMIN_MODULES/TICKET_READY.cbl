*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Mark a service ticket's work complete - READY FOR
*>          PICKUP - on TICKET.IDX. The step between the mechanic
*>          finishing and the cashier releasing the car: the
*>          ticket goes to status R with today in readyDate (the
*>          day the storage clock starts), and every job line not
*>          already closed goes to DONE. TICKET_CLOSE will only
*>          close (release) a ready ticket, and READY_LOT_REPORT
*>          lists the ready tickets still waiting. Mirrors
*>          TICKET_ASSIGN's read-modify-rewrite pattern.
*> RETURN CODES (LS-RESULT-CODE):
*>     00 -> TICKET NOW READY FOR PICKUP
*>     23 -> INVALID KEY - NO TICKET WITH THAT ticketID
*>     24 -> TICKET NOT YET ASSIGNED - NOBODY DID THE WORK
*>     25 -> TICKET ALREADY READY OR CLOSED
*>     30 -> TICKET IS IN A HOLD STATUS (WAITING PARTS/APPROVAL) -
*>           RELEASE IT AT THE DESK FIRST
*>*****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. TICKET_READY.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
    SELECT OPTIONAL INDEX-FILE-TICKET
        ASSIGN TO '../../INDEXES/TICKET.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS IDX-ticketID
        ALTERNATE RECORD KEY IS IDX-custID WITH DUPLICATES
        ALTERNATE RECORD KEY IS IDX-carVIN WITH DUPLICATES
        ALTERNATE RECORD KEY IS IDX-empID WITH DUPLICATES.
    SELECT OPTIONAL INDEX-FILE-TICKETJOB
        ASSIGN TO '../../INDEXES/TICKETJOB.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS TJX-jobKey
        ALTERNATE RECORD KEY IS TJX-empID WITH DUPLICATES.

DATA DIVISION.
FILE SECTION.
FD INDEX-FILE-TICKET
        RECORD CONTAINS 137 CHARACTERS.
    COPY TICKET_DEF REPLACING ==:TAG:== BY ==IDX==.
FD INDEX-FILE-TICKETJOB
        RECORD CONTAINS 108 CHARACTERS.
    COPY TICKET_JOB_DEF REPLACING ==:TAG:== BY ==TJX==.

WORKING-STORAGE SECTION.
01  WS-JOB-EOF          PIC X.

LINKAGE SECTION.
01  LS-TICKETID         PIC 9(5).
01  LS-RESULT-CODE      PIC 99.

PROCEDURE DIVISION USING LS-TICKETID, LS-RESULT-CODE.
MAIN-PROCEDURE.
   OPEN I-O INDEX-FILE-TICKET

   MOVE LS-TICKETID TO IDX-ticketID
   READ INDEX-FILE-TICKET
      INVALID KEY
         MOVE 23 TO LS-RESULT-CODE
      NOT INVALID KEY
         EVALUATE TRUE
            WHEN IDX-TICKET-CLOSED OR IDX-TICKET-READY
               MOVE 25 TO LS-RESULT-CODE
            WHEN IDX-TICKET-OPEN
               MOVE 24 TO LS-RESULT-CODE
            WHEN IDX-TICKET-WAIT-PARTS OR IDX-TICKET-WAIT-APPROVAL
               MOVE 30 TO LS-RESULT-CODE
            WHEN OTHER
               MOVE "R" TO IDX-status
               MOVE FUNCTION CURRENT-DATE(1:8) TO IDX-readyDate
               REWRITE IDX-TICKET
                  INVALID KEY
                     MOVE 23 TO LS-RESULT-CODE
                  NOT INVALID KEY
                     MOVE 00 TO LS-RESULT-CODE
                     PERFORM 100-FINISH-JOB-LINES
               END-REWRITE
         END-EVALUATE
   END-READ

   CLOSE INDEX-FILE-TICKET

   GOBACK.

*> Bounded scan of the ticket's job lines - the open and assigned
*> ones are finished with the ticket.
100-FINISH-JOB-LINES.
   MOVE "N" TO WS-JOB-EOF
   OPEN I-O INDEX-FILE-TICKETJOB
   MOVE LS-TICKETID TO TJX-ticketID
   MOVE 0 TO TJX-jobNo
   START INDEX-FILE-TICKETJOB KEY IS NOT LESS THAN TJX-jobKey
      INVALID KEY
         MOVE "Y" TO WS-JOB-EOF
   END-START
   PERFORM UNTIL WS-JOB-EOF = "Y"
      READ INDEX-FILE-TICKETJOB NEXT RECORD
         AT END
            MOVE "Y" TO WS-JOB-EOF
         NOT AT END
            IF TJX-ticketID NOT = LS-TICKETID
               MOVE "Y" TO WS-JOB-EOF
            ELSE
               IF TJX-JOB-OPEN OR TJX-JOB-ASSIGNED
                  MOVE "D" TO TJX-jobStatus
                  REWRITE TJX-TICKETJOB
                     INVALID KEY
                        CONTINUE
                  END-REWRITE
               END-IF
            END-IF
      END-READ
   END-PERFORM
   CLOSE INDEX-FILE-TICKETJOB.

END PROGRAM TICKET_READY.
