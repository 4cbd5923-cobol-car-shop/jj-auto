*> Date: 08/09/2026
*> Purpose: Assign a mechanic (employee) to an open service ticket.
*>          Looks the ticket up by ticketID on TICKET.IDX, stamps
*>          in the empID, and flips an OPEN ticket to ASSIGNED - a
*>          ticket on hold or already READY keeps its status, as in
*>          TICKET_ASSIGN_JOB, so a reassign cannot strand a
*>          finished car short of TICKET_CLOSE. Mirrors
*>          VOID_SALE.cbl's read-modify-rewrite pattern. Any of the
*>          ticket's TICKETJOB.IDX job lines still waiting for a
*>          mechanic are handed to the same one - a single-job
*>          ticket keeps working exactly as it always did - while
*>          a line already given to someone else through
*>          TICKET_ASSIGN_JOB keeps its own mechanic.
*> RETURN CODES (LS-RESULT-CODE):
*>     00 -> SUCCESSFUL ASSIGNMENT
*>     23 -> INVALID KEY - NO TICKET WITH THAT ticketID
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
01  LS-EMPID            PIC 9(5).
            MOVE 24 TO LS-RESULT-CODE
         ELSE
            MOVE LS-EMPID TO IDX-empID
            IF IDX-TICKET-OPEN
               MOVE "A" TO IDX-status
            END-IF
            REWRITE IDX-TICKET
               INVALID KEY
                  MOVE 23 TO LS-RESULT-CODE
               NOT INVALID KEY
                  MOVE 00 TO LS-RESULT-CODE
                  PERFORM 100-ASSIGN-OPEN-JOBS
            END-REWRITE
         END-IF
   END-READ

   CLOSE INDEX-FILE-TICKET

   GOBACK.

*> Bounded scan of the ticket's job lines on the ticketID + jobNo
*> key - every line still OPEN takes this mechanic.
100-ASSIGN-OPEN-JOBS.
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
               IF TJX-JOB-OPEN
                  MOVE LS-EMPID TO TJX-empID
                  MOVE "A" TO TJX-jobStatus
                  REWRITE TJX-TICKETJOB
                     INVALID KEY
                        CONTINUE
                  END-REWRITE
               END-IF
            END-IF
      END-READ
   END-PERFORM
   CLOSE INDEX-FILE-TICKETJOB.

END PROGRAM TICKET_ASSIGN.
