*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Assign a mechanic to ONE job line of a repair order on
*>          TICKETJOB.IDX - the brakes to the brake tech, the
*>          check-engine light to the diagnostician - where
*>          TICKET_ASSIGN hands the whole ticket to one person.
*>          Looks the line up on ticketID + jobNo, stamps in the
*>          empID, and flips the line to ASSIGNED. A ticket still
*>          sitting OPEN (nobody on it at all) goes to ASSIGNED
*>          with this mechanic as its lead, since TICKET_CLOSE
*>          only closes an assigned ticket. Mirrors TICKET_ASSIGN's
*>          read-modify-rewrite pattern.
*> RETURN CODES (LS-RESULT-CODE):
*>     00 -> SUCCESSFUL ASSIGNMENT
*>     23 -> INVALID KEY - NO TICKET OR NO SUCH JOB LINE
*>     24 -> TICKET ALREADY CLOSED - CANNOT ASSIGN
*>*****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. TICKET_ASSIGN_JOB.
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
LINKAGE SECTION.
01  LS-TICKETID         PIC 9(5).
01  LS-JOBNO            PIC 99.
01  LS-EMPID            PIC 9(5).
01  LS-RESULT-CODE      PIC 99.

PROCEDURE DIVISION USING LS-TICKETID, LS-JOBNO, LS-EMPID,
        LS-RESULT-CODE.
MAIN-PROCEDURE.
   OPEN I-O INDEX-FILE-TICKET

   MOVE LS-TICKETID TO IDX-ticketID
   READ INDEX-FILE-TICKET
      INVALID KEY
         MOVE 23 TO LS-RESULT-CODE
      NOT INVALID KEY
         IF IDX-TICKET-CLOSED
            MOVE 24 TO LS-RESULT-CODE
         ELSE
            PERFORM 100-ASSIGN-THE-LINE
            IF LS-RESULT-CODE = 00 AND IDX-TICKET-OPEN
               MOVE LS-EMPID TO IDX-empID
               MOVE "A" TO IDX-status
               REWRITE IDX-TICKET
                  INVALID KEY
                     MOVE 23 TO LS-RESULT-CODE
               END-REWRITE
            END-IF
         END-IF
   END-READ

   CLOSE INDEX-FILE-TICKET

   GOBACK.

100-ASSIGN-THE-LINE.
   OPEN I-O INDEX-FILE-TICKETJOB
   MOVE LS-TICKETID TO TJX-ticketID
   MOVE LS-JOBNO TO TJX-jobNo
   READ INDEX-FILE-TICKETJOB
      INVALID KEY
         MOVE 23 TO LS-RESULT-CODE
      NOT INVALID KEY
         MOVE LS-EMPID TO TJX-empID
         IF NOT TJX-JOB-DONE
            MOVE "A" TO TJX-jobStatus
         END-IF
         REWRITE TJX-TICKETJOB
            INVALID KEY
               MOVE 23 TO LS-RESULT-CODE
            NOT INVALID KEY
               MOVE 00 TO LS-RESULT-CODE
         END-REWRITE
   END-READ
   CLOSE INDEX-FILE-TICKETJOB.

END PROGRAM TICKET_ASSIGN_JOB.
