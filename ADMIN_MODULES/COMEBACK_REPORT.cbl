*>          and charges each one back to the mechanic who worked
*>          the ORIGINAL ticket (the job that came back), resolved
*>          through the origTicketID stamp TICKET_OPEN writes.
*>          Comebacks are counted per job line on TICKETJOB.IDX:
*>          a repair order carrying two redone jobs is two
*>          comebacks, each charged to whoever worked the original
*>          job line (origTicketID + origJobNo), falling back to
*>          the original ticket's mechanic when that line has
*>          none. A ticket with no job lines is judged on its own
*>          comeback flag as before.
*>          Callable from REPORTING_MENU, exporting
*>          COMEBACK_REPORT.RPT when asked.
*> Tectonics: cobc
        ALTERNATE RECORD KEY IS TKX-custID WITH DUPLICATES
        ALTERNATE RECORD KEY IS TKX-carVIN WITH DUPLICATES
        ALTERNATE RECORD KEY IS TKX-empID WITH DUPLICATES.
    SELECT OPTIONAL INDEX-FILE-TICKETJOB
        ASSIGN TO '../../INDEXES/TICKETJOB.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS TJX-jobKey
        ALTERNATE RECORD KEY IS TJX-empID WITH DUPLICATES.
    SELECT EXPORT-FILE ASSIGN TO 'COMEBACK_REPORT.RPT'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD INDEX-FILE-TICKET
    RECORD CONTAINS 137 CHARACTERS.
    COPY TICKET_DEF REPLACING ==:TAG:== BY ==TKX==.
FD INDEX-FILE-TICKETJOB
    RECORD CONTAINS 108 CHARACTERS.
    COPY TICKET_JOB_DEF REPLACING ==:TAG:== BY ==TJX==.
FD EXPORT-FILE.
01 EXPORT-REC                 PIC X(80).

01 WS-MECH-SLOT          PIC 99.
01 WS-WALK-SAVE-ID       PIC 9(5).
01 WS-ORIG-ID            PIC 9(5).
01 WS-ORIG-JOBNO         PIC 99.

*> The comeback job lines on one ticket, gathered off the bounded
*> TICKETJOB scan before any keyed read moves the file pointer.
01 WS-CB-TABLE.
   05 WS-CB-ENTRY OCCURS 99 TIMES INDEXED BY CB-IDX.
      10 WS-CB-ORIG-TICKET PIC 9(5).
      10 WS-CB-ORIG-JOBNO  PIC 99.
01 WS-CB-USED            PIC 99.
01 WS-JOB-LINES          PIC 99.
01 WS-JOB-EOF            PIC X.

LINKAGE SECTION.
01 PARAMETRES.

100-TALLY-COMEBACKS.
   OPEN INPUT INDEX-FILE-TICKET
   OPEN INPUT INDEX-FILE-TICKETJOB
   MOVE 0 TO TKX-ticketID
   START INDEX-FILE-TICKET KEY IS NOT LESS THAN TKX-ticketID
       INVALID KEY
           AT END
               MOVE 'Y' TO WS-EOF
           NOT AT END
               IF TKX-openDate >= WS-FROM-DATE AND
                       TKX-openDate <= WS-TO-DATE THEN
                   PERFORM 150-TALLY-TICKET-JOBS
               END-IF
       END-READ
   END-PERFORM
   CLOSE INDEX-FILE-TICKET
   CLOSE INDEX-FILE-TICKETJOB.
EXIT PARAGRAPH.

*> Bounded scan of TICKETJOB.IDX on ticketID + jobNo for the
*> ticket's comeback lines. Each is charged in turn; the
*> sequential position on the ticket's primary key is
*> re-established afterwards so the walk continues where it left
*> off.
150-TALLY-TICKET-JOBS.
   MOVE TKX-ticketID TO WS-WALK-SAVE-ID
   MOVE 0 TO WS-CB-USED
   MOVE 0 TO WS-JOB-LINES
   MOVE 'N' TO WS-JOB-EOF
   MOVE TKX-ticketID TO TJX-ticketID
   MOVE 0 TO TJX-jobNo
   START INDEX-FILE-TICKETJOB KEY IS NOT LESS THAN TJX-jobKey
       INVALID KEY
           MOVE 'Y' TO WS-JOB-EOF
   END-START
   PERFORM UNTIL WS-JOB-EOF = 'Y'
       READ INDEX-FILE-TICKETJOB NEXT RECORD
           AT END
               MOVE 'Y' TO WS-JOB-EOF
           NOT AT END
               IF TJX-ticketID NOT = WS-WALK-SAVE-ID
                   MOVE 'Y' TO WS-JOB-EOF
               ELSE
                   ADD 1 TO WS-JOB-LINES
                   IF TJX-JOB-COMEBACK AND WS-CB-USED < 99
                       ADD 1 TO WS-CB-USED
                       MOVE TJX-origTicketID
                           TO WS-CB-ORIG-TICKET(WS-CB-USED)
                       MOVE TJX-origJobNo
                           TO WS-CB-ORIG-JOBNO(WS-CB-USED)
                   END-IF
               END-IF
       END-READ
   END-PERFORM

   IF WS-JOB-LINES = 0
       IF TKX-TICKET-COMEBACK
           MOVE TKX-origTicketID TO WS-ORIG-ID
           MOVE 0 TO WS-ORIG-JOBNO
           PERFORM 200-CHARGE-TO-ORIG-MECHANIC
       END-IF
   ELSE
       PERFORM VARYING CB-IDX FROM 1 BY 1
               UNTIL CB-IDX > WS-CB-USED
           MOVE WS-CB-ORIG-TICKET(CB-IDX) TO WS-ORIG-ID
           MOVE WS-CB-ORIG-JOBNO(CB-IDX) TO WS-ORIG-JOBNO
           PERFORM 200-CHARGE-TO-ORIG-MECHANIC
       END-PERFORM
   END-IF

*> Re-position the walk after the keyed reads moved the pointer.
   MOVE WS-WALK-SAVE-ID TO TKX-ticketID
   START INDEX-FILE-TICKET KEY IS GREATER THAN TKX-ticketID
       INVALID KEY
           MOVE 'Y' TO WS-EOF
   END-START.
EXIT PARAGRAPH.

*> The mechanic on the ORIGINAL job line owns the comeback - or,
*> when that line has nobody on it (or the original predates job
*> lines), the mechanic on the original ticket.
200-CHARGE-TO-ORIG-MECHANIC.
   ADD 1 TO WS-COMEBACK-COUNT
   MOVE 0 TO WS-ORIG-EMPID
   IF WS-ORIG-ID > 0 AND WS-ORIG-JOBNO > 0
       MOVE WS-ORIG-ID TO TJX-ticketID
       MOVE WS-ORIG-JOBNO TO TJX-jobNo
       READ INDEX-FILE-TICKETJOB
           INVALID KEY
               MOVE 0 TO WS-ORIG-EMPID
           NOT INVALID KEY
               MOVE TJX-empID TO WS-ORIG-EMPID
       END-READ
   END-IF
   IF WS-ORIG-ID > 0 AND WS-ORIG-EMPID = 0
       MOVE WS-ORIG-ID TO TKX-ticketID
       READ INDEX-FILE-TICKET
           INVALID KEY
       END-READ
   END-IF

   PERFORM 250-BUMP-MECH-TALLY.
EXIT PARAGRAPH.

250-BUMP-MECH-TALLY.
