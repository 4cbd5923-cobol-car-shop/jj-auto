*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Add a job line to an open repair order on TICKETJOB.IDX
*>          - the brake job and the check-engine light riding on
*>          the same ticket as the oil change instead of opening
*>          two more tickets and printing two more invoices. The
*>          caller passes a TICKET_JOB_DEF record with the ticketID,
*>          serviceID, mechanic (zero = not yet assigned),
*>          description, and the customer's authorization for this
*>          job; a zero jobNo takes the next number on the ticket,
*>          handed back in LS-jobNo. TICKET_OPEN calls this for
*>          job 01 off the ticket itself.
*>          The comeback check lives here now, per job line: a
*>          closed ticket on the same VIN inside the warranty
*>          window that carried THIS service (on one of its job
*>          lines, or on the ticket itself for tickets older than
*>          job lines) marks the new line a COMEBACK tied to that
*>          original ticket and job, which TICKET_CLOSE bills at no
*>          charge and COMEBACK_REPORT charges to the mechanic who
*>          did the original job. An oil change a week after a
*>          brake job is not a comeback; a second brake job is.
*>          A line added to a ticket already READY FOR PICKUP puts
*>          the ticket back to ASSIGNED with its readyDate cleared,
*>          so the new work shows on DISPATCH_BOARD and the car is
*>          not released until TICKET_READY passes it again.
*> RETURN CODES (LS-RESULT-CODE):
*>     00 -> JOB LINE WRITTEN - LS-jobNo CARRIES ITS NUMBER
*>     23 -> NO TICKET WITH THAT ticketID - LINE NOT WRITTEN
*>     24 -> TICKET ALREADY CLOSED - LINE NOT WRITTEN
*>     25 -> JOB NUMBER ALREADY ON THE TICKET (OR 99 LINES USED)
*>*****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. TICKET_ADD_JOB.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
    SELECT OPTIONAL INDEX-FILE-TICKETJOB
        ASSIGN TO '../../INDEXES/TICKETJOB.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS IDX-jobKey
        ALTERNATE RECORD KEY IS IDX-empID WITH DUPLICATES.
    SELECT OPTIONAL INDEX-FILE-TICKET
        ASSIGN TO '../../INDEXES/TICKET.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS TKX-ticketID
        ALTERNATE RECORD KEY IS TKX-custID WITH DUPLICATES
        ALTERNATE RECORD KEY IS TKX-carVIN WITH DUPLICATES
        ALTERNATE RECORD KEY IS TKX-empID WITH DUPLICATES.

DATA DIVISION.
FILE SECTION.
FD INDEX-FILE-TICKETJOB
        RECORD CONTAINS 108 CHARACTERS.
    COPY TICKET_JOB_DEF REPLACING ==:TAG:== BY ==IDX==.
FD INDEX-FILE-TICKET
        RECORD CONTAINS 137 CHARACTERS.
    COPY TICKET_DEF REPLACING ==:TAG:== BY ==TKX==.

WORKING-STORAGE SECTION.
*> A closed ticket on the same VIN inside this many days, carrying
*> the same service, makes the new job line a warranty comeback -
*> the same window TICKET_OPEN always used.
01  WS-WARRANTY-DAYS    PIC 9(3) VALUE 30.
01  WS-TICKET-STATE     PIC 99.
01  WS-TICKET-VIN       PIC X(17).
01  WS-SCAN-EOF         PIC X.
01  WS-JOB-EOF          PIC X.
01  WS-LAST-JOBNO       PIC 99.
01  WS-LINES-FOUND      PIC 99.
01  WS-TODAY-INT        PIC 9(8).
01  WS-CLOSE-DATE-N     PIC 9(8).
01  WS-CLOSE-INT        PIC 9(8).
01  WS-DAYS-SINCE       PIC S9(5).
01  WS-ORIG-TICKET      PIC 9(5).
01  WS-ORIG-JOBNO       PIC 99.
01  WS-CAND-TICKET      PIC 9(5).
01  WS-CAND-HDR-SVC     PIC 9(5).

LINKAGE SECTION.
   COPY TICKET_JOB_DEF REPLACING ==:TAG:== BY ==LS==.
01  LS-RESULT-CODE      PIC 99.

PROCEDURE DIVISION USING LS-Ticketjob, LS-RESULT-CODE.
MAIN-PROCEDURE.
   OPEN I-O INDEX-FILE-TICKET
   PERFORM 100-CHECK-TICKET-STATE
   IF WS-TICKET-STATE NOT = 00
      CLOSE INDEX-FILE-TICKET
      MOVE WS-TICKET-STATE TO LS-RESULT-CODE
      GOBACK
   END-IF

   OPEN I-O INDEX-FILE-TICKETJOB
   IF LS-jobNo NOT NUMERIC OR LS-jobNo = 0
      PERFORM 150-NEXT-JOB-NUMBER
      IF WS-LAST-JOBNO = 99
         CLOSE INDEX-FILE-TICKETJOB
         CLOSE INDEX-FILE-TICKET
         MOVE 25 TO LS-RESULT-CODE
         GOBACK
      END-IF
      COMPUTE LS-jobNo = WS-LAST-JOBNO + 1
   END-IF

   IF LS-empID IS NUMERIC AND LS-empID > 0
      MOVE "A" TO LS-jobStatus
   ELSE
      MOVE "O" TO LS-jobStatus
      MOVE ZEROES TO LS-empID
   END-IF
   MOVE "N" TO LS-comebackFlag
   MOVE ZEROES TO LS-origTicketID
   MOVE ZEROES TO LS-origJobNo
   MOVE ZEROES TO LS-jobLabor
   MOVE ZEROES TO LS-jobParts

   PERFORM 200-CHECK-FOR-COMEBACK
   IF WS-ORIG-TICKET > 0
      MOVE "Y" TO LS-comebackFlag
      MOVE WS-ORIG-TICKET TO LS-origTicketID
      MOVE WS-ORIG-JOBNO TO LS-origJobNo
      DISPLAY 'COMEBACK: SAME SERVICE ON TICKET ' WS-ORIG-TICKET
         ' JOB ' WS-ORIG-JOBNO ' INSIDE THE WARRANTY WINDOW'
         ' - NO-CHARGE REPAIR'
   END-IF

   WRITE IDX-TICKETJOB FROM LS-Ticketjob
      INVALID KEY
         MOVE 25 TO LS-RESULT-CODE
         DISPLAY 'JOB ' LS-jobNo ' ALREADY ON TICKET ' LS-ticketID
      NOT INVALID KEY
         MOVE 00 TO LS-RESULT-CODE
         DISPLAY 'JOB LINE ' IDX-jobNo ' ADDED TO TICKET '
            IDX-ticketID ' SERVICE ' IDX-serviceID
         PERFORM 180-REOPEN-READY-TICKET
   END-WRITE
   CLOSE INDEX-FILE-TICKETJOB
   CLOSE INDEX-FILE-TICKET
   GOBACK.

*> The same gate TICKET_ADD_PART keeps: the ticket must be on file
*> and not yet closed before a line may touch it.
100-CHECK-TICKET-STATE.
   MOVE 00 TO WS-TICKET-STATE
   MOVE LS-ticketID TO TKX-ticketID
   READ INDEX-FILE-TICKET
      INVALID KEY
         MOVE 23 TO WS-TICKET-STATE
      NOT INVALID KEY
         IF TKX-TICKET-CLOSED
            MOVE 24 TO WS-TICKET-STATE
         ELSE
            MOVE TKX-carVIN TO WS-TICKET-VIN
         END-IF
   END-READ.
EXIT PARAGRAPH.

*> New work on a finished car: the ticket goes back to ASSIGNED
*> and loses its readyDate. Read afresh - the comeback scan has
*> been through the ticket file since the gate.
180-REOPEN-READY-TICKET.
   MOVE LS-ticketID TO TKX-ticketID
   READ INDEX-FILE-TICKET
      INVALID KEY
         CONTINUE
      NOT INVALID KEY
         IF TKX-TICKET-READY
            MOVE "A" TO TKX-status
            MOVE ZEROES TO TKX-readyDate
            REWRITE TKX-TICKET
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  DISPLAY 'TICKET ' TKX-ticketID
                     ' WAS READY - BACK TO ASSIGNED FOR THE NEW WORK'
            END-REWRITE
         END-IF
   END-READ.
EXIT PARAGRAPH.

*> Bounded scan of the ticket's own lines - the key runs ticketID
*> then jobNo, so the last line read is the highest number used.
150-NEXT-JOB-NUMBER.
   MOVE 0 TO WS-LAST-JOBNO
   MOVE "N" TO WS-JOB-EOF
   MOVE LS-ticketID TO IDX-ticketID
   MOVE 0 TO IDX-jobNo
   START INDEX-FILE-TICKETJOB KEY IS NOT LESS THAN IDX-jobKey
      INVALID KEY
         MOVE "Y" TO WS-JOB-EOF
   END-START
   PERFORM UNTIL WS-JOB-EOF = "Y"
      READ INDEX-FILE-TICKETJOB NEXT RECORD
         AT END
            MOVE "Y" TO WS-JOB-EOF
         NOT AT END
            IF IDX-ticketID NOT = LS-ticketID
               MOVE "Y" TO WS-JOB-EOF
            ELSE
               MOVE IDX-jobNo TO WS-LAST-JOBNO
            END-IF
      END-READ
   END-PERFORM.
EXIT PARAGRAPH.

*> Bounded scan of the VIN's tickets off the carVIN alternate key
*> for the most recent one closed inside the warranty window that
*> did this same service.
200-CHECK-FOR-COMEBACK.
   MOVE 0 TO WS-ORIG-TICKET
   MOVE 0 TO WS-ORIG-JOBNO
   IF LS-serviceID NOT NUMERIC OR LS-serviceID = 0
      EXIT PARAGRAPH
   END-IF
   MOVE "N" TO WS-SCAN-EOF
   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CLOSE-DATE-N
   MOVE FUNCTION INTEGER-OF-DATE(WS-CLOSE-DATE-N) TO WS-TODAY-INT
   MOVE WS-TICKET-VIN TO TKX-carVIN
   START INDEX-FILE-TICKET KEY IS NOT LESS THAN TKX-carVIN
      INVALID KEY
         MOVE "Y" TO WS-SCAN-EOF
   END-START
   PERFORM UNTIL WS-SCAN-EOF = "Y"
      READ INDEX-FILE-TICKET NEXT RECORD
         AT END
            MOVE "Y" TO WS-SCAN-EOF
         NOT AT END
            IF TKX-carVIN NOT = WS-TICKET-VIN
               MOVE "Y" TO WS-SCAN-EOF
            ELSE
               IF TKX-TICKET-CLOSED
                     AND TKX-ticketID NOT = LS-ticketID
                  MOVE TKX-closeDate TO WS-CLOSE-DATE-N
                  IF WS-CLOSE-DATE-N > 0
                     MOVE FUNCTION INTEGER-OF-DATE
                        (WS-CLOSE-DATE-N) TO WS-CLOSE-INT
                     COMPUTE WS-DAYS-SINCE =
                        WS-TODAY-INT - WS-CLOSE-INT
                     IF WS-DAYS-SINCE >= 0 AND
                           WS-DAYS-SINCE <= WS-WARRANTY-DAYS
                        MOVE TKX-ticketID TO WS-CAND-TICKET
                        MOVE TKX-serviceID TO WS-CAND-HDR-SVC
                        PERFORM 250-MATCH-CANDIDATE-JOBS
                     END-IF
                  END-IF
               END-IF
            END-IF
      END-READ
   END-PERFORM.
EXIT PARAGRAPH.

*> The candidate ticket's job lines, looking for this service. A
*> ticket closed before job lines existed has none - its own
*> serviceID is its one job, read as job 01.
250-MATCH-CANDIDATE-JOBS.
   MOVE 0 TO WS-LINES-FOUND
   MOVE "N" TO WS-JOB-EOF
   MOVE WS-CAND-TICKET TO IDX-ticketID
   MOVE 0 TO IDX-jobNo
   START INDEX-FILE-TICKETJOB KEY IS NOT LESS THAN IDX-jobKey
      INVALID KEY
         MOVE "Y" TO WS-JOB-EOF
   END-START
   PERFORM UNTIL WS-JOB-EOF = "Y"
      READ INDEX-FILE-TICKETJOB NEXT RECORD
         AT END
            MOVE "Y" TO WS-JOB-EOF
         NOT AT END
            IF IDX-ticketID NOT = WS-CAND-TICKET
               MOVE "Y" TO WS-JOB-EOF
            ELSE
               ADD 1 TO WS-LINES-FOUND
               IF IDX-serviceID = LS-serviceID
                  MOVE WS-CAND-TICKET TO WS-ORIG-TICKET
                  MOVE IDX-jobNo TO WS-ORIG-JOBNO
               END-IF
            END-IF
      END-READ
   END-PERFORM
   IF WS-LINES-FOUND = 0 AND WS-CAND-HDR-SVC = LS-serviceID
      MOVE WS-CAND-TICKET TO WS-ORIG-TICKET
      MOVE 1 TO WS-ORIG-JOBNO
   END-IF.
EXIT PARAGRAPH.

END PROGRAM TICKET_ADD_JOB.
