*>          against a closed ticket would commit quantity that no
*>          close will ever consume and no remove will release.
*>          Mirrors ADD_SALE.cbl's write-only pattern otherwise.
*>          The line names the TICKETJOB.IDX job it was used on
*>          (jobNo, zero taken as job 01) so TICKET_CLOSE can
*>          subtotal parts per job; the job has to be on the
*>          ticket, except on a ticket older than job lines,
*>          which has none and takes everything as job 01.
*>          A serial-tracked part has its serials keyed as the
*>          line is attached (SERIAL_CAPTURE, against the
*>          ticketPartID and the ticket's customer) so the
*>          warranty lookup can find the unit by serial.
*>          A part attached to a ticket already READY FOR PICKUP
*>          puts the ticket back to ASSIGNED with its readyDate
*>          cleared, as TICKET_ADD_JOB does for a new job line, so
*>          the car is not released until TICKET_READY passes it
*>          again.
*> RETURN CODES (LS-RESULT-CODE):
*>     00 -> LINE WRITTEN - QUANTITY COMMITTED
*>     23 -> NO TICKET WITH THAT ticketID - LINE NOT WRITTEN
*>     24 -> TICKET ALREADY CLOSED - LINE NOT WRITTEN
*>     25 -> NO SUCH JOB LINE ON THE TICKET - LINE NOT WRITTEN
*>*****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. TICKET_ADD_PART.
        ALTERNATE RECORD KEY IS TKX-custID WITH DUPLICATES
        ALTERNATE RECORD KEY IS TKX-carVIN WITH DUPLICATES
        ALTERNATE RECORD KEY IS TKX-empID WITH DUPLICATES.
    SELECT OPTIONAL INDEX-FILE-TICKETJOB
        ASSIGN TO '../../INDEXES/TICKETJOB.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS TJX-jobKey
        ALTERNATE RECORD KEY IS TJX-empID WITH DUPLICATES.

DATA DIVISION.
FILE SECTION.
FD INDEX-FILE-TICKETPART
        RECORD CONTAINS 22 CHARACTERS.
    COPY TICKET_PART_DEF REPLACING ==:TAG:== BY ==IDX==.
FD INDEX-FILE-TICKET
        RECORD CONTAINS 137 CHARACTERS.
    COPY TICKET_DEF REPLACING ==:TAG:== BY ==TKX==.
FD INDEX-FILE-TICKETJOB
        RECORD CONTAINS 108 CHARACTERS.
    COPY TICKET_JOB_DEF REPLACING ==:TAG:== BY ==TJX==.

WORKING-STORAGE SECTION.
01  WS-PART-RESULT-CODE PIC 99.
01  WS-TICKET-STATE     PIC 99.
01  WS-JOB-EOF          PIC X.
01  WS-JOB-LINES        PIC 99.
01  WS-JOB-FOUND        PIC X.
01  WS-TICKET-CUST-ID   PIC 9(5) VALUE 0.
COPY PART_DEF REPLACING ==:TAG:== BY ==WS==.
COPY SERIAL_REQ_DEF REPLACING ==:TAG:== BY ==WSR==.

LINKAGE SECTION.
   COPY TICKET_PART_DEF REPLACING ==:TAG:== BY ==LS==.

PROCEDURE DIVISION USING LS-Ticketpart, LS-RESULT-CODE.
MAIN-PROCEDURE.
   IF LS-jobNo NOT NUMERIC OR LS-jobNo = 0
      MOVE 1 TO LS-jobNo
   END-IF
   PERFORM 100-CHECK-TICKET-STATE
   IF WS-TICKET-STATE = 00
      PERFORM 150-CHECK-JOB-LINE
   END-IF
   IF WS-TICKET-STATE NOT = 00
      MOVE WS-TICKET-STATE TO LS-RESULT-CODE
      GOBACK
     NOT INVALID KEY
        MOVE 00 TO LS-RESULT-CODE
        DISPLAY 'PART ATTACHED TO TICKET: ' IDX-ticketID
           ' JOB: ' IDX-jobNo
           ' PART: ' IDX-partID ' QTY: ' IDX-qtyUsed
        PERFORM 200-COMMIT-QUANTITY
        PERFORM 300-REOPEN-READY-TICKET
   END-WRITE
   CLOSE INDEX-FILE-TICKETPART
  GOBACK.
      INVALID KEY
         MOVE 23 TO WS-TICKET-STATE
      NOT INVALID KEY
         MOVE TKX-custID TO WS-TICKET-CUST-ID
         IF TKX-TICKET-CLOSED
            MOVE 24 TO WS-TICKET-STATE
         END-IF
   END-READ
   CLOSE INDEX-FILE-TICKET.

*> Bounded scan of the ticket's job lines for the one named. No
*> lines at all is a ticket from before job lines - job 01 only.
150-CHECK-JOB-LINE.
   MOVE 0 TO WS-JOB-LINES
   MOVE "N" TO WS-JOB-FOUND
   MOVE "N" TO WS-JOB-EOF
   OPEN INPUT INDEX-FILE-TICKETJOB
   MOVE LS-ticketID TO TJX-ticketID
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
            IF TJX-ticketID NOT = LS-ticketID
               MOVE "Y" TO WS-JOB-EOF
            ELSE
               ADD 1 TO WS-JOB-LINES
               IF TJX-jobNo = LS-jobNo
                  MOVE "Y" TO WS-JOB-FOUND
               END-IF
            END-IF
      END-READ
   END-PERFORM
   CLOSE INDEX-FILE-TICKETJOB
   IF WS-JOB-LINES = 0
      IF LS-jobNo NOT = 1
         MOVE 25 TO WS-TICKET-STATE
      END-IF
   ELSE
      IF WS-JOB-FOUND = "N"
         MOVE 25 TO WS-TICKET-STATE
      END-IF
   END-IF.

*> Reserve the quantity on the part record the moment the line is
*> written - available (on-hand minus committed) is what
*> Parts_Lookup and the reorder logic show from here on.
         DISPLAY 'WARNING: PART ' LS-partID
            ' IS NOW COMMITTED PAST ON-HAND'
      END-IF
      INITIALIZE WSR-SERIAL-REQ
      MOVE "S" TO WSR-SR-FUNCTION
      MOVE LS-partID TO WSR-SR-PART-ID
      MOVE LS-qtyUsed TO WSR-SR-QTY
      MOVE "T" TO WSR-SR-SALE-SOURCE
      MOVE LS-ticketPartID TO WSR-SR-SALE-LINE
      MOVE LS-ticketID TO WSR-SR-SALE-DOC
      MOVE WS-TICKET-CUST-ID TO WSR-SR-CUST-ID
      MOVE WS-PART-PRICE TO WSR-SR-SALE-PRICE
      CALL "SERIAL_CAPTURE" USING WSR-SERIAL-REQ
   END-IF.

*> A part on a finished car is more work on it: the ticket goes
*> back to ASSIGNED and loses its readyDate.
300-REOPEN-READY-TICKET.
   OPEN I-O INDEX-FILE-TICKET
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
                     ' WAS READY - BACK TO ASSIGNED FOR THE NEW PART'
            END-REWRITE
         END-IF
   END-READ
   CLOSE INDEX-FILE-TICKET.

END PROGRAM TICKET_ADD_PART.
