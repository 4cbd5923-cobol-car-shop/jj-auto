*>          pick up later; a caller that already knows the mechanic
*>          (the appointment check-in carries the booked empID over)
*>          passes it in and the ticket opens assigned.
*>          TICKET_CLOSE closes it out. The ticket is a repair
*>          order now: its serviceID, mechanic, description, and
*>          authorization become job line 01 on TICKETJOB.IDX
*>          (through TICKET_ADD_JOB), and any further work goes on
*>          as more job lines. The comeback check moved to the job
*>          line with it - a closed ticket on the same VIN inside
*>          the warranty window that did the SAME service marks the
*>          line a COMEBACK tied to the original ticket, which
*>          TICKET_CLOSE bills at no charge and COMEBACK_REPORT
*>          rolls up by mechanic. Job 01's stamp is carried up
*>          onto the ticket's own comebackFlag / origTicketID so
*>          everything that reads the ticket still sees it.
*>          The caller also passes the service advisor who wrote
*>          the ticket in advisorID (zero for none); TICKET_CLOSE
*>          accrues that advisor's pay when the invoice posts.
*>          readyDate starts at zero; TICKET_READY stamps it when
*>          the work is marked complete.
*>          Once the ticket is on file, CHECK_TIRE_STORAGE pulls
*>          any stored tire set on the VIN whose changeover has
*>          come round against the ticket, so TICKET_CLOSE bills
*>          its storage fee.
*> Tectonics: cobc
*>*****************************************************************
IDENTIFICATION DIVISION.
DATA DIVISION.
FILE SECTION.
FD INDEX-FILE-TICKET
        RECORD CONTAINS 137 CHARACTERS.
    COPY TICKET_DEF REPLACING ==:TAG:== BY ==IDX==.

WORKING-STORAGE SECTION.
    05  WS-CD-DAY       PIC 99.
    05  FILLER          PIC X(10).

01  WS-CAMPAIGN-MATCHES PIC 9(3).
01  WS-CONTRACT-MATCHES PIC 9(3).
01  WS-TIRE-PULLS       PIC 9(3).
01  WS-WRITE-OK         PIC X.
01  WS-JOB-RESULT       PIC 99.
COPY TICKET_JOB_DEF REPLACING ==:TAG:== BY ==WSJ==.

LINKAGE SECTION.
   COPY TICKET_DEF REPLACING ==:TAG:== BY ==LS==.
   MOVE ZEROES TO LS-closeDay
   MOVE "N" TO LS-comebackFlag
   MOVE ZEROES TO LS-origTicketID
   IF LS-advisorID IS NOT NUMERIC
      MOVE ZEROES TO LS-advisorID
   END-IF
   MOVE ZEROES TO LS-readyDate

   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
   MOVE WS-CD-YEAR TO LS-openYear
*> is, before the writer quotes the customer anything.
   CALL "CHECK_CONTRACT" USING LS-carVIN, WS-CONTRACT-MATCHES

   MOVE "N" TO WS-WRITE-OK
   WRITE IDX-TICKET FROM LS-Ticket
     INVALID KEY DISPLAY 'INVALID KEY : ' IDX-ticketID ' | IGNORING'
     NOT INVALID KEY DISPLAY 'TICKET OPENED: ' IDX-ticketID
        ' CUST: ' IDX-custID ' VIN: ' IDX-carVIN
        MOVE "Y" TO WS-WRITE-OK
   END-WRITE
   CLOSE INDEX-FILE-TICKET

   IF WS-WRITE-OK = "Y"
      PERFORM 100-WRITE-FIRST-JOB
*>    A stored tire set due out on this VIN is the swap - it needs
*>    the ticket number, so the check waits for the write.
      CALL "CHECK_TIRE_STORAGE" USING LS-carVIN, LS-ticketID,
         WS-TIRE-PULLS
   END-IF
  GOBACK.

*> The ticket's own service becomes job line 01. TICKET_ADD_JOB
*> reads TICKET.IDX itself, so the ticket file is closed before
*> the call and reopened only if the line came back a comeback.
100-WRITE-FIRST-JOB.
   INITIALIZE WSJ-TICKETJOB
   MOVE LS-ticketID TO WSJ-ticketID
   MOVE 1 TO WSJ-jobNo
   MOVE LS-serviceID TO WSJ-serviceID
   MOVE LS-empID TO WSJ-empID
   MOVE LS-problemDesc TO WSJ-jobDesc
   MOVE LS-authorizedAmount TO WSJ-authorizedAmount
   MOVE LS-authorizedBy TO WSJ-authorizedBy
   CALL "TICKET_ADD_JOB" USING WSJ-TICKETJOB, WS-JOB-RESULT
   IF WS-JOB-RESULT = 00 AND WSJ-JOB-COMEBACK
      MOVE "Y" TO LS-comebackFlag
      MOVE WSJ-origTicketID TO LS-origTicketID
      OPEN I-O INDEX-FILE-TICKET
      MOVE LS-ticketID TO IDX-ticketID
      READ INDEX-FILE-TICKET
         INVALID KEY
            CONTINUE
         NOT INVALID KEY
            MOVE "Y" TO IDX-comebackFlag
            MOVE WSJ-origTicketID TO IDX-origTicketID
            REWRITE IDX-TICKET
               INVALID KEY
                  CONTINUE
            END-REWRITE
      END-READ
      CLOSE INDEX-FILE-TICKET
   END-IF.

END PROGRAM TICKET_OPEN.
