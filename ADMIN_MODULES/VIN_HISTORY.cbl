*>          rings, and from SalesMain's 230-AddNewCar intake so a
*>          trade-in's own repair history with our shop informs
*>          the appraisal instead of being forgotten.
*>          A repair order with several job lines on TICKETJOB.IDX
*>          is shown once, with each job's service, mechanic,
*>          comeback stamp, and parts under it; a ticket with no
*>          job lines shows as before off the ticket itself.
*>*****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. VIN_HISTORY.
        RECORD KEY IS TPX-ticketPartID
        ALTERNATE RECORD KEY IS TPX-ticketID WITH DUPLICATES
        ALTERNATE RECORD KEY IS TPX-partID WITH DUPLICATES.
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
    COPY TICKET_DEF REPLACING ==:TAG:== BY ==TKX==.
FD INDEX-FILE-TICKETPART
    RECORD CONTAINS 22 CHARACTERS.
    COPY TICKET_PART_DEF REPLACING ==:TAG:== BY ==TPX==.
FD INDEX-FILE-TICKETJOB
    RECORD CONTAINS 108 CHARACTERS.
    COPY TICKET_JOB_DEF REPLACING ==:TAG:== BY ==TJX==.

WORKING-STORAGE SECTION.
COPY EMP_DEF REPLACING ==:TAG:== BY ==WSE==.
01 WS-PART-RESULT       PIC 99.
01 WS-EMP-NAME          PIC X(25).
01 WS-SERVICE-NAME      PIC X(25).
01 WS-JOB-EOF           PIC X.
01 WS-JOB-LINES         PIC 99.
01 WS-SHOW-SERVICEID    PIC 9(5).
01 WS-SHOW-EMPID        PIC 9(5).
01 WS-SHOW-JOBNO        PIC 99.
01 WS-PART-JOBNO        PIC 99.

LINKAGE SECTION.
01 LS-VIN               PIC X(17).
   DISPLAY "--- Service History for " LS-VIN " ---"
   OPEN INPUT INDEX-FILE-TICKET
   OPEN INPUT INDEX-FILE-TICKETPART
   OPEN INPUT INDEX-FILE-TICKETJOB
   MOVE LS-VIN TO TKX-carVIN
   START INDEX-FILE-TICKET KEY IS NOT LESS THAN TKX-carVIN
      INVALID KEY
   END-PERFORM
   CLOSE INDEX-FILE-TICKET
   CLOSE INDEX-FILE-TICKETPART
   CLOSE INDEX-FILE-TICKETJOB
   IF WS-TICKET-COUNT = 0
      DISPLAY "No shop history on file for that VIN."
   ELSE
   GOBACK.

200-SHOW-ONE-TICKET.
   DISPLAY "TICKET " TKX-ticketID " OPENED " TKX-openDate
       " STATUS " TKX-status
   DISPLAY "  PROBLEM: " TKX-problemDesc
   PERFORM 220-SHOW-TICKET-JOBS
   IF WS-JOB-LINES = 0
      IF TKX-TICKET-COMEBACK
         DISPLAY "  ** COMEBACK OF TICKET " TKX-origTicketID " **"
      END-IF
      MOVE TKX-serviceID TO WS-SHOW-SERVICEID
      MOVE TKX-empID TO WS-SHOW-EMPID
      PERFORM 250-RESOLVE-NAMES
      DISPLAY "  SERVICE: " WS-SERVICE-NAME
      DISPLAY "  MECHANIC: " WS-EMP-NAME
      MOVE 0 TO WS-SHOW-JOBNO
      PERFORM 300-SHOW-TICKET-PARTS
   END-IF.
EXIT PARAGRAPH.

*> Bounded scan of TICKETJOB.IDX on ticketID + jobNo - each job
*> line with its own service, mechanic, and parts.
220-SHOW-TICKET-JOBS.
   MOVE 0 TO WS-JOB-LINES
   MOVE "N" TO WS-JOB-EOF
   MOVE TKX-ticketID TO TJX-ticketID
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
            IF TJX-ticketID NOT = TKX-ticketID
               MOVE "Y" TO WS-JOB-EOF
            ELSE
               ADD 1 TO WS-JOB-LINES
               MOVE TJX-serviceID TO WS-SHOW-SERVICEID
               MOVE TJX-empID TO WS-SHOW-EMPID
               PERFORM 250-RESOLVE-NAMES
               DISPLAY "  JOB " TJX-jobNo " SERVICE: "
                   WS-SERVICE-NAME " STATUS " TJX-jobStatus
               IF TJX-jobDesc NOT = SPACES
                  DISPLAY "    " TJX-jobDesc
               END-IF
               IF TJX-JOB-COMEBACK
                  DISPLAY "    ** COMEBACK OF TICKET "
                      TJX-origTicketID " JOB " TJX-origJobNo " **"
               END-IF
               DISPLAY "    MECHANIC: " WS-EMP-NAME
               MOVE TJX-jobNo TO WS-SHOW-JOBNO
               PERFORM 300-SHOW-TICKET-PARTS
            END-IF
      END-READ
   END-PERFORM.
EXIT PARAGRAPH.

250-RESOLVE-NAMES.
   MOVE SPACES TO WS-SERVICE-NAME
   INITIALIZE WSV-SERVICE
   MOVE WS-SHOW-SERVICEID TO WSV-serviceID
   CALL "READ_SERVICE" USING WSV-SERVICE, WS-SERVICE-RESULT
   IF WS-SERVICE-RESULT = 01
      MOVE WSV-serviceName TO WS-SERVICE-NAME
   END-IF

   MOVE SPACES TO WS-EMP-NAME
   IF WS-SHOW-EMPID = 0
      MOVE "(UNASSIGNED)" TO WS-EMP-NAME
   ELSE
      INITIALIZE WSE-EMPLOYEE
      MOVE WS-SHOW-EMPID TO WSE-empID
      CALL "READ_EMP" USING WSE-EMPLOYEE
      IF WSE-fName = SPACES
         MOVE "(UNKNOWN)" TO WS-EMP-NAME
                WSE-lName DELIMITED BY SPACE
             INTO WS-EMP-NAME
      END-IF
   END-IF.
EXIT PARAGRAPH.

*> Bounded scan of TICKETPART.IDX for the ticket, resolving each
*> part's name through READ_PART. The ticket walk sits on the
*> carVIN key, so the part walk on its own file doesn't disturb it.
*> Under a job line only the parts carrying its jobNo are shown
*> (a zero jobNo is job 01's); WS-SHOW-JOBNO zero shows them all.
300-SHOW-TICKET-PARTS.
   MOVE "Y" TO WS-MORE-PARTS
   MOVE TKX-ticketID TO TPX-ticketID
            IF TPX-ticketID NOT = TKX-ticketID
               MOVE "N" TO WS-MORE-PARTS
            ELSE
               IF TPX-jobNo IS NUMERIC AND TPX-jobNo > 0
                  MOVE TPX-jobNo TO WS-PART-JOBNO
               ELSE
                  MOVE 1 TO WS-PART-JOBNO
               END-IF
               IF WS-SHOW-JOBNO = 0 OR WS-PART-JOBNO = WS-SHOW-JOBNO
                  INITIALIZE WSP-PART
                  MOVE TPX-partID TO WSP-PART-ID
                  CALL "READ_PART" USING WSP-PART, WS-PART-RESULT
                  IF WS-PART-RESULT = 01
                     DISPLAY "    PART: " WSP-PART-NAME
                        " QTY " TPX-qtyUsed
                  ELSE
                     DISPLAY "    PART: " TPX-partID
                        " QTY " TPX-qtyUsed
                  END-IF
               END-IF
            END-IF
      END-READ
