*>          name resolved through READ_EMP, and the TICKETPART.IDX
*>          lines already attached. On screen and exported like
*>          SALES_REP when asked. Callable from REPORTING_MENU.
*>          Work is listed job line by job line: TICKETJOB.IDX is
*>          walked on its empID key, so a repair order split
*>          between the brake tech and the diagnostician shows up
*>          under both, each with only its own job's parts. Tickets
*>          opened before job lines existed follow in their own
*>          section, walked on the ticket's empID key as before.
*>          Days are days the shop was open since the ticket was
*>          opened (SHOP_DAY) - a car in over a holiday weekend
*>          has not sat three days on anybody's watch.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
        RECORD KEY IS TPX-ticketPartID
        ALTERNATE RECORD KEY IS TPX-ticketID WITH DUPLICATES
        ALTERNATE RECORD KEY IS TPX-partID WITH DUPLICATES.
    SELECT OPTIONAL INDEX-FILE-TICKETJOB
        ASSIGN TO '../../INDEXES/TICKETJOB.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS TJX-jobKey
        ALTERNATE RECORD KEY IS TJX-empID WITH DUPLICATES.
    SELECT EXPORT-FILE ASSIGN TO 'WIP_REPORT.RPT'
        ORGANIZATION IS LINE SEQUENTIAL.

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
FD EXPORT-FILE.
01 EXPORT-REC                 PIC X(100).


01 WS-TICKET-EOF        PIC X VALUE 'N'.
01 WS-MORE-PARTS        PIC X.
01 WS-JOB-EOF           PIC X VALUE 'N'.
01 WS-HAS-JOBS          PIC X.
01 WS-TICKET-FOUND      PIC X.
01 WS-LIST-JOBNO        PIC 99.
01 WS-PART-JOBNO        PIC 99.
01 WS-CUR-EMPID         PIC 9(5) VALUE 0.
01 WS-FIRST-TICKET      PIC X VALUE 'Y'.
01 WS-EMP-NAME          PIC X(25).

01 WS-TODAY-DATE        PIC 9(8).
01 WS-OPEN-DATE-N       PIC 9(8).
COPY SHOP_DAY_DEF REPLACING ==:TAG:== BY ==WSD==.
01 WS-DAYS-OPEN         PIC S9(5).
01 WS-OPEN-COUNT        PIC 9(5) VALUE 0.

PROCEDURE DIVISION USING PARAMETRES.
MAIN-PROCEDURE.
   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE

   IF PA-EXPORT-FLAG = 'Y' THEN
       OPEN OUTPUT EXPORT-FILE

   OPEN INPUT INDEX-FILE-TICKET
   OPEN INPUT INDEX-FILE-TICKETPART
   OPEN INPUT INDEX-FILE-TICKETJOB

*> Job lines still being worked, grouped by the mechanic on each
*> line, whose repair order has not closed.
   MOVE 0 TO TJX-empID
   START INDEX-FILE-TICKETJOB KEY IS NOT LESS THAN TJX-empID
       INVALID KEY
           MOVE 'Y' TO WS-JOB-EOF
   END-START
   PERFORM UNTIL WS-JOB-EOF = 'Y'
       READ INDEX-FILE-TICKETJOB NEXT RECORD
           AT END
               MOVE 'Y' TO WS-JOB-EOF
           NOT AT END
               IF NOT TJX-JOB-CLOSED
                   PERFORM 150-LIST-ONE-JOB
               END-IF
       END-READ
   END-PERFORM

*> Tickets carrying no job lines at all - opened before repair
*> orders had them - listed whole off the ticket's own mechanic.
   MOVE 'Y' TO WS-FIRST-TICKET
   MOVE 0 TO TKX-empID
   START INDEX-FILE-TICKET KEY IS NOT LESS THAN TKX-empID
       INVALID KEY
               IF TKX-TICKET-OPEN OR TKX-TICKET-ASSIGNED
                       OR TKX-TICKET-WAIT-PARTS
                       OR TKX-TICKET-WAIT-APPROVAL
                   PERFORM 180-CHECK-FOR-JOBS
                   IF WS-HAS-JOBS = 'N'
                       IF WS-FIRST-TICKET = 'Y'
                           MOVE "TICKETS WITHOUT JOB LINES"
                               TO WS-OUT-LINE
                           PERFORM 500-PUT-LINE
                       END-IF
                       MOVE 0 TO WS-LIST-JOBNO
                       PERFORM 200-LIST-ONE-TICKET
                   END-IF
               END-IF
       END-READ
   END-PERFORM

   CLOSE INDEX-FILE-TICKET
   CLOSE INDEX-FILE-TICKETPART
   CLOSE INDEX-FILE-TICKETJOB

   MOVE SPACES TO WS-OUT-LINE
   STRING "JOBS IN PROGRESS: " WS-OPEN-COUNT
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   IF BATCH-MODE-FLAG NOT = "Y"
   MOVE 0 TO PA-RETURN-CODE
   GOBACK.

*> One open job line - its ticket read for the car, the status,
*> and the days in the building; a line whose ticket has closed
*> (or gone missing) is not work in progress.
150-LIST-ONE-JOB.
   MOVE 'Y' TO WS-TICKET-FOUND
   MOVE TJX-ticketID TO TKX-ticketID
   READ INDEX-FILE-TICKET
       INVALID KEY
           MOVE 'N' TO WS-TICKET-FOUND
   END-READ
   IF WS-TICKET-FOUND = 'Y'
       IF TKX-TICKET-OPEN OR TKX-TICKET-ASSIGNED
               OR TKX-TICKET-WAIT-PARTS
               OR TKX-TICKET-WAIT-APPROVAL
           IF TJX-empID NOT = WS-CUR-EMPID
                   OR WS-FIRST-TICKET = 'Y'
               MOVE 'N' TO WS-FIRST-TICKET
               MOVE TJX-empID TO WS-CUR-EMPID
               PERFORM 250-RESOLVE-MECHANIC-NAME
               MOVE SPACES TO WS-OUT-LINE
               STRING "MECHANIC " WS-CUR-EMPID "  " WS-EMP-NAME
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM 500-PUT-LINE
           END-IF
           MOVE TJX-jobNo TO WS-LIST-JOBNO
           PERFORM 210-LIST-TICKET-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING "    JOB " TJX-jobNo
                  "  " TJX-jobStatus
                  "  SERVICE " TJX-serviceID
                  "  " TJX-jobDesc
               DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 500-PUT-LINE
           PERFORM 300-LIST-TICKET-PARTS
       END-IF
   END-IF.
EXIT PARAGRAPH.

*> Does the ticket carry any job line? One START on ticketID +
*> job 00 answers it.
180-CHECK-FOR-JOBS.
   MOVE 'N' TO WS-HAS-JOBS
   MOVE TKX-ticketID TO TJX-ticketID
   MOVE 0 TO TJX-jobNo
   START INDEX-FILE-TICKETJOB KEY IS NOT LESS THAN TJX-jobKey
       INVALID KEY
           CONTINUE
       NOT INVALID KEY
           READ INDEX-FILE-TICKETJOB NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF TJX-ticketID = TKX-ticketID
                       MOVE 'Y' TO WS-HAS-JOBS
                   END-IF
           END-READ
   END-START.
EXIT PARAGRAPH.

*> The empID-key walk hands tickets over grouped by mechanic - a
*> mechanic header line comes out each time the ID changes.
200-LIST-ONE-TICKET.
           DELIMITED BY SIZE INTO WS-OUT-LINE
       PERFORM 500-PUT-LINE
   END-IF
   PERFORM 210-LIST-TICKET-LINE
   PERFORM 300-LIST-TICKET-PARTS.
EXIT PARAGRAPH.

210-LIST-TICKET-LINE.
   ADD 1 TO WS-OPEN-COUNT
   MOVE TKX-openDate TO WS-OPEN-DATE-N
   IF WS-OPEN-DATE-N = 0
       MOVE 0 TO WS-DAYS-OPEN
   ELSE
       MOVE "C" TO WSD-SD-FUNCTION
       MOVE WS-OPEN-DATE-N TO WSD-SD-DATE
       MOVE WS-TODAY-DATE TO WSD-SD-TO-DATE
       CALL "SHOP_DAY" USING WSD-SHOP-DAY
       MOVE WSD-SD-DAYS TO WS-DAYS-OPEN
   END-IF

*> A held ticket says which hold it sits in - the days figure is
          "  VIN " TKX-carVIN
          "  " TKX-problemDesc
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE.
EXIT PARAGRAPH.

250-RESOLVE-MECHANIC-NAME.
EXIT PARAGRAPH.

*> Bounded scan of TICKETPART.IDX for the ticket, same idiom
*> TICKET_CLOSE's deduction walk uses. Listing a job line shows
*> only the parts carrying its jobNo (a zero jobNo is job 01's);
*> WS-LIST-JOBNO zero lists every part on the ticket.
300-LIST-TICKET-PARTS.
   MOVE 'Y' TO WS-MORE-PARTS
   MOVE TKX-ticketID TO TPX-ticketID
               IF TPX-ticketID NOT = TKX-ticketID
                   MOVE 'N' TO WS-MORE-PARTS
               ELSE
                   IF TPX-jobNo IS NUMERIC AND TPX-jobNo > 0
                       MOVE TPX-jobNo TO WS-PART-JOBNO
                   ELSE
                       MOVE 1 TO WS-PART-JOBNO
                   END-IF
                   IF WS-LIST-JOBNO = 0
                           OR WS-PART-JOBNO = WS-LIST-JOBNO
                       MOVE SPACES TO WS-OUT-LINE
                       STRING "    PART " TPX-partID
                              " QTY " TPX-qtyUsed
                           DELIMITED BY SIZE INTO WS-OUT-LINE
                       PERFORM 500-PUT-LINE
                   END-IF
               END-IF
       END-READ
   END-PERFORM.
