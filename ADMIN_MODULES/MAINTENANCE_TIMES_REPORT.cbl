*> Date: 08/09/2026
*> Purpose: Maintenance times report - for tickets that closed in a
*>          date range, totals how many workdays each one took (the
*>          days the shop was open after TICKET_DEF's openDate
*>          through its closeDate, counted off the shop calendar by
*>          SHOP_DAY so holidays and closed days are not charged to
*>          the job) and rolls that up into a count,
*>          average, fastest, and slowest turnaround. Days-to-close
*>          counts nights, weekends, and parts-wait as "repair
*>          time", so the report now also totals the real wrench
*>          estimate show up by name instead of hiding inside an
*>          aggregate. Callable from REPORTING_MENU
*>          the same way SALES_REP and EMPLOYEE_COMMISSION_REPORT
*>          are. The detail lines run per job line on TICKETJOB.IDX
*>          - each job's own mechanic, the punches carrying its
*>          JOB-NO, and its own service's estimate - so a brake
*>          job that blew its hours is not averaged away by the oil
*>          change on the same ticket. A ticket with no job lines
*>          reports as one job 01 off the ticket itself.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
        ALTERNATE RECORD KEY IS TKX-custID WITH DUPLICATES
        ALTERNATE RECORD KEY IS TKX-carVIN WITH DUPLICATES
        ALTERNATE RECORD KEY IS TKX-empID WITH DUPLICATES.
    SELECT OPTIONAL INDEX-FILE-TICKETJOB
        ASSIGN TO '../../INDEXES/TICKETJOB.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS TJX-jobKey
        ALTERNATE RECORD KEY IS TJX-empID WITH DUPLICATES.
    SELECT OPTIONAL TICKETTIME-FILE ASSIGN TO '../TICKETTIME.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT EXPORT-FILE ASSIGN TO 'MAINTENANCE_TIMES_REPORT.RPT'
DATA DIVISION.
FILE SECTION.
FD INDEX-FILE-TICKET
    RECORD CONTAINS 137 CHARACTERS.
    COPY TICKET_DEF REPLACING ==:TAG:== BY ==TKX==.
FD INDEX-FILE-TICKETJOB
    RECORD CONTAINS 108 CHARACTERS.
    COPY TICKET_JOB_DEF REPLACING ==:TAG:== BY ==TJX==.
FD TICKETTIME-FILE.
    COPY TICKET_TIME_DEF REPLACING ==:TAG:== BY ==TTX==.
FD EXPORT-FILE.
01 WS-MAX-DAYS           PIC 9(5) VALUE 0.
01 WS-OPEN-DATE-NUM      PIC 9(8).
01 WS-CLOSE-DATE-NUM     PIC 9(8).
COPY SHOP_DAY_DEF REPLACING ==:TAG:== BY ==WSD==.
01 WS-DAYS-TO-CLOSE      PIC 9(5).

*> Real wrench time off TICKETTIME.DAT punch pairs, against the
01 WS-WRENCH-HOURS-TOT   PIC 9(7)V99 VALUE 0.
01 WS-ESTIMATE-HOURS-TOT PIC 9(7)V99 VALUE 0.
01 WS-DETAIL-OUT         PIC X(80).

*> The job line a detail line is for - off TICKETJOB.IDX, or job
*> 01 off the ticket itself when the ticket has no lines.
01 WS-JOB-EOF            PIC X.
01 WS-JOBS-LISTED        PIC 99.
01 WS-DETAIL-JOBNO       PIC 99.
01 WS-DETAIL-EMPID       PIC 9(5).
01 WS-DETAIL-SERVICEID   PIC 9(5).
01 WS-PUNCH-JOBNO        PIC 99.
01 WS-SERVICE-RESULT     PIC 99.
COPY SERVICE_DEF REPLACING ==:TAG:== BY ==WSV==.


   IF PA-EXPORT-FLAG = 'Y' THEN
       OPEN OUTPUT EXPORT-FILE
       MOVE "TICKET  JOB  MECH   ACTUAL HRS  EST HRS  OVER/UNDER"
           TO EXPORT-REC
       WRITE EXPORT-REC
   END-IF
   MOVE 0 TO WS-MIN-DAYS
   MOVE 0 TO WS-MAX-DAYS
   OPEN INPUT INDEX-FILE-TICKET
   OPEN INPUT INDEX-FILE-TICKETJOB

   MOVE 0 TO TKX-ticketID
   START INDEX-FILE-TICKET KEY IS NOT LESS THAN TKX-ticketID
                       TKX-closeDate <= WS-TO-DATE THEN
                   MOVE TKX-openDate TO WS-OPEN-DATE-NUM
                   MOVE TKX-closeDate TO WS-CLOSE-DATE-NUM
                   MOVE "C" TO WSD-SD-FUNCTION
                   MOVE WS-OPEN-DATE-NUM TO WSD-SD-DATE
                   MOVE WS-CLOSE-DATE-NUM TO WSD-SD-TO-DATE
                   CALL "SHOP_DAY" USING WSD-SHOP-DAY
                   MOVE WSD-SD-DAYS TO WS-DAYS-TO-CLOSE
                   ADD 1 TO WS-TICKET-COUNT
                   ADD WS-DAYS-TO-CLOSE TO WS-TOTAL-DAYS
                   PERFORM 150-DETAIL-TICKET-JOBS
                   IF WS-TICKET-COUNT = 1 THEN
                       MOVE WS-DAYS-TO-CLOSE TO WS-MIN-DAYS
                       MOVE WS-DAYS-TO-CLOSE TO WS-MAX-DAYS
       END-READ
   END-PERFORM

   CLOSE INDEX-FILE-TICKET
   CLOSE INDEX-FILE-TICKETJOB.
EXIT PARAGRAPH.

*> Bounded scan of TICKETJOB.IDX on ticketID + jobNo - one detail
*> line per job on the ticket.
150-DETAIL-TICKET-JOBS.
   MOVE 0 TO WS-JOBS-LISTED
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
               IF TJX-ticketID NOT = TKX-ticketID
                   MOVE 'Y' TO WS-JOB-EOF
               ELSE
                   ADD 1 TO WS-JOBS-LISTED
                   MOVE TJX-jobNo TO WS-DETAIL-JOBNO
                   MOVE TJX-empID TO WS-DETAIL-EMPID
                   MOVE TJX-serviceID TO WS-DETAIL-SERVICEID
                   PERFORM 160-DETAIL-ONE-JOB
               END-IF
       END-READ
   END-PERFORM
   IF WS-JOBS-LISTED = 0
       MOVE 1 TO WS-DETAIL-JOBNO
       MOVE TKX-empID TO WS-DETAIL-EMPID
       MOVE TKX-serviceID TO WS-DETAIL-SERVICEID
       PERFORM 160-DETAIL-ONE-JOB
   END-IF.
EXIT PARAGRAPH.

160-DETAIL-ONE-JOB.
   PERFORM 200-ADD-WRENCH-HOURS
   PERFORM 300-ADD-ESTIMATE-HOURS
   PERFORM 350-PUT-TICKET-DETAIL.
EXIT PARAGRAPH.

*> Pairs the job's IN/OUT punches in the order they were
*> appended (SERVICE_DESK alternates them per mechanic) and adds
*> the elapsed time onto the real-hours total. A dangling IN with
*> no OUT simply contributes nothing. A punch from before job
*> lines carries no JOB-NO and counts toward job 01.
200-ADD-WRENCH-HOURS.
   MOVE 0 TO WS-TICKET-SECONDS
   MOVE 0 TO WS-PAIR-COUNT
               MOVE 'Y' TO WS-TT-EOF
           NOT AT END
               IF TTX-TICKET-ID = TKX-ticketID
                   IF TTX-JOB-NO IS NUMERIC AND TTX-JOB-NO > 0
                       MOVE TTX-JOB-NO TO WS-PUNCH-JOBNO
                   ELSE
                       MOVE 1 TO WS-PUNCH-JOBNO
                   END-IF
                   IF WS-PUNCH-JOBNO = WS-DETAIL-JOBNO
                       PERFORM 250-PAIR-ONE-PUNCH
                   END-IF
               END-IF
       END-READ
   END-PERFORM
300-ADD-ESTIMATE-HOURS.
   MOVE 0 TO WS-TICKET-EST
   INITIALIZE WSV-SERVICE
   MOVE WS-DETAIL-SERVICEID TO WSV-serviceID
   CALL "READ_SERVICE" USING WSV-SERVICE, WS-SERVICE-RESULT
   IF WS-SERVICE-RESULT = 01
       MOVE WSV-laborHours TO WS-TICKET-EST
   END-IF.
EXIT PARAGRAPH.

*> The line the whole report exists for: this job, this
*> mechanic, what the wrench actually took against what the
*> catalog said it should.
350-PUT-TICKET-DETAIL.
   MOVE WS-OVER-UNDER TO WS-OVER-DISP
   MOVE SPACES TO WS-DETAIL-OUT
   STRING "TICKET " TKX-ticketID
          " JOB " WS-DETAIL-JOBNO
          " MECH " WS-DETAIL-EMPID
          " ACTUAL " WS-TICKET-HOURS
          " EST " WS-TICKET-EST
          " " WS-OVER-DISP
