*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Mechanic dispatch board for the service desk - the
*>          work waiting for a mechanic beside the mechanics on the
*>          clock, so the desk stops assigning from memory and
*>          finding out afterwards. The mechanics are everyone in
*>          the MECHANIC position with a punch today (the corrected
*>          punches GATHER_PUNCHES hands back - still IN, or OUT and
*>          gone for the day), each with
*>          their SCHEDULE.IDX shift for today - a mechanic on the
*>          clock but not on the grid shows NOT ON SCHEDULE - and
*>          their open booked hours: the SERVICE.IDX laborHours of
*>          every TICKETJOB.IDX job line ASSIGNED to them and not
*>          yet done, set against what is left of the shift from
*>          now. The waiting work is every job line still OPEN on
*>          a ticket that is open or assigned (a ticket parked in
*>          a hold is not dispatchable), oldest ticket first. A
*>          ticket carrying no job lines at all - opened before
*>          repair orders had them - counts as its own job 01 off
*>          the ticket's serviceID: waiting while the ticket is
*>          OPEN, booked to the ticket's mechanic once ASSIGNED. Each
*>          waiting line is suggested to the mechanic still IN, on
*>          today's schedule, holding a current CERT.IDX credential
*>          for the line's service when it needs one, with the
*>          most free time - each suggestion taking its hours off
*>          that mechanic before the next line is weighed, so one
*>          idle mechanic is not handed the whole board. The desk
*>          accepts a suggestion, or names another mechanic (with
*>          the same certification warning SERVICE_DESK gives), and
*>          the line is assigned through TICKET_ASSIGN_JOB (a
*>          ticket with no job lines through TICKET_ASSIGN).
*>          Launched from JJUI off a PERMISSIONS.DAT row.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. DISPATCH_BOARD.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL EMP-FILE
        ASSIGN TO '../../INDEXES/EMPLOYEE.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS EMX-empID
        ALTERNATE RECORD KEY IS EMX-lName WITH DUPLICATES.
    SELECT OPTIONAL SCHEDULE-FILE
        ASSIGN TO '../../INDEXES/SCHEDULE.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS SCX-schedID
        ALTERNATE RECORD KEY IS SCX-empID WITH DUPLICATES
        ALTERNATE RECORD KEY IS SCX-schedDate WITH DUPLICATES.
    SELECT OPTIONAL INDEX-FILE-TICKET
        ASSIGN TO '../../INDEXES/TICKET.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS TKX-ticketID
        ALTERNATE RECORD KEY IS TKX-custID WITH DUPLICATES
        ALTERNATE RECORD KEY IS TKX-carVIN WITH DUPLICATES
        ALTERNATE RECORD KEY IS TKX-empID WITH DUPLICATES.
    SELECT OPTIONAL INDEX-FILE-TICKETJOB
        ASSIGN TO '../../INDEXES/TICKETJOB.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS TJX-jobKey
        ALTERNATE RECORD KEY IS TJX-empID WITH DUPLICATES.
    SELECT OPTIONAL CERT-FILE
        ASSIGN TO '../../INDEXES/CERT.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS CTX-certID
        ALTERNATE RECORD KEY IS CTX-empID WITH DUPLICATES.

DATA DIVISION.
FILE SECTION.
FD EMP-FILE
    RECORD CONTAINS 211 CHARACTERS.
    COPY EMP_DEF REPLACING ==:TAG:== BY ==EMX==.
FD SCHEDULE-FILE
    RECORD CONTAINS 36 CHARACTERS.
    COPY SCHEDULE_DEF REPLACING ==:TAG:== BY ==SCX==.
FD INDEX-FILE-TICKET
    RECORD CONTAINS 137 CHARACTERS.
    COPY TICKET_DEF REPLACING ==:TAG:== BY ==TKX==.
FD INDEX-FILE-TICKETJOB
    RECORD CONTAINS 108 CHARACTERS.
    COPY TICKET_JOB_DEF REPLACING ==:TAG:== BY ==TJX==.
FD CERT-FILE
    RECORD CONTAINS 36 CHARACTERS.
    COPY CERT_DEF REPLACING ==:TAG:== BY ==CTX==.

WORKING-STORAGE SECTION.
COPY SERVICE_DEF REPLACING ==:TAG:== BY ==WSV==.
COPY PUNCH_TAB_DEF REPLACING ==:TAG:== BY ==GP==.
01  MENU-OPTION             PIC 9.
01  WS-MENU-DONE            PIC X VALUE "N".
01  WS-EOF                  PIC X.
01  WS-JOB-EOF              PIC X.
01  WS-HAS-JOBS             PIC X.
01  WS-PRICE-SERVICEID      PIC 9(5).
01  WS-SERVICE-RESULT       PIC 99.
01  WS-TICKET-RESULT        PIC 99.
01  WS-LINE-IN              PIC 999.
01  WS-EMP-IN               PIC 9(5).
01  WS-ANSWER               PIC X.

01  WS-TODAY-DATE           PIC 9(8).
01  WS-FROM-INT             PIC 9(8).
01  WS-TO-INT               PIC 9(8).
01  WS-PX                   PIC 9(4).
01  WS-NOW-TIME             PIC 9(4).
01  WS-NOW-MINS             PIC 9(4).
01  WS-START-MINS           PIC 9(4).
01  WS-END-MINS             PIC 9(4).

*> Every mechanic with a punch today. MT-CLOCK is the last punch
*> of the day (IN or OUT); MT-PLAN-FREE starts as MT-FREE and
*> loses each suggested line's hours as the board is worked out.
01  WS-MECH-TABLE.
    05  WS-MECH-ENTRY OCCURS 30 TIMES.
        10  WS-MT-EMPID         PIC 9(5).
        10  WS-MT-NAME          PIC X(20).
        10  WS-MT-CLOCK         PIC X(3).
        10  WS-MT-ON-SCHED      PIC X.
        10  WS-MT-SHIFT-START   PIC 9(4).
        10  WS-MT-SHIFT-END     PIC 9(4).
        10  WS-MT-JOBS          PIC 99.
        10  WS-MT-BOOKED        PIC 9(3)V99.
        10  WS-MT-LEFT          PIC 9(3)V99.
        10  WS-MT-FREE          PIC S9(3)V99.
        10  WS-MT-PLAN-FREE     PIC S9(3)V99.
01  WS-MECH-USED            PIC 99 VALUE 0.
01  WS-MX                   PIC 99.
01  WS-MECH-SLOT            PIC 99.
01  WS-NON-MECH             PIC X.

*> Every job line waiting for a mechanic, in ticket order, with
*> the mechanic the board suggests (zero for none). WT-WHOLE is
*> "Y" for a ticket with no job lines, shown as job 01.
01  WS-WAIT-TABLE.
    05  WS-WAIT-ENTRY OCCURS 100 TIMES.
        10  WS-WT-TICKETID      PIC 9(5).
        10  WS-WT-JOBNO         PIC 99.
        10  WS-WT-WHOLE         PIC X.
        10  WS-WT-SERVICEID     PIC 9(5).
        10  WS-WT-SERVICE       PIC X(18).
        10  WS-WT-HOURS         PIC 9(3)V99.
        10  WS-WT-CERT          PIC X(10).
        10  WS-WT-SUGGEST       PIC 9(5).
01  WS-WAIT-USED            PIC 999 VALUE 0.
01  WS-WAIT-FULL            PIC X.
01  WS-WX                   PIC 999.

01  WS-BEST-MX              PIC 99.
01  WS-BEST-FREE            PIC S9(3)V99.
01  WS-CHECK-EMPID          PIC 9(5).
01  WS-CERT-NEEDED          PIC X(10).
01  WS-CERT-OK              PIC X.
01  WS-CERT-EOF             PIC X.

01  WS-SHIFT-DISP.
    05  WS-SD-START         PIC 9(4).
    05  FILLER              PIC X VALUE "-".
    05  WS-SD-END           PIC 9(4).
01  WS-HOURS-DISP           PIC ZZ9.99.
01  WS-BOOKED-DISP          PIC ZZ9.99.
01  WS-LEFT-DISP            PIC ZZ9.99.
01  WS-FREE-DISP            PIC -ZZ9.99.
01  WS-LINE-DISP            PIC ZZ9.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM 100-BUILD-BOARD-RTN
    PERFORM UNTIL WS-MENU-DONE = "Y"
        PERFORM 500-SHOW-BOARD-RTN
        DISPLAY "--- Dispatch Board ---"
        DISPLAY "1. Refresh the Board"
        DISPLAY "2. Accept a Suggestion"
        DISPLAY "3. Assign a Line to Another Mechanic"
        DISPLAY "4. Exit"
        ACCEPT MENU-OPTION
        EVALUATE MENU-OPTION
            WHEN 1
                PERFORM 100-BUILD-BOARD-RTN
            WHEN 2
                PERFORM 600-ACCEPT-SUGGESTION-RTN
            WHEN 3
                PERFORM 650-ASSIGN-OTHER-RTN
            WHEN 4
                MOVE "Y" TO WS-MENU-DONE
            WHEN OTHER
                DISPLAY "Invalid Option, Please enter 1-4."
        END-EVALUATE
    END-PERFORM
    STOP RUN.

*>  The whole board from the files, as of now - rebuilt after
*>  every assignment so the next suggestion sees it.
100-BUILD-BOARD-RTN.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
    MOVE FUNCTION CURRENT-DATE(9:4) TO WS-NOW-TIME
    COMPUTE WS-NOW-MINS =
        FUNCTION INTEGER(WS-NOW-TIME / 100) * 60
        + FUNCTION MOD(WS-NOW-TIME, 100)
    MOVE 0 TO WS-MECH-USED
    MOVE 0 TO WS-WAIT-USED
    MOVE "N" TO WS-WAIT-FULL
    PERFORM 150-LOAD-CLOCKED-IN-RTN
    PERFORM 200-LOAD-SHIFTS-RTN
    PERFORM 250-LOAD-BOOKED-RTN
    PERFORM 300-LOAD-WAITING-RTN
    PERFORM 400-SUGGEST-RTN.

*>  Today's corrected punches in time order - the last one for a
*>  mechanic says whether they are still on the clock.
150-LOAD-CLOCKED-IN-RTN.
    MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) TO WS-FROM-INT
    MOVE WS-FROM-INT TO WS-TO-INT
    CALL "GATHER_PUNCHES" USING WS-FROM-INT, WS-TO-INT,
        GP-PUNCH-TAB
    OPEN INPUT EMP-FILE
    PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > GP-PT-COUNT
        PERFORM 160-NOTE-PUNCH-RTN
    END-PERFORM
    CLOSE EMP-FILE.

160-NOTE-PUNCH-RTN.
    MOVE 0 TO WS-MECH-SLOT
    PERFORM VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > WS-MECH-USED
        IF WS-MT-EMPID(WS-MX) = GP-PT-EMPID(WS-PX)
            MOVE WS-MX TO WS-MECH-SLOT
        END-IF
    END-PERFORM
    IF WS-MECH-SLOT = 0 AND WS-MECH-USED < 30
        MOVE "N" TO WS-NON-MECH
        MOVE GP-PT-EMPID(WS-PX) TO EMX-empID
        READ EMP-FILE
            INVALID KEY
                MOVE "Y" TO WS-NON-MECH
        END-READ
        IF WS-NON-MECH = "N" AND EMX-position = "MECHANIC"
            ADD 1 TO WS-MECH-USED
            MOVE WS-MECH-USED TO WS-MECH-SLOT
            INITIALIZE WS-MECH-ENTRY(WS-MECH-SLOT)
            MOVE GP-PT-EMPID(WS-PX) TO WS-MT-EMPID(WS-MECH-SLOT)
            MOVE SPACES TO WS-MT-NAME(WS-MECH-SLOT)
            STRING EMX-fName DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   EMX-lName DELIMITED BY SPACE
                INTO WS-MT-NAME(WS-MECH-SLOT)
            MOVE "N" TO WS-MT-ON-SCHED(WS-MECH-SLOT)
        END-IF
    END-IF
    IF WS-MECH-SLOT > 0
        MOVE GP-PT-TYPE(WS-PX) TO WS-MT-CLOCK(WS-MECH-SLOT)
    END-IF.

*>  Today's MECHANIC shifts off the schedDate alternate key for
*>  the mechanics on the clock. A PTO row is not a shift.
200-LOAD-SHIFTS-RTN.
    MOVE "N" TO WS-EOF
    OPEN INPUT SCHEDULE-FILE
    MOVE WS-TODAY-DATE TO SCX-schedDate
    START SCHEDULE-FILE KEY IS NOT LESS THAN SCX-schedDate
        INVALID KEY
            MOVE "Y" TO WS-EOF
    END-START
    PERFORM UNTIL WS-EOF = "Y"
        READ SCHEDULE-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF SCX-schedDate NOT = WS-TODAY-DATE
                    MOVE "Y" TO WS-EOF
                ELSE
                    IF SCX-schedRole = "MECHANIC"
                        PERFORM 210-NOTE-SHIFT-RTN
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE SCHEDULE-FILE.

210-NOTE-SHIFT-RTN.
    PERFORM VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > WS-MECH-USED
        IF WS-MT-EMPID(WS-MX) = SCX-empID
            MOVE "Y" TO WS-MT-ON-SCHED(WS-MX)
            MOVE SCX-startTime TO WS-MT-SHIFT-START(WS-MX)
            MOVE SCX-endTime TO WS-MT-SHIFT-END(WS-MX)
        END-IF
    END-PERFORM.

*>  Each mechanic's open booked hours - the job lines assigned to
*>  them and not yet done, off the TICKETJOB empID alternate key,
*>  and the ASSIGNED tickets of theirs with no job lines, off the
*>  TICKET empID alternate key - against what is left of the shift
*>  from now. Gone for the day, or not on the grid, leaves nothing.
250-LOAD-BOOKED-RTN.
    OPEN INPUT INDEX-FILE-TICKETJOB
    OPEN INPUT INDEX-FILE-TICKET
    PERFORM VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > WS-MECH-USED
        PERFORM 260-SUM-ONE-MECHANIC-RTN
        MOVE 0 TO WS-MT-LEFT(WS-MX)
        IF WS-MT-ON-SCHED(WS-MX) = "Y" AND WS-MT-CLOCK(WS-MX) = "IN"
            COMPUTE WS-START-MINS =
                FUNCTION INTEGER(WS-MT-SHIFT-START(WS-MX) / 100) * 60
                + FUNCTION MOD(WS-MT-SHIFT-START(WS-MX), 100)
            COMPUTE WS-END-MINS =
                FUNCTION INTEGER(WS-MT-SHIFT-END(WS-MX) / 100) * 60
                + FUNCTION MOD(WS-MT-SHIFT-END(WS-MX), 100)
            IF WS-START-MINS < WS-NOW-MINS
                MOVE WS-NOW-MINS TO WS-START-MINS
            END-IF
            IF WS-END-MINS > WS-START-MINS
                COMPUTE WS-MT-LEFT(WS-MX) ROUNDED =
                    (WS-END-MINS - WS-START-MINS) / 60
            END-IF
        END-IF
        COMPUTE WS-MT-FREE(WS-MX) =
            WS-MT-LEFT(WS-MX) - WS-MT-BOOKED(WS-MX)
        MOVE WS-MT-FREE(WS-MX) TO WS-MT-PLAN-FREE(WS-MX)
    END-PERFORM
    CLOSE INDEX-FILE-TICKET
    CLOSE INDEX-FILE-TICKETJOB.

260-SUM-ONE-MECHANIC-RTN.
    MOVE 0 TO WS-MT-JOBS(WS-MX)
    MOVE 0 TO WS-MT-BOOKED(WS-MX)
    MOVE "N" TO WS-EOF
    MOVE WS-MT-EMPID(WS-MX) TO TJX-empID
    START INDEX-FILE-TICKETJOB KEY IS NOT LESS THAN TJX-empID
        INVALID KEY
            MOVE "Y" TO WS-EOF
    END-START
    PERFORM UNTIL WS-EOF = "Y"
        READ INDEX-FILE-TICKETJOB NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF TJX-empID NOT = WS-MT-EMPID(WS-MX)
                    MOVE "Y" TO WS-EOF
                ELSE
                    IF TJX-JOB-ASSIGNED
                        ADD 1 TO WS-MT-JOBS(WS-MX)
                        MOVE TJX-serviceID TO WS-PRICE-SERVICEID
                        PERFORM 270-PRICE-HOURS-RTN
                        ADD WSV-laborHours TO WS-MT-BOOKED(WS-MX)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    PERFORM 265-SUM-WHOLE-TICKETS-RTN.

*>  The mechanic's ASSIGNED tickets that carry no job lines, each
*>  booked as one job off the ticket's own serviceID.
265-SUM-WHOLE-TICKETS-RTN.
    MOVE "N" TO WS-EOF
    MOVE WS-MT-EMPID(WS-MX) TO TKX-empID
    START INDEX-FILE-TICKET KEY IS NOT LESS THAN TKX-empID
        INVALID KEY
            MOVE "Y" TO WS-EOF
    END-START
    PERFORM UNTIL WS-EOF = "Y"
        READ INDEX-FILE-TICKET NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF TKX-empID NOT = WS-MT-EMPID(WS-MX)
                    MOVE "Y" TO WS-EOF
                ELSE
                    IF TKX-TICKET-ASSIGNED
                        PERFORM 280-CHECK-FOR-JOBS-RTN
                        IF WS-HAS-JOBS = "N"
                            ADD 1 TO WS-MT-JOBS(WS-MX)
                            MOVE TKX-serviceID TO WS-PRICE-SERVICEID
                            PERFORM 270-PRICE-HOURS-RTN
                            ADD WSV-laborHours TO WS-MT-BOOKED(WS-MX)
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

*>  The book hours for a service - a line with no catalog entry
*>  counts a standard hour rather than nothing, the way
*>  SHOP_LOAD_REPORT counts an older booking. The caller moves the
*>  job line's (or the ticket's) serviceID to WS-PRICE-SERVICEID.
270-PRICE-HOURS-RTN.
    INITIALIZE WSV-SERVICE
    MOVE WS-PRICE-SERVICEID TO WSV-serviceID
    MOVE 99 TO WS-SERVICE-RESULT
    IF WS-PRICE-SERVICEID > 0
        CALL "READ_SERVICE" USING WSV-SERVICE, WS-SERVICE-RESULT
    END-IF
    IF WS-SERVICE-RESULT NOT = 01
        INITIALIZE WSV-SERVICE
        MOVE 1.00 TO WSV-laborHours
    END-IF.

*>  Does the ticket carry any job line? One START on ticketID +
*>  job 00 answers it.
280-CHECK-FOR-JOBS-RTN.
    MOVE "N" TO WS-HAS-JOBS
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
                        MOVE "Y" TO WS-HAS-JOBS
                    END-IF
            END-READ
    END-START.

*>  The tickets in ticketID order, oldest first; on each one open
*>  or assigned, every job line still OPEN - a ticket on hold,
*>  ready, or closed is not waiting on a mechanic. An OPEN ticket
*>  with no job lines at all waits whole, as job 01.
300-LOAD-WAITING-RTN.
    MOVE "N" TO WS-EOF
    OPEN INPUT INDEX-FILE-TICKETJOB
    OPEN INPUT INDEX-FILE-TICKET
    MOVE 0 TO TKX-ticketID
    START INDEX-FILE-TICKET KEY IS NOT LESS THAN TKX-ticketID
        INVALID KEY
            MOVE "Y" TO WS-EOF
    END-START
    PERFORM UNTIL WS-EOF = "Y"
        READ INDEX-FILE-TICKET NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF TKX-TICKET-OPEN OR TKX-TICKET-ASSIGNED
                    PERFORM 310-NOTE-TICKET-RTN
                END-IF
        END-READ
    END-PERFORM
    CLOSE INDEX-FILE-TICKET
    CLOSE INDEX-FILE-TICKETJOB.

*>  Bounded scan of the ticket's job lines on the ticketID + jobNo
*>  key, the way TICKET_ASSIGN walks them.
310-NOTE-TICKET-RTN.
    MOVE "N" TO WS-HAS-JOBS
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
                    MOVE "Y" TO WS-HAS-JOBS
                    IF TJX-JOB-OPEN
                        PERFORM 320-NOTE-JOB-LINE-RTN
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF WS-HAS-JOBS = "N" AND TKX-TICKET-OPEN
        PERFORM 330-NOTE-WHOLE-TICKET-RTN
    END-IF.

320-NOTE-JOB-LINE-RTN.
    IF WS-WAIT-USED < 100
        ADD 1 TO WS-WAIT-USED
        MOVE TJX-ticketID TO WS-WT-TICKETID(WS-WAIT-USED)
        MOVE TJX-jobNo TO WS-WT-JOBNO(WS-WAIT-USED)
        MOVE "N" TO WS-WT-WHOLE(WS-WAIT-USED)
        MOVE TJX-serviceID TO WS-WT-SERVICEID(WS-WAIT-USED)
        MOVE TJX-serviceID TO WS-PRICE-SERVICEID
        PERFORM 270-PRICE-HOURS-RTN
        MOVE WSV-laborHours TO WS-WT-HOURS(WS-WAIT-USED)
        MOVE WSV-requiredCert TO WS-WT-CERT(WS-WAIT-USED)
        IF WSV-serviceName = SPACES
            MOVE TJX-jobDesc TO WS-WT-SERVICE(WS-WAIT-USED)
        ELSE
            MOVE WSV-serviceName TO WS-WT-SERVICE(WS-WAIT-USED)
        END-IF
        MOVE 0 TO WS-WT-SUGGEST(WS-WAIT-USED)
    ELSE
        MOVE "Y" TO WS-WAIT-FULL
    END-IF.

330-NOTE-WHOLE-TICKET-RTN.
    IF WS-WAIT-USED < 100
        ADD 1 TO WS-WAIT-USED
        MOVE TKX-ticketID TO WS-WT-TICKETID(WS-WAIT-USED)
        MOVE 1 TO WS-WT-JOBNO(WS-WAIT-USED)
        MOVE "Y" TO WS-WT-WHOLE(WS-WAIT-USED)
        MOVE TKX-serviceID TO WS-WT-SERVICEID(WS-WAIT-USED)
        MOVE TKX-serviceID TO WS-PRICE-SERVICEID
        PERFORM 270-PRICE-HOURS-RTN
        MOVE WSV-laborHours TO WS-WT-HOURS(WS-WAIT-USED)
        MOVE WSV-requiredCert TO WS-WT-CERT(WS-WAIT-USED)
        IF WSV-serviceName = SPACES
            MOVE TKX-problemDesc TO WS-WT-SERVICE(WS-WAIT-USED)
        ELSE
            MOVE WSV-serviceName TO WS-WT-SERVICE(WS-WAIT-USED)
        END-IF
        MOVE 0 TO WS-WT-SUGGEST(WS-WAIT-USED)
    ELSE
        MOVE "Y" TO WS-WAIT-FULL
    END-IF.

*>  Oldest line first: the mechanic still IN, on today's grid,
*>  certified for the line, with the most free time left once the
*>  lines already suggested are counted against them.
400-SUGGEST-RTN.
    OPEN INPUT CERT-FILE
    PERFORM VARYING WS-WX FROM 1 BY 1 UNTIL WS-WX > WS-WAIT-USED
        MOVE 0 TO WS-BEST-MX
        MOVE 0 TO WS-BEST-FREE
        MOVE WS-WT-CERT(WS-WX) TO WS-CERT-NEEDED
        PERFORM VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > WS-MECH-USED
            IF WS-MT-CLOCK(WS-MX) = "IN"
                    AND WS-MT-ON-SCHED(WS-MX) = "Y"
                    AND WS-MT-PLAN-FREE(WS-MX) > WS-BEST-FREE
                MOVE WS-MT-EMPID(WS-MX) TO WS-CHECK-EMPID
                PERFORM 450-CHECK-CERT-RTN
                IF WS-CERT-OK = "Y"
                    MOVE WS-MX TO WS-BEST-MX
                    MOVE WS-MT-PLAN-FREE(WS-MX) TO WS-BEST-FREE
                END-IF
            END-IF
        END-PERFORM
        IF WS-BEST-MX > 0
            MOVE WS-MT-EMPID(WS-BEST-MX) TO WS-WT-SUGGEST(WS-WX)
            SUBTRACT WS-WT-HOURS(WS-WX)
                FROM WS-MT-PLAN-FREE(WS-BEST-MX)
        END-IF
    END-PERFORM
    CLOSE CERT-FILE.

*>  The same test SERVICE_DESK makes before an assignment: a blank
*>  requiredCert means anyone can work the line; otherwise the
*>  mechanic needs one of that type on CERT.IDX not yet expired.
*>  CERT-FILE is opened by the caller.
450-CHECK-CERT-RTN.
    MOVE "Y" TO WS-CERT-OK
    IF WS-CERT-NEEDED NOT = SPACES
        MOVE "N" TO WS-CERT-OK
        MOVE "N" TO WS-CERT-EOF
        MOVE WS-CHECK-EMPID TO CTX-empID
        START CERT-FILE KEY IS NOT LESS THAN CTX-empID
            INVALID KEY
                MOVE "Y" TO WS-CERT-EOF
        END-START
        PERFORM UNTIL WS-CERT-EOF = "Y"
            READ CERT-FILE NEXT RECORD
                AT END
                    MOVE "Y" TO WS-CERT-EOF
                NOT AT END
                    IF CTX-empID NOT = WS-CHECK-EMPID
                        MOVE "Y" TO WS-CERT-EOF
                    ELSE
                        IF CTX-certType = WS-CERT-NEEDED AND
                                CTX-expiryDate >= WS-TODAY-DATE
                            MOVE "Y" TO WS-CERT-OK
                            MOVE "Y" TO WS-CERT-EOF
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF.

500-SHOW-BOARD-RTN.
    DISPLAY " "
    DISPLAY "DISPATCH BOARD " WS-TODAY-DATE " " WS-NOW-TIME
    DISPLAY "MECHANICS ON THE CLOCK"
    DISPLAY "EMP   NAME                 CLK SHIFT     JOBS"
        " BOOKED   LEFT    FREE"
    PERFORM VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > WS-MECH-USED
        MOVE WS-MT-BOOKED(WS-MX) TO WS-BOOKED-DISP
        MOVE WS-MT-LEFT(WS-MX) TO WS-LEFT-DISP
        MOVE WS-MT-FREE(WS-MX) TO WS-FREE-DISP
        IF WS-MT-ON-SCHED(WS-MX) = "Y"
            MOVE WS-MT-SHIFT-START(WS-MX) TO WS-SD-START
            MOVE WS-MT-SHIFT-END(WS-MX) TO WS-SD-END
            DISPLAY WS-MT-EMPID(WS-MX) " " WS-MT-NAME(WS-MX) " "
                WS-MT-CLOCK(WS-MX) " " WS-SHIFT-DISP " "
                WS-MT-JOBS(WS-MX) "  " WS-BOOKED-DISP " "
                WS-LEFT-DISP " " WS-FREE-DISP
        ELSE
            DISPLAY WS-MT-EMPID(WS-MX) " " WS-MT-NAME(WS-MX) " "
                WS-MT-CLOCK(WS-MX) " NOT ON SCHEDULE "
                WS-MT-JOBS(WS-MX) "  " WS-BOOKED-DISP
        END-IF
    END-PERFORM
    IF WS-MECH-USED = 0
        DISPLAY "  NO MECHANIC HAS PUNCHED IN TODAY"
    END-IF
    DISPLAY " "
    DISPLAY "WAITING FOR A MECHANIC"
    DISPLAY "LN  TICKET JOB SERVICE              HOURS CERT"
        "       SUGGEST"
    PERFORM VARYING WS-WX FROM 1 BY 1 UNTIL WS-WX > WS-WAIT-USED
        MOVE WS-WX TO WS-LINE-DISP
        MOVE WS-WT-HOURS(WS-WX) TO WS-HOURS-DISP
        IF WS-WT-SUGGEST(WS-WX) > 0
            DISPLAY WS-LINE-DISP " " WS-WT-TICKETID(WS-WX) "  "
                WS-WT-JOBNO(WS-WX) "  " WS-WT-SERVICE(WS-WX) " "
                WS-HOURS-DISP " " WS-WT-CERT(WS-WX) " "
                WS-WT-SUGGEST(WS-WX)
        ELSE
            DISPLAY WS-LINE-DISP " " WS-WT-TICKETID(WS-WX) "  "
                WS-WT-JOBNO(WS-WX) "  " WS-WT-SERVICE(WS-WX) " "
                WS-HOURS-DISP " " WS-WT-CERT(WS-WX)
                " NONE FREE"
        END-IF
    END-PERFORM
    IF WS-WAIT-USED = 0
        DISPLAY "  NOTHING WAITING"
    END-IF
    IF WS-WAIT-FULL = "Y"
        DISPLAY "  MORE LINES WAITING THAN THE BOARD HOLDS"
    END-IF.

600-ACCEPT-SUGGESTION-RTN.
    DISPLAY "Board line to accept: "
    ACCEPT WS-LINE-IN
    IF WS-LINE-IN = 0 OR WS-LINE-IN > WS-WAIT-USED
        DISPLAY "No such line on the board."
    ELSE
        IF WS-WT-SUGGEST(WS-LINE-IN) = 0
            DISPLAY "No certified mechanic with free time for that"
                " line - assign it to another mechanic."
        ELSE
            MOVE WS-WT-SUGGEST(WS-LINE-IN) TO WS-EMP-IN
            PERFORM 700-ASSIGN-LINE-RTN
        END-IF
    END-IF.

650-ASSIGN-OTHER-RTN.
    DISPLAY "Board line to assign: "
    ACCEPT WS-LINE-IN
    IF WS-LINE-IN = 0 OR WS-LINE-IN > WS-WAIT-USED
        DISPLAY "No such line on the board."
    ELSE
        DISPLAY "Enter Mechanic Employee ID: "
        ACCEPT WS-EMP-IN
        MOVE WS-WT-CERT(WS-LINE-IN) TO WS-CERT-NEEDED
        MOVE WS-EMP-IN TO WS-CHECK-EMPID
        OPEN INPUT CERT-FILE
        PERFORM 450-CHECK-CERT-RTN
        CLOSE CERT-FILE
        MOVE "Y" TO WS-ANSWER
        IF WS-CERT-OK NOT = "Y"
            DISPLAY "Mechanic " WS-EMP-IN " holds no current "
                WS-CERT-NEEDED " certification."
            DISPLAY "Assign anyway? (Y/N): "
            ACCEPT WS-ANSWER
        END-IF
        IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
            PERFORM 700-ASSIGN-LINE-RTN
        ELSE
            DISPLAY "Assignment refused."
        END-IF
    END-IF.

*>  The line goes to the mechanic through TICKET_ASSIGN_JOB - an
*>  OPEN ticket takes them as its lead - and the board is rebuilt.
*>  A ticket with no job lines has none for TICKET_ASSIGN_JOB to
*>  find, so it goes whole through TICKET_ASSIGN, as SERVICE_DESK
*>  assigns job 0.
700-ASSIGN-LINE-RTN.
    IF WS-WT-WHOLE(WS-LINE-IN) = "Y"
        CALL "TICKET_ASSIGN" USING WS-WT-TICKETID(WS-LINE-IN),
            WS-EMP-IN, WS-TICKET-RESULT
    ELSE
        CALL "TICKET_ASSIGN_JOB" USING WS-WT-TICKETID(WS-LINE-IN),
            WS-WT-JOBNO(WS-LINE-IN), WS-EMP-IN, WS-TICKET-RESULT
    END-IF
    EVALUATE WS-TICKET-RESULT
        WHEN 00
            DISPLAY "Ticket " WS-WT-TICKETID(WS-LINE-IN) " job "
                WS-WT-JOBNO(WS-LINE-IN) " assigned to mechanic "
                WS-EMP-IN
        WHEN 23
            DISPLAY "That ticket or job line is no longer on file."
        WHEN 24
            DISPLAY "That ticket is already closed."
    END-EVALUATE
    PERFORM 100-BUILD-BOARD-RTN.

END PROGRAM DISPATCH_BOARD.
