*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Works the OFFBOARD.IDX checklist EMPLOYEE_DEACTIVATE
*>          opens when an employee is let go - flipping IDX-DST
*>          alone left their login working, their tickets, leads
*>          and bookings pointing at somebody who isn't here, and
*>          their keys in a pocket out the door. For the employee
*>          it shows, live off the files, six items:
*>            - the ACCOUNT.MST login, locked here (there's no
*>              empID on the login, so the desk asks which one -
*>              NONE if they never had one);
*>            - open TICKET.IDX tickets where they are the
*>              mechanic or the advisor;
*>            - LEAD.IDX leads still new or assigned to them;
*>            - APPOINTMENT.IDX bookings still scheduled on them;
*>            - KEYLOG.DAT keys whose last row is a checkout to
*>              their name or login (checked in at KEY_DESK);
*>            - the final pay and the PTO payout, priced off the
*>              PTOLEDGER.DAT balance the way PTO_DESK prices the
*>              liability, and burned off the ledger once paid.
*>          Tickets, leads and bookings move in bulk to an active
*>          employee keyed here. The checklist stays OPEN until
*>          every item is cleared, then closes itself with the
*>          date. An employee deactivated before this desk existed
*>          gets a checklist the first time they are looked up.
*>          Launched from JJUI off a PERMISSIONS.DAT row.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. OFFBOARD_DESK.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL OFFBOARD-FILE
        ASSIGN TO '../../INDEXES/OFFBOARD.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS OFX-empID.
    SELECT OPTIONAL EMP-FILE
        ASSIGN TO '../../INDEXES/EMPLOYEE.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS EMX-empID
        ALTERNATE RECORD KEY IS EMX-lName WITH DUPLICATES.
    SELECT OPTIONAL ACCOUNT-FILE
        ASSIGN TO '../MenuUI/ACCOUNT.MST'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS USERNAME.
    SELECT OPTIONAL TICKET-FILE
        ASSIGN TO '../../INDEXES/TICKET.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS TKX-ticketID
        ALTERNATE RECORD KEY IS TKX-custID WITH DUPLICATES
        ALTERNATE RECORD KEY IS TKX-carVIN WITH DUPLICATES
        ALTERNATE RECORD KEY IS TKX-empID WITH DUPLICATES.
    SELECT OPTIONAL LEAD-FILE
        ASSIGN TO '../../INDEXES/LEAD.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS LDX-leadID
        ALTERNATE RECORD KEY IS LDX-custID WITH DUPLICATES
        ALTERNATE RECORD KEY IS LDX-leadPhone WITH DUPLICATES.
    SELECT OPTIONAL APPT-FILE
        ASSIGN TO '../../INDEXES/APPOINTMENT.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS APX-apptID
        ALTERNATE RECORD KEY IS APX-apptDate WITH DUPLICATES
        ALTERNATE RECORD KEY IS APX-empID WITH DUPLICATES
        ALTERNATE RECORD KEY IS APX-bayNumber WITH DUPLICATES
        ALTERNATE RECORD KEY IS APX-custID WITH DUPLICATES.
    SELECT OPTIONAL KEYLOG-FILE ASSIGN TO '../KEYLOG.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL PTOLEDGER-FILE ASSIGN TO '../PTOLEDGER.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD OFFBOARD-FILE
    RECORD CONTAINS 113 CHARACTERS.
    COPY OFFBOARD_DEF REPLACING ==:TAG:== BY ==OFX==.
FD EMP-FILE
    RECORD CONTAINS 211 CHARACTERS.
    COPY EMP_DEF REPLACING ==:TAG:== BY ==EMX==.
FD ACCOUNT-FILE.
    COPY ACCOUNT_DEF.
FD TICKET-FILE
    RECORD CONTAINS 137 CHARACTERS.
    COPY TICKET_DEF REPLACING ==:TAG:== BY ==TKX==.
FD LEAD-FILE
    RECORD CONTAINS 124 CHARACTERS.
    COPY LEAD_DEF REPLACING ==:TAG:== BY ==LDX==.
FD APPT-FILE
    RECORD CONTAINS 79 CHARACTERS.
    COPY APPOINTMENT_DEF REPLACING ==:TAG:== BY ==APX==.
FD KEYLOG-FILE.
    COPY KEYLOG_DEF REPLACING ==:TAG:== BY ==KL==.
FD PTOLEDGER-FILE.
    COPY PTO_DEF REPLACING ==:TAG:== BY ==PT==.

WORKING-STORAGE SECTION.
COPY SESSION_DEF.
01  MENU-OPTION             PIC 9.
01  ITEM-OPTION             PIC 9.
01  WS-MENU-DONE            PIC X VALUE "N".
01  WS-WORK-DONE            PIC X.
01  WS-EOF                  PIC X.
01  WS-FOUND                PIC X.
01  WS-SHOW-ITEMS           PIC X VALUE "N".
01  WS-EMP-IN               PIC 9(5).
01  WS-NEW-EMP              PIC 9(5).
01  WS-NEW-OK               PIC X.
01  WS-EMP-NAME             PIC X(30).
01  WS-LOGIN-IN             PIC X(30).
01  WS-HOLDER-UPPER         PIC X(30).
01  WS-OLD-LOCKED           PIC X.
01  WS-TODAY-DATE           PIC 9(8).
01  WS-OPEN-COUNT           PIC 9(5).
01  WS-TICKET-COUNT         PIC 9(5).
01  WS-LEAD-COUNT           PIC 9(5).
01  WS-APPT-COUNT           PIC 9(5).
01  WS-KEY-COUNT            PIC 9(5).
01  WS-MOVED-COUNT          PIC 9(5).
01  WS-BAL-ACCRUED          PIC 9(5)V99.
01  WS-BAL-USED             PIC 9(5)V99.
01  WS-BALANCE              PIC S9(5)V99.
01  WS-PTO-PAYOUT           PIC 9(7)V99.
01  WS-FINAL-PAY-IN         PIC 9(7)V99.
01  WS-MONEY-DISP           PIC $,$$$,$$9.99.
01  WS-HOURS-DISP           PIC ZZ,ZZ9.99.
01  WS-FLAG-DISP            PIC X(5).
COPY CHANGE_LOG_DEF REPLACING ==:TAG:== BY ==CL==.

*> One slot per (VIN, key) pair - the last KEYLOG.DAT row wins,
*> same pass as KEY_DESK's overdue list.
01  WS-KEY-TABLE.
    05  WS-KT-ENTRY OCCURS 200 TIMES.
        10  WS-KT-VIN       PIC X(17).
        10  WS-KT-KEYNO     PIC 9.
        10  WS-KT-STATE     PIC X.
        10  WS-KT-HOLDER    PIC X(30).
        10  WS-KT-DATE      PIC 9(8).
01  WS-KT-USED              PIC 9(3) VALUE 0.
01  WS-KT-SLOT              PIC 9(3).
01  WS-KT-IDX               PIC 9(3).

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM UNTIL WS-MENU-DONE = "Y"
        DISPLAY "--- Employee Offboarding ---"
        DISPLAY "1. Open Checklists"
        DISPLAY "2. Work a Checklist"
        DISPLAY "3. Exit"
        ACCEPT MENU-OPTION
        EVALUATE MENU-OPTION
            WHEN 1
                PERFORM 100-LIST-OPEN-RTN
            WHEN 2
                PERFORM 200-WORK-CHECKLIST-RTN
            WHEN 3
                MOVE "Y" TO WS-MENU-DONE
            WHEN OTHER
                DISPLAY "Invalid Option, Please enter 1-3."
        END-EVALUATE
    END-PERFORM
    STOP RUN.

*> The item flags read login, tickets, leads, appointments, keys,
*> pay - Y cleared, N still open - as of the last time the
*> checklist was worked.
100-LIST-OPEN-RTN.
    MOVE 0 TO WS-OPEN-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT OFFBOARD-FILE
    MOVE 0 TO OFX-empID
    START OFFBOARD-FILE KEY IS NOT LESS THAN OFX-empID
        INVALID KEY
            MOVE "Y" TO WS-EOF
    END-START
    DISPLAY "EMP    OPENED    L T L A K P  OPENED BY"
    PERFORM UNTIL WS-EOF = "Y"
        READ OFFBOARD-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF OFX-OFF-OPEN
                    ADD 1 TO WS-OPEN-COUNT
                    DISPLAY OFX-empID "  " OFX-openDate "  "
                        OFX-loginDone " " OFX-ticketsDone " "
                        OFX-leadsDone " " OFX-apptsDone " "
                        OFX-keysDone " " OFX-payDone "  "
                        OFX-openedBy
                END-IF
        END-READ
    END-PERFORM
    CLOSE OFFBOARD-FILE
    DISPLAY WS-OPEN-COUNT " checklist(s) still open.".

200-WORK-CHECKLIST-RTN.
    DISPLAY "Enter Employee ID: "
    ACCEPT WS-EMP-IN
    MOVE "Y" TO WS-FOUND
    OPEN INPUT EMP-FILE
    MOVE WS-EMP-IN TO EMX-empID
    READ EMP-FILE
        INVALID KEY
            MOVE "N" TO WS-FOUND
    END-READ
    CLOSE EMP-FILE
    IF WS-FOUND NOT = "Y"
        DISPLAY "No employee found for that ID."
        EXIT PARAGRAPH
    END-IF
    IF EMX-DST NOT = "Y"
        DISPLAY EMX-fName " " EMX-lName " is still active -"
            " deactivate through ADMIN first."
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-EMP-NAME
    STRING EMX-fName DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           EMX-lName DELIMITED BY SPACE
        INTO WS-EMP-NAME
    MOVE FUNCTION UPPER-CASE(WS-EMP-NAME) TO WS-EMP-NAME
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE

    OPEN I-O OFFBOARD-FILE
    MOVE WS-EMP-IN TO OFX-empID
    READ OFFBOARD-FILE
        INVALID KEY
            PERFORM 210-NEW-CHECKLIST-RTN
    END-READ
    CLOSE OFFBOARD-FILE

    IF OFX-OFF-CLOSED
        DISPLAY "Checklist for " WS-EMP-NAME " closed on "
            OFX-closeDate "."
        MOVE OFX-finalPay TO WS-MONEY-DISP
        DISPLAY "  Final pay:  " WS-MONEY-DISP
        MOVE OFX-ptoPayout TO WS-MONEY-DISP
        MOVE OFX-ptoHours TO WS-HOURS-DISP
        DISPLAY "  PTO payout: " WS-MONEY-DISP " for "
            WS-HOURS-DISP " hour(s)"
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO WS-WORK-DONE
    PERFORM UNTIL WS-WORK-DONE = "Y"
        PERFORM 300-REFRESH-RTN
        IF OFX-OFF-CLOSED
            DISPLAY "Every item is cleared - checklist closed."
            MOVE "Y" TO WS-WORK-DONE
        ELSE
            DISPLAY "1. Lock Login"
            DISPLAY "2. Reassign Open Tickets"
            DISPLAY "3. Reassign Open Leads"
            DISPLAY "4. Reassign Booked Appointments"
            DISPLAY "5. Show Open Items"
            DISPLAY "6. Record Final Pay and PTO Payout"
            DISPLAY "7. Back"
            ACCEPT ITEM-OPTION
            EVALUATE ITEM-OPTION
                WHEN 1
                    PERFORM 400-LOCK-LOGIN-RTN
                WHEN 2
                    PERFORM 500-MOVE-TICKETS-RTN
                WHEN 3
                    PERFORM 520-MOVE-LEADS-RTN
                WHEN 4
                    PERFORM 540-MOVE-APPTS-RTN
                WHEN 5
                    MOVE "Y" TO WS-SHOW-ITEMS
                    PERFORM 310-COUNT-TICKETS-RTN
                    PERFORM 320-COUNT-LEADS-RTN
                    PERFORM 330-COUNT-APPTS-RTN
                    PERFORM 340-COUNT-KEYS-RTN
                    MOVE "N" TO WS-SHOW-ITEMS
                WHEN 6
                    PERFORM 600-FINAL-PAY-RTN
                WHEN 7
                    MOVE "Y" TO WS-WORK-DONE
                WHEN OTHER
                    DISPLAY "Invalid Option, Please enter 1-7."
            END-EVALUATE
        END-IF
    END-PERFORM.

*> Deactivated before the checklist existed - start one now, the
*> same way EMPLOYEE_DEACTIVATE would have.
210-NEW-CHECKLIST-RTN.
    INITIALIZE OFX-OFFBOARD
    MOVE WS-EMP-IN TO OFX-empID
    MOVE "O" TO OFX-offStatus
    MOVE WS-TODAY-DATE TO OFX-openDate
    MOVE SESSION-CURRENT-USER TO OFX-openedBy
    MOVE "N" TO OFX-loginDone
    MOVE "N" TO OFX-ticketsDone
    MOVE "N" TO OFX-leadsDone
    MOVE "N" TO OFX-apptsDone
    MOVE "N" TO OFX-keysDone
    MOVE "N" TO OFX-payDone
    WRITE OFX-OFFBOARD
        INVALID KEY
            DISPLAY "Could not open a checklist."
        NOT INVALID KEY
            DISPLAY "Offboarding checklist opened for "
                WS-EMP-NAME
    END-WRITE.

*> The ticket, lead, booking and key items clear themselves off
*> the files every pass; the login and pay items clear when they
*> are done here. Six cleared items close the checklist.
300-REFRESH-RTN.
    PERFORM 310-COUNT-TICKETS-RTN
    PERFORM 320-COUNT-LEADS-RTN
    PERFORM 330-COUNT-APPTS-RTN
    PERFORM 340-COUNT-KEYS-RTN
    MOVE "N" TO OFX-ticketsDone
    IF WS-TICKET-COUNT = 0
        MOVE "Y" TO OFX-ticketsDone
    END-IF
    MOVE "N" TO OFX-leadsDone
    IF WS-LEAD-COUNT = 0
        MOVE "Y" TO OFX-leadsDone
    END-IF
    MOVE "N" TO OFX-apptsDone
    IF WS-APPT-COUNT = 0
        MOVE "Y" TO OFX-apptsDone
    END-IF
    MOVE "N" TO OFX-keysDone
    IF WS-KEY-COUNT = 0
        MOVE "Y" TO OFX-keysDone
    END-IF
    IF OFX-loginDone = "Y" AND OFX-ticketsDone = "Y"
            AND OFX-leadsDone = "Y" AND OFX-apptsDone = "Y"
            AND OFX-keysDone = "Y" AND OFX-payDone = "Y"
        MOVE "C" TO OFX-offStatus
        MOVE WS-TODAY-DATE TO OFX-closeDate
    END-IF
    PERFORM 390-SAVE-CHECKLIST-RTN

    DISPLAY "--- Offboarding: " OFX-empID " " WS-EMP-NAME " ---"
    MOVE "OPEN" TO WS-FLAG-DISP
    IF OFX-loginDone = "Y"
        MOVE "DONE" TO WS-FLAG-DISP
    END-IF
    DISPLAY "  Login locked ........ " WS-FLAG-DISP " "
        OFX-loginName
    DISPLAY "  Open tickets ........ " WS-TICKET-COUNT
    DISPLAY "  Open leads .......... " WS-LEAD-COUNT
    DISPLAY "  Booked appointments . " WS-APPT-COUNT
    DISPLAY "  Keys still out ...... " WS-KEY-COUNT
        " (check in at KEY_DESK)"
    MOVE "OPEN" TO WS-FLAG-DISP
    IF OFX-payDone = "Y"
        MOVE "DONE" TO WS-FLAG-DISP
    END-IF
    DISPLAY "  Final pay / PTO ..... " WS-FLAG-DISP.

*> Either seat counts - the mechanic on the job or the advisor
*> who wrote it up.
310-COUNT-TICKETS-RTN.
    MOVE 0 TO WS-TICKET-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT TICKET-FILE
    MOVE 0 TO TKX-ticketID
    START TICKET-FILE KEY IS NOT LESS THAN TKX-ticketID
        INVALID KEY
            MOVE "Y" TO WS-EOF
    END-START
    PERFORM UNTIL WS-EOF = "Y"
        READ TICKET-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF NOT TKX-TICKET-CLOSED AND
                        (TKX-empID = WS-EMP-IN
                         OR TKX-advisorID = WS-EMP-IN)
                    ADD 1 TO WS-TICKET-COUNT
                    IF WS-SHOW-ITEMS = "Y"
                        DISPLAY "  TICKET " TKX-ticketID
                            " STATUS " TKX-status
                            " MECH " TKX-empID
                            " ADV " TKX-advisorID
                            " " TKX-problemDesc
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE TICKET-FILE.

320-COUNT-LEADS-RTN.
    MOVE 0 TO WS-LEAD-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT LEAD-FILE
    MOVE 0 TO LDX-leadID
    START LEAD-FILE KEY IS NOT LESS THAN LDX-leadID
        INVALID KEY
            MOVE "Y" TO WS-EOF
    END-START
    PERFORM UNTIL WS-EOF = "Y"
        READ LEAD-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF LDX-assignedEmp = WS-EMP-IN AND
                        (LDX-LEAD-NEW OR LDX-LEAD-ASSIGNED)
                    ADD 1 TO WS-LEAD-COUNT
                    IF WS-SHOW-ITEMS = "Y"
                        DISPLAY "  LEAD " LDX-leadID " "
                            LDX-leadName " " LDX-leadPhone
                            " LAST CONTACT " LDX-lastContact
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE LEAD-FILE.

330-COUNT-APPTS-RTN.
    MOVE 0 TO WS-APPT-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT APPT-FILE
    MOVE WS-EMP-IN TO APX-empID
    START APPT-FILE KEY IS EQUAL TO APX-empID
        INVALID KEY
            MOVE "Y" TO WS-EOF
    END-START
    PERFORM UNTIL WS-EOF = "Y"
        READ APPT-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF APX-empID NOT = WS-EMP-IN
                    MOVE "Y" TO WS-EOF
                ELSE
                    IF APX-APPT-SCHEDULED
                        ADD 1 TO WS-APPT-COUNT
                        IF WS-SHOW-ITEMS = "Y"
                            DISPLAY "  APPT " APX-apptID " "
                                APX-apptDate " BAY "
                                APX-bayNumber " " APX-carVIN
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE APPT-FILE.

*> A key is theirs when its last row is a checkout to their name
*> or to the login they signed in with.
340-COUNT-KEYS-RTN.
    MOVE 0 TO WS-KEY-COUNT
    MOVE 0 TO WS-KT-USED
    MOVE "N" TO WS-EOF
    OPEN INPUT KEYLOG-FILE
    PERFORM UNTIL WS-EOF = "Y"
        READ KEYLOG-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                PERFORM 350-TALLY-ONE-KEY-RTN
        END-READ
    END-PERFORM
    CLOSE KEYLOG-FILE
    PERFORM VARYING WS-KT-IDX FROM 1 BY 1
            UNTIL WS-KT-IDX > WS-KT-USED
        IF WS-KT-STATE(WS-KT-IDX) = "O"
            MOVE FUNCTION UPPER-CASE(WS-KT-HOLDER(WS-KT-IDX))
                TO WS-HOLDER-UPPER
            IF WS-HOLDER-UPPER = WS-EMP-NAME OR
                    (OFX-loginName NOT = SPACES AND
                     WS-HOLDER-UPPER = OFX-loginName)
                ADD 1 TO WS-KEY-COUNT
                IF WS-SHOW-ITEMS = "Y"
                    DISPLAY "  KEY " WS-KT-VIN(WS-KT-IDX)
                        " #" WS-KT-KEYNO(WS-KT-IDX)
                        " OUT SINCE " WS-KT-DATE(WS-KT-IDX)
                END-IF
            END-IF
        END-IF
    END-PERFORM.

350-TALLY-ONE-KEY-RTN.
    MOVE 0 TO WS-KT-SLOT
    PERFORM VARYING WS-KT-IDX FROM 1 BY 1
            UNTIL WS-KT-IDX > WS-KT-USED
        IF WS-KT-VIN(WS-KT-IDX) = KL-carVIN AND
                WS-KT-KEYNO(WS-KT-IDX) = KL-KEY-NO
            MOVE WS-KT-IDX TO WS-KT-SLOT
        END-IF
    END-PERFORM
    IF WS-KT-SLOT = 0 AND WS-KT-USED < 200
        ADD 1 TO WS-KT-USED
        MOVE WS-KT-USED TO WS-KT-SLOT
        MOVE KL-carVIN TO WS-KT-VIN(WS-KT-SLOT)
        MOVE KL-KEY-NO TO WS-KT-KEYNO(WS-KT-SLOT)
    END-IF
    IF WS-KT-SLOT > 0
        MOVE KL-KEY-ACTION TO WS-KT-STATE(WS-KT-SLOT)
        MOVE KL-KEY-HOLDER TO WS-KT-HOLDER(WS-KT-SLOT)
        MOVE KL-KEY-DATE TO WS-KT-DATE(WS-KT-SLOT)
    END-IF.

390-SAVE-CHECKLIST-RTN.
    OPEN I-O OFFBOARD-FILE
    REWRITE OFX-OFFBOARD
        INVALID KEY
            DISPLAY "Could not save the checklist."
    END-REWRITE
    CLOSE OFFBOARD-FILE.

*> Locks the login the same way JJSIGNIN's lockout does, so
*> ACCOUNT_UPDATE is still the one place to clear it.
400-LOCK-LOGIN-RTN.
    IF OFX-loginName NOT = SPACES
        DISPLAY "Login on file: " OFX-loginName
    END-IF
    DISPLAY "Login username (NONE = never had one,"
        " blank = as on file): "
    ACCEPT WS-LOGIN-IN
    MOVE FUNCTION UPPER-CASE(WS-LOGIN-IN) TO WS-LOGIN-IN
    IF WS-LOGIN-IN = SPACES
        MOVE OFX-loginName TO WS-LOGIN-IN
    END-IF
    IF WS-LOGIN-IN = SPACES
        DISPLAY "No login keyed - nothing locked."
        EXIT PARAGRAPH
    END-IF
    IF WS-LOGIN-IN = "NONE"
        MOVE "NONE" TO OFX-loginName
        MOVE "Y" TO OFX-loginDone
        PERFORM 390-SAVE-CHECKLIST-RTN
        EXIT PARAGRAPH
    END-IF
    OPEN I-O ACCOUNT-FILE
    MOVE WS-LOGIN-IN TO USERNAME
    READ ACCOUNT-FILE
        INVALID KEY
            DISPLAY "No login by that username."
        NOT INVALID KEY
            MOVE ACCOUNT-LOCKED TO WS-OLD-LOCKED
            MOVE "Y" TO ACCOUNT-LOCKED
            REWRITE ACCOUNT-INFO
                INVALID KEY
                    DISPLAY "Could not lock the login."
                NOT INVALID KEY
                    DISPLAY "Login " WS-LOGIN-IN " locked."
                    MOVE WS-LOGIN-IN TO OFX-loginName
                    MOVE "Y" TO OFX-loginDone
                    PERFORM 390-SAVE-CHECKLIST-RTN
                    PERFORM 410-JOURNAL-LOCK-RTN
            END-REWRITE
    END-READ
    CLOSE ACCOUNT-FILE.

410-JOURNAL-LOCK-RTN.
    INITIALIZE CL-CHANGE-LOG
    MOVE "OFFBOARD_DESK" TO CL-CHG-PROGRAM
    MOVE "ACCOUNT" TO CL-CHG-FILE
    MOVE USERNAME TO CL-CHG-KEY
    MOVE "LOCKED" TO CL-CHG-FIELD
    MOVE WS-OLD-LOCKED TO CL-OLD-VALUE
    MOVE ACCOUNT-LOCKED TO CL-NEW-VALUE
    CALL "LOG_FIELD_CHANGE" USING CL-CHANGE-LOG.

*> Work only moves to somebody who is still here.
450-GET-NEW-OWNER-RTN.
    MOVE "N" TO WS-NEW-OK
    DISPLAY "Reassign to Employee ID: "
    ACCEPT WS-NEW-EMP
    IF WS-NEW-EMP = WS-EMP-IN OR WS-NEW-EMP = 0
        DISPLAY "Pick an employee other than the one leaving."
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT EMP-FILE
    MOVE WS-NEW-EMP TO EMX-empID
    READ EMP-FILE
        INVALID KEY
            DISPLAY "No employee found for that ID."
        NOT INVALID KEY
            IF EMX-DST = "Y"
                DISPLAY "That employee is inactive."
            ELSE
                MOVE "Y" TO WS-NEW-OK
                DISPLAY "Moving to " EMX-fName " " EMX-lName
            END-IF
    END-READ
    CLOSE EMP-FILE.

500-MOVE-TICKETS-RTN.
    PERFORM 450-GET-NEW-OWNER-RTN
    IF WS-NEW-OK NOT = "Y"
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-MOVED-COUNT
    MOVE "N" TO WS-EOF
    OPEN I-O TICKET-FILE
    MOVE 0 TO TKX-ticketID
    START TICKET-FILE KEY IS NOT LESS THAN TKX-ticketID
        INVALID KEY
            MOVE "Y" TO WS-EOF
    END-START
    PERFORM UNTIL WS-EOF = "Y"
        READ TICKET-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF NOT TKX-TICKET-CLOSED AND
                        (TKX-empID = WS-EMP-IN
                         OR TKX-advisorID = WS-EMP-IN)
                    IF TKX-empID = WS-EMP-IN
                        MOVE WS-NEW-EMP TO TKX-empID
                    END-IF
                    IF TKX-advisorID = WS-EMP-IN
                        MOVE WS-NEW-EMP TO TKX-advisorID
                    END-IF
                    REWRITE TKX-TICKET
                        INVALID KEY
                            DISPLAY "Could not move ticket "
                                TKX-ticketID
                        NOT INVALID KEY
                            ADD 1 TO WS-MOVED-COUNT
                    END-REWRITE
                END-IF
        END-READ
    END-PERFORM
    CLOSE TICKET-FILE
    DISPLAY WS-MOVED-COUNT " ticket(s) reassigned.".

520-MOVE-LEADS-RTN.
    PERFORM 450-GET-NEW-OWNER-RTN
    IF WS-NEW-OK NOT = "Y"
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-MOVED-COUNT
    MOVE "N" TO WS-EOF
    OPEN I-O LEAD-FILE
    MOVE 0 TO LDX-leadID
    START LEAD-FILE KEY IS NOT LESS THAN LDX-leadID
        INVALID KEY
            MOVE "Y" TO WS-EOF
    END-START
    PERFORM UNTIL WS-EOF = "Y"
        READ LEAD-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF LDX-assignedEmp = WS-EMP-IN AND
                        (LDX-LEAD-NEW OR LDX-LEAD-ASSIGNED)
                    MOVE WS-NEW-EMP TO LDX-assignedEmp
                    MOVE "A" TO LDX-leadStatus
                    REWRITE LDX-LEAD
                        INVALID KEY
                            DISPLAY "Could not move lead "
                                LDX-leadID
                        NOT INVALID KEY
                            ADD 1 TO WS-MOVED-COUNT
                    END-REWRITE
                END-IF
        END-READ
    END-PERFORM
    CLOSE LEAD-FILE
    DISPLAY WS-MOVED-COUNT " lead(s) reassigned.".

*> The bookings are walked by the primary key, not the empID
*> alternate - rewriting the key being walked would lose the
*> place in the file.
540-MOVE-APPTS-RTN.
    PERFORM 450-GET-NEW-OWNER-RTN
    IF WS-NEW-OK NOT = "Y"
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-MOVED-COUNT
    MOVE "N" TO WS-EOF
    OPEN I-O APPT-FILE
    MOVE 0 TO APX-apptID
    START APPT-FILE KEY IS NOT LESS THAN APX-apptID
        INVALID KEY
            MOVE "Y" TO WS-EOF
    END-START
    PERFORM UNTIL WS-EOF = "Y"
        READ APPT-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF APX-empID = WS-EMP-IN AND APX-APPT-SCHEDULED
                    MOVE WS-NEW-EMP TO APX-empID
                    REWRITE APX-APPOINTMENT
                        INVALID KEY
                            DISPLAY "Could not move booking "
                                APX-apptID
                        NOT INVALID KEY
                            ADD 1 TO WS-MOVED-COUNT
                    END-REWRITE
                END-IF
        END-READ
    END-PERFORM
    CLOSE APPT-FILE
    DISPLAY WS-MOVED-COUNT " booking(s) reassigned.".

*> The PTO balance is priced the way PTO_DESK prices the year-end
*> liability - at the wage for hourly staff, at the annual wage
*> over 2080 hours for salaried - and a U row burns the hours
*> paid out so the balance goes to zero with the check.
600-FINAL-PAY-RTN.
    IF OFX-payDone = "Y"
        MOVE OFX-finalPay TO WS-MONEY-DISP
        DISPLAY "Final pay already recorded: " WS-MONEY-DISP
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT EMP-FILE
    MOVE WS-EMP-IN TO EMX-empID
    READ EMP-FILE
        INVALID KEY
            MOVE 0 TO EMX-wage
    END-READ
    CLOSE EMP-FILE

    MOVE 0 TO WS-BAL-ACCRUED
    MOVE 0 TO WS-BAL-USED
    MOVE "N" TO WS-EOF
    OPEN INPUT PTOLEDGER-FILE
    PERFORM UNTIL WS-EOF = "Y"
        READ PTOLEDGER-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF PT-empID = WS-EMP-IN
                    IF PT-PTO-ACCRUED
                        ADD PT-PTO-HOURS TO WS-BAL-ACCRUED
                    ELSE
                        ADD PT-PTO-HOURS TO WS-BAL-USED
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE PTOLEDGER-FILE
    COMPUTE WS-BALANCE = WS-BAL-ACCRUED - WS-BAL-USED
    IF WS-BALANCE < 0
        MOVE 0 TO WS-BALANCE
    END-IF
    IF EMX-hourly = "YES"
        COMPUTE WS-PTO-PAYOUT ROUNDED = WS-BALANCE * EMX-wage
    ELSE
        COMPUTE WS-PTO-PAYOUT ROUNDED =
            WS-BALANCE * EMX-wage / 2080
    END-IF
    MOVE WS-BALANCE TO WS-HOURS-DISP
    MOVE WS-PTO-PAYOUT TO WS-MONEY-DISP
    DISPLAY "PTO balance " WS-HOURS-DISP " hour(s), payout "
        WS-MONEY-DISP
    DISPLAY "Final paycheck gross, wages through the last day: "
    ACCEPT WS-FINAL-PAY-IN

    MOVE WS-FINAL-PAY-IN TO OFX-finalPay
    MOVE WS-BALANCE TO OFX-ptoHours
    MOVE WS-PTO-PAYOUT TO OFX-ptoPayout
    MOVE "Y" TO OFX-payDone
    PERFORM 390-SAVE-CHECKLIST-RTN

    IF WS-BALANCE > 0
        MOVE WS-EMP-IN TO PT-empID
        MOVE "U" TO PT-PTO-TYPE
        MOVE WS-BALANCE TO PT-PTO-HOURS
        MOVE WS-TODAY-DATE TO PT-PTO-DATE
        MOVE SESSION-CURRENT-USER TO PT-PTO-BY
        OPEN EXTEND PTOLEDGER-FILE
        WRITE PT-PTO
        CLOSE PTOLEDGER-FILE
    END-IF
    MOVE WS-FINAL-PAY-IN TO WS-MONEY-DISP
    DISPLAY "Final pay " WS-MONEY-DISP " recorded.".

END PROGRAM OFFBOARD_DESK.
