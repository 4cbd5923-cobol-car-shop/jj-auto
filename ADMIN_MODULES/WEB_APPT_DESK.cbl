*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Website appointment requests - the return path for the
*>          "book a service" form, which used to arrive as emails
*>          somebody re-keyed into APPT_BOOK after the slot had
*>          gone. Imports the site's WEBAPPTS.DAT drop the way
*>          LEAD_DESK imports WEBLEADS.DAT: each request is matched
*>          to CUSTOMER.IDX by phone and email (LEAD_DESK's match)
*>          and its VIN to the customer's open OWNERSHIP.IDX
*>          garage, the day is asked of the shop calendar
*>          (SHOP_DAY), and a bay and mechanic are found through
*>          CHECK_APPT_SLOT - APPT_BOOK's own conflict check - the
*>          customer's choice of mechanic if they made one,
*>          otherwise the first mechanic on the day's grid with a
*>          bay free. A clean request is booked through APPT_BOOK.
*>          Anything else - unknown customer, VIN not theirs, shop
*>          closed, nothing free - waits on WEBAPPTQ.IDX (see
*>          WEB_APPT_DEF) with the reason, for the desk to book by
*>          hand or decline. Every outcome is written to
*>          WEBAPPT_CONFIRM.DAT for the website to email the
*>          customer. The drop is truncated once its rows are in.
*>          Launched from JJUI off a PERMISSIONS.DAT row.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. WEB_APPT_DESK.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL WEBAPPTS-FILE ASSIGN TO '../WEBAPPTS.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL CONFIRM-FILE ASSIGN TO '../WEBAPPT_CONFIRM.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL WEBAPPTQ-FILE
        ASSIGN TO '../../INDEXES/WEBAPPTQ.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS WAX-waReqID.
    SELECT OPTIONAL CUS-FILE
        ASSIGN TO '../CUSTOMER_MGMT/CUSTOMER.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS CUST-ID-REC
        ALTERNATE RECORD KEY IS CUST-LNAME-REC WITH DUPLICATES
        ALTERNATE RECORD KEY IS CUST-PHONE-REC WITH DUPLICATES
        ALTERNATE RECORD KEY IS CUST-EMAIL-REC WITH DUPLICATES.
    SELECT OPTIONAL OWNERSHIP-FILE
        ASSIGN TO '../../INDEXES/OWNERSHIP.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS OWX-ownerID
        ALTERNATE RECORD KEY IS OWX-custID WITH DUPLICATES
        ALTERNATE RECORD KEY IS OWX-carVIN WITH DUPLICATES.
    SELECT OPTIONAL SCHEDULE-FILE
        ASSIGN TO '../../INDEXES/SCHEDULE.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS SCX-schedID
        ALTERNATE RECORD KEY IS SCX-empID WITH DUPLICATES
        ALTERNATE RECORD KEY IS SCX-schedDate WITH DUPLICATES.
    SELECT OPTIONAL INDEX-FILE-APPT
        ASSIGN TO '../../INDEXES/APPOINTMENT.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS IDX-apptID
        ALTERNATE RECORD KEY IS IDX-apptDate WITH DUPLICATES
        ALTERNATE RECORD KEY IS IDX-empID WITH DUPLICATES
        ALTERNATE RECORD KEY IS IDX-bayNumber WITH DUPLICATES
        ALTERNATE RECORD KEY IS IDX-custID WITH DUPLICATES.
    SELECT EXPORT-FILE ASSIGN TO 'WEBAPPT_REVIEW.RPT'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> The website's drop: one row per appointment request. The
*> mechanic is the customer's pick, zero for whoever is free.
FD WEBAPPTS-FILE.
01  WEBAPPT-REC.
    05  WR-REQ-ID        PIC X(10).
    05  WR-NAME          PIC X(30).
    05  WR-PHONE         PIC 9(10).
    05  WR-EMAIL         PIC X(35).
    05  WR-VIN           PIC X(17).
    05  WR-APPT-DATE     PIC 9(8).
    05  WR-SERVICE-ID    PIC 9(5).
    05  WR-EMP-ID        PIC 9(5).
    05  WR-NOTES         PIC X(30).
*> Back to the website: B booked, Q waiting on the desk,
*> D declined - with the booking when there is one.
FD CONFIRM-FILE.
01  CONFIRM-REC.
    05  WC-REQ-ID        PIC X(10).
    05  WC-STATUS        PIC X.
    05  WC-APPT-ID       PIC 9(5).
    05  WC-APPT-DATE     PIC 9(8).
    05  WC-NAME          PIC X(30).
    05  WC-EMAIL         PIC X(35).
    05  WC-MESSAGE       PIC X(40).
FD WEBAPPTQ-FILE
    RECORD CONTAINS 229 CHARACTERS.
    COPY WEB_APPT_DEF REPLACING ==:TAG:== BY ==WAX==.
*> Mirrors the CUST-REC layout CUSTOMER_MGMT's own programs carry
*> inline, same as LEAD_DESK.cbl.
FD CUS-FILE.
01  CUST-REC.
    05  CUST-ID-REC                      PIC 9(5).
    05  CUST-FNAME-REC                   PIC X(15).
    05  CUST-LNAME-REC                   PIC X(15).
    05  CUST-INIT-REC                    PIC X.
    05  CUST-PHONE-REC                   PIC 9(10).
    05  CUST-EMAIL-REC                   PIC X(35).
    05  CUST-ADDRS-REC                   PIC X(35).
    05  CUST-CITY-REC                    PIC X(15).
    05  CUST-STATE-REC                   PIC XX.
    05  CUST-ZIP-REC                     PIC 9(5).
    05  CUST-DST-REC                     PIC X.
    05  CUST-DST-DATE-REC                PIC 9(8).
    05  CUST-ADDED-DATE-REC              PIC 9(8).
    05  CUST-AR-BALANCE-REC              PIC 9(7)V99.
    05  CUST-CREDIT-HOLD-REC             PIC X.
    05  CUST-NO-CONTACT-REC              PIC X.
    05  CUST-NO-CHECKS-REC               PIC X.
FD OWNERSHIP-FILE
    RECORD CONTAINS 43 CHARACTERS.
    COPY OWNER_DEF REPLACING ==:TAG:== BY ==OWX==.
FD SCHEDULE-FILE
    RECORD CONTAINS 36 CHARACTERS.
    COPY SCHEDULE_DEF REPLACING ==:TAG:== BY ==SCX==.
FD INDEX-FILE-APPT
    RECORD CONTAINS 79 CHARACTERS.
    COPY APPOINTMENT_DEF REPLACING ==:TAG:== BY ==IDX==.
FD EXPORT-FILE.
01 EXPORT-REC                 PIC X(120).

WORKING-STORAGE SECTION.
COPY SESSION_DEF.
COPY APPOINTMENT_DEF REPLACING ==:TAG:== BY ==WSA==.
COPY APPT_SLOT_DEF REPLACING ==:TAG:== BY ==WAS==.
COPY SHOP_DAY_DEF REPLACING ==:TAG:== BY ==WSD==.

01  MENU-OPTION             PIC 9.
01  WS-MENU-DONE            PIC X VALUE "N".
01  WS-EOF                  PIC X.
01  WS-CUS-EOF              PIC X.
01  WS-OWN-EOF              PIC X.
01  WS-SCHED-EOF            PIC X.
01  WS-Q-EOF                PIC X.
01  WS-REQ-IN               PIC X(10).
01  WS-ID-SERIES            PIC X(10).
01  WS-NEXT-APPT-ID         PIC 9(5).
01  WS-MATCH-CUST           PIC 9(5).
01  WS-VIN-OWNED            PIC X.
01  WS-ALREADY-QUEUED       PIC X.
01  WS-TODAY-DATE           PIC 9(8).
01  WS-REASON               PIC X(30).
01  WS-APPT-WRITTEN         PIC X.
01  WS-ANSWER               PIC X.
01  WS-BOOKED               PIC 9(5).
01  WS-QUEUED               PIC 9(5).
01  WS-SKIPPED              PIC 9(5).
01  WS-OPEN-COUNT           PIC 9(5).

*> Finding a slot: the mechanics working the day off the schedule
*> grid, each tried against the bays in turn.
01  WS-BAY-COUNT            PIC 99 VALUE 10.
01  WS-TRY-BAY              PIC 99.
01  WS-FOUND-BAY            PIC 99.
01  WS-FOUND-EMP            PIC 9(5).
01  WS-MECH-USED            PIC 99.
01  WS-MECH-NO              PIC 99.
01  WS-MECH-TABLE.
    05  WS-MECH-EMPID       PIC 9(5) OCCURS 20 TIMES.

*> One request in hand, from the drop or from the queue.
01  WS-REQUEST.
    05  WS-RQ-REQ-ID        PIC X(10).
    05  WS-RQ-NAME          PIC X(30).
    05  WS-RQ-PHONE         PIC 9(10).
    05  WS-RQ-EMAIL         PIC X(35).
    05  WS-RQ-VIN           PIC X(17).
    05  WS-RQ-DATE          PIC 9(8).
    05  WS-RQ-SERVICE-ID    PIC 9(5).
    05  WS-RQ-EMP-ID        PIC 9(5).
    05  WS-RQ-NOTES         PIC X(30).

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM UNTIL WS-MENU-DONE = "Y"
        DISPLAY "--- Web Appointment Requests ---"
        DISPLAY "1. Import WEBAPPTS.DAT"
        DISPLAY "2. Review Queue"
        DISPLAY "3. Book a Queued Request"
        DISPLAY "4. Decline a Queued Request"
        DISPLAY "5. Exit"
        ACCEPT MENU-OPTION
        EVALUATE MENU-OPTION
            WHEN 1
                PERFORM 200-IMPORT-RTN
            WHEN 2
                PERFORM 500-REVIEW-QUEUE-RTN
            WHEN 3
                PERFORM 600-BOOK-QUEUED-RTN
            WHEN 4
                PERFORM 700-DECLINE-QUEUED-RTN
            WHEN 5
                MOVE "Y" TO WS-MENU-DONE
            WHEN OTHER
                DISPLAY "Invalid Option, Please enter 1-5."
        END-EVALUATE
    END-PERFORM
    STOP RUN.

200-IMPORT-RTN.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
    MOVE 0 TO WS-BOOKED
    MOVE 0 TO WS-QUEUED
    MOVE 0 TO WS-SKIPPED
    MOVE "N" TO WS-EOF
    OPEN INPUT WEBAPPTS-FILE
    PERFORM UNTIL WS-EOF = "Y"
        READ WEBAPPTS-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE WEBAPPT-REC TO WS-REQUEST
                PERFORM 250-IMPORT-ONE-RTN
        END-READ
    END-PERFORM
    CLOSE WEBAPPTS-FILE
*>  The batch is in - truncate the drop so the website's next
*>  batch starts clean and nothing imports twice.
    OPEN OUTPUT WEBAPPTS-FILE
    CLOSE WEBAPPTS-FILE
    DISPLAY WS-BOOKED " request(s) booked, " WS-QUEUED
        " queued for review, " WS-SKIPPED " already on file.".

*>  A request ID already on WEBAPPTQ.IDX is the site sending the
*>  same request again - skip it. Otherwise the first reason it
*>  cannot book itself sends it to the queue.
250-IMPORT-ONE-RTN.
    MOVE "Y" TO WS-ALREADY-QUEUED
    OPEN INPUT WEBAPPTQ-FILE
    MOVE WS-RQ-REQ-ID TO WAX-waReqID
    READ WEBAPPTQ-FILE
        INVALID KEY
            MOVE "N" TO WS-ALREADY-QUEUED
    END-READ
    CLOSE WEBAPPTQ-FILE
    IF WS-ALREADY-QUEUED = "Y"
        ADD 1 TO WS-SKIPPED
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-REASON
    PERFORM 270-MATCH-CUSTOMER-RTN
    IF WS-MATCH-CUST = 0
        MOVE "UNKNOWN CUSTOMER" TO WS-REASON
    ELSE
        PERFORM 280-CHECK-GARAGE-RTN
        IF WS-VIN-OWNED = "N"
            MOVE "VIN NOT IN CUSTOMER GARAGE" TO WS-REASON
        END-IF
    END-IF
    IF WS-REASON = SPACES
        PERFORM 300-CHECK-DAY-RTN
    END-IF
    IF WS-REASON = SPACES
        PERFORM 350-FIND-SLOT-RTN
    END-IF
    IF WS-REASON = SPACES
        MOVE WS-MATCH-CUST TO WSA-custID
        PERFORM 400-BOOK-THROUGH-APPT-BOOK-RTN
        IF WS-APPT-WRITTEN = "N"
            MOVE "BOOKING NOT WRITTEN" TO WS-REASON
        END-IF
    END-IF

    INITIALIZE WAX-WEB-APPT
    MOVE WS-RQ-REQ-ID TO WAX-waReqID
    MOVE WS-MATCH-CUST TO WAX-custID
    MOVE WS-RQ-NAME TO WAX-waName
    MOVE WS-RQ-PHONE TO WAX-waPhone
    MOVE WS-RQ-EMAIL TO WAX-waEmail
    MOVE WS-RQ-VIN TO WAX-carVIN
    MOVE WS-RQ-DATE TO WAX-waApptDate
    MOVE WS-RQ-SERVICE-ID TO WAX-serviceID
    MOVE WS-RQ-EMP-ID TO WAX-empID
    MOVE WS-RQ-NOTES TO WAX-waNotes
    MOVE WS-TODAY-DATE TO WAX-waRcvdDate
    IF WS-REASON = SPACES
        MOVE "B" TO WAX-waStatus
        MOVE WSA-apptID TO WAX-apptID
        MOVE SESSION-CURRENT-USER TO WAX-waDoneBy
        ADD 1 TO WS-BOOKED
        MOVE "B" TO WC-STATUS
        MOVE "YOUR APPOINTMENT IS BOOKED" TO WC-MESSAGE
    ELSE
        MOVE "R" TO WAX-waStatus
        MOVE WS-REASON TO WAX-waReason
        MOVE 0 TO WAX-apptID
        ADD 1 TO WS-QUEUED
        MOVE "Q" TO WC-STATUS
        MOVE "RECEIVED - WE WILL CALL TO CONFIRM" TO WC-MESSAGE
    END-IF
    OPEN I-O WEBAPPTQ-FILE
    WRITE WAX-WEB-APPT
        INVALID KEY
            DISPLAY "Could not queue request " WS-RQ-REQ-ID
    END-WRITE
    CLOSE WEBAPPTQ-FILE
    PERFORM 800-WRITE-CONFIRM-RTN.

*>  Same matching LEAD_DESK makes: phone first, email second,
*>  sequential over the customer file.
270-MATCH-CUSTOMER-RTN.
    MOVE 0 TO WS-MATCH-CUST
    MOVE "N" TO WS-CUS-EOF
    OPEN INPUT CUS-FILE
    MOVE 0 TO CUST-ID-REC
    START CUS-FILE KEY IS NOT LESS THAN CUST-ID-REC
        INVALID KEY
            MOVE "Y" TO WS-CUS-EOF
    END-START
    PERFORM UNTIL WS-CUS-EOF = "Y"
        READ CUS-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-CUS-EOF
            NOT AT END
                IF CUST-DST-REC NOT = "Y" AND
                        (CUST-PHONE-REC = WS-RQ-PHONE OR
                        (WS-RQ-EMAIL NOT = SPACES AND
                         CUST-EMAIL-REC = WS-RQ-EMAIL))
                    MOVE CUST-ID-REC TO WS-MATCH-CUST
                    MOVE "Y" TO WS-CUS-EOF
                END-IF
        END-READ
    END-PERFORM
    CLOSE CUS-FILE.

*>  The VIN has to be one the customer still owns - an open
*>  OWNERSHIP.IDX row off the custID alternate key.
280-CHECK-GARAGE-RTN.
    MOVE "N" TO WS-VIN-OWNED
    MOVE "N" TO WS-OWN-EOF
    OPEN INPUT OWNERSHIP-FILE
    MOVE WS-MATCH-CUST TO OWX-custID
    START OWNERSHIP-FILE KEY IS NOT LESS THAN OWX-custID
        INVALID KEY
            MOVE "Y" TO WS-OWN-EOF
    END-START
    PERFORM UNTIL WS-OWN-EOF = "Y"
        READ OWNERSHIP-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-OWN-EOF
            NOT AT END
                IF OWX-custID NOT = WS-MATCH-CUST
                    MOVE "Y" TO WS-OWN-EOF
                ELSE
                    IF OWX-carVIN = WS-RQ-VIN AND
                            OWX-disposedDate = 0
                        MOVE "Y" TO WS-VIN-OWNED
                        MOVE "Y" TO WS-OWN-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE OWNERSHIP-FILE.

*>  A day in the past, or one the shop calendar has closed, is for
*>  the desk to talk through with the customer.
300-CHECK-DAY-RTN.
    IF FUNCTION TEST-DATE-YYYYMMDD(WS-RQ-DATE) NOT = 0
            OR WS-RQ-DATE NOT > WS-TODAY-DATE
        MOVE "DATE NOT BOOKABLE" TO WS-REASON
    ELSE
        MOVE "D" TO WSD-SD-FUNCTION
        MOVE WS-RQ-DATE TO WSD-SD-DATE
        CALL "SHOP_DAY" USING WSD-SHOP-DAY
        IF WSD-SD-CLOSED
            MOVE "SHOP CLOSED THAT DAY" TO WS-REASON
        END-IF
    END-IF.

*>  The customer's mechanic if they picked one, otherwise each
*>  mechanic on the day's grid in turn, against bays 1 up - the
*>  first pair CHECK_APPT_SLOT finds clear is the booking. An
*>  unkeyed day has nobody to offer unless the customer named them.
350-FIND-SLOT-RTN.
    MOVE 0 TO WS-FOUND-BAY
    MOVE 0 TO WS-FOUND-EMP
    IF WS-RQ-EMP-ID NOT = 0
        MOVE 1 TO WS-MECH-USED
        MOVE WS-RQ-EMP-ID TO WS-MECH-EMPID(1)
    ELSE
        PERFORM 360-LOAD-DAY-MECHANICS-RTN
    END-IF
    IF WS-MECH-USED = 0
        MOVE "NO MECHANIC SCHEDULED" TO WS-REASON
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-MECH-NO FROM 1 BY 1
            UNTIL WS-MECH-NO > WS-MECH-USED OR WS-FOUND-EMP NOT = 0
        PERFORM VARYING WS-TRY-BAY FROM 1 BY 1
                UNTIL WS-TRY-BAY > WS-BAY-COUNT OR WS-FOUND-EMP NOT = 0
            MOVE WS-RQ-DATE TO WAS-AS-DATE
            MOVE WS-TRY-BAY TO WAS-AS-BAY
            MOVE WS-MECH-EMPID(WS-MECH-NO) TO WAS-AS-EMPID
            CALL "CHECK_APPT_SLOT" USING WAS-APPT-SLOT
            IF WAS-AS-EMP-TAKEN = "Y" OR WAS-AS-EMP-SCHEDULED = "N"
*>              This mechanic is out whichever bay - move on.
                MOVE WS-BAY-COUNT TO WS-TRY-BAY
            ELSE
                IF WAS-AS-BAY-TAKEN = "N"
                    MOVE WS-TRY-BAY TO WS-FOUND-BAY
                    MOVE WS-MECH-EMPID(WS-MECH-NO) TO WS-FOUND-EMP
                END-IF
            END-IF
        END-PERFORM
    END-PERFORM
    IF WS-FOUND-EMP = 0
        IF WS-RQ-EMP-ID NOT = 0
            MOVE "MECHANIC NOT AVAILABLE" TO WS-REASON
        ELSE
            MOVE "NO BAY OR MECHANIC FREE" TO WS-REASON
        END-IF
    END-IF.

360-LOAD-DAY-MECHANICS-RTN.
    MOVE 0 TO WS-MECH-USED
    MOVE "N" TO WS-SCHED-EOF
    OPEN INPUT SCHEDULE-FILE
    MOVE WS-RQ-DATE TO SCX-schedDate
    START SCHEDULE-FILE KEY IS NOT LESS THAN SCX-schedDate
        INVALID KEY
            MOVE "Y" TO WS-SCHED-EOF
    END-START
    PERFORM UNTIL WS-SCHED-EOF = "Y"
        READ SCHEDULE-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-SCHED-EOF
            NOT AT END
                IF SCX-schedDate NOT = WS-RQ-DATE
                    MOVE "Y" TO WS-SCHED-EOF
                ELSE
                    IF SCX-schedRole = "MECHANIC" AND
                            WS-MECH-USED < 20
                        ADD 1 TO WS-MECH-USED
                        MOVE SCX-empID TO WS-MECH-EMPID(WS-MECH-USED)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE SCHEDULE-FILE.

*>  The booking goes through APPT_BOOK like every other - the slot
*>  was found clear, so it writes without asking. The appointment
*>  file is read back to be sure it landed.
400-BOOK-THROUGH-APPT-BOOK-RTN.
    MOVE "APPT" TO WS-ID-SERIES
    CALL "GET_NEXT_ID" USING WS-ID-SERIES, WS-NEXT-APPT-ID
    MOVE WS-NEXT-APPT-ID TO WSA-apptID
    MOVE WS-RQ-VIN TO WSA-carVIN
    MOVE WS-FOUND-EMP TO WSA-empID
    MOVE WS-FOUND-BAY TO WSA-bayNumber
    MOVE WS-RQ-DATE TO WSA-apptDate
    MOVE WS-RQ-NOTES TO WSA-notes
    MOVE WS-RQ-SERVICE-ID TO WSA-serviceID
    CALL "APPT_BOOK" USING WSA-Appointment
    MOVE "N" TO WS-APPT-WRITTEN
    OPEN INPUT INDEX-FILE-APPT
    MOVE WSA-apptID TO IDX-apptID
    READ INDEX-FILE-APPT
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE "Y" TO WS-APPT-WRITTEN
    END-READ
    CLOSE INDEX-FILE-APPT.

500-REVIEW-QUEUE-RTN.
    MOVE 0 TO WS-OPEN-COUNT
    MOVE "N" TO WS-Q-EOF
    OPEN OUTPUT EXPORT-FILE
    MOVE "REQUEST    CUST   DATE      NAME                          " &
         "PHONE       REASON"
        TO EXPORT-REC
    WRITE EXPORT-REC
    OPEN INPUT WEBAPPTQ-FILE
    MOVE LOW-VALUES TO WAX-waReqID
    START WEBAPPTQ-FILE KEY IS NOT LESS THAN WAX-waReqID
        INVALID KEY
            MOVE "Y" TO WS-Q-EOF
    END-START
    PERFORM UNTIL WS-Q-EOF = "Y"
        READ WEBAPPTQ-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-Q-EOF
            NOT AT END
                IF WAX-WA-REVIEW
                    ADD 1 TO WS-OPEN-COUNT
                    MOVE SPACES TO EXPORT-REC
                    STRING WAX-waReqID " " WAX-custID
                           "  " WAX-waApptDate
                           "  " WAX-waName
                           "  " WAX-waPhone
                           "  " WAX-waReason
                        DELIMITED BY SIZE INTO EXPORT-REC
                    WRITE EXPORT-REC
                    DISPLAY EXPORT-REC
                END-IF
        END-READ
    END-PERFORM
    CLOSE WEBAPPTQ-FILE
    CLOSE EXPORT-FILE
    DISPLAY WS-OPEN-COUNT " request(s) waiting - written to"
        " WEBAPPT_REVIEW.RPT".

*>  The desk has talked to the customer: the customer ID (added
*>  through CUSADD first if they are new), VIN, day, mechanic and
*>  bay are keyed and APPT_BOOK books it with its usual warnings
*>  and override.
600-BOOK-QUEUED-RTN.
    DISPLAY "Enter Request ID: "
    ACCEPT WS-REQ-IN
    OPEN I-O WEBAPPTQ-FILE
    MOVE WS-REQ-IN TO WAX-waReqID
    READ WEBAPPTQ-FILE
        INVALID KEY
            DISPLAY "No request found with that ID."
        NOT INVALID KEY
            IF NOT WAX-WA-REVIEW
                DISPLAY "That request is not waiting on the desk."
            ELSE
                PERFORM 650-BOOK-ONE-QUEUED-RTN
            END-IF
    END-READ
    CLOSE WEBAPPTQ-FILE.

650-BOOK-ONE-QUEUED-RTN.
    DISPLAY WAX-waName " PH " WAX-waPhone " " WAX-waEmail
    DISPLAY "VIN " WAX-carVIN " ASKED FOR " WAX-waApptDate
        " - " WAX-waReason
    DISPLAY "Customer ID (0 = " WAX-custID "): "
    ACCEPT WSA-custID
    IF WSA-custID = 0
        MOVE WAX-custID TO WSA-custID
    END-IF
    IF WSA-custID = 0
        DISPLAY "Add the customer first, then book the request."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Vehicle VIN (blank = as asked): "
    MOVE SPACES TO WS-RQ-VIN
    ACCEPT WS-RQ-VIN
    IF WS-RQ-VIN = SPACES
        MOVE WAX-carVIN TO WS-RQ-VIN
    END-IF
    DISPLAY "Appointment Date (YYYYMMDD, 0 = as asked): "
    ACCEPT WS-RQ-DATE
    IF WS-RQ-DATE = 0
        MOVE WAX-waApptDate TO WS-RQ-DATE
    END-IF
    DISPLAY "Mechanic Employee ID: "
    ACCEPT WS-FOUND-EMP
    DISPLAY "Bay Number: "
    ACCEPT WS-FOUND-BAY
    MOVE WAX-waNotes TO WS-RQ-NOTES
    MOVE WAX-serviceID TO WS-RQ-SERVICE-ID
    PERFORM 400-BOOK-THROUGH-APPT-BOOK-RTN
    IF WS-APPT-WRITTEN = "N"
        DISPLAY "Request left on the queue."
        EXIT PARAGRAPH
    END-IF
    MOVE WSA-custID TO WAX-custID
    MOVE WS-RQ-VIN TO WAX-carVIN
    MOVE WS-RQ-DATE TO WAX-waApptDate
    MOVE WS-FOUND-EMP TO WAX-empID
    MOVE "B" TO WAX-waStatus
    MOVE WSA-apptID TO WAX-apptID
    MOVE SESSION-CURRENT-USER TO WAX-waDoneBy
    REWRITE WAX-WEB-APPT
        INVALID KEY
            DISPLAY "Could not update the request."
    END-REWRITE
    MOVE "B" TO WC-STATUS
    MOVE "YOUR APPOINTMENT IS BOOKED" TO WC-MESSAGE
    PERFORM 850-CONFIRM-FROM-QUEUE-RTN.

700-DECLINE-QUEUED-RTN.
    DISPLAY "Enter Request ID: "
    ACCEPT WS-REQ-IN
    OPEN I-O WEBAPPTQ-FILE
    MOVE WS-REQ-IN TO WAX-waReqID
    READ WEBAPPTQ-FILE
        INVALID KEY
            DISPLAY "No request found with that ID."
        NOT INVALID KEY
            IF NOT WAX-WA-REVIEW
                DISPLAY "That request is not waiting on the desk."
            ELSE
                DISPLAY WAX-waName " ASKED FOR " WAX-waApptDate
                    " - " WAX-waReason
                DISPLAY "Decline this request? (Y/N): "
                ACCEPT WS-ANSWER
                IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
                    MOVE "D" TO WAX-waStatus
                    MOVE SESSION-CURRENT-USER TO WAX-waDoneBy
                    REWRITE WAX-WEB-APPT
                        INVALID KEY
                            DISPLAY "Could not update the request."
                    END-REWRITE
                    MOVE "D" TO WC-STATUS
                    MOVE "PLEASE CALL US TO SCHEDULE" TO WC-MESSAGE
                    PERFORM 850-CONFIRM-FROM-QUEUE-RTN
                    DISPLAY "Request declined."
                ELSE
                    DISPLAY "Nothing changed."
                END-IF
            END-IF
    END-READ
    CLOSE WEBAPPTQ-FILE.

*>  One row back to the website per outcome - WC-STATUS and the
*>  message are set by the caller.
800-WRITE-CONFIRM-RTN.
    MOVE WS-RQ-REQ-ID TO WC-REQ-ID
    MOVE WS-RQ-NAME TO WC-NAME
    MOVE WS-RQ-EMAIL TO WC-EMAIL
    IF WC-STATUS = "B"
        MOVE WSA-apptID TO WC-APPT-ID
        MOVE WS-RQ-DATE TO WC-APPT-DATE
    ELSE
        MOVE 0 TO WC-APPT-ID
        MOVE WS-RQ-DATE TO WC-APPT-DATE
    END-IF
    OPEN EXTEND CONFIRM-FILE
    WRITE CONFIRM-REC
    CLOSE CONFIRM-FILE.

850-CONFIRM-FROM-QUEUE-RTN.
    MOVE WAX-waReqID TO WS-RQ-REQ-ID
    MOVE WAX-waName TO WS-RQ-NAME
    MOVE WAX-waEmail TO WS-RQ-EMAIL
    MOVE WAX-waApptDate TO WS-RQ-DATE
    PERFORM 800-WRITE-CONFIRM-RTN.

END PROGRAM WEB_APPT_DESK.
