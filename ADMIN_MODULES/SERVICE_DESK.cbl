*>          so TICKET_CLOSE/UPDATE_PART can stamp PH-CHANGED-BY - they
*>          run in-process off a direct CALL, so EXTERNAL storage set
*>          here carries straight through to them.
*>          A ticket is a repair order with any number of job lines
*>          on TICKETJOB.IDX: the service keyed at open is job 01,
*>          Add Job Line puts the next one on, and assigning,
*>          parts, kits, punches, and supplemental approvals each
*>          name the job line they belong to (0 on assign and
*>          approval means the whole ticket).
*>          Every ticket also carries the service advisor who wrote
*>          it (advisorID) - keyed at open and at appointment
*>          check-in and checked against EMPLOYEE.IDX - so
*>          TICKET_CLOSE can accrue the writer's pay.
*>          Finished work is marked READY FOR PICKUP through
*>          TICKET_READY, and Close Ticket is the cashier's release
*>          of the car - TICKET_CLOSE refuses a ticket not yet
*>          ready, will not charge a credit-hold customer to
*>          account, and will not take a check from a customer
*>          who is cash-or-card only after a returned check.
*>          Before the close the cashier sees the customer's
*>          loyalty points balance (LOYALTY_POINTS) and keys how
*>          many to redeem against the bill; TICKET_CLOSE takes
*>          the discount and posts the points the visit earns.
*>          A writer without the customer number keys 0 at the
*>          customer prompt and finds them through CUST_FIND, off
*>          the CUSTOMER.IDX phone, last name or email key.
*>          Part quantities on a ticket line run to five digits,
*>          the same as PART-ON-HAND.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
        RECORD KEY IS TPX-ticketPartID
        ALTERNATE RECORD KEY IS TPX-ticketID WITH DUPLICATES
        ALTERNATE RECORD KEY IS TPX-partID WITH DUPLICATES.
    SELECT OPTIONAL TICKETJOB-FILE
        ASSIGN TO '../../INDEXES/TICKETJOB.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS TJX-jobKey
        ALTERNATE RECORD KEY IS TJX-empID WITH DUPLICATES.
    SELECT OPTIONAL TICKETTIME-FILE ASSIGN TO '../TICKETTIME.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL INSPECT-FILE ASSIGN TO '../INSPECTFIND.DAT'
DATA DIVISION.
FILE SECTION.
FD TICKET-FILE
    RECORD CONTAINS 137 CHARACTERS.
    COPY TICKET_DEF REPLACING ==:TAG:== BY ==IDX==.
FD TICKETPART-FILE
    RECORD CONTAINS 22 CHARACTERS.
    COPY TICKET_PART_DEF REPLACING ==:TAG:== BY ==TPX==.
FD TICKETJOB-FILE
    RECORD CONTAINS 108 CHARACTERS.
    COPY TICKET_JOB_DEF REPLACING ==:TAG:== BY ==TJX==.
FD TICKETTIME-FILE.
    COPY TICKET_TIME_DEF REPLACING ==:TAG:== BY ==TTX==.
FD INSPECT-FILE.
    RECORD CONTAINS 43 CHARACTERS.
    COPY OWNER_DEF REPLACING ==:TAG:== BY ==OWX==.
FD KITLINE-FILE
    RECORD CONTAINS 20 CHARACTERS.
    COPY KIT_LINE_DEF REPLACING ==:TAG:== BY ==KLX==.
FD CERT-FILE
    RECORD CONTAINS 36 CHARACTERS.
WORKING-STORAGE SECTION.
    COPY TICKET_DEF REPLACING ==:TAG:== BY ==WST==.
    COPY TICKET_PART_DEF REPLACING ==:TAG:== BY ==WSP==.
    COPY TICKET_JOB_DEF REPLACING ==:TAG:== BY ==WSJ==.
    COPY APPOINTMENT_DEF REPLACING ==:TAG:== BY ==WSA==.
    COPY SESSION_DEF.
    COPY SERVICE_DEF REPLACING ==:TAG:== BY ==WSV==.
01  WS-NEXT-TICKETPART-ID   PIC 9(5).
01  WS-NEXT-APPT-ID         PIC 9(5).
01  WS-SCAN-EOF             PIC X VALUE "N".
01  WS-FIND-BY              PIC X.
01  WS-FIND-PHONE           PIC 9(10).
01  WS-FIND-FNAME           PIC X(15).
01  WS-FIND-LNAME           PIC X(15).
01  WS-FIND-EMAIL           PIC X(35).
01  WS-FIND-CUSTID          PIC 9(5).
01  WS-ID-SERIES            PIC X(10).
01  WS-TICKET-RESULT        PIC 99.
01  WS-ASSIGN-EMPID         PIC 9(5).
01  WS-PART-ID              PIC 9(5).
01  WS-PART-QTY             PIC 9(5).
01  WS-APPT-ANSWER          PIC X.
01  WS-ARR-EOF              PIC X.
01  WS-ARR-ANSWER           PIC X.
01  WS-KIT-EOF              PIC X.
01  WS-KIT-LINES            PIC 9(3).
01  WS-KIT-SHORT            PIC 9(3).
01  WS-KIT-AVAILABLE        PIC S9(5).
01  WS-KIT-ANSWER           PIC X.
COPY SUBLET_DEF REPLACING ==:TAG:== BY ==WSSB==.
01  WS-NEXT-SUBLET-ID       PIC 9(5).
01  WS-HOLD-TICKETID        PIC 9(5).
01  WS-HOLD-ANSWER          PIC X.
01  WS-JOB-IN               PIC 99.
01  WS-JOB-TICKETID         PIC 9(5).
01  WS-JOB-EOF              PIC X.
01  WS-JOB-COUNT            PIC 99.
01  WS-JOB-SERVICE-NAME     PIC X(25).

*> The standard multi-point checklist, one slot per item.
01  WS-CHECKLIST-VALUES.
01  WS-CARD-ANSWER          PIC X.
01  WS-CARD-AUTH-REF        PIC X(12).
01  WS-CARD-DOC             PIC X(10).
01  WS-LOY-FUNCTION         PIC X.
01  WS-LOY-CUSTID           PIC 9(5).
01  WS-LOY-DOC-REF          PIC X(10).
01  WS-LOY-AMOUNT           PIC 9(7)V99.
01  WS-LOY-POINTS           PIC 9(7).
01  WS-LOY-VALUE            PIC 9(7)V99.
01  WS-LOY-BALANCE          PIC 9(7).
01  WS-LOY-REDEEM           PIC 9(7).
01  WS-LOY-VALUE-DISP       PIC $,$$$,$$9.99.
COPY PERIOD_LOCK_DEF.
01  WS-OVERRIDE-OK          PIC X.
01  WS-MGR-USERNAME         PIC X(30).
01  WS-CERT-ANSWER          PIC X.
COPY PART_DEF REPLACING ==:TAG:== BY ==WSPT==.
01  WS-PUNCH-TICKETID       PIC 9(5).
COPY EMP_DEF REPLACING ==:TAG:== BY ==WSE==.
01  WS-ADVISOR-OK           PIC X.
01  WS-PUNCH-EMPID          PIC 9(5).
01  WS-PUNCH-LAST-TYPE      PIC X(3).
01  WS-PUNCH-LAST-JOB       PIC 99.
01  WS-PUNCH-JOBNO          PIC 99.
01  WS-PUNCH-NEW-TYPE       PIC X(3).
01  WS-PUNCH-EOF            PIC X.
01  WS-PUNCH-TICKET-OK      PIC X.
        DISPLAY "1. Open New Ticket"
        DISPLAY "2. Assign Mechanic to Ticket"
        DISPLAY "3. Attach Part to Ticket"
        DISPLAY "4. Cashier Release (Close Ticket)"
        DISPLAY "5. Book Appointment"
        DISPLAY "6. Cancel Appointment"
        DISPLAY "7. Service Catalog"
        DISPLAY "16. Record Supplemental Approval"
        DISPLAY "17. Multi-Point Inspection"
        DISPLAY "18. Inspection Follow-Up List"
        DISPLAY "19. Add Job Line to Ticket"
        DISPLAY "20. Show Ticket Job Lines"
        DISPLAY "21. Mark Work Complete (Ready for Pickup)"
        DISPLAY "22. Exit"
        ACCEPT MENU-OPTION
        EVALUATE MENU-OPTION
            WHEN 1
            WHEN 18
                PERFORM 219-INSPECT-FOLLOWUP-RTN
            WHEN 19
                PERFORM 300-ADD-JOB-LINE-RTN
            WHEN 20
                PERFORM 310-SHOW-JOB-LINES-RTN
            WHEN 21
                PERFORM 320-MARK-READY-RTN
            WHEN 22
                MOVE "Y" TO WS-MENU-DONE
            WHEN OTHER
                DISPLAY "Invalid Option, Please enter 1-22."
        END-EVALUATE
    END-PERFORM
    STOP RUN.
    MOVE "TICKET" TO WS-ID-SERIES
    CALL "GET_NEXT_ID" USING WS-ID-SERIES, WS-NEXT-TICKET-ID.

*> The writer rarely has the customer number - zero sends them
*> through CUST_FIND on the phone, last name or email instead.
206-GET-CUSTOMER-RTN.
    DISPLAY "Enter Customer ID (0 = find by phone/name/email): "
    ACCEPT WS-FIND-CUSTID
    IF WS-FIND-CUSTID = 0
        MOVE SPACE TO WS-FIND-BY
        CALL "CUST_FIND" USING WS-FIND-BY, WS-FIND-PHONE,
            WS-FIND-FNAME, WS-FIND-LNAME, WS-FIND-EMAIL,
            WS-FIND-CUSTID
    END-IF.

200-OPEN-TICKET-RTN.
    PERFORM 205-GET-NEXT-TICKET-ID-RTN
    MOVE WS-NEXT-TICKET-ID TO WST-ticketID
*>    A walk-in has no mechanic yet - zero empID so TICKET_OPEN
*>    opens the ticket unassigned.
    MOVE ZEROES TO WST-empID
    PERFORM 206-GET-CUSTOMER-RTN
    MOVE WS-FIND-CUSTID TO WST-custID
    MOVE WST-custID TO WSA-custID
    PERFORM 400-SHOW-GARAGE-RTN
    DISPLAY "Enter Vehicle VIN: "
    ACCEPT WST-authorizedAmount
    DISPLAY "Authorized By (customer name): "
    ACCEPT WST-authorizedBy
    PERFORM 209-GET-ADVISOR-RTN
    CALL "TICKET_OPEN" USING WST-Ticket
    PERFORM 208-CAPTURE-ODOMETER-RTN
    DISPLAY "Ticket opened with ID: " WST-ticketID.

*>    The service writer on the ticket - the one who sold the work
*>    and whose pay TICKET_CLOSE accrues off the customer-pay labor
*>    and parts. Has to be a live employee; zero leaves the ticket
*>    with no advisor (and nobody paid on it).
209-GET-ADVISOR-RTN.
    MOVE "N" TO WS-ADVISOR-OK
    PERFORM UNTIL WS-ADVISOR-OK = "Y"
        DISPLAY "Service Advisor Employee ID (0 = none): "
        ACCEPT WST-advisorID
        IF WST-advisorID IS NOT NUMERIC OR WST-advisorID = 0
            MOVE ZEROES TO WST-advisorID
            MOVE "Y" TO WS-ADVISOR-OK
        ELSE
            INITIALIZE WSE-EMPLOYEE
            MOVE WST-advisorID TO WSE-empID
            CALL "READ_EMP" USING WSE-EMPLOYEE
            IF WSE-fName = SPACES
                DISPLAY "No employee " WST-advisorID " on file."
            ELSE
                IF WSE-DST = "Y"
                    DISPLAY WSE-fName " " WSE-lName
                        " is no longer active."
                ELSE
                    DISPLAY "Advisor: " WSE-fName " " WSE-lName
                    MOVE "Y" TO WS-ADVISOR-OK
                END-IF
            END-IF
        END-IF
    END-PERFORM.

*>    The odometer reading off the dash, judged against the VIN's
*>    highest prior reading (intake, sales, and earlier tickets) -
*>    a lower figure is a hard warning that only a logged manager
210-ASSIGN-TICKET-RTN.
    DISPLAY "Enter Ticket ID to Assign: "
    ACCEPT WST-ticketID
    DISPLAY "Job Line to Assign (0 = whole ticket): "
    ACCEPT WS-JOB-IN
    DISPLAY "Enter Mechanic Employee ID: "
    ACCEPT WS-ASSIGN-EMPID
    PERFORM 212-CHECK-CERT-RTN THRU 212-CERT-EXIT
            GO TO 210-ASSIGN-EXIT
        END-IF
    END-IF
    IF WS-JOB-IN = 0
        CALL "TICKET_ASSIGN" USING WST-ticketID, WS-ASSIGN-EMPID,
            WS-TICKET-RESULT
    ELSE
        CALL "TICKET_ASSIGN_JOB" USING WST-ticketID, WS-JOB-IN,
            WS-ASSIGN-EMPID, WS-TICKET-RESULT
    END-IF
    EVALUATE WS-TICKET-RESULT
        WHEN 00
            DISPLAY "Mechanic assigned to ticket."
        WHEN 23
            DISPLAY "No ticket (or job line) found with that ID."
        WHEN 24
            DISPLAY "That ticket is already closed."
    END-EVALUATE.
*>    The ticket's catalog entry names the credential the job
*>    needs; the chosen mechanic has to hold one on CERT.IDX that
*>    has not expired. A blank requiredCert (or no catalog entry)
*>    means anyone can work it. Assigning one job line judges the
*>    mechanic against that line's own service.
212-CHECK-CERT-RTN.
    MOVE "Y" TO WS-CERT-OK
    MOVE SPACES TO WS-CERT-NEEDED

    INITIALIZE WSV-SERVICE
    IF WS-JOB-IN = 0
        OPEN INPUT TICKET-FILE
        MOVE WST-ticketID TO IDX-ticketID
        READ TICKET-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE IDX-serviceID TO WSV-serviceID
        END-READ
        CLOSE TICKET-FILE
    ELSE
        OPEN INPUT TICKETJOB-FILE
        MOVE WST-ticketID TO TJX-ticketID
        MOVE WS-JOB-IN TO TJX-jobNo
        READ TICKETJOB-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE TJX-serviceID TO WSV-serviceID
        END-READ
        CLOSE TICKETJOB-FILE
    END-IF
    IF WSV-serviceID = 0
        GO TO 212-CERT-EXIT
    END-IF
    END-READ
    CLOSE TICKET-FILE.

*>    One job line's authorization raised, for 217 below.
216-JOB-SUPPLEMENTAL-RTN.
    OPEN INPUT TICKET-FILE
    MOVE WS-HOLD-TICKETID TO IDX-ticketID
    READ TICKET-FILE
        INVALID KEY
            MOVE "C" TO IDX-status
            DISPLAY "No ticket found with that ID."
    END-READ
    CLOSE TICKET-FILE
    IF NOT IDX-TICKET-CLOSED
        OPEN I-O TICKETJOB-FILE
        MOVE WS-HOLD-TICKETID TO TJX-ticketID
        MOVE WS-JOB-IN TO TJX-jobNo
        READ TICKETJOB-FILE
            INVALID KEY
                DISPLAY "No job line " WS-JOB-IN " on that ticket."
            NOT INVALID KEY
                DISPLAY "Job " TJX-jobNo " authorized now: "
                    TJX-authorizedAmount " by " TJX-authorizedBy
                DISPLAY "New Authorized Amount: "
                ACCEPT TJX-authorizedAmount
                DISPLAY "Approved By (customer name): "
                ACCEPT TJX-authorizedBy
                REWRITE TJX-TICKETJOB
                    INVALID KEY
                        DISPLAY "Could not update the job line."
                    NOT INVALID KEY
                        DISPLAY "Supplemental approval recorded on"
                            " job " TJX-jobNo "."
                END-REWRITE
        END-READ
        CLOSE TICKETJOB-FILE
    END-IF.

*>    The customer said yes to more money - the new figure and who
*>    approved it land on the ticket so TICKET_CLOSE's gate opens.
*>    A job line carries its own authorization, raised the same
*>    way when that one job outgrows it.
217-SUPPLEMENTAL-RTN.
    DISPLAY "Enter Ticket ID: "
    ACCEPT WS-HOLD-TICKETID
    DISPLAY "Job Line (0 = whole ticket): "
    ACCEPT WS-JOB-IN
    IF WS-JOB-IN NOT = 0
        PERFORM 216-JOB-SUPPLEMENTAL-RTN
    ELSE
    OPEN I-O TICKET-FILE
    MOVE WS-HOLD-TICKETID TO IDX-ticketID
    READ TICKET-FILE
                END-REWRITE
            END-IF
    END-READ
    CLOSE TICKET-FILE
    END-IF.

*>    The wrench's clipboard, as data: the standard checklist
*>    filled in while the ticket is open, green/yellow/red per
    MOVE WS-NEXT-TICKETPART-ID TO WSP-ticketPartID
    DISPLAY "Enter Ticket ID: "
    ACCEPT WSP-ticketID
    DISPLAY "Job Line the part is for (1 if only one job): "
    ACCEPT WSP-jobNo
    DISPLAY "Enter Part ID: "
    ACCEPT WSP-partID
    DISPLAY "Enter Quantity Used: "
        WHEN 24
            DISPLAY "That ticket is already closed - line not"
                " attached."
        WHEN 25
            DISPLAY "No such job line on that ticket - line not"
                " attached."
    END-EVALUATE.

230-CLOSE-TICKET-RTN.
    DISPLAY "Customer paying on the spot? (Y/N): "
    ACCEPT WS-PAID-FLAG
    MOVE FUNCTION UPPER-CASE(WS-PAID-FLAG) TO WS-PAID-FLAG
*>  The tender is asked up front - a check has to get past the
*>  returned-check flag before the car is released.
    MOVE "C" TO WS-CARD-ANSWER
    IF WS-PAID-FLAG = "Y"
        DISPLAY "Cash(C), Card(D), or Check(K)?: "
        ACCEPT WS-CARD-ANSWER
        MOVE FUNCTION UPPER-CASE(WS-CARD-ANSWER) TO WS-CARD-ANSWER
        IF WS-CARD-ANSWER = "K"
            MOVE "K" TO WS-PAID-FLAG
        END-IF
    END-IF
    PERFORM 231-ASK-REDEEM-RTN
    CALL "TICKET_CLOSE" USING WST-ticketID, WS-PAID-FLAG,
        WS-INVOICE-TOTAL, WS-TICKET-RESULT, WS-LOY-REDEEM
*>  A close refused for the accounting period gets one shot at the
*>  same manager credential gate the sale desk runs - approval
*>  raises the override flag for a single retry.
        IF WS-OVERRIDE-OK = "Y"
            MOVE "Y" TO PERIOD-OVERRIDE-FLAG
            CALL "TICKET_CLOSE" USING WST-ticketID, WS-PAID-FLAG,
                WS-INVOICE-TOTAL, WS-TICKET-RESULT, WS-LOY-REDEEM
            MOVE "N" TO PERIOD-OVERRIDE-FLAG
        END-IF
    END-IF
            DISPLAY "Ticket closed - parts deducted from inventory."
            DISPLAY "Invoice total " WS-INVOICE-DISP
                " written to SERVICE_INVOICE.RPT"
            IF WS-LOY-REDEEM > 0
                DISPLAY "Loyalty points redeemed: " WS-LOY-REDEEM
            END-IF
            IF WS-PAID-FLAG NOT = "Y" AND WS-PAID-FLAG NOT = "K"
                DISPLAY "Balance posted to the customer's account."
            ELSE
*>              A paid-on-the-spot invoice taken by card goes onto
*>              the card journal with its auth reference, so
*>              CARD_SETTLE can match the processor's batch.
                IF WS-CARD-ANSWER = "D"
                    DISPLAY "Card Authorization Reference: "
                    ACCEPT WS-CARD-AUTH-REF
                    MOVE SPACES TO WS-CARD-DOC
        WHEN 30
            DISPLAY "That ticket is in a hold status - release"
                " it (menu option 15) first."
        WHEN 31
            DISPLAY "The work is not marked complete - mark it"
                " ready for pickup (menu option 21) first."
        WHEN 32
            DISPLAY "Customer is on credit hold - payment is"
                " required before the car is released."
        WHEN 33
            DISPLAY "Customer has had a check returned - cash or"
                " card only. The car is not released."
    END-EVALUATE.

*>  The customer's points balance is offered against the bill -
*>  TICKET_CLOSE holds the redemption to what the bill will bear.
231-ASK-REDEEM-RTN.
    MOVE 0 TO WS-LOY-REDEEM
    MOVE 0 TO WS-LOY-CUSTID
    OPEN INPUT TICKET-FILE
    MOVE WST-ticketID TO IDX-ticketID
    READ TICKET-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE IDX-custID TO WS-LOY-CUSTID
    END-READ
    CLOSE TICKET-FILE
    IF WS-LOY-CUSTID = 0
        EXIT PARAGRAPH
    END-IF
    MOVE "B" TO WS-LOY-FUNCTION
    MOVE SPACES TO WS-LOY-DOC-REF
    MOVE 0 TO WS-LOY-AMOUNT
    MOVE 0 TO WS-LOY-POINTS
    CALL "LOYALTY_POINTS" USING WS-LOY-FUNCTION, WS-LOY-CUSTID,
        WS-LOY-DOC-REF, WS-LOY-AMOUNT, WS-LOY-POINTS,
        WS-LOY-VALUE, WS-LOY-BALANCE
    IF WS-LOY-BALANCE = 0
        EXIT PARAGRAPH
    END-IF
    MOVE WS-LOY-VALUE TO WS-LOY-VALUE-DISP
    DISPLAY "Loyalty points balance: " WS-LOY-BALANCE
        " (worth " WS-LOY-VALUE-DISP ")"
    DISPLAY "Points to redeem on this bill (0 for none): "
    ACCEPT WS-LOY-REDEEM.

*>  The same credential gate REFUND_DESK and the sale flow's
*>  deep-discount override keep: the manager's own account and
*>  password, the hash compared the way JJSIGNIN compares it,
240-BOOK-APPT-RTN.
    PERFORM 235-GET-NEXT-APPT-ID-RTN
    MOVE WS-NEXT-APPT-ID TO WSA-apptID
    PERFORM 206-GET-CUSTOMER-RTN
    MOVE WS-FIND-CUSTID TO WSA-custID
    PERFORM 400-SHOW-GARAGE-RTN
    DISPLAY "Enter Vehicle VIN: "
    ACCEPT WSA-carVIN
        ACCEPT WST-authorizedAmount
        DISPLAY "Authorized By (customer name): "
        ACCEPT WST-authorizedBy
        PERFORM 209-GET-ADVISOR-RTN
        CALL "TICKET_OPEN" USING WST-Ticket
        PERFORM 208-CAPTURE-ODOMETER-RTN
        MOVE "C" TO AIDX-status

    IF WS-PUNCH-TICKET-OK = "Y"
        PERFORM 282-FIND-LAST-PUNCH-RTN
*>      Punching IN names the job line being worked; the OUT that
*>      follows closes the same job off.
        IF WS-PUNCH-LAST-TYPE = "IN"
            MOVE "OUT" TO WS-PUNCH-NEW-TYPE
            MOVE WS-PUNCH-LAST-JOB TO WS-PUNCH-JOBNO
        ELSE
            MOVE "IN" TO WS-PUNCH-NEW-TYPE
            DISPLAY "Job Line being worked (1 if only one job): "
            ACCEPT WS-PUNCH-JOBNO
            IF WS-PUNCH-JOBNO = 0
                MOVE 1 TO WS-PUNCH-JOBNO
            END-IF
        END-IF
        MOVE FUNCTION CURRENT-DATE TO WS-PUNCH-DATE-TIME
        MOVE WS-PUNCH-TICKETID TO TTX-TICKET-ID
        MOVE WS-PN-HOUR TO TTX-PT-HOUR
        MOVE WS-PN-MIN TO TTX-PT-MIN
        MOVE WS-PN-SEC TO TTX-PT-SEC
        MOVE WS-PUNCH-JOBNO TO TTX-JOB-NO
        OPEN EXTEND TICKETTIME-FILE
        WRITE TTX-TICKET-TIME
        CLOSE TICKETTIME-FILE
        DISPLAY "Punched " WS-PUNCH-NEW-TYPE " ticket "
            WS-PUNCH-TICKETID " job " WS-PUNCH-JOBNO
            " for mechanic " WS-PUNCH-EMPID
    END-IF.

*>    Last punch on file for this (ticket, mechanic) pair decides
*>    walks TIMECLOCK.DAT.
282-FIND-LAST-PUNCH-RTN.
    MOVE SPACES TO WS-PUNCH-LAST-TYPE
    MOVE 1 TO WS-PUNCH-LAST-JOB
    MOVE "N" TO WS-PUNCH-EOF
    OPEN INPUT TICKETTIME-FILE
    PERFORM UNTIL WS-PUNCH-EOF = "Y"
                IF TTX-TICKET-ID = WS-PUNCH-TICKETID
                        AND TTX-EMP-ID = WS-PUNCH-EMPID
                    MOVE TTX-PUNCH-TYPE TO WS-PUNCH-LAST-TYPE
                    IF TTX-JOB-NO IS NUMERIC AND TTX-JOB-NO > 0
                        MOVE TTX-JOB-NO TO WS-PUNCH-LAST-JOB
                    ELSE
                        MOVE 1 TO WS-PUNCH-LAST-JOB
                    END-IF
                END-IF
        END-READ
    END-PERFORM
225-ADD-KIT-RTN.
    DISPLAY "Enter Ticket ID: "
    ACCEPT WS-KIT-TICKETID
    DISPLAY "Job Line the kit is for (1 if only one job): "
    ACCEPT WS-JOB-IN
    DISPLAY "Enter Kit ID: "
    ACCEPT WS-KIT-IN

                    MOVE WS-NEXT-TICKETPART-ID
                        TO WSP-ticketPartID
                    MOVE WS-KIT-TICKETID TO WSP-ticketID
                    MOVE WS-JOB-IN TO WSP-jobNo
                    MOVE KLX-PART-ID TO WSP-partID
                    MOVE KLX-KIT-QTY TO WSP-qtyUsed
                    CALL "TICKET_ADD_PART" USING WSP-Ticketpart,
    CLOSE KITLINE-FILE
    DISPLAY "Kit attached to ticket " WS-KIT-TICKETID.

*>    Another piece of work on the same repair order - its own
*>    service, mechanic (0 = assign later), and the amount the
*>    customer said yes to for it. TICKET_ADD_JOB numbers it and
*>    runs the per-job comeback check.
300-ADD-JOB-LINE-RTN.
    INITIALIZE WSJ-TICKETJOB
    DISPLAY "Enter Ticket ID: "
    ACCEPT WSJ-ticketID
    DISPLAY "Enter Service ID (0 to browse the catalog): "
    ACCEPT WSJ-serviceID
    IF WSJ-serviceID = 0
        CALL "SERVICE_CATALOG"
        DISPLAY "Enter Service ID: "
        ACCEPT WSJ-serviceID
    END-IF
    MOVE WSJ-serviceID TO WSV-serviceID
    CALL "READ_SERVICE" USING WSV-SERVICE, WS-SERVICE-RESULT
    IF WS-SERVICE-RESULT = 01
        DISPLAY "Service: " WSV-serviceName
    ELSE
        DISPLAY "Warning: no catalog entry for that service ID."
    END-IF
    DISPLAY "Describe the job: "
    ACCEPT WSJ-jobDesc
    DISPLAY "Mechanic Employee ID (0 = assign later): "
    ACCEPT WSJ-empID
    DISPLAY "Authorized Amount for this job (0 = open-ended): "
    ACCEPT WSJ-authorizedAmount
    DISPLAY "Authorized By (customer name): "
    ACCEPT WSJ-authorizedBy
    MOVE 0 TO WSJ-jobNo
    CALL "TICKET_ADD_JOB" USING WSJ-TICKETJOB, WS-TICKET-RESULT
    EVALUATE WS-TICKET-RESULT
        WHEN 00
            DISPLAY "Job line " WSJ-jobNo " added to ticket "
                WSJ-ticketID
        WHEN 23
            DISPLAY "No ticket found with that ID."
        WHEN 24
            DISPLAY "That ticket is already closed."
        WHEN 25
            DISPLAY "That ticket has no job numbers left."
    END-EVALUATE.

*>    The repair order's job lines off the ticketID + jobNo key -
*>    what the writer reads back to the customer at the counter.
310-SHOW-JOB-LINES-RTN.
    DISPLAY "Enter Ticket ID: "
    ACCEPT WS-JOB-TICKETID
    MOVE 0 TO WS-JOB-COUNT
    MOVE "N" TO WS-JOB-EOF
    OPEN INPUT TICKETJOB-FILE
    MOVE WS-JOB-TICKETID TO TJX-ticketID
    MOVE 0 TO TJX-jobNo
    START TICKETJOB-FILE KEY IS NOT LESS THAN TJX-jobKey
        INVALID KEY
            MOVE "Y" TO WS-JOB-EOF
    END-START
    PERFORM UNTIL WS-JOB-EOF = "Y"
        READ TICKETJOB-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-JOB-EOF
            NOT AT END
                IF TJX-ticketID NOT = WS-JOB-TICKETID
                    MOVE "Y" TO WS-JOB-EOF
                ELSE
                    ADD 1 TO WS-JOB-COUNT
                    INITIALIZE WSV-SERVICE
                    MOVE TJX-serviceID TO WSV-serviceID
                    CALL "READ_SERVICE" USING WSV-SERVICE,
                        WS-SERVICE-RESULT
                    IF WS-SERVICE-RESULT = 01
                        MOVE WSV-serviceName TO WS-JOB-SERVICE-NAME
                    ELSE
                        MOVE "(NO CATALOG ENTRY)"
                            TO WS-JOB-SERVICE-NAME
                    END-IF
                    DISPLAY "JOB " TJX-jobNo " " WS-JOB-SERVICE-NAME
                        " MECH " TJX-empID
                        " STATUS " TJX-jobStatus
                        " AUTH " TJX-authorizedAmount
                    DISPLAY "    " TJX-jobDesc
                    IF TJX-JOB-COMEBACK
                        DISPLAY "    ** COMEBACK OF TICKET "
                            TJX-origTicketID " JOB " TJX-origJobNo
                            " **"
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE TICKETJOB-FILE
    IF WS-JOB-COUNT = 0
        DISPLAY "No job lines on file for that ticket."
    END-IF.

*>  The shop's word that the work is finished - the ticket goes
*>  to READY FOR PICKUP, its job lines to DONE, and the storage
*>  clock starts for the Ready Lot report.
320-MARK-READY-RTN.
    DISPLAY "Enter Ticket ID to Mark Ready for Pickup: "
    ACCEPT WST-ticketID
    CALL "TICKET_READY" USING WST-ticketID, WS-TICKET-RESULT
    EVALUATE WS-TICKET-RESULT
        WHEN 00
            DISPLAY "Ticket " WST-ticketID
                " is ready for pickup - call the customer."
        WHEN 23
            DISPLAY "No ticket found with that ID."
        WHEN 24
            DISPLAY "That ticket has not been assigned yet."
        WHEN 25
            DISPLAY "That ticket is already ready or closed."
        WHEN 30
            DISPLAY "That ticket is in a hold status - release"
                " it (menu option 15) first."
    END-EVALUATE.

END PROGRAM SERVICE_DESK.
