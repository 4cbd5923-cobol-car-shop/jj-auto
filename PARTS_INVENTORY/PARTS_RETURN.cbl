      *            A part flagged defective is NOT restocked: it goes
      *            on DEFECTIVE.DAT to be sent back to the supplier
      *            instead of quietly landing back on the shelf.
      *            A ticket part coming back also takes back the
      *            service advisor's pay on it: an R row on
      *            ADVLEDGER.DAT at the rate the ticket accrued at,
      *            never more than is left of that accrual.
      *            The loyalty points the purchase earned come back
      *            too, through LOYALTY_POINTS: points on the refund
      *            at the earn rate, against the receipt or ticket
      *            that earned them, never more than that document
      *            earned or the customer still holds.
      *            Sold quantities, prices and the credit carry the
      *            widened part master sizes - five-digit quantities
      *            and a 9(5)V99 unit price.
      *            A serial-tracked unit coming back has its serial
      *            keyed (SERIAL_CAPTURE) and goes back to stock or
      *            is held out on SERIALS.IDX with the part. A
      *            warranty return is taken by the unit's serial:
      *            SERIAL_WARRANTY finds the line it was sold on and
      *            the credit due under the part's schedule - full
      *            price inside the free months, prorated after -
      *            and that credit is refunded through the same
      *            cash or account path. The dead unit is held out
      *            defective; the replacement is rung up at
      *            COUNTER_SALE like any sale, and its own serial
      *            starts a fresh warranty.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               ALTERNATE RECORD KEY IS TKX-custID WITH DUPLICATES
               ALTERNATE RECORD KEY IS TKX-carVIN WITH DUPLICATES
               ALTERNATE RECORD KEY IS TKX-empID WITH DUPLICATES.
               SELECT OPTIONAL TICKETJOB-FILE
               ASSIGN TO "..\..\INDEXES\TICKETJOB.IDX"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TJX-jobKey
               ALTERNATE RECORD KEY IS TJX-empID WITH DUPLICATES.
               SELECT OPTIONAL ADV-LEDGER-FILE
               ASSIGN TO "..\ADVLEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL CUS-FILE
               ASSIGN TO "..\CUSTOMER_MGMT\CUSTOMER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CUST-ID-REC
               ALTERNATE RECORD KEY IS CUST-LNAME-REC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CUST-PHONE-REC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CUST-EMAIL-REC WITH DUPLICATES.
               SELECT OPTIONAL AR-LEDGER-FILE
               ASSIGN TO "..\ARLEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD DEFECTIVE-FILE.
       01  DEFECTIVE-REC.
           05  DEF-PART-ID     PIC 9(5).
           05  DEF-QTY         PIC 9(5).
           05  DEF-DATE        PIC 9(8).
           05  DEF-SOURCE-ID   PIC 9(5).
       FD TICKETPART-FILE RECORD CONTAINS 22 CHARACTERS.
           COPY TICKET_PART_DEF REPLACING ==:TAG:== BY ==TPX==.
       FD TICKET-FILE RECORD CONTAINS 137 CHARACTERS.
           COPY TICKET_DEF REPLACING ==:TAG:== BY ==TKX==.
       FD TICKETJOB-FILE RECORD CONTAINS 108 CHARACTERS.
           COPY TICKET_JOB_DEF REPLACING ==:TAG:== BY ==TJX==.
       FD ADV-LEDGER-FILE.
           COPY ADV_COMM_DEF REPLACING ==:TAG:== BY ==AV==.
      *    Mirrors the CUST-REC layout CUSTOMER_MGMT's own programs
      *    carry inline, same as SalesMain.cbl.
       FD CUS-FILE.
           05  CUST-AR-BALANCE-REC              PIC 9(7)V99.
           05  CUST-CREDIT-HOLD-REC             PIC X.
           05  CUST-NO-CONTACT-REC              PIC X.
           05  CUST-NO-CHECKS-REC               PIC X.
      *-----------------------
       WORKING-STORAGE SECTION.
       COPY PART_DEF REPLACING ==:TAG:== BY ==WS==.
       COPY SESSION_DEF.
       COPY SERIAL_REQ_DEF REPLACING ==:TAG:== BY ==WSR==.
       COPY SERIAL_WARR_DEF REPLACING ==:TAG:== BY ==WSW==.
       01  WS-RESULT-CODE      PIC 99.
       01  WS-MENU-OPTION      PIC 9.
       01  WS-DONE             PIC X VALUE 'N'.
       01  WS-SOURCE-ID        PIC 9(5).
       01  WS-LINE-FOUND       PIC X.
       01  WS-RETURN-REFUSED   PIC X.
       01  WS-SOLD-QTY         PIC 9(5).
       01  WS-SOLD-PART        PIC 9(5).
       01  WS-SOLD-PRICE       PIC 9(5)V99.
       01  WS-SOLD-CUST        PIC 9(5).
       01  WS-TICKETID-SAVE    PIC 9(5).
       01  WS-JOBNO-SAVE       PIC 99.
       01  WS-ADV-EMPID        PIC 9(5).
       01  WS-ADV-RATE         PIC 9V9999.
       01  WS-ADV-LEFT         PIC S9(7)V99.
       01  WS-ADV-REVERSE      PIC 9(7)V99.
       01  WS-ADV-COMEBACK     PIC X.
       01  WS-PRIOR-RETURNS    PIC 9(5).
       01  WS-RETURNABLE       PIC S9(5).
       01  WS-QTY-IN           PIC 9(5).
       01  WS-DEFECT-IN        PIC X.
       01  WS-REFUND-TYPE      PIC X.
       01  WS-CREDIT-AMT       PIC 9(7)V99.
       01  WS-CREDIT-DISP      PIC $$,$$$,$$9.99.
       01  WS-TODAY-DATE       PIC 9(8).
       01  WS-QTY-DELTA        PIC S9(5).
       01  WS-MOVE-DOC         PIC X(10).
       01  WS-RECEIPT-IN       PIC 9(5).
       01  WS-RECEIPT-LINES    PIC 9(3).
       01  WS-CREDIT-EXCESS    PIC 9(7)V99.
       01  WS-CREDIT-APPLIED   PIC 9(7)V99.
       01  WS-SOLD-RECEIPT     PIC 9(5).
       01  WS-LOY-FUNCTION     PIC X.
       01  WS-LOY-DOC-REF      PIC X(10).
       01  WS-LOY-AMOUNT       PIC 9(7)V99.
       01  WS-LOY-POINTS       PIC 9(7).
       01  WS-LOY-VALUE        PIC 9(7)V99.
       01  WS-LOY-BALANCE      PIC 9(7).
       01  WS-WARRANTY-RETURN  PIC X VALUE 'N'.
       01  WS-WARRANTY-SERIAL  PIC X(20).
       01  WS-WARRANTY-CREDIT  PIC 9(5)V99.
       01  WS-SALE-DATE-DISP   PIC 9999/99/99.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               DISPLAY "1. Return Against a Counter Sale Line"
               DISPLAY "2. Return Against a Ticket Part Line"
               DISPLAY "3. Show a Receipt's Lines"
               DISPLAY "4. Warranty Return by Serial"
               DISPLAY "5. Exit"
               ACCEPT WS-MENU-OPTION
               EVALUATE WS-MENU-OPTION
                   WHEN 1
                   WHEN 3
                       PERFORM 0250-SHOW-RECEIPT
                   WHEN 4
                       PERFORM 0270-WARRANTY-RETURN
                   WHEN 5
                       MOVE 'Y' TO WS-DONE
                   WHEN OTHER
                       DISPLAY "Invalid Option, Please enter 1-5."
               END-EVALUATE
           END-PERFORM
           GOBACK.

       0200-TAKE-RETURN.
           MOVE 'N' TO WS-RETURN-REFUSED
           MOVE 'N' TO WS-WARRANTY-RETURN
           DISPLAY "Enter the original line ID: "
           ACCEPT WS-SOURCE-ID
           IF WS-SOURCE-TYPE = 'C'
                   " line ID with option 1."
           END-IF.

      ****************************************************************
      * One unit back under warranty, found by its serial. The line *
      * it was sold on is checked the same way a plain return is -  *
      * the ticket closed, the unit not already returned - and the *
      * credit is what SERIAL_WARRANTY says the schedule owes.      *
      ****************************************************************
       0270-WARRANTY-RETURN.
           MOVE 'N' TO WS-RETURN-REFUSED
           MOVE 'N' TO WS-WARRANTY-RETURN
           DISPLAY "Enter the unit's Serial No.: "
           MOVE SPACES TO WS-WARRANTY-SERIAL
           ACCEPT WS-WARRANTY-SERIAL
           INITIALIZE WSW-SERIAL-WARR
           MOVE WS-WARRANTY-SERIAL TO WSW-SW-SERIAL
           CALL "SERIAL_WARRANTY" USING WSW-SERIAL-WARR
           IF NOT WSW-SW-ON-FILE
               DISPLAY "No unit with that serial on file."
               EXIT PARAGRAPH
           END-IF
           MOVE WSW-SW-SALE-DATE TO WS-SALE-DATE-DISP
           MOVE WSW-SW-CREDIT TO WS-CREDIT-DISP
           EVALUATE TRUE
               WHEN WSW-SW-FREE-REPLACE
                   DISPLAY "Sold " WS-SALE-DATE-DISP " - "
                       WSW-SW-MONTHS-USED " month(s) in, inside the "
                       WSW-SW-FREE-MONTHS " free months."
                   DISPLAY "Free replacement - credit "
                       WS-CREDIT-DISP
               WHEN WSW-SW-PRORATED
                   DISPLAY "Sold " WS-SALE-DATE-DISP " - "
                       WSW-SW-MONTHS-USED " month(s) of "
                       WSW-SW-TOTAL-MONTHS " used."
                   DISPLAY "Prorated credit " WS-CREDIT-DISP
               WHEN WSW-SW-EXPIRED
                   DISPLAY "Sold " WS-SALE-DATE-DISP " - warranty"
                       " ran out at " WSW-SW-TOTAL-MONTHS " months."
                   EXIT PARAGRAPH
               WHEN WSW-SW-ALREADY-BACK
                   DISPLAY "That unit has already come back under"
                       " warranty."
                   EXIT PARAGRAPH
               WHEN WSW-SW-NO-SCHEDULE
                   DISPLAY "The part has no warranty schedule - take"
                       " it as an ordinary return."
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "That unit was never sold."
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE WSW-SW-SALE-SOURCE TO WS-SOURCE-TYPE
           MOVE WSW-SW-SALE-LINE TO WS-SOURCE-ID
           IF WS-SOURCE-TYPE = 'C'
               PERFORM 0300-FIND-COUNTER-LINE
           ELSE
               PERFORM 0350-FIND-TICKET-LINE
           END-IF
           IF WS-LINE-FOUND NOT = 'Y'
               IF WS-RETURN-REFUSED NOT = 'Y'
                   DISPLAY "The line it was sold on is not on file."
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM 0400-SUM-PRIOR-RETURNS
           COMPUTE WS-RETURNABLE = WS-SOLD-QTY - WS-PRIOR-RETURNS
           IF WS-RETURNABLE <= 0
               DISPLAY "That line has nothing left to return."
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-QTY-IN
           MOVE 'Y' TO WS-WARRANTY-RETURN
           MOVE WSW-SW-CREDIT TO WS-WARRANTY-CREDIT
           PERFORM 0500-PROCESS-RETURN.

       0300-FIND-COUNTER-LINE.
           MOVE 'N' TO WS-LINE-FOUND
           MOVE 'N' TO WS-EOF
                           MOVE CS-CS-PART-ID TO WS-SOLD-PART
                           MOVE CS-CS-UNIT-PRICE TO WS-SOLD-PRICE
                           MOVE CS-CS-CUST-ID TO WS-SOLD-CUST
                           MOVE CS-CS-RECEIPT-ID TO WS-SOLD-RECEIPT
                       END-IF
               END-READ
           END-PERFORM
                   MOVE TPX-qtyUsed TO WS-SOLD-QTY
                   MOVE TPX-partID TO WS-SOLD-PART
                   MOVE TPX-ticketID TO WS-TICKETID-SAVE
                   MOVE TPX-jobNo TO WS-JOBNO-SAVE
           END-READ
           CLOSE TICKETPART-FILE
           IF WS-LINE-FOUND = 'Y'
           CLOSE RETURN-LOG-FILE.

       0500-PROCESS-RETURN.
      *    A warranty unit is dead by definition and is credited
      *    what the schedule owes, not what was paid.
           IF WS-WARRANTY-RETURN = 'Y'
               MOVE 'Y' TO WS-DEFECT-IN
               MOVE WS-WARRANTY-CREDIT TO WS-CREDIT-AMT
           ELSE
               DISPLAY "Defective part? (Y/N): "
               ACCEPT WS-DEFECT-IN
               MOVE FUNCTION UPPER-CASE(WS-DEFECT-IN) TO WS-DEFECT-IN
               COMPUTE WS-CREDIT-AMT = WS-QTY-IN * WS-SOLD-PRICE
           END-IF
           MOVE WS-CREDIT-AMT TO WS-CREDIT-DISP

           MOVE 'C' TO WS-REFUND-TYPE
           ELSE
               PERFORM 0800-RESTOCK
           END-IF
           PERFORM 0850-SERIALS-BACK

           PERFORM 0900-LOG-RETURN
           IF WS-SOURCE-TYPE = 'T'
               PERFORM 0950-REVERSE-ADVISOR-PAY
           END-IF
           IF WS-SOLD-CUST > 0
               PERFORM 0980-TAKE-BACK-POINTS
           END-IF
           DISPLAY "Return recorded."
           IF WS-WARRANTY-RETURN = 'Y'
               DISPLAY "Ring the replacement up at COUNTER_SALE -"
                   " its serial starts a fresh warranty."
           END-IF.

      *    An account credit comes off the balance, floored at zero
      *    rather than letting the sign drop off the unsigned
               DISPLAY "Part not on file - not restocked."
           END-IF.

      ****************************************************************
      * The warranty unit is marked back with its credit; on a      *
      * plain return of a serial-tracked part the desk keys each    *
      * unit's serial, back to stock or held out with the part.    *
      ****************************************************************
       0850-SERIALS-BACK.
           INITIALIZE WSR-SERIAL-REQ
           MOVE WS-SOLD-PART TO WSR-SR-PART-ID
           IF WS-WARRANTY-RETURN = 'Y'
               MOVE "W" TO WSR-SR-FUNCTION
               MOVE WS-WARRANTY-SERIAL TO WSR-SR-SERIAL
               MOVE WS-WARRANTY-CREDIT TO WSR-SR-CREDIT
           ELSE
               IF WS-DEFECT-IN = 'Y'
                   MOVE "D" TO WSR-SR-FUNCTION
               ELSE
                   MOVE "B" TO WSR-SR-FUNCTION
               END-IF
               MOVE WS-QTY-IN TO WSR-SR-QTY
               MOVE WS-SOURCE-TYPE TO WSR-SR-SALE-SOURCE
               MOVE WS-SOURCE-ID TO WSR-SR-SALE-LINE
           END-IF
           CALL "SERIAL_CAPTURE" USING WSR-SERIAL-REQ.

       0900-LOG-RETURN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE WS-SOURCE-TYPE TO RL-RET-SOURCE
           WRITE RL-RETURN
           CLOSE RETURN-LOG-FILE.

      ****************************************************************
      * The advisor was paid on this part when the ticket closed -  *
      * ADVLEDGER.DAT's A row for the ticket says who and at what   *
      * rate. The credit going back out takes the same share back  *
      * as an R row, capped at what is left of that accrual after  *
      * earlier returns. A part off a comeback job never earned     *
      * the advisor anything, so there is nothing to take back.     *
      ****************************************************************
       0950-REVERSE-ADVISOR-PAY.
           MOVE 'N' TO WS-ADV-COMEBACK
           IF WS-JOBNO-SAVE IS NOT NUMERIC OR WS-JOBNO-SAVE = 0
               MOVE 1 TO WS-JOBNO-SAVE
           END-IF
           OPEN INPUT TICKETJOB-FILE
           MOVE WS-TICKETID-SAVE TO TJX-ticketID
           MOVE WS-JOBNO-SAVE TO TJX-jobNo
           READ TICKETJOB-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TJX-JOB-COMEBACK
                       MOVE 'Y' TO WS-ADV-COMEBACK
                   END-IF
           END-READ
           CLOSE TICKETJOB-FILE

           MOVE 0 TO WS-ADV-EMPID
           MOVE 0 TO WS-ADV-RATE
           MOVE 0 TO WS-ADV-LEFT
           MOVE 'N' TO WS-EOF
           OPEN INPUT ADV-LEDGER-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ ADV-LEDGER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AV-ticketID = WS-TICKETID-SAVE
                           IF AV-ADV-ACCRUED
                               MOVE AV-empID TO WS-ADV-EMPID
                               MOVE AV-ADV-RATE TO WS-ADV-RATE
                               ADD AV-ADV-AMOUNT TO WS-ADV-LEFT
                           END-IF
                           IF AV-ADV-REVERSED
                               SUBTRACT AV-ADV-AMOUNT
                                   FROM WS-ADV-LEFT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ADV-LEDGER-FILE

           IF WS-ADV-EMPID > 0 AND WS-ADV-LEFT > 0
                   AND WS-ADV-COMEBACK NOT = 'Y'
               COMPUTE WS-ADV-REVERSE ROUNDED =
                   WS-CREDIT-AMT * WS-ADV-RATE
               IF WS-ADV-REVERSE > WS-ADV-LEFT
                   MOVE WS-ADV-LEFT TO WS-ADV-REVERSE
               END-IF
               IF WS-ADV-REVERSE > 0
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
                   MOVE WS-ADV-EMPID TO AV-empID
                   MOVE WS-TICKETID-SAVE TO AV-ticketID
                   MOVE WS-ADV-REVERSE TO AV-ADV-AMOUNT
                   MOVE "R" TO AV-ADV-TYPE
                   MOVE WS-TODAY-DATE TO AV-ADV-DATE
                   MOVE WS-CREDIT-AMT TO AV-ADV-BASIS
                   MOVE WS-ADV-RATE TO AV-ADV-RATE
                   OPEN EXTEND ADV-LEDGER-FILE
                   WRITE AV-ADV-COMM
                   CLOSE ADV-LEDGER-FILE
                   DISPLAY "Advisor " WS-ADV-EMPID " pay reversed "
                       WS-ADV-REVERSE "."
               END-IF
           END-IF.

      ****************************************************************
      * The points the purchase earned come back with the refund -  *
      * keyed to the counter receipt (RC) or the ticket (TKT) that  *
      * earned them, the same references the earning rows carry.   *
      ****************************************************************
       0980-TAKE-BACK-POINTS.
           MOVE SPACES TO WS-LOY-DOC-REF
           IF WS-SOURCE-TYPE = 'T'
               STRING "TKT" WS-TICKETID-SAVE
                   DELIMITED BY SIZE INTO WS-LOY-DOC-REF
           ELSE
               STRING "RC " WS-SOLD-RECEIPT
                   DELIMITED BY SIZE INTO WS-LOY-DOC-REF
           END-IF
           MOVE "T" TO WS-LOY-FUNCTION
           MOVE WS-CREDIT-AMT TO WS-LOY-AMOUNT
           MOVE 0 TO WS-LOY-POINTS
           CALL "LOYALTY_POINTS" USING WS-LOY-FUNCTION, WS-SOLD-CUST,
               WS-LOY-DOC-REF, WS-LOY-AMOUNT, WS-LOY-POINTS,
               WS-LOY-VALUE, WS-LOY-BALANCE
           IF WS-LOY-POINTS > 0
               DISPLAY "Loyalty points taken back: " WS-LOY-POINTS
                   "  balance now " WS-LOY-BALANCE
           END-IF.

       END PROGRAM PARTS_RETURN.
