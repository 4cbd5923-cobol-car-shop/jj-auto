*>          contract's provider (a PROVIDERAR.DAT row, the same
*>          shape the factory receivable takes) and never touches
*>          the customer's account.
*>          The invoice is built job line by job line off
*>          TICKETJOB.IDX - each job's parts (TICKETPART rows
*>          carrying its jobNo), its labor off its own serviceID,
*>          its fees, and a subtotal - so the oil change, brake job,
*>          and check-engine light on one repair order come out on
*>          one invoice. Each job is judged on its own: a comeback
*>          job bills nothing and absorbs its labor, a campaign
*>          job's subtotal bills the factory, the rest is customer
*>          pay. A job line's authorization gates that job; the
*>          ticket's authorization gates the customer-pay total.
*>          A ticket opened before job lines existed is billed as
*>          one job 01 built off the ticket itself.
*>          LS-INVOICE-TOTAL carries the customer-pay total (the
*>          provider's, on a contract repair); a ticket with no
*>          customer-pay job at all hands back the factory bill.
*>          The ticket's service advisor (advisorID) accrues their
*>          percentage of the customer-pay labor and parts as an A
*>          row on ADVLEDGER.DAT when the invoice posts - the same
*>          accrue-then-settle ledger COMMLEDGER.DAT keeps for the
*>          sales floor. Comebacks, campaign work, and contract
*>          repairs are nobody's customer pay and earn nothing.
*>          Closing is the cashier's release of the car: only a
*>          ticket TICKET_READY has marked READY FOR PICKUP
*>          closes, and a customer on credit hold
*>          (CUST-CREDIT-HOLD-REC Y, or C once BAD_DEBT_DESK has
*>          sent the account to collections) is not charged to
*>          account - they pay on the spot or the car stays, the
*>          same rule SalesMain holds a credit-hold buyer to. A
*>          customer flagged cash-or-card only
*>          (CUST-NO-CHECKS-REC, set by AR_RECEIPTS when one of
*>          their checks came back) cannot pay on the spot by
*>          check - LS-PAID-FLAG "K" is refused for them and the
*>          car stays. A car left on the lot past the grace
*>          period picks up the storage CALC_STORAGE works off
*>          readyDate; it is the customer's own charge (untaxed)
*>          even on a ticket the factory or a contract provider
*>          otherwise pays.
*>          A ticket WE_OWE_DESK opened to keep a promise made on a
*>          deal (a WEOWE.IDX item carries its ticketID) is ours:
*>          every job on it bills no charge and absorbs its labor
*>          the way a comeback does, and the close marks the
*>          we-owe item DONE.
*>          The customer's loyalty points (see LOYALTY_POINTS) ride
*>          on the customer-pay bill: LS-REDEEM-POINTS asks to spend
*>          that many as a discount line taken off after tax, and
*>          what the customer paid for the work itself - labor,
*>          parts, fees and sublets, less that discount - earns
*>          points under the ticket's TKT reference, printed with
*>          the new balance at the foot of the invoice. A contract
*>          repair is the provider's bill and neither earns nor
*>          redeems. LS-REDEEM-POINTS comes back as the points
*>          actually redeemed.
*>          A customer whose tax-exemption certificate is current
*>          on the day of the close (CHECK_TAX_EXEMPT) pays no
*>          sales tax on the customer-pay bill: the invoice prints
*>          the certificate number, type and expiry where the tax
*>          line would be, and LOG_EXEMPT_SALE records the sale
*>          and the tax waived for the auditor. An expired
*>          certificate is taxed like anyone else.
*>          A stored tire set CHECK_TIRE_STORAGE pulled against
*>          the ticket when it opened (TIRESTORE.IDX, see
*>          TIRE_DESK) is the customer's own charge the same way
*>          lot storage is - its storage fee bills untaxed on the
*>          customer-pay total, or on its own line when the
*>          repair is someone else's bill, and the close marks
*>          the set RELEASED with the fee paid or on account.
*> RETURN CODES (LS-RESULT-CODE):
*>     00 -> SUCCESSFUL CLOSE - LS-INVOICE-TOTAL CARRIES THE BILL
*>     23 -> INVALID KEY - NO TICKET WITH THAT ticketID
*>     28 -> A LOANER IS STILL OUT ON THIS TICKET - GET IT BACK
*>           THROUGH LOANER_DESK BEFORE THE CLOSE
*>     29 -> ESTIMATED BILL EXCEEDS THE CUSTOMER'S AUTHORIZED
*>           AMOUNT (FOR THE TICKET OR FOR ONE JOB LINE) - RECORD A
*>           SUPPLEMENTAL APPROVAL AT THE DESK
*>     30 -> TICKET IS IN A HOLD STATUS (WAITING PARTS/APPROVAL) -
*>           RELEASE IT AT THE DESK FIRST
*>     31 -> WORK NOT MARKED COMPLETE - TICKET_READY FIRST
*>     32 -> CUSTOMER ON CREDIT HOLD AND NOT PAID ON THE SPOT -
*>           CANNOT CHARGE TO ACCOUNT, CAR IS NOT RELEASED
*>     33 -> PAYING BY CHECK BUT THE CUSTOMER IS CASH-OR-CARD ONLY
*>           AFTER A RETURNED CHECK - CAR IS NOT RELEASED
*>*****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. TICKET_CLOSE.
        RECORD KEY IS TPX-ticketPartID
        ALTERNATE RECORD KEY IS TPX-ticketID WITH DUPLICATES
        ALTERNATE RECORD KEY IS TPX-partID WITH DUPLICATES.
    SELECT OPTIONAL INDEX-FILE-TICKETJOB
        ASSIGN TO '../../INDEXES/TICKETJOB.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS TJX-jobKey
        ALTERNATE RECORD KEY IS TJX-empID WITH DUPLICATES.
    SELECT OPTIONAL CUS-FILE
        ASSIGN TO '../CUSTOMER_MGMT/CUSTOMER.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS CUST-ID-REC
        ALTERNATE RECORD KEY IS CUST-LNAME-REC WITH DUPLICATES
        ALTERNATE RECORD KEY IS CUST-PHONE-REC WITH DUPLICATES
        ALTERNATE RECORD KEY IS CUST-EMAIL-REC WITH DUPLICATES.
    SELECT OPTIONAL FLEET-FILE
        ASSIGN TO '../../INDEXES/FLEET.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS SBX-subletID
        ALTERNATE RECORD KEY IS SBX-ticketID WITH DUPLICATES.
    SELECT OPTIONAL WEOWE-FILE
        ASSIGN TO '../../INDEXES/WEOWE.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS WOX-weOweID
        ALTERNATE RECORD KEY IS WOX-saleID WITH DUPLICATES
        ALTERNATE RECORD KEY IS WOX-ticketID WITH DUPLICATES.
    SELECT OPTIONAL LOANER-FILE
        ASSIGN TO '../../INDEXES/LOANER.IDX'
        ORGANIZATION IS INDEXED
        RECORD KEY IS LOX-loanerID
        ALTERNATE RECORD KEY IS LOX-ticketID WITH DUPLICATES
        ALTERNATE RECORD KEY IS LOX-carVIN WITH DUPLICATES.
    SELECT OPTIONAL TIRESTORE-FILE
        ASSIGN TO '../../INDEXES/TIRESTORE.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS TSX-tireSetID
        ALTERNATE RECORD KEY IS TSX-custID WITH DUPLICATES
        ALTERNATE RECORD KEY IS TSX-carVIN WITH DUPLICATES
        ALTERNATE RECORD KEY IS TSX-rackLoc WITH DUPLICATES
        ALTERNATE RECORD KEY IS TSX-ticketID WITH DUPLICATES.
    SELECT OPTIONAL INSPECT-FILE ASSIGN TO '../INSPECTFIND.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL CONTRACT-FILE
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL AR-LEDGER-FILE ASSIGN TO '../ARLEDGER.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL ADV-LEDGER-FILE ASSIGN TO '../ADVLEDGER.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT INVOICE-FILE ASSIGN TO 'SERVICE_INVOICE.RPT'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD INDEX-FILE-TICKET
        RECORD CONTAINS 137 CHARACTERS.
    COPY TICKET_DEF REPLACING ==:TAG:== BY ==IDX==.
FD INDEX-FILE-TICKETPART
        RECORD CONTAINS 22 CHARACTERS.
    COPY TICKET_PART_DEF REPLACING ==:TAG:== BY ==TPX==.
FD INDEX-FILE-TICKETJOB
        RECORD CONTAINS 108 CHARACTERS.
    COPY TICKET_JOB_DEF REPLACING ==:TAG:== BY ==TJX==.
*> Mirrors the CUST-REC layout CUSTOMER_MGMT's own programs carry
*> inline, same as SalesMain.cbl and AR_AGING_REPORT.cbl.
FD CUS-FILE.
    05  CUST-AR-BALANCE-REC              PIC 9(7)V99.
    05  CUST-CREDIT-HOLD-REC             PIC X.
    05  CUST-NO-CONTACT-REC              PIC X.
    05  CUST-NO-CHECKS-REC               PIC X.
FD FLEET-FILE
        RECORD CONTAINS 46 CHARACTERS.
    COPY FLEET_DEF REPLACING ==:TAG:== BY ==FLX==.
        RECORD CONTAINS 84 CHARACTERS.
    COPY CAMPAIGN_DEF REPLACING ==:TAG:== BY ==CPX==.
FD CAR-FILE
        RECORD CONTAINS 99 CHARACTERS.
    COPY CAR_DEF REPLACING ==:TAG:== BY ==CRX==.
FD FACTORY-AR-FILE.
    COPY FACTORY_AR_DEF REPLACING ==:TAG:== BY ==FA==.
FD LOANER-FILE
        RECORD CONTAINS 72 CHARACTERS.
    COPY LOANER_DEF REPLACING ==:TAG:== BY ==LOX==.
FD TIRESTORE-FILE
        RECORD CONTAINS 112 CHARACTERS.
    COPY TIRE_STORE_DEF REPLACING ==:TAG:== BY ==TSX==.
FD INSPECT-FILE.
    COPY INSPECT_DEF REPLACING ==:TAG:== BY ==INF==.
FD CONTRACT-FILE
    05  PV-BILLED-BY     PIC X(30).
FD AR-LEDGER-FILE.
    COPY AR_LEDGER_DEF REPLACING ==:TAG:== BY ==ARL==.
FD ADV-LEDGER-FILE.
    COPY ADV_COMM_DEF REPLACING ==:TAG:== BY ==AV==.
FD INVOICE-FILE.
01  INVOICE-REC         PIC X(80).
FD WEOWE-FILE
        RECORD CONTAINS 96 CHARACTERS.
    COPY WEOWE_DEF REPLACING ==:TAG:== BY ==WOX==.

WORKING-STORAGE SECTION.
01  WS-CURRENT-DATE.
COPY PART_DEF REPLACING ==:TAG:== BY ==WS==.
COPY SERVICE_DEF REPLACING ==:TAG:== BY ==WSV==.

*> Invoice build-up. Each job's parts accumulate in WS-JOB-TABLE
*> during the same walk that deducts on-hand; tax lands on top of
*> the customer-pay jobs at the end.
01  WS-TAX-AMOUNT       PIC 9(7)V99 VALUE 0.
01  WS-LINE-AMOUNT      PIC 9(7)V99.
01  WS-MONEY-DISP       PIC $,$$$,$$9.99.
01  WS-SERVICE-TAX-RATE PIC 9V9999 VALUE 0.0625.
01  WS-INVOICE-LINE     PIC X(80).
01  WS-QTY-DELTA        PIC S9(5).
01  WS-MOVE-DOC         PIC X(10).
01  WS-TODAY-DATE-N     PIC 9(8).
01  WS-PERIOD-LOCKED    PIC X.
01  WS-FLEET-RATE       PIC 9(5)V99.
01  WS-FLEET-DISC       PIC 99.
01  WS-FLEET-PO-REQ     PIC X.
01  WS-CORE-AMOUNT      PIC 9(7)V99.
01  WS-LOANER-EOF       PIC X.
01  WS-LOANER-STILL-OUT PIC X.
01  WS-WE-OWE-TICKET    PIC X.
01  WS-WO-EOF           PIC X.
01  WS-LOANER-CHARGES   PIC 9(7)V99.
01  WS-SUBLET-EOF       PIC X.
01  WS-SUBLET-TOTAL     PIC 9(7)V99.
01  WS-ORIG-TICKET-SAVE PIC 9(5).

01  WS-AUTH-SAVE        PIC 9(7)V99.
01  WS-EST-SUBLET       PIC 9(7)V99.
01  WS-EST-TAX          PIC 9(7)V99.
01  WS-EST-TOTAL        PIC 9(7)V99.

*> The repair order's job lines, loaded once off TICKETJOB.IDX
*> (or built as job 01 off the ticket itself when it has none).
*> Each carries how it bills - comeback, factory campaign, or
*> customer pay - and the money it ran up.
01  WS-JOB-TABLE.
    05  WS-JT-ENTRY OCCURS 99 TIMES.
        10  WS-JT-JOBNO         PIC 99.
        10  WS-JT-SERVICEID     PIC 9(5).
        10  WS-JT-EMPID         PIC 9(5).
        10  WS-JT-AUTH          PIC 9(7)V99.
        10  WS-JT-COMEBACK      PIC X.
        10  WS-JT-ORIG-TICKET   PIC 9(5).
        10  WS-JT-CAMPAIGN      PIC 9(5).
        10  WS-JT-ON-FILE       PIC X.
        10  WS-JT-PARTS         PIC 9(7)V99.
        10  WS-JT-LABOR         PIC 9(7)V99.
        10  WS-JT-FEES          PIC 9(7)V99.
        10  WS-JT-CORE          PIC 9(7)V99.
01  WS-JOB-COUNT        PIC 99.
01  WS-JX               PIC 99.
01  WS-FX               PIC 99.
01  WS-LINE-JX          PIC 99.
01  WS-LINE-JOBNO       PIC 99.
01  WS-JOB-EOF          PIC X.
01  WS-JOB-OVER         PIC 99.
01  WS-JOB-EST          PIC 9(7)V99.
01  WS-JOB-SUBTOTAL     PIC 9(7)V99.
01  WS-PAY-JOBS         PIC 99.
01  WS-PAY-BASE         PIC 9(7)V99.
01  WS-PAY-CORE         PIC 9(7)V99.
01  WS-EXTRAS-JX        PIC 99.
01  WS-FACTORY-AMOUNT   PIC 9(7)V99.
01  WS-FACTORY-TOTAL    PIC 9(7)V99.
01  WS-FACTORY-TAX      PIC 9(7)V99.
*> The service writer's cut of the customer-pay labor and parts
*> they sold - the advisor pay plan, the same way ADD_SALE carries
*> the sales floor's commission rate. Stamped on every accrual row
*> so a later parts return reverses at the rate that was paid.
01  WS-ADVISOR-RATE     PIC 9V9999 VALUE 0.0500.
01  WS-ADVISOR-SAVE     PIC 9(5).
01  WS-ADVISOR-BASIS    PIC 9(7)V99.
*> Storage on a finished car left on the lot, and the customer's
*> credit standing for the release - see CALC_STORAGE.
01  WS-READY-DATE-SAVE  PIC 9(8).
01  WS-STORAGE-WAIT     PIC 9(5).
01  WS-STORAGE-DAYS     PIC 9(5).
01  WS-STORAGE-CHARGE   PIC 9(7)V99.
*> Seasonal tire storage fees on sets pulled for this ticket -
*> see TIRE_DESK.
01  WS-TIRE-EOF         PIC X.
01  WS-TIRE-SETS        PIC 9(3).
01  WS-TIRE-FEE         PIC 9(7)V99.
01  WS-CREDIT-HOLD      PIC X.
01  WS-NO-CHECKS        PIC X.
01  WS-CUST-OWES        PIC X.
01  WS-POST-AMOUNT      PIC 9(7)V99.
*> Loyalty points redeemed against and earned on the customer-pay
*> bill - see LOYALTY_POINTS.
01  WS-LOY-FUNCTION     PIC X.
01  WS-LOY-DOC-REF      PIC X(10).
01  WS-LOY-AMOUNT       PIC 9(7)V99.
01  WS-LOY-POINTS       PIC 9(7).
01  WS-LOY-VALUE        PIC 9(7)V99.
01  WS-LOY-BALANCE      PIC 9(7).
01  WS-LOY-DISCOUNT     PIC 9(7)V99.
01  WS-LOY-DISP         PIC Z,ZZZ,ZZ9.
*> A customer with a current exemption certificate pays no sales
*> tax on the bill - see CHECK_TAX_EXEMPT. WS-CUST-TAX-RATE is the
*> rate the customer-pay side is taxed at; the factory's bill
*> stays on the service rate.
01  WS-TAX-EXEMPT       PIC X.
01  WS-EXEMPT-RESULT    PIC 99.
01  WS-CUST-TAX-RATE    PIC 9V9999.
01  WS-EXEMPT-EXP-DISP  PIC 9999/99/99.
COPY TAX_EXEMPT_DEF REPLACING ==:TAG:== BY ==WTX==.
COPY EXEMPT_SALE_DEF REPLACING ==:TAG:== BY ==WXS==.
COPY SESSION_DEF.

LINKAGE SECTION.
01  LS-TICKETID         PIC 9(5).
*> Y paid on the spot (cash or card), K paid on the spot by check,
*> anything else charged to the customer's account.
01  LS-PAID-FLAG        PIC X.
    88  LS-PAID-ON-SPOT     VALUES "Y", "K".
    88  LS-PAID-BY-CHECK    VALUE "K".
01  LS-INVOICE-TOTAL    PIC 9(7)V99.
01  LS-RESULT-CODE      PIC 99.
01  LS-REDEEM-POINTS    PIC 9(7).

PROCEDURE DIVISION USING LS-TICKETID, LS-PAID-FLAG,
        LS-INVOICE-TOTAL, LS-RESULT-CODE, LS-REDEEM-POINTS.
MAIN-PROCEDURE.
*> Closing stamps today's date onto the invoice and the AR
*> posting - today sitting inside a closed accounting period means
            IF WS-LOANER-STILL-OUT = "Y"
               MOVE 28 TO LS-RESULT-CODE
            ELSE
*>          The cashier releases the car only once the shop has
*>          marked the work complete.
            IF NOT IDX-TICKET-READY
               MOVE 31 TO LS-RESULT-CODE
            ELSE
            MOVE LS-TICKETID TO WS-TICKETID-SAVE
            MOVE IDX-custID TO WS-CUSTID-SAVE
            MOVE IDX-serviceID TO WS-SERVICEID-SAVE
            MOVE IDX-origTicketID TO WS-ORIG-TICKET-SAVE
            MOVE IDX-carVIN TO WS-TICKET-VIN
            MOVE IDX-authorizedAmount TO WS-AUTH-SAVE
            MOVE IDX-advisorID TO WS-ADVISOR-SAVE
            MOVE IDX-readyDate TO WS-READY-DATE-SAVE
            CALL "CALC_STORAGE" USING WS-READY-DATE-SAVE,
                WS-TODAY-DATE-N, WS-STORAGE-WAIT, WS-STORAGE-DAYS,
                WS-STORAGE-CHARGE
            PERFORM 144-CHECK-TIRE-STORAGE
            PERFORM 120-LOAD-JOB-LINES
            PERFORM 146-CHECK-WE-OWE
            PERFORM 140-CHECK-FLEET
*>          Campaign remedy is judged job by job - the recall
*>          repair on a ticket bills the factory while the oil
*>          change beside it stays the customer's.
            PERFORM VARYING WS-JX FROM 1 BY 1
                  UNTIL WS-JX > WS-JOB-COUNT
               MOVE WS-JT-SERVICEID(WS-JX) TO WS-SERVICEID-SAVE
               PERFORM 142-CHECK-CAMPAIGN-WORK
               MOVE WS-CAMPAIGN-MATCH TO WS-JT-CAMPAIGN(WS-JX)
            END-PERFORM
            PERFORM 143-CHECK-CONTRACT-WORK
            PERFORM 149-CHECK-TAX-EXEMPT
*>          The bill is estimated BEFORE anything deducts or
*>          posts - a total past what the customer authorized
*>          parks the ticket until a supplemental approval is
*>          recorded at the desk. Zero authorization means none
*>          was captured (older tickets) and nothing is gated.
*>          Only customer-pay jobs count: comebacks and campaign
*>          work cost the customer nothing, and a contract-covered
*>          repair is the provider's, so none of them is gated.
*>          A job line with its own authorization is held to it
*>          as well as the ticket being held to the whole.
            PERFORM 148-ESTIMATE-THE-BILL
            IF WS-CONTRACT-MATCH = 0 AND WS-JOB-OVER > 0
               MOVE 29 TO LS-RESULT-CODE
               DISPLAY 'JOB ' WS-JT-JOBNO(WS-JOB-OVER)
                  ' ESTIMATE ' WS-JOB-EST
                  ' EXCEEDS AUTHORIZED ' WS-JT-AUTH(WS-JOB-OVER)
            ELSE
            IF WS-AUTH-SAVE > 0 AND WS-PAY-JOBS > 0
                  AND WS-CONTRACT-MATCH = 0
                  AND WS-EST-TOTAL > WS-AUTH-SAVE
               MOVE 29 TO LS-RESULT-CODE
               DISPLAY 'ESTIMATED BILL ' WS-EST-TOTAL
                  ' EXCEEDS AUTHORIZED ' WS-AUTH-SAVE
            ELSE
*>          Anything the customer owes that is not paid on the
*>          spot goes to their account - not for a customer on
*>          credit hold. They pay, or the car stays on the lot.
            PERFORM 147-CHECK-CREDIT-HOLD
            IF WS-CREDIT-HOLD = "Y" AND WS-CUST-OWES = "Y"
                  AND NOT LS-PAID-ON-SPOT
               MOVE 32 TO LS-RESULT-CODE
               DISPLAY 'CUSTOMER ' WS-CUSTID-SAVE
                  ' IS ON CREDIT HOLD - PAYMENT REQUIRED AT RELEASE'
            ELSE
            IF WS-NO-CHECKS = "Y" AND WS-CUST-OWES = "Y"
                  AND LS-PAID-BY-CHECK
               MOVE 33 TO LS-RESULT-CODE
               DISPLAY 'CUSTOMER ' WS-CUSTID-SAVE
                  ' HAD A CHECK RETURNED - CASH OR CARD ONLY'
            ELSE
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            MOVE WS-CD-YEAR TO IDX-closeYear
            MOVE WS-CD-MONTH TO IDX-closeMonth
               NOT INVALID KEY
                  MOVE 00 TO LS-RESULT-CODE
                  PERFORM 150-START-INVOICE
                  PERFORM VARYING WS-JX FROM 1 BY 1
                        UNTIL WS-JX > WS-JOB-COUNT
                     PERFORM 200-BILL-ONE-JOB
                  END-PERFORM
                  PERFORM 270-BILL-SUBLETS
                  PERFORM 290-PRINT-INSPECTION
                  PERFORM 300-FINISH-INVOICE
                  IF WS-WE-OWE-TICKET = "Y"
                     PERFORM 395-KEEP-WE-OWE
                  END-IF
                  IF WS-TIRE-SETS > 0
                     PERFORM 396-RELEASE-TIRE-SETS
                  END-IF
            END-REWRITE
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF
         END-IF
         END-IF
         END-IF

   GOBACK.

*> Bounded scan of TICKETJOB.IDX on ticketID + jobNo - every job
*> line on the repair order into WS-JOB-TABLE in job order. A
*> ticket opened before job lines existed has none, and is billed
*> as the single job 01 the ticket itself describes.
120-LOAD-JOB-LINES.
   MOVE 0 TO WS-JOB-COUNT
   INITIALIZE WS-JOB-TABLE
   MOVE "N" TO WS-JOB-EOF
   OPEN INPUT INDEX-FILE-TICKETJOB
   MOVE WS-TICKETID-SAVE TO TJX-ticketID
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
            IF TJX-ticketID NOT = WS-TICKETID-SAVE
               MOVE "Y" TO WS-JOB-EOF
            ELSE
               ADD 1 TO WS-JOB-COUNT
               MOVE TJX-jobNo TO WS-JT-JOBNO(WS-JOB-COUNT)
               MOVE TJX-serviceID TO WS-JT-SERVICEID(WS-JOB-COUNT)
               MOVE TJX-empID TO WS-JT-EMPID(WS-JOB-COUNT)
               MOVE TJX-authorizedAmount
                   TO WS-JT-AUTH(WS-JOB-COUNT)
               MOVE TJX-comebackFlag TO WS-JT-COMEBACK(WS-JOB-COUNT)
               MOVE TJX-origTicketID
                   TO WS-JT-ORIG-TICKET(WS-JOB-COUNT)
               MOVE "Y" TO WS-JT-ON-FILE(WS-JOB-COUNT)
               IF WS-JOB-COUNT = 99
                  MOVE "Y" TO WS-JOB-EOF
               END-IF
            END-IF
      END-READ
   END-PERFORM
   CLOSE INDEX-FILE-TICKETJOB

   IF WS-JOB-COUNT = 0
      MOVE 1 TO WS-JOB-COUNT
      MOVE 1 TO WS-JT-JOBNO(1)
      MOVE WS-SERVICEID-SAVE TO WS-JT-SERVICEID(1)
      MOVE IDX-empID TO WS-JT-EMPID(1)
      MOVE 0 TO WS-JT-AUTH(1)
      MOVE WS-COMEBACK-SAVE TO WS-JT-COMEBACK(1)
      MOVE WS-ORIG-TICKET-SAVE TO WS-JT-ORIG-TICKET(1)
      MOVE "N" TO WS-JT-ON-FILE(1)
   END-IF.
EXIT PARAGRAPH.

*> Which loaded job a TICKETPART line belongs to. A line attached
*> before job lines existed carries a zero (or blank) jobNo and is
*> job 01's; one naming a job that is not on the ticket lands on
*> the first job rather than going unbilled.
125-FIND-LINE-JOB.
   IF TPX-jobNo IS NUMERIC AND TPX-jobNo > 0
      MOVE TPX-jobNo TO WS-LINE-JOBNO
   ELSE
      MOVE 1 TO WS-LINE-JOBNO
   END-IF
   MOVE 1 TO WS-LINE-JX
   PERFORM VARYING WS-FX FROM 1 BY 1
         UNTIL WS-FX > WS-JOB-COUNT
      IF WS-JT-JOBNO(WS-FX) = WS-LINE-JOBNO
         MOVE WS-FX TO WS-LINE-JX
      END-IF
   END-PERFORM.
EXIT PARAGRAPH.

*> One job's labor at the fleet or catalog rate off its own
*> serviceID, and - unless it is a comeback - the shop supplies
*> and hazmat fees CALC_SVC_FEES rules for that service.
*> WSV-serviceName is left loaded for the invoice.
130-PRICE-JOB-LABOR.
   MOVE 0 TO WS-JT-LABOR(WS-JX)
   MOVE 0 TO WS-JT-FEES(WS-JX)
   MOVE 0 TO WS-SUPPLIES-FEE
   MOVE 0 TO WS-HAZMAT-FEE
   INITIALIZE WSV-SERVICE
   MOVE WS-JT-SERVICEID(WS-JX) TO WSV-serviceID
   CALL "READ_SERVICE" USING WSV-SERVICE, WS-SERVICE-RESULT
   IF WS-SERVICE-RESULT = 01
*>    A fleet account's negotiated rate replaces the catalog rate
*>    when one is on file; a zero negotiated rate means the fleet
*>    pays catalog like anyone else.
      IF WS-FLEET-FOUND = "Y" AND WS-FLEET-RATE > 0
         COMPUTE WS-JT-LABOR(WS-JX) ROUNDED =
             WSV-laborHours * WS-FLEET-RATE
      ELSE
         COMPUTE WS-JT-LABOR(WS-JX) ROUNDED =
             WSV-laborHours * WSV-laborRate
      END-IF
   END-IF
   IF WS-JT-COMEBACK(WS-JX) NOT = "Y"
      CALL "CALC_SVC_FEES" USING WS-JT-LABOR(WS-JX),
          WS-JT-SERVICEID(WS-JX), WS-SUPPLIES-FEE, WS-HAZMAT-FEE
      COMPUTE WS-JT-FEES(WS-JX) = WS-SUPPLIES-FEE + WS-HAZMAT-FEE
   END-IF.
EXIT PARAGRAPH.

*> Bounded scan of LOANER.IDX off the ticketID alternate key: an
*> OUT row blocks the close, and the charges on the RETURNED rows
*> are what 300-FINISH-INVOICE bills for excess miles and fuel.
   CLOSE LOANER-FILE.
EXIT PARAGRAPH.

*> Bounded scan of TIRESTORE.IDX off the ticketID alternate key:
*> every set pulled for this ticket goes home with the car, and
*> the storage fee not yet paid on each is billed on the invoice.
144-CHECK-TIRE-STORAGE.
   MOVE 0 TO WS-TIRE-SETS
   MOVE 0 TO WS-TIRE-FEE
   MOVE "N" TO WS-TIRE-EOF
   OPEN INPUT TIRESTORE-FILE
   MOVE LS-TICKETID TO TSX-ticketID
   START TIRESTORE-FILE KEY IS EQUAL TO TSX-ticketID
      INVALID KEY
         MOVE "Y" TO WS-TIRE-EOF
   END-START
   PERFORM UNTIL WS-TIRE-EOF = "Y"
      READ TIRESTORE-FILE NEXT RECORD
         AT END
            MOVE "Y" TO WS-TIRE-EOF
         NOT AT END
            IF TSX-ticketID NOT = LS-TICKETID
               MOVE "Y" TO WS-TIRE-EOF
            ELSE
               IF TSX-SET-PULLED
                  ADD 1 TO WS-TIRE-SETS
                  IF TSX-FEE-UNBILLED
                     ADD TSX-storageFee TO WS-TIRE-FEE
                  END-IF
               END-IF
            END-IF
      END-READ
   END-PERFORM
   CLOSE TIRESTORE-FILE.
EXIT PARAGRAPH.

*> Bounded scan of WEOWE.IDX off the ticketID alternate key. A
*> ticket opened for a we-owe item is the dealership's promise
*> being kept - every job on it is treated as no charge, the same
*> in-memory marking a comeback job carries.
146-CHECK-WE-OWE.
   MOVE "N" TO WS-WE-OWE-TICKET
   MOVE "N" TO WS-WO-EOF
   OPEN INPUT WEOWE-FILE
   MOVE LS-TICKETID TO WOX-ticketID
   START WEOWE-FILE KEY IS EQUAL TO WOX-ticketID
      INVALID KEY
         MOVE "Y" TO WS-WO-EOF
   END-START
   PERFORM UNTIL WS-WO-EOF = "Y"
      READ WEOWE-FILE NEXT RECORD
         AT END
            MOVE "Y" TO WS-WO-EOF
         NOT AT END
            IF WOX-ticketID NOT = LS-TICKETID
               MOVE "Y" TO WS-WO-EOF
            ELSE
               IF NOT WOX-WO-CANCELLED
                  MOVE "Y" TO WS-WE-OWE-TICKET
               END-IF
            END-IF
      END-READ
   END-PERFORM
   CLOSE WEOWE-FILE
   IF WS-WE-OWE-TICKET = "Y"
      PERFORM VARYING WS-JX FROM 1 BY 1
            UNTIL WS-JX > WS-JOB-COUNT
         MOVE "Y" TO WS-JT-COMEBACK(WS-JX)
      END-PERFORM
   END-IF.
EXIT PARAGRAPH.

*> Whether the customer is on credit hold or cash-or-card only,
*> and whether the close leaves them owing anything - customer-pay
*> work not covered by a service contract, storage, or a tire
*> storage fee. Needs 148's estimate first.
147-CHECK-CREDIT-HOLD.
   MOVE "N" TO WS-CREDIT-HOLD
   MOVE "N" TO WS-NO-CHECKS
   MOVE "N" TO WS-CUST-OWES
   IF (WS-PAY-JOBS > 0 AND WS-CONTRACT-MATCH = 0
         AND WS-EST-TOTAL > 0)
         OR WS-STORAGE-CHARGE > 0 OR WS-TIRE-FEE > 0
      MOVE "Y" TO WS-CUST-OWES
   END-IF
   MOVE WS-CUSTID-SAVE TO CUST-ID-REC
   OPEN INPUT CUS-FILE
   READ CUS-FILE
      INVALID KEY
         CONTINUE
      NOT INVALID KEY
         IF CUST-CREDIT-HOLD-REC = "Y" OR
               CUST-CREDIT-HOLD-REC = "C"
            MOVE "Y" TO WS-CREDIT-HOLD
         END-IF
         IF CUST-NO-CHECKS-REC = "Y"
            MOVE "Y" TO WS-NO-CHECKS
         END-IF
   END-READ
   CLOSE CUS-FILE.
EXIT PARAGRAPH.

*> Bounded scan of FLEET.IDX off the custID alternate key for an
*> active fleet account on the ticket's customer - its negotiated
*> labor rate and parts discount replace walk-in pricing below.
   CLOSE FLEET-FILE.
EXIT PARAGRAPH.

*> A current exemption certificate on file zeroes the customer's
*> tax rate for the whole close - estimate and invoice alike. A
*> lapsed one is charged tax and the desk is told why. A contract
*> repair is the provider's bill and is taxed as it always was.
149-CHECK-TAX-EXEMPT.
   MOVE "N" TO WS-TAX-EXEMPT
   MOVE WS-SERVICE-TAX-RATE TO WS-CUST-TAX-RATE
   IF WS-CONTRACT-MATCH > 0 OR WS-CUSTID-SAVE = 0
      EXIT PARAGRAPH
   END-IF
   CALL "CHECK_TAX_EXEMPT" USING WS-CUSTID-SAVE, WS-TODAY-DATE-N,
       WTX-TAX-EXEMPT, WS-EXEMPT-RESULT
   EVALUATE WS-EXEMPT-RESULT
      WHEN 00
         MOVE "Y" TO WS-TAX-EXEMPT
         MOVE 0 TO WS-CUST-TAX-RATE
      WHEN 24
         DISPLAY 'TAX EXEMPT CERTIFICATE ' WTX-certNumber
            ' EXPIRED ' WTX-expireDate ' - SALES TAX CHARGED'
      WHEN OTHER
         CONTINUE
   END-EVALUATE.
EXIT PARAGRAPH.

*> Prices the whole bill without touching anything: parts off
*> TICKETPART through READ_PART (fleet discount and core charges
*> included) onto the job each line belongs to, each job's labor
*> and fees, sublets at sell, tax, and the loaner charges 145
*> already summed - the same math the close bills, run first so
*> the authorization gates can refuse before a single part
*> deducts. WS-JOB-OVER names the first customer-pay job whose
*> own estimate runs past its own authorization.
148-ESTIMATE-THE-BILL.
   PERFORM VARYING WS-JX FROM 1 BY 1
         UNTIL WS-JX > WS-JOB-COUNT
      MOVE 0 TO WS-JT-PARTS(WS-JX)
      MOVE 0 TO WS-JT-CORE(WS-JX)
   END-PERFORM
   MOVE 'Y' TO WS-MORE-PARTS
   OPEN INPUT INDEX-FILE-TICKETPART
   MOVE WS-TICKETID-SAVE TO TPX-ticketID
   START INDEX-FILE-TICKETPART KEY IS NOT LESS THAN TPX-ticketID
      INVALID KEY
         MOVE 'N' TO WS-MORE-PARTS
   END-START
   PERFORM UNTIL WS-MORE-PARTS = 'N'
      READ INDEX-FILE-TICKETPART NEXT RECORD
         AT END
            IF TPX-ticketID NOT = WS-TICKETID-SAVE
               MOVE 'N' TO WS-MORE-PARTS
            ELSE
               PERFORM 125-FIND-LINE-JOB
               MOVE TPX-partID TO WS-PART-ID
               CALL "READ_PART" USING WS-PART, WS-PART-RESULT-CODE
               IF WS-PART-RESULT-CODE = 01
                  COMPUTE WS-LINE-AMOUNT =
                      TPX-qtyUsed * WS-PART-PRICE
                  IF WS-FLEET-FOUND = "Y" AND WS-FLEET-DISC > 0
                     COMPUTE WS-LINE-AMOUNT ROUNDED =
                         WS-LINE-AMOUNT
                         * (100 - WS-FLEET-DISC) / 100
                  END-IF
                  ADD WS-LINE-AMOUNT TO WS-JT-PARTS(WS-LINE-JX)
                  IF WS-PART-CORE-CHARGE > 0
                        AND WS-JT-COMEBACK(WS-LINE-JX) NOT = "Y"
                     COMPUTE WS-CORE-AMOUNT =
                         TPX-qtyUsed * WS-PART-CORE-CHARGE
                     ADD WS-CORE-AMOUNT TO WS-JT-CORE(WS-LINE-JX)
                  END-IF
               END-IF
            END-IF
      END-READ
   END-PERFORM
   CLOSE INDEX-FILE-TICKETPART

   PERFORM VARYING WS-JX FROM 1 BY 1
         UNTIL WS-JX > WS-JOB-COUNT
      PERFORM 130-PRICE-JOB-LABOR
   END-PERFORM

   MOVE 0 TO WS-EST-SUBLET
   MOVE "N" TO WS-SUBLET-EOF
   OPEN INPUT SUBLET-FILE
   MOVE WS-TICKETID-SAVE TO SBX-ticketID
   START SUBLET-FILE KEY IS NOT LESS THAN SBX-ticketID
      INVALID KEY
         MOVE "Y" TO WS-SUBLET-EOF
   END-START
   PERFORM UNTIL WS-SUBLET-EOF = "Y"
      READ SUBLET-FILE NEXT RECORD
         AT END
            MOVE "Y" TO WS-SUBLET-EOF
         NOT AT END
            IF SBX-ticketID NOT = WS-TICKETID-SAVE
               MOVE "Y" TO WS-SUBLET-EOF
            ELSE
               ADD SBX-subletSell TO WS-EST-SUBLET
            END-IF
      END-READ
   END-PERFORM
   CLOSE SUBLET-FILE

   PERFORM 160-SUM-PAY-JOBS
   MOVE 0 TO WS-JOB-OVER
   MOVE 0 TO WS-JOB-EST
   PERFORM VARYING WS-JX FROM 1 BY 1
         UNTIL WS-JX > WS-JOB-COUNT
      IF WS-JT-COMEBACK(WS-JX) NOT = "Y"
            AND WS-JT-CAMPAIGN(WS-JX) = 0
            AND WS-JT-AUTH(WS-JX) > 0
            AND WS-JOB-OVER = 0
         COMPUTE WS-LINE-AMOUNT ROUNDED =
             (WS-JT-PARTS(WS-JX) + WS-JT-LABOR(WS-JX)
             + WS-JT-FEES(WS-JX)) * (1 + WS-CUST-TAX-RATE)
             + WS-JT-CORE(WS-JX)
         IF WS-LINE-AMOUNT > WS-JT-AUTH(WS-JX)
            MOVE WS-JX TO WS-JOB-OVER
            MOVE WS-LINE-AMOUNT TO WS-JOB-EST
         END-IF
      END-IF
   END-PERFORM

   COMPUTE WS-EST-TAX ROUNDED =
       (WS-PAY-BASE + WS-EST-SUBLET) * WS-CUST-TAX-RATE
   COMPUTE WS-EST-TOTAL =
       WS-PAY-BASE + WS-EST-SUBLET + WS-EST-TAX + WS-PAY-CORE
       + WS-LOANER-CHARGES.
EXIT PARAGRAPH.

*> The customer-pay side of the repair order: every job that is
*> neither a comeback nor a factory campaign remedy. When no job
*> is customer pay, the ticket-wide sublets and loaner charges
*> ride on the first campaign job's factory bill instead.
160-SUM-PAY-JOBS.
   MOVE 0 TO WS-PAY-JOBS
   MOVE 0 TO WS-PAY-BASE
   MOVE 0 TO WS-PAY-CORE
   MOVE 0 TO WS-EXTRAS-JX
   PERFORM VARYING WS-JX FROM 1 BY 1
         UNTIL WS-JX > WS-JOB-COUNT
      IF WS-JT-COMEBACK(WS-JX) NOT = "Y"
         IF WS-JT-CAMPAIGN(WS-JX) = 0
            ADD 1 TO WS-PAY-JOBS
            ADD WS-JT-PARTS(WS-JX) WS-JT-LABOR(WS-JX)
                WS-JT-FEES(WS-JX) TO WS-PAY-BASE
            ADD WS-JT-CORE(WS-JX) TO WS-PAY-CORE
         ELSE
            IF WS-EXTRAS-JX = 0
               MOVE WS-JX TO WS-EXTRAS-JX
            END-IF
         END-IF
      END-IF
   END-PERFORM
   IF WS-PAY-JOBS > 0
      MOVE 0 TO WS-EXTRAS-JX
   END-IF.
EXIT PARAGRAPH.

150-START-INVOICE.
   MOVE 0 TO WS-TAX-AMOUNT
   MOVE 0 TO WS-SUBLET-TOTAL
   MOVE 0 TO WS-FACTORY-TOTAL
   OPEN OUTPUT INVOICE-FILE
   MOVE "==============================================" TO
       INVOICE-REC
          "   DATE: " WS-CD-YEAR "-" WS-CD-MONTH "-" WS-CD-DAY
       DELIMITED BY SIZE INTO INVOICE-REC
   WRITE INVOICE-REC
   IF WS-ADVISOR-SAVE > 0
      MOVE SPACES TO INVOICE-REC
      STRING "SERVICE ADVISOR: " WS-ADVISOR-SAVE
          DELIMITED BY SIZE INTO INVOICE-REC
      WRITE INVOICE-REC
   END-IF
   IF WS-FLEET-FOUND = "Y"
      MOVE "FLEET ACCOUNT - NEGOTIATED TERMS APPLIED" TO
          INVOICE-REC
             INVOICE-REC
         WRITE INVOICE-REC
      END-IF
   END-IF.
EXIT PARAGRAPH.

*> One job's block on the invoice: its heading, the parts lines
*> carrying its jobNo (deducted from PARTLIST.DAT as they print),
*> its labor and fees, and its subtotal. A comeback job lists the
*> work at no charge and absorbs its labor to the house; a
*> campaign job is marked for the factory. The job line itself
*> is stamped closed with what it billed.
200-BILL-ONE-JOB.
   PERFORM 130-PRICE-JOB-LABOR
   MOVE "----------------------------------------------" TO
       INVOICE-REC
   WRITE INVOICE-REC
   MOVE SPACES TO INVOICE-REC
   IF WS-SERVICE-RESULT = 01
      STRING "JOB " WS-JT-JOBNO(WS-JX) " - " WSV-serviceName
             "  MECHANIC " WS-JT-EMPID(WS-JX)
          DELIMITED BY SIZE INTO INVOICE-REC
   ELSE
      STRING "JOB " WS-JT-JOBNO(WS-JX) " - SERVICE "
             WS-JT-SERVICEID(WS-JX)
             "  MECHANIC " WS-JT-EMPID(WS-JX)
          DELIMITED BY SIZE INTO INVOICE-REC
   END-IF
   WRITE INVOICE-REC
   IF WS-JT-COMEBACK(WS-JX) NOT = "Y"
         AND WS-JT-CAMPAIGN(WS-JX) > 0
      MOVE SPACES TO INVOICE-REC
      STRING "  FACTORY CAMPAIGN REMEDY - CAMPAIGN "
             WS-JT-CAMPAIGN(WS-JX)
          DELIMITED BY SIZE INTO INVOICE-REC
      WRITE INVOICE-REC
   END-IF

   PERFORM 210-DEDUCT-PARTS-FOR-JOB

   IF WS-SERVICE-RESULT = 01
      MOVE WS-JT-LABOR(WS-JX) TO WS-MONEY-DISP
      MOVE SPACES TO INVOICE-REC
      STRING "  LABOR  " WS-MONEY-DISP
          DELIMITED BY SIZE INTO INVOICE-REC
      WRITE INVOICE-REC
   ELSE
      MOVE "  LABOR - NO CATALOG ENTRY - NOT BILLED" TO INVOICE-REC
      WRITE INVOICE-REC
   END-IF

*> A warranty comeback is our mistake coming back through the
*> door - the work is listed but the job bills nothing, and its
*> redo labor is absorbed to the house on its own ledger against
*> the ticket the job first went out on.
   IF WS-JT-COMEBACK(WS-JX) = "Y"
      IF WS-WE-OWE-TICKET = "Y"
         MOVE "  WE-OWE ON THE DEAL - NO CHARGE" TO INVOICE-REC
      ELSE
         MOVE "  WARRANTY COMEBACK - NO CHARGE" TO INVOICE-REC
      END-IF
      WRITE INVOICE-REC
      IF WS-JT-LABOR(WS-JX) > 0
         MOVE WS-TICKETID-SAVE TO IA-TICKET-ID
         MOVE WS-JT-ORIG-TICKET(WS-JX) TO IA-ORIG-TICKET
         MOVE WS-JT-LABOR(WS-JX) TO IA-ABS-AMOUNT
         MOVE FUNCTION CURRENT-DATE(1:8) TO IA-ABS-DATE
         MOVE SESSION-CURRENT-USER TO IA-ABS-BY
         OPEN EXTEND INTERNAL-ABS-FILE
         WRITE INTERNAL-ABS-REC
         CLOSE INTERNAL-ABS-FILE
         MOVE "  LABOR ABSORBED TO INTERNAL ACCOUNT" TO INVOICE-REC
         WRITE INVOICE-REC
      END-IF
      MOVE SPACES TO INVOICE-REC
      STRING "JOB " WS-JT-JOBNO(WS-JX) " SUBTOTAL  NO CHARGE"
          DELIMITED BY SIZE INTO INVOICE-REC
      WRITE INVOICE-REC
   ELSE
*>    The rags, brake clean, and oil disposal every job burns -
*>    billed by rule instead of eaten, itemized under the job.
      IF WS-SUPPLIES-FEE > 0
         MOVE WS-SUPPLIES-FEE TO WS-MONEY-DISP
         MOVE SPACES TO INVOICE-REC
         STRING "  SHOP SUPPLIES  " WS-MONEY-DISP
             DELIMITED BY SIZE INTO INVOICE-REC
         WRITE INVOICE-REC
      END-IF
      IF WS-HAZMAT-FEE > 0
         MOVE WS-HAZMAT-FEE TO WS-MONEY-DISP
         MOVE SPACES TO INVOICE-REC
         STRING "  HAZMAT/DISPOSAL FEE  " WS-MONEY-DISP
             DELIMITED BY SIZE INTO INVOICE-REC
         WRITE INVOICE-REC
      END-IF
      COMPUTE WS-JOB-SUBTOTAL =
          WS-JT-PARTS(WS-JX) + WS-JT-LABOR(WS-JX)
          + WS-JT-FEES(WS-JX) + WS-JT-CORE(WS-JX)
      MOVE WS-JOB-SUBTOTAL TO WS-MONEY-DISP
      MOVE SPACES TO INVOICE-REC
      STRING "JOB " WS-JT-JOBNO(WS-JX) " SUBTOTAL  " WS-MONEY-DISP
          DELIMITED BY SIZE INTO INVOICE-REC
      WRITE INVOICE-REC
   END-IF

   IF WS-JT-ON-FILE(WS-JX) = "Y"
      PERFORM 220-STAMP-JOB-LINE
   END-IF.
EXIT PARAGRAPH.

*> Walks the ticket's TICKETPART.IDX lines, takes the ones that
*> belong to this job, prices each onto the invoice, and pulls its
*> qtyUsed off PARTLIST.DAT through READ_PART/UPDATE_PART.
210-DEDUCT-PARTS-FOR-JOB.
   MOVE 0 TO WS-JT-PARTS(WS-JX)
   MOVE 0 TO WS-JT-CORE(WS-JX)
   MOVE 'Y' TO WS-MORE-PARTS
   OPEN INPUT INDEX-FILE-TICKETPART

   MOVE WS-TICKETID-SAVE TO TPX-ticketID
   START INDEX-FILE-TICKETPART KEY IS NOT LESS THAN TPX-ticketID
      INVALID KEY
         MOVE 'N' TO WS-MORE-PARTS
   END-START

   PERFORM UNTIL WS-MORE-PARTS = 'N'
      READ INDEX-FILE-TICKETPART NEXT RECORD
         AT END
            MOVE 'N' TO WS-MORE-PARTS
         NOT AT END
            IF TPX-ticketID NOT = WS-TICKETID-SAVE
               MOVE 'N' TO WS-MORE-PARTS
            ELSE
               PERFORM 125-FIND-LINE-JOB
               IF WS-LINE-JX = WS-JX
                  PERFORM 215-DEDUCT-ONE-PART
               END-IF
            END-IF
      END-READ
   END-PERFORM

   CLOSE INDEX-FILE-TICKETPART.
EXIT PARAGRAPH.

215-DEDUCT-ONE-PART.
   MOVE TPX-partID TO WS-PART-ID
   CALL "READ_PART" USING WS-PART, WS-PART-RESULT-CODE
   IF WS-PART-RESULT-CODE = 01
      COMPUTE WS-LINE-AMOUNT =
          TPX-qtyUsed * WS-PART-PRICE
*>    A fleet customer's parts lines carry their negotiated
*>    discount off the walk-in price.
      IF WS-FLEET-FOUND = "Y" AND WS-FLEET-DISC > 0
         COMPUTE WS-LINE-AMOUNT ROUNDED =
             WS-LINE-AMOUNT
             * (100 - WS-FLEET-DISC) / 100
      END-IF
      ADD WS-LINE-AMOUNT TO WS-JT-PARTS(WS-JX)
      PERFORM 250-WRITE-PART-LINE
*>    A core-bearing part collects its refundable core charge on
*>    top of the line - outside the tax base, ledgered for the
*>    refund desk and supplier credit. Not on a comeback job: the
*>    customer pays nothing, so no core charge is taken and none
*>    may be ledgered, or CORE_DESK would refund cash never
*>    collected.
      IF WS-PART-CORE-CHARGE > 0
            AND WS-JT-COMEBACK(WS-JX) NOT = "Y"
         COMPUTE WS-CORE-AMOUNT =
             TPX-qtyUsed * WS-PART-CORE-CHARGE
         ADD WS-CORE-AMOUNT TO WS-JT-CORE(WS-JX)
         MOVE WS-CORE-AMOUNT TO WS-MONEY-DISP
         MOVE SPACES TO INVOICE-REC
         STRING "      CORE CHARGE  " WS-MONEY-DISP
             DELIMITED BY SIZE INTO INVOICE-REC
         WRITE INVOICE-REC
         MOVE WS-PART-ID TO CO-PART-ID
         MOVE FUNCTION CURRENT-DATE(1:8)
             TO CO-CORE-DATE
         MOVE "C" TO CO-CORE-TYPE
         MOVE TPX-qtyUsed TO CO-CORE-QTY
         MOVE WS-CORE-AMOUNT TO CO-CORE-AMOUNT
         MOVE SPACES TO CO-CORE-DOC
         STRING "TKT" WS-TICKETID-SAVE
             DELIMITED BY SIZE INTO CO-CORE-DOC
         MOVE SESSION-CURRENT-USER TO CO-CORE-BY
         OPEN EXTEND CORE-LEDGER-FILE
         WRITE CO-CORE
         CLOSE CORE-LEDGER-FILE
      END-IF
      SUBTRACT TPX-qtyUsed FROM WS-PART-ON-HAND
*>    The reservation TICKET_ADD_PART took is consumed along with
*>    the stock itself.
      IF TPX-qtyUsed > WS-PART-COMMITTED
         MOVE 0 TO WS-PART-COMMITTED
      ELSE
         SUBTRACT TPX-qtyUsed FROM WS-PART-COMMITTED
      END-IF
      CALL "UPDATE_PART" USING WS-PART, WS-PART-RESULT-CODE
      COMPUTE WS-QTY-DELTA = 0 - TPX-qtyUsed
      MOVE SPACES TO WS-MOVE-DOC
      STRING "TKT" WS-TICKETID-SAVE
          DELIMITED BY SIZE INTO WS-MOVE-DOC
      CALL "LOG_STOCK_MOVE" USING WS-PART-ID,
          WS-QTY-DELTA, "TKT", WS-MOVE-DOC
   END-IF.
EXIT PARAGRAPH.

*> What the job actually billed goes back onto its TICKETJOB row
*> and the line closes with the ticket.
220-STAMP-JOB-LINE.
   OPEN I-O INDEX-FILE-TICKETJOB
   MOVE WS-TICKETID-SAVE TO TJX-ticketID
   MOVE WS-JT-JOBNO(WS-JX) TO TJX-jobNo
   READ INDEX-FILE-TICKETJOB
      INVALID KEY
         CONTINUE
      NOT INVALID KEY
         MOVE WS-JT-LABOR(WS-JX) TO TJX-jobLabor
         MOVE WS-JT-PARTS(WS-JX) TO TJX-jobParts
         MOVE "C" TO TJX-jobStatus
         REWRITE TJX-TICKETJOB
            INVALID KEY
               CONTINUE
         END-REWRITE
   END-READ
   CLOSE INDEX-FILE-TICKETJOB.
EXIT PARAGRAPH.

250-WRITE-PART-LINE.
   MOVE WS-LINE-AMOUNT TO WS-MONEY-DISP
   MOVE SPACES TO INVOICE-REC
   STRING "    " WS-PART-NAME
          "  QTY " TPX-qtyUsed
          "  " WS-MONEY-DISP
       DELIMITED BY SIZE INTO INVOICE-REC
   WRITE INVOICE-REC.
EXIT PARAGRAPH.

*> Is this job an open campaign's remedy for its vehicle? The
*> same matching CHECK_CAMPAIGNS makes at open time, narrowed to
*> the campaign whose remedyServiceID is THIS job's service -
*> that campaign's ID is who the job bills to.
142-CHECK-CAMPAIGN-WORK.
   MOVE 0 TO WS-CAMPAIGN-MATCH
   OPEN INPUT CAR-FILE
   CLOSE CAMPAIGN-FILE.
EXIT PARAGRAPH.

*> Bounded scan of SVCCONTRACT.IDX off the carVIN alternate key -
*> CHECK_CONTRACT told the writer at open time; this is the close
*> acting on it. An ACTIVE contract whose term covers today makes
   CLOSE CONTRACT-FILE.
EXIT PARAGRAPH.

*> The ticket's SUBLET.IDX lines off the ticketID alternate key -
*> outside work billed at its marked-up sell price, one invoice
*> line per vendor job, taxed with parts and labor.
   CLOSE INSPECT-FILE.
EXIT PARAGRAPH.

*> The ticket-wide totals under the job blocks: tax on the
*> customer-pay jobs and sublets together, the loaner charges, the
*> total back to the caller, and the balance onto the customer's
*> AR unless the desk said it was paid on the spot. Each campaign
*> job then bills the factory for its own subtotal.
300-FINISH-INVOICE.
   PERFORM 160-SUM-PAY-JOBS
   MOVE 0 TO LS-INVOICE-TOTAL
   MOVE "----------------------------------------------" TO
       INVOICE-REC
   WRITE INVOICE-REC

*> Nothing on the order is customer pay or factory work - every
*> job was a comeback, so the bill is zero and nothing posts but
*> any storage the car ran up waiting to be collected.
   IF WS-PAY-JOBS = 0 AND WS-EXTRAS-JX = 0
      IF WS-WE-OWE-TICKET = "Y"
         MOVE "WE-OWE ON THE DEAL - NO CHARGE" TO INVOICE-REC
      ELSE
         MOVE "WARRANTY COMEBACK - NO CHARGE" TO INVOICE-REC
      END-IF
      WRITE INVOICE-REC
      PERFORM 390-BILL-STORAGE
      PERFORM 391-BILL-TIRE-FEE
      CLOSE INVOICE-FILE
   ELSE
      IF WS-PAY-JOBS > 0
         COMPUTE WS-TAX-AMOUNT ROUNDED =
             (WS-PAY-BASE + WS-SUBLET-TOTAL) * WS-CUST-TAX-RATE
         IF WS-TAX-EXEMPT = "Y"
            PERFORM 320-PRINT-TAX-EXEMPT
         ELSE
            MOVE WS-TAX-AMOUNT TO WS-MONEY-DISP
            MOVE SPACES TO INVOICE-REC
            STRING "SALES TAX  " WS-MONEY-DISP
                DELIMITED BY SIZE INTO INVOICE-REC
            WRITE INVOICE-REC
         END-IF
         IF WS-LOANER-CHARGES > 0
            MOVE WS-LOANER-CHARGES TO WS-MONEY-DISP
            MOVE SPACES TO INVOICE-REC
            STRING "LOANER CHARGES (MILES/FUEL)  " WS-MONEY-DISP
                DELIMITED BY SIZE INTO INVOICE-REC
            WRITE INVOICE-REC
         END-IF
         COMPUTE LS-INVOICE-TOTAL =
             WS-PAY-BASE + WS-SUBLET-TOTAL + WS-TAX-AMOUNT
             + WS-PAY-CORE + WS-LOANER-CHARGES
         IF WS-CONTRACT-MATCH = 0 AND WS-STORAGE-CHARGE > 0
            PERFORM 385-PRINT-STORAGE
            ADD WS-STORAGE-CHARGE TO LS-INVOICE-TOTAL
            MOVE 0 TO WS-STORAGE-CHARGE
         END-IF
         IF WS-CONTRACT-MATCH = 0 AND WS-TIRE-FEE > 0
            PERFORM 386-PRINT-TIRE-FEE
            ADD WS-TIRE-FEE TO LS-INVOICE-TOTAL
            MOVE 0 TO WS-TIRE-FEE
         END-IF
         MOVE 0 TO WS-LOY-DISCOUNT
         IF WS-CONTRACT-MATCH = 0 AND LS-REDEEM-POINTS > 0
            PERFORM 330-REDEEM-POINTS
         ELSE
            MOVE 0 TO LS-REDEEM-POINTS
         END-IF
         MOVE LS-INVOICE-TOTAL TO WS-MONEY-DISP
         MOVE SPACES TO INVOICE-REC
         STRING "TOTAL DUE  " WS-MONEY-DISP
             DELIMITED BY SIZE INTO INVOICE-REC
         WRITE INVOICE-REC
*>       A covered repair under an in-force service contract is
*>       the provider's bill - their receivable, not the
*>       customer's invoice.
         IF WS-CONTRACT-MATCH > 0
            MOVE SPACES TO INVOICE-REC
            STRING "BILLED TO PROVIDER " WS-CONTRACT-PROV
                   " - CONTRACT " WS-CONTRACT-MATCH
                DELIMITED BY SIZE INTO INVOICE-REC
            WRITE INVOICE-REC
            PERFORM 370-POST-TO-PROVIDER
         ELSE
         IF LS-PAID-ON-SPOT
            MOVE "PAID IN FULL - THANK YOU" TO INVOICE-REC
            WRITE INVOICE-REC
         ELSE
            MOVE "BILLED TO ACCOUNT" TO INVOICE-REC
            WRITE INVOICE-REC
            MOVE LS-INVOICE-TOTAL TO WS-POST-AMOUNT
            PERFORM 350-POST-TO-AR
         END-IF
         IF WS-ADVISOR-SAVE > 0
            PERFORM 380-ACCRUE-ADVISOR-PAY
         END-IF
         PERFORM 335-EARN-POINTS
         END-IF
      END-IF

*>    Factory-paid remedy work bills the manufacturer under each
*>    campaign's ID - nothing of it lands on the customer.
      PERFORM VARYING WS-JX FROM 1 BY 1
            UNTIL WS-JX > WS-JOB-COUNT
         IF WS-JT-COMEBACK(WS-JX) NOT = "Y"
               AND WS-JT-CAMPAIGN(WS-JX) > 0
            PERFORM 310-BILL-FACTORY-JOB
         END-IF
      END-PERFORM
      IF WS-PAY-JOBS = 0
         MOVE WS-FACTORY-TOTAL TO LS-INVOICE-TOTAL
      END-IF
      PERFORM 390-BILL-STORAGE
      PERFORM 391-BILL-TIRE-FEE
      CLOSE INVOICE-FILE
   END-IF.
EXIT PARAGRAPH.

*> The exempt customer's invoice carries the certificate the tax
*> was waived on, in place of the tax line, and the sale is logged
*> for the auditor with the tax the service rate would have charged.
320-PRINT-TAX-EXEMPT.
   MOVE WTX-expireDate TO WS-EXEMPT-EXP-DISP
   MOVE SPACES TO INVOICE-REC
   STRING "TAX EXEMPT - CERTIFICATE " WTX-certNumber
          " TYPE " WTX-exemptType
          " EXPIRES " WS-EXEMPT-EXP-DISP
       DELIMITED BY SIZE INTO INVOICE-REC
   WRITE INVOICE-REC
   INITIALIZE WXS-EXEMPT-SALE
   MOVE "T" TO WXS-source
   STRING "TKT" WS-TICKETID-SAVE
       DELIMITED BY SIZE INTO WXS-docRef
   MOVE WS-CUSTID-SAVE TO WXS-custID
   MOVE WTX-exemptType TO WXS-exemptType
   MOVE WTX-certNumber TO WXS-certNumber
   MOVE WTX-expireDate TO WXS-certExpire
   COMPUTE WXS-exemptBase = WS-PAY-BASE + WS-SUBLET-TOTAL
   COMPUTE WXS-taxWaived ROUNDED =
       WXS-exemptBase * WS-SERVICE-TAX-RATE
   CALL "LOG_EXEMPT_SALE" USING WXS-EXEMPT-SALE.
EXIT PARAGRAPH.

*> Points the customer asked to spend come off the bill after tax,
*> the way COUNTER_SALE applies a special-order deposit - never
*> more than the balance or the bill will bear.
330-REDEEM-POINTS.
   MOVE "R" TO WS-LOY-FUNCTION
   MOVE SPACES TO WS-LOY-DOC-REF
   STRING "TKT" WS-TICKETID-SAVE
       DELIMITED BY SIZE INTO WS-LOY-DOC-REF
   MOVE LS-INVOICE-TOTAL TO WS-LOY-AMOUNT
   MOVE LS-REDEEM-POINTS TO WS-LOY-POINTS
   CALL "LOYALTY_POINTS" USING WS-LOY-FUNCTION, WS-CUSTID-SAVE,
       WS-LOY-DOC-REF, WS-LOY-AMOUNT, WS-LOY-POINTS,
       WS-LOY-VALUE, WS-LOY-BALANCE
   MOVE WS-LOY-POINTS TO LS-REDEEM-POINTS
   IF WS-LOY-POINTS = 0
      EXIT PARAGRAPH
   END-IF
   MOVE WS-LOY-VALUE TO WS-LOY-DISCOUNT
   SUBTRACT WS-LOY-DISCOUNT FROM LS-INVOICE-TOTAL
   MOVE WS-LOY-POINTS TO WS-LOY-DISP
   MOVE WS-LOY-DISCOUNT TO WS-MONEY-DISP
   MOVE SPACES TO INVOICE-REC
   STRING "LOYALTY POINTS REDEEMED " WS-LOY-DISP
          "  DISCOUNT -" WS-MONEY-DISP
       DELIMITED BY SIZE INTO INVOICE-REC
   WRITE INVOICE-REC.
EXIT PARAGRAPH.

*> The work the customer paid for - labor, parts, fees, sublets -
*> earns points, less whatever the points themselves took off.
335-EARN-POINTS.
   IF WS-PAY-BASE + WS-SUBLET-TOTAL > WS-LOY-DISCOUNT
      COMPUTE WS-LOY-AMOUNT =
          WS-PAY-BASE + WS-SUBLET-TOTAL - WS-LOY-DISCOUNT
   ELSE
      MOVE 0 TO WS-LOY-AMOUNT
   END-IF
   MOVE "E" TO WS-LOY-FUNCTION
   MOVE SPACES TO WS-LOY-DOC-REF
   STRING "TKT" WS-TICKETID-SAVE
       DELIMITED BY SIZE INTO WS-LOY-DOC-REF
   MOVE 0 TO WS-LOY-POINTS
   CALL "LOYALTY_POINTS" USING WS-LOY-FUNCTION, WS-CUSTID-SAVE,
       WS-LOY-DOC-REF, WS-LOY-AMOUNT, WS-LOY-POINTS,
       WS-LOY-VALUE, WS-LOY-BALANCE
   IF WS-LOY-POINTS = 0 AND WS-LOY-BALANCE = 0
      EXIT PARAGRAPH
   END-IF
   MOVE WS-LOY-POINTS TO WS-LOY-DISP
   MOVE SPACES TO INVOICE-REC
   STRING "LOYALTY POINTS EARNED   " WS-LOY-DISP
       DELIMITED BY SIZE INTO INVOICE-REC
   WRITE INVOICE-REC
   MOVE WS-LOY-BALANCE TO WS-LOY-DISP
   MOVE SPACES TO INVOICE-REC
   STRING "LOYALTY POINTS BALANCE  " WS-LOY-DISP
       DELIMITED BY SIZE INTO INVOICE-REC
   WRITE INVOICE-REC.
EXIT PARAGRAPH.

*> The promise is kept - every open we-owe item riding on this
*> ticket is marked DONE with today's date.
395-KEEP-WE-OWE.
   MOVE "N" TO WS-WO-EOF
   OPEN I-O WEOWE-FILE
   MOVE LS-TICKETID TO WOX-ticketID
   START WEOWE-FILE KEY IS EQUAL TO WOX-ticketID
      INVALID KEY
         MOVE "Y" TO WS-WO-EOF
   END-START
   PERFORM UNTIL WS-WO-EOF = "Y"
      READ WEOWE-FILE NEXT RECORD
         AT END
            MOVE "Y" TO WS-WO-EOF
         NOT AT END
            IF WOX-ticketID NOT = LS-TICKETID
               MOVE "Y" TO WS-WO-EOF
            ELSE
               IF WOX-WO-OPEN
                  MOVE "D" TO WOX-woStatus
                  MOVE WS-TODAY-DATE-N TO WOX-doneDate
                  REWRITE WOX-WEOWE
                     INVALID KEY
                        CONTINUE
                  END-REWRITE
               END-IF
            END-IF
      END-READ
   END-PERFORM
   CLOSE WEOWE-FILE.
EXIT PARAGRAPH.

*> The sets went home on the car - each one pulled for this
*> ticket is RELEASED today, its fee paid on the spot or carried
*> on the customer's account with the rest of the bill.
396-RELEASE-TIRE-SETS.
   MOVE "N" TO WS-TIRE-EOF
   OPEN I-O TIRESTORE-FILE
   MOVE LS-TICKETID TO TSX-ticketID
   START TIRESTORE-FILE KEY IS EQUAL TO TSX-ticketID
      INVALID KEY
         MOVE "Y" TO WS-TIRE-EOF
   END-START
   PERFORM UNTIL WS-TIRE-EOF = "Y"
      READ TIRESTORE-FILE NEXT RECORD
         AT END
            MOVE "Y" TO WS-TIRE-EOF
         NOT AT END
            IF TSX-ticketID NOT = LS-TICKETID
               MOVE "Y" TO WS-TIRE-EOF
            ELSE
               IF TSX-SET-PULLED
                  IF TSX-FEE-UNBILLED
                     IF LS-PAID-ON-SPOT
                        MOVE "P" TO TSX-feeStatus
                     ELSE
                        MOVE "A" TO TSX-feeStatus
                     END-IF
                  END-IF
                  MOVE "R" TO TSX-setStatus
                  MOVE WS-TODAY-DATE-N TO TSX-dateOut
                  REWRITE TSX-TIRE-SET
                     INVALID KEY
                        CONTINUE
                  END-REWRITE
               END-IF
            END-IF
      END-READ
   END-PERFORM
   CLOSE TIRESTORE-FILE.
EXIT PARAGRAPH.

385-PRINT-STORAGE.
   MOVE WS-STORAGE-CHARGE TO WS-MONEY-DISP
   MOVE SPACES TO INVOICE-REC
   STRING "STORAGE - " WS-STORAGE-DAYS " DAYS PAST GRACE  "
          WS-MONEY-DISP
       DELIMITED BY SIZE INTO INVOICE-REC
   WRITE INVOICE-REC.
EXIT PARAGRAPH.

*> Storage the customer-pay total did not already carry - a car
*> whose repair the factory, a contract provider, or our own
*> comeback paid for still sat on our lot at the customer's cost.
*> Billed to the customer on its own line, paid or on account.
390-BILL-STORAGE.
   IF WS-STORAGE-CHARGE > 0
      PERFORM 385-PRINT-STORAGE
      IF LS-PAID-ON-SPOT
         MOVE "STORAGE PAID - THANK YOU" TO INVOICE-REC
         WRITE INVOICE-REC
      ELSE
         MOVE "STORAGE BILLED TO ACCOUNT" TO INVOICE-REC
         WRITE INVOICE-REC
         MOVE WS-STORAGE-CHARGE TO WS-POST-AMOUNT
         PERFORM 350-POST-TO-AR
      END-IF
   END-IF.
EXIT PARAGRAPH.

386-PRINT-TIRE-FEE.
   MOVE WS-TIRE-FEE TO WS-MONEY-DISP
   MOVE SPACES TO INVOICE-REC
   STRING "TIRE STORAGE - " WS-TIRE-SETS " SET(S)  "
          WS-MONEY-DISP
       DELIMITED BY SIZE INTO INVOICE-REC
   WRITE INVOICE-REC.
EXIT PARAGRAPH.

*> The tire storage fee the customer-pay total did not carry -
*> billed to the customer on its own line the way 390 bills lot
*> storage, paid or on account.
391-BILL-TIRE-FEE.
   IF WS-TIRE-FEE > 0
      PERFORM 386-PRINT-TIRE-FEE
      IF LS-PAID-ON-SPOT
         MOVE "TIRE STORAGE PAID - THANK YOU" TO INVOICE-REC
         WRITE INVOICE-REC
      ELSE
         MOVE "TIRE STORAGE BILLED TO ACCOUNT" TO INVOICE-REC
         WRITE INVOICE-REC
         MOVE WS-TIRE-FEE TO WS-POST-AMOUNT
         PERFORM 350-POST-TO-AR
      END-IF
   END-IF.
EXIT PARAGRAPH.

*> One campaign job's factory bill - its subtotal taxed, plus its
*> cores, and the ticket's sublets and loaner charges when no job
*> on the order is the customer's to pay.
310-BILL-FACTORY-JOB.
   COMPUTE WS-FACTORY-AMOUNT =
       WS-JT-PARTS(WS-JX) + WS-JT-LABOR(WS-JX) + WS-JT-FEES(WS-JX)
   IF WS-JX = WS-EXTRAS-JX
      ADD WS-SUBLET-TOTAL TO WS-FACTORY-AMOUNT
   END-IF
   COMPUTE WS-FACTORY-TAX ROUNDED =
       WS-FACTORY-AMOUNT * WS-SERVICE-TAX-RATE
   ADD WS-FACTORY-TAX WS-JT-CORE(WS-JX) TO WS-FACTORY-AMOUNT
   IF WS-JX = WS-EXTRAS-JX
      ADD WS-LOANER-CHARGES TO WS-FACTORY-AMOUNT
   END-IF
   ADD WS-FACTORY-AMOUNT TO WS-FACTORY-TOTAL
   MOVE WS-FACTORY-AMOUNT TO WS-MONEY-DISP
   MOVE SPACES TO INVOICE-REC
   STRING "BILLED TO FACTORY - CAMPAIGN " WS-JT-CAMPAIGN(WS-JX)
          " JOB " WS-JT-JOBNO(WS-JX) "  " WS-MONEY-DISP
       DELIMITED BY SIZE INTO INVOICE-REC
   WRITE INVOICE-REC
   PERFORM 360-POST-TO-FACTORY.
EXIT PARAGRAPH.

*> One B row on the factory receivables ledger - what the
*> manufacturer owes us for the remedy work, chased by FACTORY_AR.
360-POST-TO-FACTORY.
   MOVE WS-JT-CAMPAIGN(WS-JX) TO FA-campaignID
   MOVE WS-TICKETID-SAVE TO FA-ticketID
   MOVE WS-TICKET-VIN TO FA-carVIN
   MOVE "B" TO FA-FA-TYPE
   MOVE WS-FACTORY-AMOUNT TO FA-FA-AMOUNT
   MOVE FUNCTION CURRENT-DATE(1:8) TO FA-FA-DATE
   MOVE SESSION-CURRENT-USER TO FA-FA-BY
   OPEN EXTEND FACTORY-AR-FILE
   CLOSE PROVIDER-AR-FILE.
EXIT PARAGRAPH.

*> The advisor's accrual: their rate on the labor and parts of the
*> customer-pay jobs only - fees, cores, sublets, and tax are not
*> work they sold. PAYROLL_RUN settles the balance.
380-ACCRUE-ADVISOR-PAY.
   MOVE 0 TO WS-ADVISOR-BASIS
   PERFORM VARYING WS-JX FROM 1 BY 1
         UNTIL WS-JX > WS-JOB-COUNT
      IF WS-JT-COMEBACK(WS-JX) NOT = "Y"
            AND WS-JT-CAMPAIGN(WS-JX) = 0
         ADD WS-JT-PARTS(WS-JX) WS-JT-LABOR(WS-JX)
             TO WS-ADVISOR-BASIS
      END-IF
   END-PERFORM
   IF WS-ADVISOR-BASIS > 0
      MOVE WS-ADVISOR-SAVE TO AV-empID
      MOVE WS-TICKETID-SAVE TO AV-ticketID
      COMPUTE AV-ADV-AMOUNT ROUNDED =
          WS-ADVISOR-BASIS * WS-ADVISOR-RATE
      MOVE "A" TO AV-ADV-TYPE
      MOVE FUNCTION CURRENT-DATE(1:8) TO AV-ADV-DATE
      MOVE WS-ADVISOR-BASIS TO AV-ADV-BASIS
      MOVE WS-ADVISOR-RATE TO AV-ADV-RATE
      OPEN EXTEND ADV-LEDGER-FILE
      WRITE AV-ADV-COMM
      CLOSE ADV-LEDGER-FILE
   END-IF.
EXIT PARAGRAPH.

350-POST-TO-AR.
   MOVE WS-CUSTID-SAVE TO CUST-ID-REC
   OPEN I-O CUS-FILE
      INVALID KEY
         CONTINUE
      NOT INVALID KEY
         ADD WS-POST-AMOUNT TO CUST-AR-BALANCE-REC
         REWRITE CUST-REC
            INVALID KEY
               CONTINUE
   MOVE SPACES TO ARL-AR-REFERENCE
   STRING "TKT" WS-TICKETID-SAVE
       DELIMITED BY SIZE INTO ARL-AR-REFERENCE
   MOVE WS-POST-AMOUNT TO ARL-AR-AMOUNT
   MOVE SESSION-CURRENT-USER TO ARL-AR-ENTERED-BY
   MOVE SPACES TO ARL-AR-REASON
   MOVE SPACES TO ARL-AR-APPROVED-BY
