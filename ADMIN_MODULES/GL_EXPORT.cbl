*>              and tax-payable credits against an AR debit - the
*>              ticket record does not say whether the customer
*>              paid at the desk, so a cash invoice shows here as
*>              AR settled the same day. A ticket EXEMPTSALE.DAT
*>              shows went out under a current tax-exemption
*>              certificate posts no tax payable;
*>            - today's COUNTERSALE.DAT lines post counter revenue
*>              credits against cash or AR per the line's pay
*>              type (the register's tax line is not carried on
*>              the rows, so counter tax is remitted off the
*>              TAX_REMIT figures, not journaled here);
*>            - supplier invoices approved to pay today on
*>              APINV.IDX (matched clean at AP_INVOICE_DESK or a
*>              variance signed off) post the parts purchase as an
*>              inventory debit against an accounts payable credit,
*>              and invoices AP_PAYMENT_RUN paid today clear AP
*>              against cash;
*>            - balances BAD_DEBT_DESK wrote off today (ARLEDGER.DAT
*>              W rows) post bad-debt expense against AR, and what
*>              the collection agency remitted today against an
*>              earlier write-off (V rows) posts cash against
*>              bad-debt expense;
*>            - finance reserve a lender paid today (FINRESERVE.DAT
*>              P rows, keyed at LENDER_DESK) posts cash against
*>              reserve income, and reserve charged back today (C
*>              rows) reverses it;
*>            - freight, fuel surcharge and handling PO_RECEIVE
*>              spread into landed part cost today (LANDCOST.DAT)
*>              post as a freight-in debit against freight accrued,
*>              which clears when the carrier's or supplier's bill
*>              for the charges is paid.
*>          Account numbers come from GLMAP.DAT, a hand-maintained
*>          file of "CODE ACCOUNT" rows; any code missing from the
*>          file keeps the compiled-in default, so the accountant
*>          can renumber without a recompile. The same rows carry
*>          each account's statement class and department
*>          (GLMAP_DEF) for FIN_STATEMENT.
*>          GL_JOURNAL.DAT is rewritten every night, so each run
*>          also appends its lines to GLHIST.DAT, the running
*>          journal the monthly statements are drawn from; a second
*>          run on the same day rewrites GL_JOURNAL.DAT but leaves
*>          the history alone rather than post the day twice.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL GLMAP-FILE ASSIGN TO '../GLMAP.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL EXEMPT-SALE-FILE ASSIGN TO '../EXEMPTSALE.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL APINV-FILE
        ASSIGN TO '../../INDEXES/APINV.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS APX-AP-INV-ID
        ALTERNATE RECORD KEY IS APX-AP-SUPP-ID WITH DUPLICATES.
    SELECT OPTIONAL AR-LEDGER-FILE ASSIGN TO '../ARLEDGER.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL RESERVE-FILE ASSIGN TO '../FINRESERVE.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL LANDED-COST-FILE ASSIGN TO '../LANDCOST.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT JOURNAL-FILE ASSIGN TO 'GL_JOURNAL.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL GLHIST-FILE ASSIGN TO '../GLHIST.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD INDEX-FILE-SALE
    RECORD CONTAINS 167 CHARACTERS.
    COPY SALE_DEF REPLACING ==:TAG:== BY ==IDX==.
FD INDEX-FILE-TICKET
    RECORD CONTAINS 137 CHARACTERS.
    COPY TICKET_DEF REPLACING ==:TAG:== BY ==TKX==.
FD INDEX-FILE-TICKETPART
    RECORD CONTAINS 22 CHARACTERS.
    COPY TICKET_PART_DEF REPLACING ==:TAG:== BY ==TPX==.
FD COUNTER-SALE-FILE.
    COPY COUNTER_SALE_DEF REPLACING ==:TAG:== BY ==CS==.
FD GLMAP-FILE.
    COPY GLMAP_DEF.
FD EXEMPT-SALE-FILE.
    COPY EXEMPT_SALE_DEF REPLACING ==:TAG:== BY ==XS==.
FD APINV-FILE
    RECORD CONTAINS 115 CHARACTERS.
    COPY AP_INV_DEF REPLACING ==:TAG:== BY ==APX==.
FD AR-LEDGER-FILE.
    COPY AR_LEDGER_DEF REPLACING ==:TAG:== BY ==ARL==.
FD RESERVE-FILE.
    COPY RESERVE_DEF REPLACING ==:TAG:== BY ==RSV==.
FD LANDED-COST-FILE.
    COPY LANDED_COST_DEF REPLACING ==:TAG:== BY ==LCF==.
FD JOURNAL-FILE.
01 JOURNAL-REC                PIC X(80).
FD GLHIST-FILE.
01 GLHIST-REC                 PIC X(80).

WORKING-STORAGE SECTION.
01 WS-SALE-EOF           PIC X VALUE 'N'.
01 WS-TICKET-EOF         PIC X VALUE 'N'.
01 WS-MORE-PARTS         PIC X VALUE 'N'.
01 WS-MAP-EOF            PIC X VALUE 'N'.
01 WS-AP-EOF             PIC X VALUE 'N'.
01 WS-ARL-EOF            PIC X VALUE 'N'.
01 WS-ARL-DATE-N         PIC 9(8).
01 WS-HIST-EOF           PIC X VALUE 'N'.
01 WS-RSV-EOF            PIC X VALUE 'N'.
01 WS-LCF-EOF            PIC X VALUE 'N'.
01 WS-LCF-DATE-N         PIC 9(8).
*> Y when GLHIST.DAT is taking tonight's lines.
01 WS-HIST-APPEND        PIC X VALUE 'Y'.

01 WS-TODAY-DATE         PIC 9(8).
01 WS-TODAY-GROUP REDEFINES WS-TODAY-DATE.
*> Account map: compiled-in defaults, each replaceable by a
*> GLMAP.DAT row carrying the same code.
01 WS-ACCOUNT-MAP.
   05 WS-MAP-ENTRY OCCURS 15 TIMES INDEXED BY MAP-IDX.
      10 WS-MAP-CODE     PIC X(10).
      10 WS-MAP-ACCT     PIC X(8).
01 WS-ACCT-CASH          PIC X(8).
01 WS-ACCT-COUNTERREV    PIC X(8).
01 WS-ACCT-SVCREV        PIC X(8).
01 WS-ACCT-SVCFEES       PIC X(8).
01 WS-ACCT-AP            PIC X(8).
01 WS-ACCT-BADDEBT       PIC X(8).
01 WS-ACCT-RESERVE       PIC X(8).
01 WS-ACCT-FREIGHTIN     PIC X(8).
01 WS-ACCT-FREIGHTACC    PIC X(8).

01 WS-AMOUNT             PIC 9(9)V99.
01 WS-BALANCE-AMT        PIC S9(9)V99.
01 WS-SERVICE-RESULT     PIC 99.
*> Same rate the sale flow and service invoicing charge.
01 WS-SERVICE-TAX-RATE   PIC 9V9999 VALUE 0.0625.
01 WS-EXEMPT-EOF         PIC X.
01 WS-EXEMPT-FOUND       PIC X.
01 WS-EXEMPT-REF         PIC X(10).
COPY PART_DEF REPLACING ==:TAG:== BY ==WS==.
COPY SERVICE_DEF REPLACING ==:TAG:== BY ==WSV==.


   PERFORM 050-LOAD-ACCOUNT-MAP

   PERFORM 060-CHECK-HISTORY

   OPEN OUTPUT JOURNAL-FILE
   IF WS-HIST-APPEND = 'Y'
       OPEN EXTEND GLHIST-FILE
   END-IF

   PERFORM 100-POST-TODAYS-SALES
   PERFORM 200-POST-TODAYS-PARTS-USAGE
   PERFORM 400-POST-TODAYS-COUNTER-SALES
   PERFORM 450-POST-TODAYS-PAYABLES
   PERFORM 470-POST-TODAYS-BAD-DEBT
   PERFORM 480-POST-TODAYS-RESERVE
   PERFORM 490-POST-TODAYS-FREIGHT

   CLOSE JOURNAL-FILE
   IF WS-HIST-APPEND = 'Y'
       CLOSE GLHIST-FILE
   END-IF

   DISPLAY "GL_JOURNAL.DAT written - " WS-LINE-COUNT " lines."
   IF WS-HIST-APPEND = 'N'
       DISPLAY "GLHIST.DAT already holds " WS-TODAY-DATE
           " - history not appended again."
   END-IF
   IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
       DISPLAY "WARNING: JOURNAL OUT OF BALANCE DR " WS-DEBIT-TOTAL
           " CR " WS-CREDIT-TOTAL
   MOVE "4300"      TO WS-MAP-ACCT(9)
   MOVE "SVCFEES"   TO WS-MAP-CODE(10)
   MOVE "4400"      TO WS-MAP-ACCT(10)
   MOVE "AP"        TO WS-MAP-CODE(11)
   MOVE "2000"      TO WS-MAP-ACCT(11)
   MOVE "BADDEBT"   TO WS-MAP-CODE(12)
   MOVE "6800"      TO WS-MAP-ACCT(12)
   MOVE "RESERVE"   TO WS-MAP-CODE(13)
   MOVE "4500"      TO WS-MAP-ACCT(13)
   MOVE "FREIGHTIN" TO WS-MAP-CODE(14)
   MOVE "1310"      TO WS-MAP-ACCT(14)
   MOVE "FREIGHTACC" TO WS-MAP-CODE(15)
   MOVE "2050"      TO WS-MAP-ACCT(15)

   MOVE 'N' TO WS-MAP-EOF
   OPEN INPUT GLMAP-FILE
               MOVE 'Y' TO WS-MAP-EOF
           NOT AT END
               PERFORM VARYING MAP-IDX FROM 1 BY 1
                       UNTIL MAP-IDX > 15
                   IF GLMAP-CODE = WS-MAP-CODE(MAP-IDX)
                       MOVE GLMAP-ACCOUNT TO WS-MAP-ACCT(MAP-IDX)
                   END-IF
   MOVE WS-MAP-ACCT(7) TO WS-ACCT-PARTSCOST
   MOVE WS-MAP-ACCT(8) TO WS-ACCT-COUNTERREV
   MOVE WS-MAP-ACCT(9) TO WS-ACCT-SVCREV
   MOVE WS-MAP-ACCT(10) TO WS-ACCT-SVCFEES
   MOVE WS-MAP-ACCT(11) TO WS-ACCT-AP
   MOVE WS-MAP-ACCT(12) TO WS-ACCT-BADDEBT
   MOVE WS-MAP-ACCT(13) TO WS-ACCT-RESERVE
   MOVE WS-MAP-ACCT(14) TO WS-ACCT-FREIGHTIN
   MOVE WS-MAP-ACCT(15) TO WS-ACCT-FREIGHTACC.
EXIT PARAGRAPH.

*> Any history row already dated today means an earlier run
*> tonight appended the day - the history keeps that one.
060-CHECK-HISTORY.
   MOVE 'Y' TO WS-HIST-APPEND
   MOVE 'N' TO WS-HIST-EOF
   OPEN INPUT GLHIST-FILE
   PERFORM UNTIL WS-HIST-EOF = 'Y'
       READ GLHIST-FILE
           AT END
               MOVE 'Y' TO WS-HIST-EOF
           NOT AT END
               IF GLHIST-REC(1:8) = WS-TODAY-DATE
                   MOVE 'N' TO WS-HIST-APPEND
                   MOVE 'Y' TO WS-HIST-EOF
               END-IF
       END-READ
   END-PERFORM
   CLOSE GLHIST-FILE.
EXIT PARAGRAPH.

*> One balanced set of lines per deal dated today: credits for the
       (WS-TICKET-PARTS-VAL + WS-TICKET-LABOR-VAL
       + WS-SUPPLIES-FEE + WS-HAZMAT-FEE)
       * WS-SERVICE-TAX-RATE
   PERFORM 265-CHECK-EXEMPT-SALE
   IF WS-EXEMPT-FOUND = 'Y'
       MOVE 0 TO WS-TICKET-TAX-VAL
   END-IF

   MOVE "SERVICE INVOICE" TO WS-DESC
   MOVE WS-ACCT-SVCREV TO WS-ACCOUNT
260-INVOICE-EXIT.
   EXIT.

*> TICKET_CLOSE logs every invoice it waived tax on under the
*> ticket's TKT reference - that ticket collected no tax to owe.
265-CHECK-EXEMPT-SALE.
   MOVE 'N' TO WS-EXEMPT-FOUND
   MOVE 'N' TO WS-EXEMPT-EOF
   MOVE SPACES TO WS-EXEMPT-REF
   STRING "TKT" TKX-ticketID
       DELIMITED BY SIZE INTO WS-EXEMPT-REF
   OPEN INPUT EXEMPT-SALE-FILE
   PERFORM UNTIL WS-EXEMPT-EOF = 'Y'
       READ EXEMPT-SALE-FILE
           AT END
               MOVE 'Y' TO WS-EXEMPT-EOF
           NOT AT END
               IF XS-XS-TICKET AND XS-docRef = WS-EXEMPT-REF
                   MOVE 'Y' TO WS-EXEMPT-FOUND
                   MOVE 'Y' TO WS-EXEMPT-EOF
               END-IF
       END-READ
   END-PERFORM
   CLOSE EXEMPT-SALE-FILE.
EXIT PARAGRAPH.

*> Today's over-the-counter lines: revenue credit per line against
*> cash or the customer's account, per the pay type rung on the
*> line.
   CLOSE COUNTER-SALE-FILE.
EXIT PARAGRAPH.

*> Supplier invoices: the liability is booked the day the invoice
*> is approved to pay (a held or variance invoice is not a debt we
*> have agreed to yet), and cleared the day the payment run pays
*> it. An invoice approved and paid the same day posts both.
450-POST-TODAYS-PAYABLES.
   MOVE 'N' TO WS-AP-EOF
   OPEN INPUT APINV-FILE
   MOVE 0 TO APX-AP-INV-ID
   START APINV-FILE KEY IS NOT LESS THAN APX-AP-INV-ID
       INVALID KEY
           MOVE 'Y' TO WS-AP-EOF
   END-START
   PERFORM UNTIL WS-AP-EOF = 'Y'
       READ APINV-FILE NEXT RECORD
           AT END
               MOVE 'Y' TO WS-AP-EOF
           NOT AT END
               IF (APX-AP-APPROVED OR APX-AP-PAID) AND
                       APX-AP-APPROVED-DATE = WS-TODAY-DATE
                   MOVE "PARTS PURCHASED - AP" TO WS-DESC
                   MOVE WS-ACCT-INVENTORY TO WS-ACCOUNT
                   MOVE APX-AP-INV-TOTAL TO WS-AMOUNT
                   MOVE "D" TO WS-DRCR
                   PERFORM 500-WRITE-JOURNAL-LINE
                   MOVE "AP - SUPPLIER INVOICE" TO WS-DESC
                   MOVE WS-ACCT-AP TO WS-ACCOUNT
                   MOVE "C" TO WS-DRCR
                   PERFORM 500-WRITE-JOURNAL-LINE
               END-IF
               IF APX-AP-PAID AND
                       APX-AP-PAID-DATE = WS-TODAY-DATE
                   MOVE "AP - SUPPLIER PAID" TO WS-DESC
                   MOVE WS-ACCT-AP TO WS-ACCOUNT
                   MOVE APX-AP-INV-TOTAL TO WS-AMOUNT
                   MOVE "D" TO WS-DRCR
                   PERFORM 500-WRITE-JOURNAL-LINE
                   MOVE "CASH - SUPPLIER PAYMENT" TO WS-DESC
                   MOVE WS-ACCT-CASH TO WS-ACCOUNT
                   MOVE "C" TO WS-DRCR
                   PERFORM 500-WRITE-JOURNAL-LINE
               END-IF
       END-READ
   END-PERFORM
   CLOSE APINV-FILE.
EXIT PARAGRAPH.

*> Bad debt: a write-off takes the balance out of AR into expense
*> the day it is approved; an agency recovery brings cash back in
*> and gives the expense back.
470-POST-TODAYS-BAD-DEBT.
   MOVE 'N' TO WS-ARL-EOF
   OPEN INPUT AR-LEDGER-FILE
   PERFORM UNTIL WS-ARL-EOF = 'Y'
       READ AR-LEDGER-FILE
           AT END
               MOVE 'Y' TO WS-ARL-EOF
           NOT AT END
               MOVE ARL-AR-DATE TO WS-ARL-DATE-N
               IF WS-ARL-DATE-N = WS-TODAY-DATE AND
                       ARL-AR-WRITE-OFF
                   MOVE "BAD DEBT WRITTEN OFF" TO WS-DESC
                   MOVE WS-ACCT-BADDEBT TO WS-ACCOUNT
                   MOVE ARL-AR-AMOUNT TO WS-AMOUNT
                   MOVE "D" TO WS-DRCR
                   PERFORM 500-WRITE-JOURNAL-LINE
                   MOVE "AR - WRITTEN OFF" TO WS-DESC
                   MOVE WS-ACCT-AR TO WS-ACCOUNT
                   MOVE "C" TO WS-DRCR
                   PERFORM 500-WRITE-JOURNAL-LINE
               END-IF
               IF WS-ARL-DATE-N = WS-TODAY-DATE AND
                       ARL-AR-AGENCY-RECOVERY
                   MOVE "CASH - AGENCY RECOVERY" TO WS-DESC
                   MOVE WS-ACCT-CASH TO WS-ACCOUNT
                   MOVE ARL-AR-AMOUNT TO WS-AMOUNT
                   MOVE "D" TO WS-DRCR
                   PERFORM 500-WRITE-JOURNAL-LINE
                   MOVE "BAD DEBT RECOVERED" TO WS-DESC
                   MOVE WS-ACCT-BADDEBT TO WS-ACCOUNT
                   MOVE "C" TO WS-DRCR
                   PERFORM 500-WRITE-JOURNAL-LINE
               END-IF
       END-READ
   END-PERFORM
   CLOSE AR-LEDGER-FILE.
EXIT PARAGRAPH.

*> Finance reserve is income the day the lender pays it, and comes
*> back out the day the lender charges it back.
480-POST-TODAYS-RESERVE.
   MOVE 'N' TO WS-RSV-EOF
   OPEN INPUT RESERVE-FILE
   PERFORM UNTIL WS-RSV-EOF = 'Y'
       READ RESERVE-FILE
           AT END
               MOVE 'Y' TO WS-RSV-EOF
           NOT AT END
               IF RSV-RS-DATE = WS-TODAY-DATE AND RSV-RS-PAID
                   MOVE "CASH - RESERVE PAID" TO WS-DESC
                   MOVE WS-ACCT-CASH TO WS-ACCOUNT
                   MOVE RSV-RS-AMOUNT TO WS-AMOUNT
                   MOVE "D" TO WS-DRCR
                   PERFORM 500-WRITE-JOURNAL-LINE
                   MOVE "FINANCE RESERVE INCOME" TO WS-DESC
                   MOVE WS-ACCT-RESERVE TO WS-ACCOUNT
                   MOVE "C" TO WS-DRCR
                   PERFORM 500-WRITE-JOURNAL-LINE
               END-IF
               IF RSV-RS-DATE = WS-TODAY-DATE AND
                       RSV-RS-CHARGEBACK
                   MOVE "RESERVE CHARGED BACK" TO WS-DESC
                   MOVE WS-ACCT-RESERVE TO WS-ACCOUNT
                   MOVE RSV-RS-AMOUNT TO WS-AMOUNT
                   MOVE "D" TO WS-DRCR
                   PERFORM 500-WRITE-JOURNAL-LINE
                   MOVE "CASH - RESERVE CHARGEBACK" TO WS-DESC
                   MOVE WS-ACCT-CASH TO WS-ACCOUNT
                   MOVE "C" TO WS-DRCR
                   PERFORM 500-WRITE-JOURNAL-LINE
               END-IF
       END-READ
   END-PERFORM
   CLOSE RESERVE-FILE.
EXIT PARAGRAPH.

*> Delivery charges received today are already in the parts'
*> landed cost; the bill for them has not come in yet, so they
*> sit in freight accrued until it is paid.
490-POST-TODAYS-FREIGHT.
   MOVE 'N' TO WS-LCF-EOF
   OPEN INPUT LANDED-COST-FILE
   PERFORM UNTIL WS-LCF-EOF = 'Y'
       READ LANDED-COST-FILE
           AT END
               MOVE 'Y' TO WS-LCF-EOF
           NOT AT END
               MOVE LCF-LC-DATE TO WS-LCF-DATE-N
               IF WS-LCF-DATE-N = WS-TODAY-DATE AND LCF-TOTAL > 0
                   MOVE "FREIGHT-IN - RECEIVING" TO WS-DESC
                   MOVE WS-ACCT-FREIGHTIN TO WS-ACCOUNT
                   MOVE LCF-TOTAL TO WS-AMOUNT
                   MOVE "D" TO WS-DRCR
                   PERFORM 500-WRITE-JOURNAL-LINE
                   MOVE "FREIGHT ACCRUED" TO WS-DESC
                   MOVE WS-ACCT-FREIGHTACC TO WS-ACCOUNT
                   MOVE "C" TO WS-DRCR
                   PERFORM 500-WRITE-JOURNAL-LINE
               END-IF
       END-READ
   END-PERFORM
   CLOSE LANDED-COST-FILE.
EXIT PARAGRAPH.

500-WRITE-JOURNAL-LINE.
   MOVE WS-AMOUNT TO WS-AMOUNT-TEXT
   MOVE SPACES TO JOURNAL-REC
          WS-AMOUNT-TEXT "|" WS-DESC
       DELIMITED BY SIZE INTO JOURNAL-REC
   WRITE JOURNAL-REC
   IF WS-HIST-APPEND = 'Y'
       MOVE JOURNAL-REC TO GLHIST-REC
       WRITE GLHIST-REC
   END-IF
   ADD 1 TO WS-LINE-COUNT
   IF WS-DRCR = "D"
       ADD WS-AMOUNT TO WS-DEBIT-TOTAL
