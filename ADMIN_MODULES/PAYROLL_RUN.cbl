*>          start in BATCH-FROM-DATE.
*> Tectonics: cobc
*> Modification History:
*>   10/15/2026 JW - Holiday pay for hourly staff. Every paid holiday
*>                   on the shop calendar (SHOPCAL.IDX, through
*>                   SHOP_DAY) that falls in the period pays its
*>                   holiday hours at the wage to each hourly
*>                   employee with punches in the period. Holiday
*>                   hours are straight time - they never push a
*>                   week into overtime - and ride on the register
*>                   row, the register line and the stub.
*>   10/15/2026 JW - The run now goes on past gross to net pay.
*>                   Federal and state income tax are worked by the
*>                   annual percentage method off the employee's W-4
*>                   filing status and allowances and the WHTAX.DAT
*>                   tables for the year (kept by WITHHOLD_ADMIN);
*>                   social security stops at the wage base and
*>                   medicare picks up its additional rate, both
*>                   judged on year-to-date PAYREG.DAT wages. Net and
*>                   the withholding ride on the register row, a pay
*>                   stub with current and year-to-date figures goes
*>                   to PAY_STUBS.RPT, and everyone with a routing and
*>                   account number on file is paid through a NACHA
*>                   PPD credit file, DIRECT_DEPOSIT.ACH, for the
*>                   bank. The run refuses (23) with no withholding
*>                   tables on file for the year or earlier.
*>   10/15/2026 JW - Service advisors' unpaid ADVLEDGER.DAT balance
*>                   (accrued by TICKET_CLOSE, less parts-return
*>                   reversals) rides onto the check with the sales
*>                   commission, settled with its own P row. The
*>                   flat-rate leg now earns book hours job line by
*>                   job line off TICKETJOB.IDX, so a mechanic is paid
*>                   for the lines they turned on someone else's
*>                   ticket; tickets with no job lines still count
*>                   off the ticket itself.
*>   09/01/2026 JW - Punches now come through GATHER_PUNCHES so the
*>                   PUNCHCORR.DAT supervisor corrections apply to
*>                   the paid hours, not just the hours report -
        ALTERNATE RECORD KEY IS EMX-lName WITH DUPLICATES.
    SELECT OPTIONAL COMMLEDGER-FILE ASSIGN TO '../COMMLEDGER.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL ADV-LEDGER-FILE ASSIGN TO '../ADVLEDGER.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL PAYREG-FILE ASSIGN TO '../PAYREG.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL INDEX-FILE-TICKET
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
    SELECT EXPORT-FILE ASSIGN TO 'PAY_REGISTER.RPT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL WHTAX-FILE ASSIGN TO '../WHTAX.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT STUB-FILE ASSIGN TO 'PAY_STUBS.RPT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ACH-FILE ASSIGN TO 'DIRECT_DEPOSIT.ACH'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD EMP-FILE
    RECORD CONTAINS 211 CHARACTERS.
    COPY EMP_DEF REPLACING ==:TAG:== BY ==EMX==.
FD COMMLEDGER-FILE.
    COPY COMMISSION_DEF REPLACING ==:TAG:== BY ==CM==.
FD ADV-LEDGER-FILE.
    COPY ADV_COMM_DEF REPLACING ==:TAG:== BY ==AV==.
FD PAYREG-FILE.
    COPY PAY_REG_DEF REPLACING ==:TAG:== BY ==PR==.
FD INDEX-FILE-TICKET
    RECORD CONTAINS 137 CHARACTERS.
    COPY TICKET_DEF REPLACING ==:TAG:== BY ==TKX==.
FD INDEX-FILE-TICKETJOB
    RECORD CONTAINS 108 CHARACTERS.
    COPY TICKET_JOB_DEF REPLACING ==:TAG:== BY ==TJX==.
FD TICKETTIME-FILE.
    COPY TICKET_TIME_DEF REPLACING ==:TAG:== BY ==TTX==.
FD EXPORT-FILE.
01 EXPORT-REC                 PIC X(100).
FD WHTAX-FILE.
    COPY WITHHOLD_DEF REPLACING ==:TAG:== BY ==WT==.
FD STUB-FILE.
01 STUB-REC                   PIC X(80).
FD ACH-FILE.
01 ACH-REC                    PIC X(94).

WORKING-STORAGE SECTION.
COPY BATCH_DEF.
01 WS-WEEK-HOURS        PIC 9(5)V99.
01 WS-REG-HOURS         PIC 9(5)V99.
01 WS-OT-HOURS          PIC 9(5)V99.
01 WS-PERIOD-HOL-HOURS  PIC 9(3)V99.
01 WS-HOL-HOURS         PIC 9(3)V99.
01 WS-HOL-PAY           PIC 9(7)V99.
COPY SHOP_DAY_DEF REPLACING ==:TAG:== BY ==WSD==.

*> Flat-rate leg: book hours earned on closed tickets against the
*> clock hours actually punched onto them.
COPY SERVICE_DEF REPLACING ==:TAG:== BY ==WSV==.
01 WS-SVC-RESULT        PIC 99.
01 WS-TKT-EOF           PIC X.
01 WS-JOB-EOF           PIC X.
01 WS-JOB-SERVICEID     PIC 9(5).
01 WS-BOOK-HOURS        PIC 9(5)V99.
01 WS-CLOCK-HOURS       PIC 9(5)V99.
01 WS-TT-EOF            PIC X.
01 WS-PAID              PIC 9(9)V99.
01 WS-CLAWED            PIC 9(9)V99.
01 WS-COMM-BALANCE      PIC S9(9)V99.
01 WS-AV-EOF            PIC X.
01 WS-ADV-ACCRUED       PIC 9(9)V99.
01 WS-ADV-PAID          PIC 9(9)V99.
01 WS-ADV-REVERSED      PIC 9(9)V99.
01 WS-ADV-BALANCE       PIC S9(9)V99.
01 WS-EMPS-PAID         PIC 9(5) VALUE 0.
01 WS-GROSS-TOTAL       PIC 9(9)V99 VALUE 0.
01 WS-PAY-DISP          PIC $,$$$,$$9.99.
01 WS-OUT-LINE          PIC X(100).
01 WS-NET-DISP          PIC $,$$$,$$9.99.
01 WS-NET-TOTAL         PIC 9(9)V99 VALUE 0.
01 WS-PAY-TYPE          PIC X.
01 WS-PAY-METHOD        PIC X.

*> The WHTAX.DAT rows for the latest tax year on file not after
*> the year this period ends in - last year's tables carry a
*> January run until the new ones are keyed.
01 WS-TAX-YEAR          PIC 9(4).
01 WS-TABLE-YEAR        PIC 9(4).
01 WS-WT-EOF            PIC X.
01 WS-WT-TABLE.
   05 WS-WT-ENTRY OCCURS 100 TIMES INDEXED BY WT-IDX.
      10 WS-WT-TAX       PIC X.
      10 WS-WT-KIND      PIC X.
      10 WS-WT-FILING    PIC X.
      10 WS-WT-WAGE-OVER PIC 9(7)V99.
      10 WS-WT-BASE-TAX  PIC 9(7)V99.
      10 WS-WT-PCT       PIC 99V999.
01 WS-WT-USED           PIC 999 VALUE 0.
01 WS-LOOK-TAX          PIC X.
01 WS-LOOK-FILING       PIC X.
01 WS-BEST-OVER         PIC S9(7)V99.
01 WS-BEST-SLOT         PIC 999.
01 WS-ALLOWANCES        PIC 99.
01 WS-ADDL-FED-WH       PIC 9(5)V99.
01 WS-ALLOW-VALUE       PIC 9(7)V99.
01 WS-ANNUAL-WAGES      PIC 9(9)V99.
01 WS-ANNUAL-TAXABLE    PIC S9(9)V99.
01 WS-ANNUAL-TAX        PIC 9(9)V99.
01 WS-FED-WH            PIC 9(7)V99.
01 WS-STATE-WH          PIC 9(7)V99.
01 WS-FICA              PIC 9(7)V99.
01 WS-MEDICARE          PIC 9(7)V99.
01 WS-DEDUCTIONS        PIC 9(7)V99.
01 WS-NET-PAY           PIC 9(7)V99.
01 WS-FICA-ROOM         PIC S9(9)V99.
01 WS-MED-OVER-NOW      PIC S9(9)V99.
01 WS-MED-OVER-BEFORE   PIC S9(9)V99.

*> Year-to-date off the register rows already written this year,
*> before the current period is added in.
01 WS-YTD-GROSS         PIC 9(9)V99.
01 WS-YTD-FED           PIC 9(9)V99.
01 WS-YTD-STATE         PIC 9(9)V99.
01 WS-YTD-FICA          PIC 9(9)V99.
01 WS-YTD-MEDICARE      PIC 9(9)V99.
01 WS-YTD-NET           PIC 9(9)V99.

01 WS-STUB-LABEL        PIC X(24).
01 WS-STUB-CUR          PIC 9(7)V99.
01 WS-STUB-YTD          PIC 9(9)V99.
01 WS-STUB-CUR-DISP     PIC $,$$$,$$9.99.
01 WS-STUB-YTD-DISP     PIC $$$,$$$,$$9.99.
01 WS-ACCT-LEN          PIC 99.
01 WS-ACCT-LAST4        PIC X(4).

*> Direct deposit origination - set from the bank's ACH
*> origination agreement: the bank's routing number (immediate
*> destination and originating DFI), its name, and the company ID
*> it assigned ("1" plus the federal EIN).
01 WS-ACH-BANK-ROUTING  PIC 9(9) VALUE 091000019.
01 WS-ACH-BANK-SPLIT REDEFINES WS-ACH-BANK-ROUTING.
   05 WS-ACH-ODFI       PIC 9(8).
   05 FILLER            PIC 9.
01 WS-ACH-BANK-NAME     PIC X(23) VALUE "DEALER BANK".
01 WS-ACH-COMPANY-ID    PIC X(10) VALUE "1410123456".
01 WS-ACH-COMPANY-NAME  PIC X(23) VALUE "J&J AUTO".
*> Calendar days from the run to the settlement date asked for.
01 WS-ACH-LEAD-DAYS     PIC 9 VALUE 2.

01 WS-ROUTING-CHECK     PIC 9(9).
01 WS-ROUTING-DIGITS REDEFINES WS-ROUTING-CHECK.
   05 WS-RD             PIC 9 OCCURS 9 TIMES.
01 WS-ROUTING-SPLIT REDEFINES WS-ROUTING-CHECK.
   05 WS-RS-DFI         PIC 9(8).
   05 WS-RS-CHECK       PIC 9.
01 WS-ROUTING-SUM       PIC 9(4).
01 WS-ROUTING-OK        PIC X.

01 WS-ACH-TABLE.
   05 WS-ACH-LINE       PIC X(94) OCCURS 200 TIMES
                        INDEXED BY ACH-IDX.
01 WS-ACH-COUNT         PIC 999 VALUE 0.
01 WS-ACH-HASH          PIC 9(12) VALUE 0.
01 WS-ACH-CREDITS       PIC 9(10)V99 VALUE 0.
01 WS-ACH-RECORDS       PIC 9(6).
01 WS-ACH-BLOCKS        PIC 9(6).
01 WS-ACH-PAD           PIC 99.
01 WS-EFFECTIVE-INT     PIC 9(8).
01 WS-EFFECTIVE-DATE    PIC 9(8).
01 WS-ACH-TIME          PIC 9(4).

01 ACH-FILE-HEADER.
   05 FILLER            PIC X VALUE "1".
   05 FILLER            PIC XX VALUE "01".
   05 FILLER            PIC X VALUE SPACE.
   05 AFH-DEST          PIC 9(9).
   05 AFH-ORIGIN        PIC X(10).
   05 AFH-CREATE-DATE   PIC 9(6).
   05 AFH-CREATE-TIME   PIC 9(4).
   05 FILLER            PIC X VALUE "A".
   05 FILLER            PIC X(3) VALUE "094".
   05 FILLER            PIC XX VALUE "10".
   05 FILLER            PIC X VALUE "1".
   05 AFH-DEST-NAME     PIC X(23).
   05 AFH-ORIGIN-NAME   PIC X(23).
   05 FILLER            PIC X(8) VALUE SPACES.
01 ACH-BATCH-HEADER.
   05 FILLER            PIC X VALUE "5".
   05 FILLER            PIC X(3) VALUE "220".
   05 ABH-COMPANY-NAME  PIC X(16).
   05 FILLER            PIC X(20) VALUE SPACES.
   05 ABH-COMPANY-ID    PIC X(10).
   05 FILLER            PIC X(3) VALUE "PPD".
   05 FILLER            PIC X(10) VALUE "PAYROLL".
   05 FILLER            PIC X(6) VALUE SPACES.
   05 ABH-EFFECTIVE     PIC 9(6).
   05 FILLER            PIC X(3) VALUE SPACES.
   05 FILLER            PIC X VALUE "1".
   05 ABH-ODFI          PIC 9(8).
   05 ABH-BATCH-NO      PIC 9(7).
01 ACH-ENTRY.
   05 FILLER            PIC X VALUE "6".
   05 AEN-TRAN-CODE     PIC XX.
   05 AEN-RDFI          PIC 9(8).
   05 AEN-CHECK         PIC 9.
   05 AEN-ACCOUNT       PIC X(17).
   05 AEN-AMOUNT        PIC 9(8)V99.
   05 AEN-IDENT         PIC X(15).
   05 AEN-NAME          PIC X(22).
   05 FILLER            PIC XX VALUE SPACES.
   05 FILLER            PIC X VALUE "0".
   05 AEN-TRACE-ODFI    PIC 9(8).
   05 AEN-TRACE-SEQ     PIC 9(7).
01 ACH-BATCH-CONTROL.
   05 FILLER            PIC X VALUE "8".
   05 FILLER            PIC X(3) VALUE "220".
   05 ABC-COUNT         PIC 9(6).
   05 ABC-HASH          PIC 9(10).
   05 ABC-DEBITS        PIC 9(10)V99.
   05 ABC-CREDITS       PIC 9(10)V99.
   05 ABC-COMPANY-ID    PIC X(10).
   05 FILLER            PIC X(25) VALUE SPACES.
   05 ABC-ODFI          PIC 9(8).
   05 ABC-BATCH-NO      PIC 9(7).
01 ACH-FILE-CONTROL.
   05 FILLER            PIC X VALUE "9".
   05 AFC-BATCHES       PIC 9(6).
   05 AFC-BLOCKS        PIC 9(6).
   05 AFC-COUNT         PIC 9(8).
   05 AFC-HASH          PIC 9(10).
   05 AFC-DEBITS        PIC 9(10)V99.
   05 AFC-CREDITS       PIC 9(10)V99.
   05 FILLER            PIC X(39) VALUE SPACES.

LINKAGE SECTION.
01 PARAMETRES.
      GOBACK
   END-IF

*> No withholding tables, no net pay - the run waits for them
*> rather than pay gross through the bank.
   MOVE WS-PERIOD-END(1:4) TO WS-TAX-YEAR
   PERFORM 080-LOAD-WITHHOLDING
   IF WS-WT-USED = 0
      DISPLAY "No WHTAX.DAT withholding tables on file for "
          WS-TAX-YEAR " or earlier - set them up in WITHHOLD_ADMIN."
      MOVE 23 TO PA-RETURN-CODE
      GOBACK
   END-IF
   IF WS-TABLE-YEAR < WS-TAX-YEAR AND BATCH-MODE-FLAG NOT = "Y"
      DISPLAY "Withholding from the " WS-TABLE-YEAR " tables - the "
          WS-TAX-YEAR " figures are not keyed yet."
   END-IF

   PERFORM 100-PAIR-THE-PERIOD

*> The period's paid holidays, once for the whole run.
   MOVE "H" TO WSD-SD-FUNCTION
   MOVE WS-PERIOD-START TO WSD-SD-DATE
   MOVE WS-PERIOD-END TO WSD-SD-TO-DATE
   CALL "SHOP_DAY" USING WSD-SHOP-DAY
   MOVE WSD-SD-HOURS-TOTAL TO WS-PERIOD-HOL-HOURS

   OPEN OUTPUT EXPORT-FILE
   MOVE SPACES TO EXPORT-REC
   STRING "PAY REGISTER - PERIOD " WS-PERIOD-START
   MOVE "EMP    TYPE  REG     OT      BASE          COMM          GROSS"
       TO EXPORT-REC
   WRITE EXPORT-REC
   OPEN OUTPUT STUB-FILE

   PERFORM 300-PAY-ALL-EMPLOYEES

   MOVE SPACES TO EXPORT-REC
   MOVE WS-GROSS-TOTAL TO WS-PAY-DISP
   MOVE WS-NET-TOTAL TO WS-NET-DISP
   STRING "EMPLOYEES PAID: " WS-EMPS-PAID
          "   GROSS TOTAL: " WS-PAY-DISP
          "   NET TOTAL: " WS-NET-DISP
       DELIMITED BY SIZE INTO EXPORT-REC
   WRITE EXPORT-REC
   CLOSE EXPORT-FILE
   CLOSE STUB-FILE

   IF WS-ACH-COUNT > 0
      PERFORM 800-WRITE-ACH-FILE
   END-IF

   IF BATCH-MODE-FLAG NOT = "Y"
      DISPLAY WS-EMPS-PAID " employee(s) on the register -"
          " written to PAY_REGISTER.RPT"
      DISPLAY "Pay stubs written to PAY_STUBS.RPT"
      IF WS-ACH-COUNT > 0
         MOVE WS-ACH-CREDITS TO WS-PAY-DISP
         DISPLAY WS-ACH-COUNT " direct deposit(s) totalling "
             WS-PAY-DISP " written to DIRECT_DEPOSIT.ACH"
      END-IF
   END-IF
   MOVE 0 TO PA-RETURN-CODE
   GOBACK.
   CLOSE PAYREG-FILE.
EXIT PARAGRAPH.

*> Two passes of WHTAX.DAT: the latest year on file not after the
*> period's year, then that year's rows into the table.
080-LOAD-WITHHOLDING.
   MOVE 0 TO WS-TABLE-YEAR
   MOVE 0 TO WS-WT-USED
   MOVE "N" TO WS-WT-EOF
   OPEN INPUT WHTAX-FILE
   PERFORM UNTIL WS-WT-EOF = "Y"
       READ WHTAX-FILE
           AT END
               MOVE "Y" TO WS-WT-EOF
           NOT AT END
               IF WT-WT-YEAR <= WS-TAX-YEAR AND
                       WT-WT-YEAR > WS-TABLE-YEAR
                   MOVE WT-WT-YEAR TO WS-TABLE-YEAR
               END-IF
       END-READ
   END-PERFORM
   CLOSE WHTAX-FILE
   IF WS-TABLE-YEAR = 0
       EXIT PARAGRAPH
   END-IF
   MOVE "N" TO WS-WT-EOF
   OPEN INPUT WHTAX-FILE
   PERFORM UNTIL WS-WT-EOF = "Y"
       READ WHTAX-FILE
           AT END
               MOVE "Y" TO WS-WT-EOF
           NOT AT END
               IF WT-WT-YEAR = WS-TABLE-YEAR AND WS-WT-USED < 100
                   ADD 1 TO WS-WT-USED
                   MOVE WT-WT-TAX TO WS-WT-TAX(WS-WT-USED)
                   MOVE WT-WT-KIND TO WS-WT-KIND(WS-WT-USED)
                   MOVE WT-WT-FILING TO WS-WT-FILING(WS-WT-USED)
                   MOVE WT-WT-WAGE-OVER
                       TO WS-WT-WAGE-OVER(WS-WT-USED)
                   MOVE WT-WT-BASE-TAX
                       TO WS-WT-BASE-TAX(WS-WT-USED)
                   MOVE WT-WT-PCT TO WS-WT-PCT(WS-WT-USED)
               END-IF
       END-READ
   END-PERFORM
   CLOSE WHTAX-FILE.
EXIT PARAGRAPH.

*> The corrected, time-ordered punch stream off GATHER_PUNCHES
*> (PUNCHCORR.DAT voids dropped, supervisor inserts merged in),
*> paired per employee into the two week buckets - broken pairs
   MOVE 0 TO WS-REG-HOURS
   MOVE 0 TO WS-OT-HOURS
   MOVE 0 TO WS-BASE-PAY
   MOVE 0 TO WS-HOL-HOURS
   MOVE 0 TO WS-HOL-PAY
   IF EMX-EMP-FLAT-RATE
*>     A flat-rate wrench is paid the BOOK hours of the tickets
*>     they closed this period, at the wage - the fast mechanic
   END-IF

   PERFORM 500-SETTLE-COMMISSION
   PERFORM 510-SETTLE-ADVISOR-PAY

   COMPUTE WS-GROSS-PAY = WS-BASE-PAY + WS-COMM-PAY
*> No hours, no salary, no commission - nothing to register.
   IF WS-GROSS-PAY = 0
       CONTINUE
   ELSE
       MOVE PR-PR-PAY-TYPE TO WS-PAY-TYPE
       PERFORM 420-GATHER-YTD
       MOVE WS-PAY-TYPE TO PR-PR-PAY-TYPE
       PERFORM 600-COMPUTE-WITHHOLDING
       PERFORM 680-CHOOSE-PAY-METHOD
       ADD 1 TO WS-EMPS-PAID
       ADD WS-GROSS-PAY TO WS-GROSS-TOTAL
       ADD WS-NET-PAY TO WS-NET-TOTAL
       MOVE WS-PERIOD-START TO PR-PR-PERIOD-START
       MOVE WS-PERIOD-END   TO PR-PR-PERIOD-END
       MOVE EMX-empID       TO PR-empID
       MOVE WS-REG-HOURS    TO PR-PR-REG-HOURS
       MOVE WS-OT-HOURS     TO PR-PR-OT-HOURS
       MOVE WS-HOL-HOURS    TO PR-PR-HOL-HOURS
       MOVE WS-HOL-PAY      TO PR-PR-HOL-PAY
       MOVE WS-BASE-PAY     TO PR-PR-BASE-PAY
       MOVE WS-COMM-PAY     TO PR-PR-COMM-PAY
       MOVE WS-GROSS-PAY    TO PR-PR-GROSS-PAY
       MOVE WS-FED-WH       TO PR-PR-FED-WH
       MOVE WS-STATE-WH     TO PR-PR-STATE-WH
       MOVE WS-FICA         TO PR-PR-FICA
       MOVE WS-MEDICARE     TO PR-PR-MEDICARE
       MOVE WS-NET-PAY      TO PR-PR-NET-PAY
       MOVE WS-PAY-METHOD   TO PR-PR-PAY-METHOD
       MOVE WS-TODAY-DATE   TO PR-PR-RUN-DATE
       MOVE SESSION-CURRENT-USER TO PR-PR-RUN-BY
       OPEN EXTEND PAYREG-FILE
       CLOSE PAYREG-FILE

       MOVE WS-GROSS-PAY TO WS-PAY-DISP
       MOVE WS-NET-PAY TO WS-NET-DISP
       MOVE SPACES TO WS-OUT-LINE
       STRING "EMP " EMX-empID
              " " PR-PR-PAY-TYPE
              " REG " WS-REG-HOURS
              " OT " WS-OT-HOURS
              " HOL " WS-HOL-HOURS
              " COMM " WS-COMM-PAY
              " GROSS " WS-PAY-DISP
              " NET " WS-NET-DISP
              " " WS-PAY-METHOD
           DELIMITED BY SIZE INTO WS-OUT-LINE
       DISPLAY WS-OUT-LINE
       MOVE WS-OUT-LINE TO EXPORT-REC
           MOVE WS-EFF-LINE TO EXPORT-REC
           WRITE EXPORT-REC
       END-IF
       PERFORM 700-PRINT-STUB
   END-IF.
EXIT PARAGRAPH.

*> This employee's register rows for periods ending in the tax
*> year. Rows from before withholding was carried read blank in
*> those fields and count toward gross only.
420-GATHER-YTD.
   MOVE 0 TO WS-YTD-GROSS
   MOVE 0 TO WS-YTD-FED
   MOVE 0 TO WS-YTD-STATE
   MOVE 0 TO WS-YTD-FICA
   MOVE 0 TO WS-YTD-MEDICARE
   MOVE 0 TO WS-YTD-NET
   MOVE "N" TO WS-REG-EOF
   OPEN INPUT PAYREG-FILE
   PERFORM UNTIL WS-REG-EOF = "Y"
       READ PAYREG-FILE
           AT END
               MOVE "Y" TO WS-REG-EOF
           NOT AT END
               IF PR-empID = EMX-empID AND
                       PR-PR-PERIOD-END(1:4) = WS-PERIOD-END(1:4)
                   ADD PR-PR-GROSS-PAY TO WS-YTD-GROSS
                   IF PR-PR-NET-PAY IS NUMERIC
                       ADD PR-PR-FED-WH TO WS-YTD-FED
                       ADD PR-PR-STATE-WH TO WS-YTD-STATE
                       ADD PR-PR-FICA TO WS-YTD-FICA
                       ADD PR-PR-MEDICARE TO WS-YTD-MEDICARE
                       ADD PR-PR-NET-PAY TO WS-YTD-NET
                   END-IF
               END-IF
       END-READ
   END-PERFORM
   CLOSE PAYREG-FILE.
EXIT PARAGRAPH.

*> Regular and overtime judged per week against the two buckets,
*> extended at wage and time-and-a-half, then any holiday pay.
450-HOURLY-BASE-PAY.
   MOVE 0 TO WS-EMP-SLOT
   PERFORM VARYING EMP-IDX FROM 1 BY 1
   END-IF
   COMPUTE WS-BASE-PAY ROUNDED =
       (WS-REG-HOURS * EMX-wage)
       + (WS-OT-HOURS * EMX-wage * 1.5)
*> Holidays in the period are paid to whoever worked the period,
*> straight time on top of the hours judged for overtime above.
   IF WS-EMP-SLOT NOT = 0 AND WS-PERIOD-HOL-HOURS > 0
       MOVE WS-PERIOD-HOL-HOURS TO WS-HOL-HOURS
       COMPUTE WS-HOL-PAY ROUNDED = WS-HOL-HOURS * EMX-wage
       ADD WS-HOL-PAY TO WS-BASE-PAY
   END-IF.
EXIT PARAGRAPH.

*> Book hours off every job line this mechanic turned on a ticket
*> closed in the period (the TICKETJOB.IDX empID alternate key,
*> each line's serviceID priced through READ_SERVICE), then off
*> the tickets still carrying no job lines at all, paid at the
*> wage. The efficiency line sets those earned hours against the
*> TICKETTIME.DAT clock hours actually punched onto tickets.
460-FLAT-RATE-PAY.
   MOVE 0 TO WS-BOOK-HOURS
   MOVE "N" TO WS-JOB-EOF
   OPEN INPUT INDEX-FILE-TICKETJOB
   OPEN INPUT INDEX-FILE-TICKET
   MOVE EMX-empID TO TJX-empID
   START INDEX-FILE-TICKETJOB KEY IS NOT LESS THAN TJX-empID
       INVALID KEY
           MOVE "Y" TO WS-JOB-EOF
   END-START
   PERFORM UNTIL WS-JOB-EOF = "Y"
       READ INDEX-FILE-TICKETJOB NEXT RECORD
           AT END
               MOVE "Y" TO WS-JOB-EOF
           NOT AT END
               IF TJX-empID NOT = EMX-empID
                   MOVE "Y" TO WS-JOB-EOF
               ELSE
                   MOVE TJX-ticketID TO TKX-ticketID
                   READ INDEX-FILE-TICKET
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF TKX-TICKET-CLOSED AND
                                   TKX-closeDate >= WS-PERIOD-START
                                   AND
                                   TKX-closeDate <= WS-PERIOD-END
                               MOVE TJX-serviceID
                                   TO WS-JOB-SERVICEID
                               PERFORM 465-ADD-BOOK-HOURS
                           END-IF
                   END-READ
               END-IF
       END-READ
   END-PERFORM

*> A ticket closed before job lines existed is one job, the
*> ticket's own service, credited to the ticket's mechanic.
   MOVE "N" TO WS-TKT-EOF
   MOVE EMX-empID TO TKX-empID
   START INDEX-FILE-TICKET KEY IS NOT LESS THAN TKX-empID
       INVALID KEY
                   IF TKX-TICKET-CLOSED AND
                           TKX-closeDate >= WS-PERIOD-START AND
                           TKX-closeDate <= WS-PERIOD-END
                       MOVE TKX-ticketID TO TJX-ticketID
                       MOVE 1 TO TJX-jobNo
                       READ INDEX-FILE-TICKETJOB
                           INVALID KEY
                               MOVE TKX-serviceID
                                   TO WS-JOB-SERVICEID
                               PERFORM 465-ADD-BOOK-HOURS
                       END-READ
                   END-IF
               END-IF
       END-READ
   END-PERFORM
   CLOSE INDEX-FILE-TICKET
   CLOSE INDEX-FILE-TICKETJOB

   MOVE WS-BOOK-HOURS TO WS-REG-HOURS
   COMPUTE WS-BASE-PAY ROUNDED = WS-BOOK-HOURS * EMX-wage
       DELIMITED BY SIZE INTO WS-EFF-LINE.
EXIT PARAGRAPH.

465-ADD-BOOK-HOURS.
   INITIALIZE WSV-SERVICE
   MOVE WS-JOB-SERVICEID TO WSV-serviceID
   CALL "READ_SERVICE" USING WSV-SERVICE, WS-SVC-RESULT
   IF WS-SVC-RESULT = 01
       ADD WSV-laborHours TO WS-BOOK-HOURS
   END-IF.
EXIT PARAGRAPH.

*> One pass of the ticket punch ledger, pairing IN to OUT for
*> this mechanic inside the period - the wrench-turning hours.
470-SUM-CLOCK-HOURS.
                   EVALUATE TRUE
                       WHEN CM-COMM-ACCRUED
                           ADD CM-COMM-AMOUNT TO WS-ACCRUED
                       WHEN CM-COMM-BONUS
                           ADD CM-COMM-AMOUNT TO WS-ACCRUED
                       WHEN CM-COMM-PAID
                           ADD CM-COMM-AMOUNT TO WS-PAID
                       WHEN CM-COMM-CLAWBACK
   END-IF.
EXIT PARAGRAPH.

*> A service advisor's unpaid ADVLEDGER.DAT balance - accrued at
*> ticket close, less parts-return reversals, less what earlier
*> runs paid - goes onto the check beside any sales commission,
*> settled with a P row of its own so it never pays twice.
510-SETTLE-ADVISOR-PAY.
   MOVE 0 TO WS-ADV-ACCRUED
   MOVE 0 TO WS-ADV-PAID
   MOVE 0 TO WS-ADV-REVERSED
   MOVE "N" TO WS-AV-EOF
   OPEN INPUT ADV-LEDGER-FILE
   PERFORM UNTIL WS-AV-EOF = "Y"
       READ ADV-LEDGER-FILE
           AT END
               MOVE "Y" TO WS-AV-EOF
           NOT AT END
               IF AV-empID = EMX-empID
                   EVALUATE TRUE
                       WHEN AV-ADV-ACCRUED
                           ADD AV-ADV-AMOUNT TO WS-ADV-ACCRUED
                       WHEN AV-ADV-PAID
                           ADD AV-ADV-AMOUNT TO WS-ADV-PAID
                       WHEN AV-ADV-REVERSED
                           ADD AV-ADV-AMOUNT TO WS-ADV-REVERSED
                   END-EVALUATE
               END-IF
       END-READ
   END-PERFORM
   CLOSE ADV-LEDGER-FILE
   COMPUTE WS-ADV-BALANCE =
       WS-ADV-ACCRUED - WS-ADV-PAID - WS-ADV-REVERSED
   IF WS-ADV-BALANCE > 0
       ADD WS-ADV-BALANCE TO WS-COMM-PAY
       MOVE EMX-empID TO AV-empID
       MOVE 0 TO AV-ticketID
       MOVE WS-ADV-BALANCE TO AV-ADV-AMOUNT
       MOVE "P" TO AV-ADV-TYPE
       MOVE WS-TODAY-DATE TO AV-ADV-DATE
       MOVE 0 TO AV-ADV-BASIS
       MOVE 0 TO AV-ADV-RATE
       OPEN EXTEND ADV-LEDGER-FILE
       WRITE AV-ADV-COMM
       CLOSE ADV-LEDGER-FILE
   END-IF.
EXIT PARAGRAPH.

*> Gross annualized over the pay periods, taxed on the year's
*> tables, and brought back to one period. Withholding never takes
*> the check below zero - the employee's extra federal amount is
*> what gives first.
600-COMPUTE-WITHHOLDING.
   MOVE 0 TO WS-ALLOWANCES
   MOVE 0 TO WS-ADDL-FED-WH
   IF EMX-allowances IS NUMERIC
       MOVE EMX-allowances TO WS-ALLOWANCES
   END-IF
   IF EMX-addlFedWH IS NUMERIC
       MOVE EMX-addlFedWH TO WS-ADDL-FED-WH
   END-IF
   COMPUTE WS-ANNUAL-WAGES = WS-GROSS-PAY * WS-PERIODS-PER-YEAR

   MOVE "F" TO WS-LOOK-TAX
   PERFORM 620-INCOME-TAX
   COMPUTE WS-FED-WH ROUNDED =
       WS-ANNUAL-TAX / WS-PERIODS-PER-YEAR + WS-ADDL-FED-WH
   MOVE "S" TO WS-LOOK-TAX
   PERFORM 620-INCOME-TAX
   COMPUTE WS-STATE-WH ROUNDED =
       WS-ANNUAL-TAX / WS-PERIODS-PER-YEAR

   PERFORM 630-SOCIAL-SECURITY
   PERFORM 640-MEDICARE

   COMPUTE WS-DEDUCTIONS =
       WS-FED-WH + WS-STATE-WH + WS-FICA + WS-MEDICARE
   IF WS-DEDUCTIONS > WS-GROSS-PAY
       COMPUTE WS-FED-WH =
           WS-FED-WH - (WS-DEDUCTIONS - WS-GROSS-PAY)
       MOVE WS-GROSS-PAY TO WS-DEDUCTIONS
   END-IF
   COMPUTE WS-NET-PAY = WS-GROSS-PAY - WS-DEDUCTIONS.
EXIT PARAGRAPH.

*> Annual percentage method for the tax in WS-LOOK-TAX: wages
*> less the allowances, then the bracket the remainder falls in
*> for the filing status. Head of household falls back to the
*> single brackets when the year carries none of its own.
620-INCOME-TAX.
   MOVE 0 TO WS-ANNUAL-TAX
   MOVE 0 TO WS-ALLOW-VALUE
   MOVE EMX-filingStatus TO WS-LOOK-FILING
   IF WS-LOOK-FILING NOT = "M" AND WS-LOOK-FILING NOT = "H"
       MOVE "S" TO WS-LOOK-FILING
   END-IF
   PERFORM VARYING WT-IDX FROM 1 BY 1 UNTIL WT-IDX > WS-WT-USED
       IF WS-WT-TAX(WT-IDX) = WS-LOOK-TAX AND
               WS-WT-KIND(WT-IDX) = "A" AND
               (WS-WT-FILING(WT-IDX) = WS-LOOK-FILING OR
                WS-WT-FILING(WT-IDX) = SPACE)
           MOVE WS-WT-WAGE-OVER(WT-IDX) TO WS-ALLOW-VALUE
       END-IF
   END-PERFORM
   COMPUTE WS-ANNUAL-TAXABLE =
       WS-ANNUAL-WAGES - WS-ALLOWANCES * WS-ALLOW-VALUE
   IF WS-ANNUAL-TAXABLE <= 0
       EXIT PARAGRAPH
   END-IF
   PERFORM 625-FIND-BRACKET
   IF WS-BEST-SLOT = 0 AND WS-LOOK-FILING = "H"
       MOVE "S" TO WS-LOOK-FILING
       PERFORM 625-FIND-BRACKET
   END-IF
   IF WS-BEST-SLOT > 0
       COMPUTE WS-ANNUAL-TAX ROUNDED =
           WS-WT-BASE-TAX(WS-BEST-SLOT)
           + (WS-ANNUAL-TAXABLE - WS-WT-WAGE-OVER(WS-BEST-SLOT))
             * WS-WT-PCT(WS-BEST-SLOT) / 100
   END-IF.
EXIT PARAGRAPH.

625-FIND-BRACKET.
   MOVE 0 TO WS-BEST-SLOT
   MOVE -1 TO WS-BEST-OVER
   PERFORM VARYING WT-IDX FROM 1 BY 1 UNTIL WT-IDX > WS-WT-USED
       IF WS-WT-TAX(WT-IDX) = WS-LOOK-TAX AND
               WS-WT-KIND(WT-IDX) = "B" AND
               (WS-WT-FILING(WT-IDX) = WS-LOOK-FILING OR
                WS-WT-FILING(WT-IDX) = SPACE) AND
               WS-WT-WAGE-OVER(WT-IDX) <= WS-ANNUAL-TAXABLE AND
               WS-WT-WAGE-OVER(WT-IDX) > WS-BEST-OVER
           MOVE WS-WT-WAGE-OVER(WT-IDX) TO WS-BEST-OVER
           SET WS-BEST-SLOT TO WT-IDX
       END-IF
   END-PERFORM.
EXIT PARAGRAPH.

*> Social security stops once the year's wages reach the base.
630-SOCIAL-SECURITY.
   MOVE 0 TO WS-FICA
   PERFORM VARYING WT-IDX FROM 1 BY 1 UNTIL WT-IDX > WS-WT-USED
       IF WS-WT-TAX(WT-IDX) = "O" AND WS-WT-KIND(WT-IDX) = "B"
           COMPUTE WS-FICA-ROOM =
               WS-WT-WAGE-OVER(WT-IDX) - WS-YTD-GROSS
           IF WS-FICA-ROOM > WS-GROSS-PAY
               MOVE WS-GROSS-PAY TO WS-FICA-ROOM
           END-IF
           IF WS-FICA-ROOM > 0
               COMPUTE WS-FICA ROUNDED =
                   WS-FICA-ROOM * WS-WT-PCT(WT-IDX) / 100
           END-IF
       END-IF
   END-PERFORM.
EXIT PARAGRAPH.

*> The base rate on every dollar, plus the additional rate on the
*> part of this check that carries year-to-date wages past the
*> threshold.
640-MEDICARE.
   MOVE 0 TO WS-MEDICARE
   PERFORM VARYING WT-IDX FROM 1 BY 1 UNTIL WT-IDX > WS-WT-USED
       IF WS-WT-TAX(WT-IDX) = "M" AND WS-WT-KIND(WT-IDX) = "B"
           IF WS-WT-WAGE-OVER(WT-IDX) = 0
               COMPUTE WS-MEDICARE ROUNDED = WS-MEDICARE
                   + WS-GROSS-PAY * WS-WT-PCT(WT-IDX) / 100
           ELSE
               COMPUTE WS-MED-OVER-NOW = WS-YTD-GROSS + WS-GROSS-PAY
                   - WS-WT-WAGE-OVER(WT-IDX)
               COMPUTE WS-MED-OVER-BEFORE = WS-YTD-GROSS
                   - WS-WT-WAGE-OVER(WT-IDX)
               IF WS-MED-OVER-NOW < 0
                   MOVE 0 TO WS-MED-OVER-NOW
               END-IF
               IF WS-MED-OVER-BEFORE < 0
                   MOVE 0 TO WS-MED-OVER-BEFORE
               END-IF
               COMPUTE WS-MEDICARE ROUNDED = WS-MEDICARE
                   + (WS-MED-OVER-NOW - WS-MED-OVER-BEFORE)
                     * WS-WT-PCT(WT-IDX) / 100
           END-IF
       END-IF
   END-PERFORM.
EXIT PARAGRAPH.

*> Direct deposit when a routing number that passes its check
*> digit and an account number are on file; a paper check
*> otherwise, and the office is told why when the routing is bad.
680-CHOOSE-PAY-METHOD.
   MOVE "C" TO WS-PAY-METHOD
   IF EMX-bankRouting IS NOT NUMERIC OR EMX-bankRouting = 0 OR
           EMX-bankAccount = SPACES OR WS-NET-PAY = 0
       EXIT PARAGRAPH
   END-IF
   MOVE EMX-bankRouting TO WS-ROUTING-CHECK
   PERFORM 690-CHECK-ROUTING
   IF WS-ROUTING-OK NOT = "Y"
       DISPLAY "EMP " EMX-empID " routing " EMX-bankRouting
           " fails its check digit - paid by check."
       EXIT PARAGRAPH
   END-IF
   IF WS-ACH-COUNT >= 200
       DISPLAY "EMP " EMX-empID " - direct deposit batch is full,"
           " paid by check."
       EXIT PARAGRAPH
   END-IF
   MOVE "D" TO WS-PAY-METHOD
   PERFORM 695-ADD-ACH-ENTRY.
EXIT PARAGRAPH.

*> ABA check: digits weighted 3-7-1 across the nine must sum to a
*> multiple of ten.
690-CHECK-ROUTING.
   COMPUTE WS-ROUTING-SUM =
       3 * (WS-RD(1) + WS-RD(4) + WS-RD(7))
       + 7 * (WS-RD(2) + WS-RD(5) + WS-RD(8))
       + WS-RD(3) + WS-RD(6) + WS-RD(9)
   IF FUNCTION MOD(WS-ROUTING-SUM, 10) = 0
       MOVE "Y" TO WS-ROUTING-OK
   ELSE
       MOVE "N" TO WS-ROUTING-OK
   END-IF.
EXIT PARAGRAPH.

*> One PPD credit entry - 22 to checking, 32 to savings - held in
*> the table until the batch totals are known.
695-ADD-ACH-ENTRY.
   ADD 1 TO WS-ACH-COUNT
   IF EMX-EMP-SAVINGS
       MOVE "32" TO AEN-TRAN-CODE
   ELSE
       MOVE "22" TO AEN-TRAN-CODE
   END-IF
   MOVE WS-RS-DFI TO AEN-RDFI
   MOVE WS-RS-CHECK TO AEN-CHECK
   MOVE EMX-bankAccount TO AEN-ACCOUNT
   MOVE WS-NET-PAY TO AEN-AMOUNT
   MOVE EMX-empID TO AEN-IDENT
   MOVE SPACES TO AEN-NAME
   STRING EMX-fName DELIMITED BY "  "
          " " DELIMITED BY SIZE
          EMX-lName DELIMITED BY "  "
       INTO AEN-NAME
   MOVE WS-ACH-ODFI TO AEN-TRACE-ODFI
   MOVE WS-ACH-COUNT TO AEN-TRACE-SEQ
   MOVE ACH-ENTRY TO WS-ACH-LINE(WS-ACH-COUNT)
   ADD WS-RS-DFI TO WS-ACH-HASH
   ADD WS-NET-PAY TO WS-ACH-CREDITS.
EXIT PARAGRAPH.

*> The employee's copy: this period beside the year to date, and
*> where the money went.
700-PRINT-STUB.
   ADD WS-GROSS-PAY TO WS-YTD-GROSS
   ADD WS-FED-WH TO WS-YTD-FED
   ADD WS-STATE-WH TO WS-YTD-STATE
   ADD WS-FICA TO WS-YTD-FICA
   ADD WS-MEDICARE TO WS-YTD-MEDICARE
   ADD WS-NET-PAY TO WS-YTD-NET

   MOVE ALL "=" TO STUB-REC
   WRITE STUB-REC
   MOVE "           J&J AUTO - EARNINGS STATEMENT" TO STUB-REC
   WRITE STUB-REC
   MOVE SPACES TO STUB-REC
   STRING "PERIOD " WS-PERIOD-START " THRU " WS-PERIOD-END
          "     RUN DATE " WS-TODAY-DATE
       DELIMITED BY SIZE INTO STUB-REC
   WRITE STUB-REC
   MOVE SPACES TO STUB-REC
   STRING "EMPLOYEE " EMX-empID "  " EMX-fName " " EMX-lName
          "  FILING " EMX-filingStatus
          "  ALLOWANCES " WS-ALLOWANCES
       DELIMITED BY SIZE INTO STUB-REC
   WRITE STUB-REC
   IF WS-PAY-TYPE NOT = "S"
       MOVE SPACES TO STUB-REC
       STRING "HOURS: REGULAR " WS-REG-HOURS
              "  OVERTIME " WS-OT-HOURS
              "  HOLIDAY " WS-HOL-HOURS
           DELIMITED BY SIZE INTO STUB-REC
       WRITE STUB-REC
   END-IF
   MOVE "                         THIS PERIOD     YEAR TO DATE"
       TO STUB-REC
   WRITE STUB-REC

   MOVE "GROSS PAY" TO WS-STUB-LABEL
   MOVE WS-GROSS-PAY TO WS-STUB-CUR
   MOVE WS-YTD-GROSS TO WS-STUB-YTD
   PERFORM 710-STUB-AMOUNT-LINE
   MOVE "  FEDERAL INCOME TAX" TO WS-STUB-LABEL
   MOVE WS-FED-WH TO WS-STUB-CUR
   MOVE WS-YTD-FED TO WS-STUB-YTD
   PERFORM 710-STUB-AMOUNT-LINE
   MOVE "  STATE INCOME TAX" TO WS-STUB-LABEL
   MOVE WS-STATE-WH TO WS-STUB-CUR
   MOVE WS-YTD-STATE TO WS-STUB-YTD
   PERFORM 710-STUB-AMOUNT-LINE
   MOVE "  SOCIAL SECURITY" TO WS-STUB-LABEL
   MOVE WS-FICA TO WS-STUB-CUR
   MOVE WS-YTD-FICA TO WS-STUB-YTD
   PERFORM 710-STUB-AMOUNT-LINE
   MOVE "  MEDICARE" TO WS-STUB-LABEL
   MOVE WS-MEDICARE TO WS-STUB-CUR
   MOVE WS-YTD-MEDICARE TO WS-STUB-YTD
   PERFORM 710-STUB-AMOUNT-LINE
   MOVE "NET PAY" TO WS-STUB-LABEL
   MOVE WS-NET-PAY TO WS-STUB-CUR
   MOVE WS-YTD-NET TO WS-STUB-YTD
   PERFORM 710-STUB-AMOUNT-LINE

   MOVE SPACES TO STUB-REC
   IF WS-PAY-METHOD = "D"
       MOVE 17 TO WS-ACCT-LEN
       PERFORM UNTIL WS-ACCT-LEN = 4 OR
               EMX-bankAccount(WS-ACCT-LEN:1) NOT = SPACE
           SUBTRACT 1 FROM WS-ACCT-LEN
       END-PERFORM
       MOVE EMX-bankAccount(WS-ACCT-LEN - 3:4) TO WS-ACCT-LAST4
       STRING "DEPOSITED TO "
              "ACCOUNT ENDING " WS-ACCT-LAST4
           DELIMITED BY SIZE INTO STUB-REC
   ELSE
       MOVE "PAID BY CHECK" TO STUB-REC
   END-IF
   WRITE STUB-REC
   MOVE SPACES TO STUB-REC
   WRITE STUB-REC.
EXIT PARAGRAPH.

710-STUB-AMOUNT-LINE.
   MOVE WS-STUB-CUR TO WS-STUB-CUR-DISP
   MOVE WS-STUB-YTD TO WS-STUB-YTD-DISP
   MOVE SPACES TO STUB-REC
   STRING WS-STUB-LABEL "   " WS-STUB-CUR-DISP
          "   " WS-STUB-YTD-DISP
       DELIMITED BY SIZE INTO STUB-REC
   WRITE STUB-REC.
EXIT PARAGRAPH.

*> NACHA layout for the bank: file header, one PPD batch of the
*> credits, batch and file controls, and the last block of ten
*> filled out with nines.
800-WRITE-ACH-FILE.
   COMPUTE WS-EFFECTIVE-INT =
       FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) + WS-ACH-LEAD-DAYS
   MOVE FUNCTION DATE-OF-INTEGER(WS-EFFECTIVE-INT)
       TO WS-EFFECTIVE-DATE
   MOVE FUNCTION CURRENT-DATE(9:4) TO WS-ACH-TIME
   OPEN OUTPUT ACH-FILE

   MOVE WS-ACH-BANK-ROUTING TO AFH-DEST
   MOVE WS-ACH-COMPANY-ID TO AFH-ORIGIN
   MOVE WS-TODAY-DATE(3:6) TO AFH-CREATE-DATE
   MOVE WS-ACH-TIME TO AFH-CREATE-TIME
   MOVE WS-ACH-BANK-NAME TO AFH-DEST-NAME
   MOVE WS-ACH-COMPANY-NAME TO AFH-ORIGIN-NAME
   WRITE ACH-REC FROM ACH-FILE-HEADER

   MOVE WS-ACH-COMPANY-NAME TO ABH-COMPANY-NAME
   MOVE WS-ACH-COMPANY-ID TO ABH-COMPANY-ID
   MOVE WS-EFFECTIVE-DATE(3:6) TO ABH-EFFECTIVE
   MOVE WS-ACH-ODFI TO ABH-ODFI
   MOVE 1 TO ABH-BATCH-NO
   WRITE ACH-REC FROM ACH-BATCH-HEADER

   PERFORM VARYING ACH-IDX FROM 1 BY 1
           UNTIL ACH-IDX > WS-ACH-COUNT
       WRITE ACH-REC FROM WS-ACH-LINE(ACH-IDX)
   END-PERFORM

   MOVE WS-ACH-COUNT TO ABC-COUNT
   MOVE WS-ACH-HASH TO ABC-HASH
   MOVE 0 TO ABC-DEBITS
   MOVE WS-ACH-CREDITS TO ABC-CREDITS
   MOVE WS-ACH-COMPANY-ID TO ABC-COMPANY-ID
   MOVE WS-ACH-ODFI TO ABC-ODFI
   MOVE 1 TO ABC-BATCH-NO
   WRITE ACH-REC FROM ACH-BATCH-CONTROL

   COMPUTE WS-ACH-RECORDS = WS-ACH-COUNT + 4
   COMPUTE WS-ACH-BLOCKS = (WS-ACH-RECORDS + 9) / 10
   MOVE 1 TO AFC-BATCHES
   MOVE WS-ACH-BLOCKS TO AFC-BLOCKS
   MOVE WS-ACH-COUNT TO AFC-COUNT
   MOVE WS-ACH-HASH TO AFC-HASH
   MOVE 0 TO AFC-DEBITS
   MOVE WS-ACH-CREDITS TO AFC-CREDITS
   WRITE ACH-REC FROM ACH-FILE-CONTROL

   COMPUTE WS-ACH-PAD = WS-ACH-BLOCKS * 10 - WS-ACH-RECORDS
   PERFORM WS-ACH-PAD TIMES
       MOVE ALL "9" TO ACH-REC
       WRITE ACH-REC
   END-PERFORM
   CLOSE ACH-FILE.
EXIT PARAGRAPH.

END PROGRAM PAYROLL_RUN.
