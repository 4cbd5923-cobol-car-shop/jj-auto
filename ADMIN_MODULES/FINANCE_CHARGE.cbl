*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Monthly finance charges on past-due charge accounts.
*>          The charge-account terms have always allowed a monthly
*>          finance charge on a balance past 30 days, but nothing
*>          ever worked it out, so it was never billed. For the
*>          keyed month this walks CUSTOMER.IDX and ages each open
*>          balance exactly the way AR_AGING_REPORT does - off the
*>          customer's latest non-voided SALE.IDX sale, falling back
*>          to the date the customer was added. Once the balance is
*>          older than the rule's days, the past-due portion is the
*>          balance less whatever ARLEDGER.DAT shows was charged to
*>          it (I, N, and E rows) inside those days - those charges
*>          are not past due yet. The rule's monthly rate is applied
*>          to that portion, raised to the rule's minimum, added to
*>          CUST-AR-BALANCE-REC, and ledgered as an I row with
*>          reason FINANCE CHARGE and reference FC-YYYYMM, which
*>          AR_STATEMENTS prints on a line of its own. Customers
*>          with an exemption row are skipped. The rule and the
*>          exemptions live in FINCHG.DAT and are kept here. The
*>          charges are dated the month's last day (today, when run
*>          inside the month), so CHECK_PERIOD_LOCK refuses the
*>          posting once MONTH_END_CLOSE has closed that month, and
*>          the rule remembers the last month posted so no month is
*>          charged twice. Launched from JJUI off a PERMISSIONS.DAT
*>          row.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. FINANCE_CHARGE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL CUS-FILE
        ASSIGN TO '../CUSTOMER_MGMT/CUSTOMER.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS CUST-ID-REC
        ALTERNATE RECORD KEY IS CUST-LNAME-REC WITH DUPLICATES
        ALTERNATE RECORD KEY IS CUST-PHONE-REC WITH DUPLICATES
        ALTERNATE RECORD KEY IS CUST-EMAIL-REC WITH DUPLICATES.
    SELECT OPTIONAL INDEX-FILE-SALE
        ASSIGN TO '../../INDEXES/SALE.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS IDX-saleID
        ALTERNATE RECORD KEY IS IDX-empID WITH DUPLICATES
        ALTERNATE RECORD KEY IS IDX-carVIN WITH DUPLICATES
        ALTERNATE RECORD KEY IS IDX-custID WITH DUPLICATES.
    SELECT OPTIONAL AR-LEDGER-FILE ASSIGN TO '../ARLEDGER.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FINCHG-FILE ASSIGN TO '../FINCHG.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> Mirrors the CUST-REC layout CUSTOMER_MGMT's own programs carry
*> inline, same as AR_RECEIPTS.cbl and AR_AGING_REPORT.cbl.
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
FD INDEX-FILE-SALE
    RECORD CONTAINS 167 CHARACTERS.
    COPY SALE_DEF REPLACING ==:TAG:== BY ==IDX==.
FD AR-LEDGER-FILE.
    COPY AR_LEDGER_DEF REPLACING ==:TAG:== BY ==ARL==.
FD FINCHG-FILE.
    COPY FIN_CHG_DEF REPLACING ==:TAG:== BY ==FC==.

WORKING-STORAGE SECTION.
COPY SESSION_DEF.
01  MENU-OPTION             PIC 9.
01  WS-MENU-DONE            PIC X VALUE "N".
01  WS-EOF                  PIC X.
01  WS-CUST-EOF             PIC X.
01  WS-MORE-SALES           PIC X.
01  WS-ANSWER               PIC X.
01  WS-FOUND                PIC X.

*> The rule row, held here between loads and saves.
01  WS-RULE-ON-FILE         PIC X VALUE "N".
01  WS-RULE-RATE            PIC 99V99 VALUE 0.
01  WS-RULE-MINIMUM         PIC 9(3)V99 VALUE 0.
01  WS-RULE-DAYS            PIC 9(3) VALUE 0.
01  WS-RULE-LAST-PERIOD     PIC 9(6) VALUE 0.

01  WS-EXEMPT-TABLE.
    05  WS-EXEMPT-CUSTID    PIC 9(5) OCCURS 200 TIMES
                            INDEXED BY EX-IDX.
01  WS-EXEMPT-COUNT         PIC 9(3) VALUE 0.
01  WS-CUSTID-IN            PIC 9(5).
01  WS-EXEMPT-HIT           PIC X.

01  WS-PERIOD-IN            PIC 9(6).
01  WS-PERIOD-GROUP REDEFINES WS-PERIOD-IN.
    05  WS-PERIOD-YEAR      PIC 9(4).
    05  WS-PERIOD-MONTH     PIC 9(2).
01  WS-FROM-DATE            PIC 9(8).
01  WS-MONTH-END-DATE       PIC 9(8).
01  WS-NEXT-MONTH-DATE      PIC 9(8).
01  WS-TODAY-DATE           PIC 9(8).
01  WS-POST-DATE            PIC 9(8).
01  WS-POST-INT             PIC 9(8).
01  WS-WINDOW-DATE          PIC 9(8).
01  WS-WORK-INT             PIC 9(8).
01  WS-PERIOD-LOCKED        PIC X.
01  WS-REFERENCE            PIC X(12).

01  WS-BALANCE-DATE         PIC 9(8).
01  WS-AGE-DAYS             PIC S9(5).
01  WS-ROW-DATE             PIC 9(8).
01  WS-RECENT-CHARGES       PIC 9(9)V99.
01  WS-PAST-DUE             PIC S9(9)V99.
01  WS-CHARGE               PIC 9(7)V99.
01  WS-CHARGED-COUNT        PIC 9(5) VALUE 0.
01  WS-CHARGED-TOTAL        PIC 9(9)V99 VALUE 0.
01  WS-EXEMPT-SKIPPED       PIC 9(5) VALUE 0.
01  WS-MONEY-DISP           PIC $,$$$,$$9.99.
01  WS-DUE-DISP             PIC $,$$$,$$9.99.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM 100-LOAD-CONTROL-RTN
    PERFORM UNTIL WS-MENU-DONE = "Y"
        DISPLAY "--- Finance Charges ---"
        DISPLAY "1. Post Monthly Finance Charges"
        DISPLAY "2. Set Rate, Minimum, and Days"
        DISPLAY "3. Exempt a Customer"
        DISPLAY "4. Remove an Exemption"
        DISPLAY "5. List Rule and Exemptions"
        DISPLAY "6. Exit"
        ACCEPT MENU-OPTION
        EVALUATE MENU-OPTION
            WHEN 1
                PERFORM 200-POST-CHARGES-RTN
            WHEN 2
                PERFORM 500-SET-RULE-RTN
            WHEN 3
                PERFORM 600-ADD-EXEMPT-RTN
            WHEN 4
                PERFORM 650-REMOVE-EXEMPT-RTN
            WHEN 5
                PERFORM 700-LIST-CONTROL-RTN
            WHEN 6
                MOVE "Y" TO WS-MENU-DONE
            WHEN OTHER
                DISPLAY "Invalid Option, Please enter 1-6."
        END-EVALUATE
    END-PERFORM
    STOP RUN.

*>  FINCHG.DAT into storage - the one R row and the X rows - the
*>  same load/save shape SVCFEE_ADMIN uses for SVCFEES.DAT.
100-LOAD-CONTROL-RTN.
    MOVE "N" TO WS-RULE-ON-FILE
    MOVE 0 TO WS-EXEMPT-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT FINCHG-FILE
    PERFORM UNTIL WS-EOF = "Y"
        READ FINCHG-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF FC-FC-RULE
                    MOVE "Y" TO WS-RULE-ON-FILE
                    MOVE FC-FC-RATE TO WS-RULE-RATE
                    MOVE FC-FC-MINIMUM TO WS-RULE-MINIMUM
                    MOVE FC-FC-DAYS TO WS-RULE-DAYS
                    MOVE FC-FC-LAST-PERIOD TO WS-RULE-LAST-PERIOD
                END-IF
                IF FC-FC-EXEMPT AND WS-EXEMPT-COUNT < 200
                    ADD 1 TO WS-EXEMPT-COUNT
                    MOVE FC-custID
                        TO WS-EXEMPT-CUSTID(WS-EXEMPT-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE FINCHG-FILE.

150-SAVE-CONTROL-RTN.
    OPEN OUTPUT FINCHG-FILE
    IF WS-RULE-ON-FILE = "Y"
        MOVE SPACES TO FC-FIN-CHG
        MOVE "R" TO FC-FC-TYPE
        MOVE 0 TO FC-custID
        MOVE WS-RULE-RATE TO FC-FC-RATE
        MOVE WS-RULE-MINIMUM TO FC-FC-MINIMUM
        MOVE WS-RULE-DAYS TO FC-FC-DAYS
        MOVE WS-RULE-LAST-PERIOD TO FC-FC-LAST-PERIOD
        WRITE FC-FIN-CHG
    END-IF
    PERFORM VARYING EX-IDX FROM 1 BY 1
            UNTIL EX-IDX > WS-EXEMPT-COUNT
        MOVE SPACES TO FC-FIN-CHG
        MOVE "X" TO FC-FC-TYPE
        MOVE WS-EXEMPT-CUSTID(EX-IDX) TO FC-custID
        MOVE 0 TO FC-FC-RATE
        MOVE 0 TO FC-FC-MINIMUM
        MOVE 0 TO FC-FC-DAYS
        MOVE 0 TO FC-FC-LAST-PERIOD
        WRITE FC-FIN-CHG
    END-PERFORM
    CLOSE FINCHG-FILE.

*>  The month-end pass. The month's charges are dated its last day,
*>  or today when run before the month is out, and that date has to
*>  clear the period lock before anything is touched.
200-POST-CHARGES-RTN.
    IF WS-RULE-ON-FILE NOT = "Y"
        DISPLAY "No finance charge rule on file - set one first."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Month to charge (YYYYMM): "
    ACCEPT WS-PERIOD-IN
    IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
        DISPLAY "That is not a month."
        EXIT PARAGRAPH
    END-IF
    IF WS-PERIOD-IN <= WS-RULE-LAST-PERIOD
        DISPLAY "Finance charges are already posted through "
            WS-RULE-LAST-PERIOD "."
        EXIT PARAGRAPH
    END-IF

    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
    COMPUTE WS-FROM-DATE = WS-PERIOD-IN * 100 + 1
    IF WS-PERIOD-MONTH = 12
        COMPUTE WS-NEXT-MONTH-DATE =
            (WS-PERIOD-YEAR + 1) * 10000 + 0101
    ELSE
        COMPUTE WS-NEXT-MONTH-DATE =
            WS-PERIOD-YEAR * 10000 + (WS-PERIOD-MONTH + 1) * 100 + 1
    END-IF
    COMPUTE WS-WORK-INT =
        FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-DATE) - 1
    MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INT) TO WS-MONTH-END-DATE
    IF WS-TODAY-DATE < WS-FROM-DATE
        DISPLAY "That month has not started yet."
        EXIT PARAGRAPH
    END-IF
    IF WS-TODAY-DATE < WS-MONTH-END-DATE
        MOVE WS-TODAY-DATE TO WS-POST-DATE
    ELSE
        MOVE WS-MONTH-END-DATE TO WS-POST-DATE
    END-IF

    CALL "CHECK_PERIOD_LOCK" USING WS-POST-DATE, WS-PERIOD-LOCKED
    IF WS-PERIOD-LOCKED = "Y"
        DISPLAY "The period holding " WS-POST-DATE
            " is closed - finance charges cannot post into it."
        EXIT PARAGRAPH
    END-IF

    DISPLAY "Post finance charges for " WS-PERIOD-IN " at "
        WS-RULE-RATE " percent, dated " WS-POST-DATE "? (Y/N): "
    ACCEPT WS-ANSWER
    IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
        DISPLAY "Nothing posted."
        EXIT PARAGRAPH
    END-IF

    MOVE FUNCTION INTEGER-OF-DATE(WS-POST-DATE) TO WS-POST-INT
    COMPUTE WS-WORK-INT = WS-POST-INT - WS-RULE-DAYS
    MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INT) TO WS-WINDOW-DATE
    MOVE SPACES TO WS-REFERENCE
    STRING "FC-" WS-PERIOD-IN DELIMITED BY SIZE INTO WS-REFERENCE
    MOVE 0 TO WS-CHARGED-COUNT
    MOVE 0 TO WS-CHARGED-TOTAL
    MOVE 0 TO WS-EXEMPT-SKIPPED

    OPEN I-O CUS-FILE
    OPEN INPUT INDEX-FILE-SALE
    MOVE "N" TO WS-CUST-EOF
    MOVE 0 TO CUST-ID-REC
    START CUS-FILE KEY IS NOT LESS THAN CUST-ID-REC
        INVALID KEY
            MOVE "Y" TO WS-CUST-EOF
    END-START
    PERFORM UNTIL WS-CUST-EOF = "Y"
        READ CUS-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-CUST-EOF
            NOT AT END
                IF CUST-DST-REC NOT = "Y" AND
                        CUST-AR-BALANCE-REC > 0
                    PERFORM 300-CHARGE-ONE-CUSTOMER-RTN
                END-IF
        END-READ
    END-PERFORM
    CLOSE CUS-FILE
    CLOSE INDEX-FILE-SALE

    MOVE WS-PERIOD-IN TO WS-RULE-LAST-PERIOD
    PERFORM 150-SAVE-CONTROL-RTN
    MOVE WS-CHARGED-TOTAL TO WS-MONEY-DISP
    DISPLAY WS-CHARGED-COUNT " account(s) charged, "
        WS-MONEY-DISP " in finance charges. "
        WS-EXEMPT-SKIPPED " exempt account(s) skipped.".

*>  One customer: exempt accounts are passed over, the balance is
*>  aged the way AR_AGING_REPORT ages it, and only a balance past
*>  the rule's days draws a charge.
300-CHARGE-ONE-CUSTOMER-RTN.
    MOVE "N" TO WS-EXEMPT-HIT
    PERFORM VARYING EX-IDX FROM 1 BY 1
            UNTIL EX-IDX > WS-EXEMPT-COUNT
        IF WS-EXEMPT-CUSTID(EX-IDX) = CUST-ID-REC
            MOVE "Y" TO WS-EXEMPT-HIT
        END-IF
    END-PERFORM
    IF WS-EXEMPT-HIT = "Y"
        ADD 1 TO WS-EXEMPT-SKIPPED
        EXIT PARAGRAPH
    END-IF

    MOVE CUST-ADDED-DATE-REC TO WS-BALANCE-DATE
    PERFORM 320-FIND-LATEST-SALE-RTN
    IF WS-BALANCE-DATE = 0
        MOVE WS-POST-DATE TO WS-BALANCE-DATE
    END-IF
    COMPUTE WS-AGE-DAYS =
        WS-POST-INT - FUNCTION INTEGER-OF-DATE(WS-BALANCE-DATE)
    IF WS-AGE-DAYS <= WS-RULE-DAYS
        EXIT PARAGRAPH
    END-IF

    PERFORM 340-RECENT-CHARGES-RTN
    COMPUTE WS-PAST-DUE = CUST-AR-BALANCE-REC - WS-RECENT-CHARGES
    IF WS-PAST-DUE <= 0
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-CHARGE ROUNDED = WS-PAST-DUE * WS-RULE-RATE / 100
    IF WS-CHARGE < WS-RULE-MINIMUM
        MOVE WS-RULE-MINIMUM TO WS-CHARGE
    END-IF

    ADD WS-CHARGE TO CUST-AR-BALANCE-REC
    REWRITE CUST-REC
        INVALID KEY
            DISPLAY "Customer " CUST-ID-REC
                " could not be updated - not charged."
        NOT INVALID KEY
            PERFORM 400-LEDGER-CHARGE-RTN
            ADD 1 TO WS-CHARGED-COUNT
            ADD WS-CHARGE TO WS-CHARGED-TOTAL
            MOVE WS-PAST-DUE TO WS-DUE-DISP
            MOVE WS-CHARGE TO WS-MONEY-DISP
            DISPLAY CUST-ID-REC " " CUST-LNAME-REC " PAST DUE "
                WS-DUE-DISP " CHARGED " WS-MONEY-DISP
    END-REWRITE.

*>  Bounded scan of SALE.IDX on the custID alternate key, the same
*>  one AR_AGING_REPORT makes for the customer's latest sale.
320-FIND-LATEST-SALE-RTN.
    MOVE "Y" TO WS-MORE-SALES
    MOVE CUST-ID-REC TO IDX-custID
    START INDEX-FILE-SALE KEY IS NOT LESS THAN IDX-custID
        INVALID KEY
            MOVE "N" TO WS-MORE-SALES
    END-START
    PERFORM UNTIL WS-MORE-SALES = "N"
        READ INDEX-FILE-SALE NEXT RECORD
            AT END
                MOVE "N" TO WS-MORE-SALES
            NOT AT END
                IF IDX-custID NOT = CUST-ID-REC
                    MOVE "N" TO WS-MORE-SALES
                ELSE
                    IF IDX-DST NOT = "Y" AND
                            IDX-saleDate > WS-BALANCE-DATE
                        MOVE IDX-saleDate TO WS-BALANCE-DATE
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

*>  What was charged to the account inside the rule's days - I, N,
*>  and E rows dated after the window opened - is still current and
*>  comes out of the past-due portion.
340-RECENT-CHARGES-RTN.
    MOVE 0 TO WS-RECENT-CHARGES
    MOVE "N" TO WS-EOF
    OPEN INPUT AR-LEDGER-FILE
    PERFORM UNTIL WS-EOF = "Y"
        READ AR-LEDGER-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE ARL-AR-DATE TO WS-ROW-DATE
                IF ARL-custID = CUST-ID-REC AND
                        WS-ROW-DATE > WS-WINDOW-DATE AND
                        WS-ROW-DATE <= WS-POST-DATE AND
                        (ARL-AR-INVOICE OR ARL-AR-RETURNED-CHECK OR
                         ARL-AR-NSF-FEE)
                    ADD ARL-AR-AMOUNT TO WS-RECENT-CHARGES
                END-IF
        END-READ
    END-PERFORM
    CLOSE AR-LEDGER-FILE.

400-LEDGER-CHARGE-RTN.
    OPEN EXTEND AR-LEDGER-FILE
    MOVE CUST-ID-REC          TO ARL-custID
    MOVE WS-POST-DATE         TO ARL-AR-DATE
    MOVE "I"                  TO ARL-AR-TYPE
    MOVE SPACES               TO ARL-AR-METHOD
    MOVE WS-REFERENCE         TO ARL-AR-REFERENCE
    MOVE WS-CHARGE            TO ARL-AR-AMOUNT
    MOVE SESSION-CURRENT-USER TO ARL-AR-ENTERED-BY
    MOVE "FINANCE CHARGE"     TO ARL-AR-REASON
    MOVE SPACES               TO ARL-AR-APPROVED-BY
    WRITE ARL-AR-LEDGER
    CLOSE AR-LEDGER-FILE.

500-SET-RULE-RTN.
    DISPLAY "Monthly Rate in Percent (e.g. 0150 for 1.5%): "
    ACCEPT WS-RULE-RATE
    DISPLAY "Minimum Charge: "
    ACCEPT WS-RULE-MINIMUM
    DISPLAY "Days Past Before Charging (e.g. 030): "
    ACCEPT WS-RULE-DAYS
    IF WS-RULE-DAYS = 0
        MOVE 30 TO WS-RULE-DAYS
    END-IF
    MOVE "Y" TO WS-RULE-ON-FILE
    PERFORM 150-SAVE-CONTROL-RTN
    DISPLAY "Finance charge rule saved.".

600-ADD-EXEMPT-RTN.
    DISPLAY "Customer ID to exempt: "
    ACCEPT WS-CUSTID-IN
    MOVE "Y" TO WS-FOUND
    OPEN INPUT CUS-FILE
    MOVE WS-CUSTID-IN TO CUST-ID-REC
    READ CUS-FILE
        INVALID KEY
            MOVE "N" TO WS-FOUND
    END-READ
    CLOSE CUS-FILE
    IF WS-FOUND = "N"
        DISPLAY "Customer not found."
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING EX-IDX FROM 1 BY 1
            UNTIL EX-IDX > WS-EXEMPT-COUNT
        IF WS-EXEMPT-CUSTID(EX-IDX) = WS-CUSTID-IN
            DISPLAY "That customer is already exempt."
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    IF WS-EXEMPT-COUNT >= 200
        DISPLAY "Exemption list is full."
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-EXEMPT-COUNT
    MOVE WS-CUSTID-IN TO WS-EXEMPT-CUSTID(WS-EXEMPT-COUNT)
    PERFORM 150-SAVE-CONTROL-RTN
    DISPLAY CUST-FNAME-REC " " CUST-LNAME-REC
        " is exempt from finance charges.".

650-REMOVE-EXEMPT-RTN.
    DISPLAY "Customer ID to charge again: "
    ACCEPT WS-CUSTID-IN
    MOVE "N" TO WS-FOUND
    PERFORM VARYING EX-IDX FROM 1 BY 1
            UNTIL EX-IDX > WS-EXEMPT-COUNT OR WS-FOUND = "Y"
        IF WS-EXEMPT-CUSTID(EX-IDX) = WS-CUSTID-IN
            MOVE "Y" TO WS-FOUND
        END-IF
    END-PERFORM
    IF WS-FOUND = "N"
        DISPLAY "That customer is not exempt."
        EXIT PARAGRAPH
    END-IF
    SET EX-IDX DOWN BY 1
    PERFORM UNTIL EX-IDX >= WS-EXEMPT-COUNT
        MOVE WS-EXEMPT-CUSTID(EX-IDX + 1) TO WS-EXEMPT-CUSTID(EX-IDX)
        SET EX-IDX UP BY 1
    END-PERFORM
    SUBTRACT 1 FROM WS-EXEMPT-COUNT
    PERFORM 150-SAVE-CONTROL-RTN
    DISPLAY "Exemption removed.".

700-LIST-CONTROL-RTN.
    IF WS-RULE-ON-FILE = "Y"
        MOVE WS-RULE-MINIMUM TO WS-MONEY-DISP
        DISPLAY "RATE " WS-RULE-RATE " PCT A MONTH, MINIMUM "
            WS-MONEY-DISP ", PAST " WS-RULE-DAYS " DAYS"
        DISPLAY "LAST MONTH POSTED: " WS-RULE-LAST-PERIOD
    ELSE
        DISPLAY "No finance charge rule on file."
    END-IF
    DISPLAY WS-EXEMPT-COUNT " exempt customer(s):"
    PERFORM VARYING EX-IDX FROM 1 BY 1
            UNTIL EX-IDX > WS-EXEMPT-COUNT
        DISPLAY "  " WS-EXEMPT-CUSTID(EX-IDX)
    END-PERFORM.

END PROGRAM FINANCE_CHARGE.
