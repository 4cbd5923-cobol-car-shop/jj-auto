*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: IRS Form 8300 cash monitoring. A customer who pays us
*>          more than $10,000 in cash, in one deal or across related
*>          transactions, has to be reported within 15 days, and
*>          until now that rested on the sales manager remembering.
*>          This totals each customer's cash off CASHEVENT.DAT over
*>          the rolling 12 months to today - deal down payments
*>          (DWN, back to the customer through SALE.IDX), vehicle
*>          deposits (DEP, through DEPOSIT.IDX), AR receipts (ARC),
*>          and in-house loan payments (LNP, through LOAN.IDX).
*>          Only money taken in counts - a refunded deposit does not
*>          take the cash back off the total. The transaction that
*>          carries a customer past the threshold fixes the date the
*>          15 days run from; the scan lists everyone over it with
*>          the due date and whether it has passed. The worksheet
*>          (CASH_8300.RPT) carries the customer's identity off
*>          CUSTOMER.IDX, blanks for what the form needs that we do
*>          not keep on file, and the transaction list. Recording a
*>          filing writes an F8300LOG.DAT row; the cash it covered
*>          is then spent, and the customer's total starts again
*>          from the next cash taken. Launched from JJUI off a
*>          PERMISSIONS.DAT row.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. CASH_8300.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL CASH-EVENT-FILE ASSIGN TO '../CASHEVENT.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL F8300-LOG-FILE ASSIGN TO '../F8300LOG.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
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
    SELECT OPTIONAL DEPOSIT-FILE
        ASSIGN TO '../../INDEXES/DEPOSIT.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS DPX-depositID
        ALTERNATE RECORD KEY IS DPX-carVIN WITH DUPLICATES
        ALTERNATE RECORD KEY IS DPX-custID WITH DUPLICATES.
    SELECT OPTIONAL LOAN-FILE
        ASSIGN TO '../../INDEXES/LOAN.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS LNX-loanID
        ALTERNATE RECORD KEY IS LNX-saleID WITH DUPLICATES
        ALTERNATE RECORD KEY IS LNX-custID WITH DUPLICATES.
    SELECT EXPORT-FILE ASSIGN TO 'CASH_8300.RPT'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CASH-EVENT-FILE.
    COPY CASH_EVENT_DEF REPLACING ==:TAG:== BY ==CE==.
FD F8300-LOG-FILE.
    COPY CASH_8300_DEF REPLACING ==:TAG:== BY ==F8==.
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
FD DEPOSIT-FILE
    RECORD CONTAINS 43 CHARACTERS.
    COPY DEPOSIT_DEF REPLACING ==:TAG:== BY ==DPX==.
FD LOAN-FILE
    RECORD CONTAINS 201 CHARACTERS.
    COPY LOAN_DEF REPLACING ==:TAG:== BY ==LNX==.
FD EXPORT-FILE.
01 EXPORT-REC                 PIC X(80).

WORKING-STORAGE SECTION.
COPY SESSION_DEF.
01  MENU-OPTION             PIC 9.
01  WS-MENU-DONE            PIC X VALUE "N".
01  WS-EOF                  PIC X.
01  WS-ANSWER               PIC X.
01  WS-CUST-IN              PIC 9(5).
01  WS-TODAY-DATE           PIC 9(8).
01  WS-WINDOW-START         PIC 9(8).
01  WS-ROW-DATE             PIC 9(8).
01  WS-ROW-CUST             PIC 9(5).
01  WS-DOC-KEY              PIC 9(5).
01  WS-DUE-DATE             PIC 9(8).
01  WS-DAYS-LEFT            PIC S9(5).
01  WS-DAYS-DISP            PIC -(4)9.
01  WS-FILED-DATE           PIC 9(8).
01  WS-CONFIRM-IN           PIC X(20).
01  WS-FLAG-COUNT           PIC 9(5).
01  WS-MONEY-DISP           PIC $,$$$,$$9.99.
01  WS-SOURCE-DESC          PIC X(16).

*> The reporting threshold - cash MORE than this is reportable - and
*> the days allowed to file once it is crossed.
01  WS-THRESHOLD            PIC 9(7)V99 VALUE 10000.00.
01  WS-FILE-DAYS            PIC 9(3) VALUE 15.

*> When a worksheet is being printed, the customer it is for - the
*> totals pass writes that customer's transactions as it finds
*> them. Zero on a plain scan.
01  WS-WORKSHEET-CUST       PIC 9(5) VALUE 0.

*> One entry per customer with reportable-kind cash in the window,
*> or a filing on the log.
01  WS-C8-COUNT             PIC 9(3).
01  WS-C8-TABLE.
    05  WS-C8-ENTRY OCCURS 500 TIMES INDEXED BY C8-IDX.
        10  WS-C8-CUST      PIC 9(5).
        10  WS-C8-TOTAL     PIC 9(9)V99.
        10  WS-C8-TXNS      PIC 9(3).
        10  WS-C8-FIRST     PIC 9(8).
        10  WS-C8-LAST      PIC 9(8).
        10  WS-C8-CROSS     PIC 9(8).
        10  WS-C8-FILED-THRU PIC 9(8).
01  WS-C8-FOUND             PIC X.

01  WS-DETAIL-LINE.
    05  WS-DL-DATE        PIC 9(8).
    05  FILLER            PIC XX VALUE SPACES.
    05  WS-DL-SOURCE      PIC X(16).
    05  FILLER            PIC XX VALUE SPACES.
    05  WS-DL-DOC         PIC X(10).
    05  FILLER            PIC XX VALUE SPACES.
    05  WS-DL-AMOUNT      PIC $$$,$$9.99.
    05  FILLER            PIC XX VALUE SPACES.
    05  WS-DL-RUNNING     PIC $$,$$$,$$9.99.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM UNTIL WS-MENU-DONE = "Y"
        DISPLAY "--- Form 8300 Cash Monitor ---"
        DISPLAY "1. Scan for Reportable Cash"
        DISPLAY "2. Print 8300 Worksheet"
        DISPLAY "3. Record a Filing"
        DISPLAY "4. List Filing Log"
        DISPLAY "5. Exit"
        ACCEPT MENU-OPTION
        EVALUATE MENU-OPTION
            WHEN 1
                PERFORM 400-SCAN-RTN
            WHEN 2
                PERFORM 500-WORKSHEET-RTN
            WHEN 3
                PERFORM 600-RECORD-FILING-RTN
            WHEN 4
                PERFORM 700-LIST-LOG-RTN
            WHEN 5
                MOVE "Y" TO WS-MENU-DONE
            WHEN OTHER
                DISPLAY "Invalid Option, Please enter 1-5."
        END-EVALUATE
    END-PERFORM
    STOP RUN.

*>  Every customer's cash over the 12 months to today: the filing
*>  log first, so cash already reported is left out, then one pass
*>  over the cash journal.
200-BUILD-TOTALS-RTN.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
    COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - 365)
    MOVE 0 TO WS-C8-COUNT

    MOVE "N" TO WS-EOF
    OPEN INPUT F8300-LOG-FILE
    PERFORM UNTIL WS-EOF = "Y"
        READ F8300-LOG-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE F8-custID TO WS-ROW-CUST
                PERFORM 250-FIND-ENTRY-RTN
                IF WS-C8-FOUND = "Y" AND
                        F8-F8-THRU-DATE > WS-C8-FILED-THRU(C8-IDX)
                    MOVE F8-F8-THRU-DATE
                        TO WS-C8-FILED-THRU(C8-IDX)
                END-IF
        END-READ
    END-PERFORM
    CLOSE F8300-LOG-FILE

    OPEN INPUT INDEX-FILE-SALE
    OPEN INPUT DEPOSIT-FILE
    OPEN INPUT LOAN-FILE
    MOVE "N" TO WS-EOF
    OPEN INPUT CASH-EVENT-FILE
    PERFORM UNTIL WS-EOF = "Y"
        READ CASH-EVENT-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE CE-EV-DATE TO WS-ROW-DATE
                IF WS-ROW-DATE >= WS-WINDOW-START AND
                        WS-ROW-DATE <= WS-TODAY-DATE AND
                        CE-EV-AMOUNT > 0
                    PERFORM 300-RESOLVE-CUSTOMER-RTN
                    IF WS-ROW-CUST > 0
                        PERFORM 350-ADD-CASH-RTN
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE CASH-EVENT-FILE
    CLOSE LOAN-FILE
    CLOSE DEPOSIT-FILE
    CLOSE INDEX-FILE-SALE.

*>  Finds WS-ROW-CUST in the table, adding it when it is not there
*>  yet. WS-C8-FOUND is N only when the table is full.
250-FIND-ENTRY-RTN.
    MOVE "N" TO WS-C8-FOUND
    SET C8-IDX TO 1
    SEARCH WS-C8-ENTRY
        AT END
            CONTINUE
        WHEN C8-IDX > WS-C8-COUNT
            CONTINUE
        WHEN WS-C8-CUST(C8-IDX) = WS-ROW-CUST
            MOVE "Y" TO WS-C8-FOUND
    END-SEARCH
    IF WS-C8-FOUND = "N" AND WS-C8-COUNT < 500
        ADD 1 TO WS-C8-COUNT
        SET C8-IDX TO WS-C8-COUNT
        MOVE WS-ROW-CUST TO WS-C8-CUST(C8-IDX)
        MOVE 0 TO WS-C8-TOTAL(C8-IDX)
        MOVE 0 TO WS-C8-TXNS(C8-IDX)
        MOVE 0 TO WS-C8-FIRST(C8-IDX)
        MOVE 0 TO WS-C8-LAST(C8-IDX)
        MOVE 0 TO WS-C8-CROSS(C8-IDX)
        MOVE 0 TO WS-C8-FILED-THRU(C8-IDX)
        MOVE "Y" TO WS-C8-FOUND
    END-IF.

*>  Who paid the cash on this journal row. Each source's document
*>  carries the key it was taken against in positions 4-8: the
*>  sale (SAL), the deposit (DP), the customer (CU), or the loan
*>  (LN). Counter sales, core refunds and special-order deposits
*>  carry no customer and are not counted. WS-ROW-CUST is zero
*>  when the row does not resolve.
300-RESOLVE-CUSTOMER-RTN.
    MOVE 0 TO WS-ROW-CUST
    IF CE-EV-DOC(4:5) IS NOT NUMERIC
        EXIT PARAGRAPH
    END-IF
    MOVE CE-EV-DOC(4:5) TO WS-DOC-KEY
    EVALUATE TRUE
        WHEN CE-EV-DOWN-PAYMENT
            MOVE WS-DOC-KEY TO IDX-saleID
            READ INDEX-FILE-SALE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE IDX-custID TO WS-ROW-CUST
            END-READ
            MOVE "DOWN PAYMENT" TO WS-SOURCE-DESC
        WHEN CE-EV-DEPOSIT
            MOVE WS-DOC-KEY TO DPX-depositID
            READ DEPOSIT-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE DPX-custID TO WS-ROW-CUST
            END-READ
            MOVE "VEHICLE DEPOSIT" TO WS-SOURCE-DESC
        WHEN CE-EV-AR-RECEIPT
            MOVE WS-DOC-KEY TO WS-ROW-CUST
            MOVE "AR RECEIPT" TO WS-SOURCE-DESC
        WHEN CE-EV-LOAN-PAYMENT
            MOVE WS-DOC-KEY TO LNX-loanID
            READ LOAN-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE LNX-custID TO WS-ROW-CUST
            END-READ
            MOVE "LOAN PAYMENT" TO WS-SOURCE-DESC
    END-EVALUATE.

*>  Cash dated on or before the customer's last filing was on that
*>  form. The row that carries the total past the threshold sets
*>  the date the 15 days run from.
350-ADD-CASH-RTN.
    PERFORM 250-FIND-ENTRY-RTN
    IF WS-C8-FOUND NOT = "Y"
        EXIT PARAGRAPH
    END-IF
    IF WS-ROW-DATE <= WS-C8-FILED-THRU(C8-IDX)
        EXIT PARAGRAPH
    END-IF
    ADD CE-EV-AMOUNT TO WS-C8-TOTAL(C8-IDX)
    ADD 1 TO WS-C8-TXNS(C8-IDX)
    IF WS-C8-FIRST(C8-IDX) = 0
        MOVE WS-ROW-DATE TO WS-C8-FIRST(C8-IDX)
    END-IF
    MOVE WS-ROW-DATE TO WS-C8-LAST(C8-IDX)
    IF WS-C8-CROSS(C8-IDX) = 0 AND
            WS-C8-TOTAL(C8-IDX) > WS-THRESHOLD
        MOVE WS-ROW-DATE TO WS-C8-CROSS(C8-IDX)
    END-IF
    IF WS-WORKSHEET-CUST > 0 AND WS-ROW-CUST = WS-WORKSHEET-CUST
        MOVE WS-ROW-DATE TO WS-DL-DATE
        MOVE WS-SOURCE-DESC TO WS-DL-SOURCE
        MOVE CE-EV-DOC TO WS-DL-DOC
        MOVE CE-EV-AMOUNT TO WS-DL-AMOUNT
        MOVE WS-C8-TOTAL(C8-IDX) TO WS-DL-RUNNING
        MOVE WS-DETAIL-LINE TO EXPORT-REC
        WRITE EXPORT-REC
    END-IF.

*>  The due date and the days left on it for the entry at C8-IDX.
380-DUE-DATE-RTN.
    COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(WS-C8-CROSS(C8-IDX))
        + WS-FILE-DAYS)
    COMPUTE WS-DAYS-LEFT = FUNCTION INTEGER-OF-DATE(WS-DUE-DATE)
        - FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).

*>  Everyone whose unreported cash is over the threshold.
400-SCAN-RTN.
    MOVE 0 TO WS-WORKSHEET-CUST
    PERFORM 200-BUILD-TOTALS-RTN
    MOVE 0 TO WS-FLAG-COUNT
    DISPLAY "CUST   NAME                            CASH        "
        "CROSSED   DUE       STATUS"
    OPEN INPUT CUS-FILE
    PERFORM VARYING C8-IDX FROM 1 BY 1 UNTIL C8-IDX > WS-C8-COUNT
        IF WS-C8-CROSS(C8-IDX) > 0
            ADD 1 TO WS-FLAG-COUNT
            PERFORM 380-DUE-DATE-RTN
            MOVE WS-C8-CUST(C8-IDX) TO CUST-ID-REC
            READ CUS-FILE
                INVALID KEY
                    MOVE SPACES TO CUST-FNAME-REC
                    MOVE "NOT ON FILE" TO CUST-LNAME-REC
            END-READ
            MOVE WS-C8-TOTAL(C8-IDX) TO WS-MONEY-DISP
            MOVE WS-DAYS-LEFT TO WS-DAYS-DISP
            IF WS-DAYS-LEFT < 0
                DISPLAY WS-C8-CUST(C8-IDX) "  " CUST-FNAME-REC " "
                    CUST-LNAME-REC " " WS-MONEY-DISP " "
                    WS-C8-CROSS(C8-IDX) " " WS-DUE-DATE
                    " OVERDUE"
            ELSE
                DISPLAY WS-C8-CUST(C8-IDX) "  " CUST-FNAME-REC " "
                    CUST-LNAME-REC " " WS-MONEY-DISP " "
                    WS-C8-CROSS(C8-IDX) " " WS-DUE-DATE
                    " DUE IN" WS-DAYS-DISP " DAYS"
            END-IF
        END-IF
    END-PERFORM
    CLOSE CUS-FILE
    IF WS-FLAG-COUNT = 0
        DISPLAY "No customer's unreported cash is over the"
            " threshold."
    ELSE
        DISPLAY WS-FLAG-COUNT " customer(s) to report on Form 8300."
    END-IF.

*>  The worksheet for one customer: who they are, then each cash
*>  transaction the form would cover, written as the totals pass
*>  finds it, then the totals and the dates.
500-WORKSHEET-RTN.
    DISPLAY "Enter Customer ID: "
    ACCEPT WS-CUST-IN
    OPEN INPUT CUS-FILE
    MOVE WS-CUST-IN TO CUST-ID-REC
    READ CUS-FILE
        INVALID KEY
            DISPLAY "No customer found for that ID."
            CLOSE CUS-FILE
            EXIT PARAGRAPH
    END-READ
    CLOSE CUS-FILE

    OPEN OUTPUT EXPORT-FILE
    MOVE "J&J AUTO - FORM 8300 WORKSHEET" TO EXPORT-REC
    WRITE EXPORT-REC
    MOVE "CASH PAYMENTS OVER $10,000 RECEIVED IN A TRADE OR BUSINESS"
        TO EXPORT-REC
    WRITE EXPORT-REC
    MOVE SPACES TO EXPORT-REC
    WRITE EXPORT-REC
    MOVE "PART I - PERSON FROM WHOM THE CASH WAS RECEIVED"
        TO EXPORT-REC
    WRITE EXPORT-REC
    MOVE SPACES TO EXPORT-REC
    STRING "CUSTOMER ID:   " CUST-ID-REC
        DELIMITED BY SIZE INTO EXPORT-REC
    WRITE EXPORT-REC
    MOVE SPACES TO EXPORT-REC
    STRING "LAST NAME:     " CUST-LNAME-REC
           "  FIRST: " CUST-FNAME-REC
           "  MI: " CUST-INIT-REC
        DELIMITED BY SIZE INTO EXPORT-REC
    WRITE EXPORT-REC
    MOVE SPACES TO EXPORT-REC
    STRING "ADDRESS:       " CUST-ADDRS-REC
        DELIMITED BY SIZE INTO EXPORT-REC
    WRITE EXPORT-REC
    MOVE SPACES TO EXPORT-REC
    STRING "CITY/ST/ZIP:   " CUST-CITY-REC " " CUST-STATE-REC
           " " CUST-ZIP-REC
        DELIMITED BY SIZE INTO EXPORT-REC
    WRITE EXPORT-REC
    MOVE SPACES TO EXPORT-REC
    STRING "PHONE:         " CUST-PHONE-REC
        DELIMITED BY SIZE INTO EXPORT-REC
    WRITE EXPORT-REC
    MOVE SPACES TO EXPORT-REC
    STRING "E-MAIL:        " CUST-EMAIL-REC
        DELIMITED BY SIZE INTO EXPORT-REC
    WRITE EXPORT-REC
    MOVE "TAXPAYER ID (SSN/ITIN): ____________________" TO EXPORT-REC
    WRITE EXPORT-REC
    MOVE "DATE OF BIRTH:          ____________________" TO EXPORT-REC
    WRITE EXPORT-REC
    MOVE "OCCUPATION:             ____________________" TO EXPORT-REC
    WRITE EXPORT-REC
    MOVE "ID DOCUMENT/NUMBER:     ____________________" TO EXPORT-REC
    WRITE EXPORT-REC
    MOVE SPACES TO EXPORT-REC
    WRITE EXPORT-REC
    MOVE "PART II - CASH RECEIVED (UNREPORTED, LAST 12 MONTHS)"
        TO EXPORT-REC
    WRITE EXPORT-REC
    MOVE "DATE      SOURCE            DOCUMENT    AMOUNT      RUNNING"
        TO EXPORT-REC
    WRITE EXPORT-REC

    MOVE WS-CUST-IN TO WS-WORKSHEET-CUST
    PERFORM 200-BUILD-TOTALS-RTN
    MOVE 0 TO WS-WORKSHEET-CUST

    MOVE WS-CUST-IN TO WS-ROW-CUST
    PERFORM 250-FIND-ENTRY-RTN
    MOVE SPACES TO EXPORT-REC
    WRITE EXPORT-REC
    MOVE WS-C8-TOTAL(C8-IDX) TO WS-MONEY-DISP
    MOVE SPACES TO EXPORT-REC
    STRING "TOTAL CASH: " WS-MONEY-DISP
           "   TRANSACTIONS: " WS-C8-TXNS(C8-IDX)
        DELIMITED BY SIZE INTO EXPORT-REC
    WRITE EXPORT-REC
    IF WS-C8-CROSS(C8-IDX) > 0
        PERFORM 380-DUE-DATE-RTN
        MOVE SPACES TO EXPORT-REC
        STRING "THRESHOLD CROSSED: " WS-C8-CROSS(C8-IDX)
               "   FORM 8300 DUE BY: " WS-DUE-DATE
            DELIMITED BY SIZE INTO EXPORT-REC
        WRITE EXPORT-REC
    ELSE
        MOVE "THRESHOLD NOT CROSSED - NO FORM 8300 DUE YET."
            TO EXPORT-REC
        WRITE EXPORT-REC
    END-IF
    CLOSE EXPORT-FILE
    DISPLAY "Worksheet written to CASH_8300.RPT".

*>  The form has gone in - the log row closes out the cash it
*>  covered.
600-RECORD-FILING-RTN.
    DISPLAY "Enter Customer ID: "
    ACCEPT WS-CUST-IN
    MOVE 0 TO WS-WORKSHEET-CUST
    PERFORM 200-BUILD-TOTALS-RTN
    MOVE WS-CUST-IN TO WS-ROW-CUST
    PERFORM 250-FIND-ENTRY-RTN
    IF WS-C8-FOUND NOT = "Y" OR WS-C8-CROSS(C8-IDX) = 0
        DISPLAY "This customer has no unreported cash over the"
            " threshold."
        EXIT PARAGRAPH
    END-IF
    PERFORM 380-DUE-DATE-RTN
    MOVE WS-C8-TOTAL(C8-IDX) TO WS-MONEY-DISP
    DISPLAY "CASH " WS-MONEY-DISP " IN " WS-C8-TXNS(C8-IDX)
        " TRANSACTION(S), " WS-C8-FIRST(C8-IDX) " THRU "
        WS-C8-LAST(C8-IDX) " - DUE " WS-DUE-DATE
    DISPLAY "Date Filed (YYYYMMDD, 0 = today): "
    ACCEPT WS-FILED-DATE
    IF WS-FILED-DATE = 0
        MOVE WS-TODAY-DATE TO WS-FILED-DATE
    END-IF
    DISPLAY "Filing Confirmation Number: "
    ACCEPT WS-CONFIRM-IN
    DISPLAY "Record this filing? (Y/N): "
    ACCEPT WS-ANSWER
    IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
        DISPLAY "Nothing recorded."
        EXIT PARAGRAPH
    END-IF
    MOVE WS-CUST-IN              TO F8-custID
    MOVE WS-C8-CROSS(C8-IDX)     TO F8-F8-CROSS-DATE
    MOVE WS-DUE-DATE             TO F8-F8-DUE-DATE
    MOVE WS-C8-FIRST(C8-IDX)     TO F8-F8-FIRST-DATE
    MOVE WS-C8-LAST(C8-IDX)      TO F8-F8-THRU-DATE
    MOVE WS-C8-TXNS(C8-IDX)      TO F8-F8-TXN-COUNT
    MOVE WS-C8-TOTAL(C8-IDX)     TO F8-F8-AMOUNT
    MOVE WS-FILED-DATE           TO F8-F8-FILED-DATE
    MOVE SESSION-CURRENT-USER    TO F8-F8-FILED-BY
    MOVE WS-CONFIRM-IN           TO F8-F8-CONFIRM
    OPEN EXTEND F8300-LOG-FILE
    WRITE F8-F8300-LOG
    CLOSE F8300-LOG-FILE
    IF WS-FILED-DATE > WS-DUE-DATE
        DISPLAY "Filing recorded - note it went in after the due"
            " date."
    ELSE
        DISPLAY "Filing recorded."
    END-IF.

700-LIST-LOG-RTN.
    DISPLAY "CUST   CROSSED   DUE       FILED     AMOUNT        "
        "TXNS FILED BY"
    MOVE "N" TO WS-EOF
    OPEN INPUT F8300-LOG-FILE
    PERFORM UNTIL WS-EOF = "Y"
        READ F8300-LOG-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE F8-F8-AMOUNT TO WS-MONEY-DISP
                DISPLAY F8-custID "  " F8-F8-CROSS-DATE " "
                    F8-F8-DUE-DATE " " F8-F8-FILED-DATE " "
                    WS-MONEY-DISP " " F8-F8-TXN-COUNT "  "
                    F8-F8-FILED-BY
        END-READ
    END-PERFORM
    CLOSE F8300-LOG-FILE.

END PROGRAM CASH_8300.
