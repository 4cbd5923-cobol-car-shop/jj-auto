*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Daily collections work queue for in-house loans.
*>          LOAN_DELINQ.RPT says who is behind; this is the list the
*>          collector actually works. Walks LOAN.IDX and, for every
*>          open account with an installment past due, works out
*>          the days late off the oldest unpaid installment's due
*>          date and the amount past due. Once an installment is
*>          past the grace period the late fee the contract allows
*>          is assessed - added to the balance and ledgered on
*>          LOANPAY.DAT as an L row - once per installment. An
*>          account holding a promise to pay that has not come due
*>          stays off the list; a promise that has come due is
*>          checked against the payments posted since it was made,
*>          and a broken one is counted and brings the account back
*>          flagged. The queue is written to COLLECT_QUEUE.RPT most
*>          days late first, then largest amount past due. Run from
*>          COLLECT_DESK, or each morning by BATCH_RUNNER, in which
*>          case a BATCH-TO-DATE, when set, is the as-of date.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. COLLECT_QUEUE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL LOAN-FILE
        ASSIGN TO '../../INDEXES/LOAN.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS LNX-loanID
        ALTERNATE RECORD KEY IS LNX-saleID WITH DUPLICATES
        ALTERNATE RECORD KEY IS LNX-custID WITH DUPLICATES.
    SELECT OPTIONAL LOAN-PAY-FILE ASSIGN TO '../LOANPAY.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL CUS-FILE
        ASSIGN TO '../CUSTOMER_MGMT/CUSTOMER.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS CUST-ID-REC
        ALTERNATE RECORD KEY IS CUST-LNAME-REC WITH DUPLICATES
        ALTERNATE RECORD KEY IS CUST-PHONE-REC WITH DUPLICATES
        ALTERNATE RECORD KEY IS CUST-EMAIL-REC WITH DUPLICATES.
    SELECT EXPORT-FILE ASSIGN TO 'COLLECT_QUEUE.RPT'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD LOAN-FILE
    RECORD CONTAINS 201 CHARACTERS.
    COPY LOAN_DEF REPLACING ==:TAG:== BY ==LNX==.
FD LOAN-PAY-FILE.
    COPY LOAN_PAY_DEF REPLACING ==:TAG:== BY ==LP==.
*> Mirrors the CUST-REC layout CUSTOMER_MGMT's own programs carry
*> inline, same as TICKET_CLOSE.cbl.
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
FD EXPORT-FILE.
01 EXPORT-REC                 PIC X(100).

WORKING-STORAGE SECTION.
COPY BATCH_DEF.
COPY SESSION_DEF.

*> Contract late-fee terms: nothing is charged until an installment
*> is more than the grace period late, then a percentage of the
*> scheduled payment with a floor.
01 WS-GRACE-DAYS        PIC 999        VALUE 10.
01 WS-LATE-FEE-PCT      PIC V999       VALUE .050.
01 WS-LATE-FEE-MIN      PIC 9(3)V99    VALUE 15.00.

01 WS-LN-EOF            PIC X.
01 WS-LP-EOF            PIC X.
01 WS-ASOF-DATE         PIC 9(8).
01 WS-ASOF-GROUP REDEFINES WS-ASOF-DATE.
   05 WS-ASOF-YEAR      PIC 9(4).
   05 WS-ASOF-MONTH     PIC 9(2).
   05 WS-ASOF-DAY       PIC 9(2).
01 WS-START-GROUP.
   05 WS-START-YEAR     PIC 9(4).
   05 WS-START-MONTH    PIC 9(2).
   05 WS-START-DAY      PIC 9(2).
01 WS-DUE-DATE          PIC 9(8).
01 WS-DUE-GROUP REDEFINES WS-DUE-DATE.
   05 WS-DUE-YEAR       PIC 9(4).
   05 WS-DUE-MONTH      PIC 9(2).
   05 WS-DUE-DAY        PIC 9(2).
01 WS-MONTH-COUNT       PIC 9(6).
01 WS-DAYS-LATE         PIC S9(5).
01 WS-MONTHS-ELAPSED    PIC S9(5).
01 WS-PAYMENTS-MISSED   PIC S9(5).
01 WS-PAST-DUE-AMT      PIC 9(9)V99.
01 WS-LATE-FEE          PIC 9(7)V99.
01 WS-PAID-SINCE        PIC 9(9)V99.
01 WS-LP-DATE-N         PIC 9(8).
01 WS-ON-QUEUE          PIC X.
01 WS-BROKEN-FLAG       PIC X.
01 WS-FEE-COUNT         PIC 9(5) VALUE 0.
01 WS-FEE-TOTAL         PIC 9(7)V99 VALUE 0.
01 WS-HELD-COUNT        PIC 9(5) VALUE 0.
01 WS-MONEY-DISP        PIC $,$$$,$$9.99.

*> The day's queue, held so it can come out worst first.
01 WS-QUEUE-COUNT       PIC 9(3) VALUE 0.
01 WS-QUEUE-TABLE.
   05 WS-QUEUE-ENTRY OCCURS 500 TIMES.
      10 WS-QE-KEY.
         15 WS-QE-DAYS     PIC 9(5).
         15 WS-QE-AMOUNT   PIC 9(9)V99.
      10 WS-QE-LOANID      PIC 9(5).
      10 WS-QE-CUSTID      PIC 9(5).
      10 WS-QE-BALANCE     PIC 9(9)V99.
      10 WS-QE-LAST-CALL   PIC 9(8).
      10 WS-QE-LAST-RESULT PIC XX.
      10 WS-QE-BROKEN      PIC X.
01 WS-SWAP-ENTRY        PIC X(48).
01 WS-SORT-I            PIC 9(3).
01 WS-SORT-J            PIC 9(3).

01 WS-DETAIL-LINE.
   05 WS-DL-LOANID      PIC 9(5).
   05 FILLER            PIC XX VALUE SPACES.
   05 WS-DL-NAME        PIC X(22).
   05 FILLER            PIC X VALUE SPACE.
   05 WS-DL-PHONE       PIC 9(10).
   05 FILLER            PIC XX VALUE SPACES.
   05 WS-DL-DAYS        PIC ZZZZ9.
   05 FILLER            PIC XX VALUE SPACES.
   05 WS-DL-PAST-DUE    PIC $,$$$,$$9.99.
   05 FILLER            PIC XX VALUE SPACES.
   05 WS-DL-LAST-CALL   PIC 9(8).
   05 FILLER            PIC X VALUE SPACE.
   05 WS-DL-LAST-RESULT PIC XX.
   05 FILLER            PIC XX VALUE SPACES.
   05 WS-DL-BROKEN      PIC X(10).

LINKAGE SECTION.
01 PARAMETRES.
   02 PA-RETURN-CODE PIC 99 VALUE 0.
   02 PA-OPTION-CODE PIC 99 VALUE 0.
   02 PA-EXPORT-FLAG PIC X VALUE "N".

PROCEDURE DIVISION USING PARAMETRES.
MAIN-PROCEDURE.
   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ASOF-DATE
   IF BATCH-MODE-FLAG = "Y" AND BATCH-TO-DATE IS NUMERIC
         AND BATCH-TO-DATE > 0
      MOVE BATCH-TO-DATE TO WS-ASOF-DATE
   END-IF
   MOVE 0 TO WS-QUEUE-COUNT
   MOVE 0 TO WS-FEE-COUNT
   MOVE 0 TO WS-FEE-TOTAL
   MOVE 0 TO WS-HELD-COUNT
   MOVE 'N' TO WS-LN-EOF

   OPEN I-O LOAN-FILE
   MOVE 0 TO LNX-loanID
   START LOAN-FILE KEY IS NOT LESS THAN LNX-loanID
       INVALID KEY
           MOVE 'Y' TO WS-LN-EOF
   END-START
   PERFORM UNTIL WS-LN-EOF = 'Y'
       READ LOAN-FILE NEXT RECORD
           AT END
               MOVE 'Y' TO WS-LN-EOF
           NOT AT END
               IF LNX-LOAN-OPEN
                   PERFORM 200-WORK-ONE-LOAN
               END-IF
       END-READ
   END-PERFORM
   CLOSE LOAN-FILE

   PERFORM 400-SORT-QUEUE
   PERFORM 500-WRITE-QUEUE

   MOVE WS-FEE-TOTAL TO WS-MONEY-DISP
   DISPLAY WS-QUEUE-COUNT " account(s) on the queue, "
       WS-HELD-COUNT " held on a promise - COLLECT_QUEUE.RPT"
   DISPLAY "LATE FEES ASSESSED: " WS-FEE-COUNT " - " WS-MONEY-DISP

   MOVE 0 TO PA-RETURN-CODE
   GOBACK.

*> Oldest unpaid installment falls due the month after the last one
*> paid; nothing past the as-of date is late. The day of the month
*> is held to the 28th so every month has it.
200-WORK-ONE-LOAN.
   IF LNX-paymentsMade >= LNX-financeTerm
      EXIT PARAGRAPH
   END-IF
   MOVE LNX-startDate TO WS-START-GROUP
   COMPUTE WS-MONTH-COUNT = WS-START-YEAR * 12 + WS-START-MONTH - 1
       + LNX-paymentsMade + 1
   DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-DUE-YEAR
       REMAINDER WS-DUE-MONTH
   ADD 1 TO WS-DUE-MONTH
   MOVE WS-START-DAY TO WS-DUE-DAY
   IF WS-DUE-DAY > 28
      MOVE 28 TO WS-DUE-DAY
   END-IF
   IF WS-DUE-DATE NOT < WS-ASOF-DATE
      EXIT PARAGRAPH
   END-IF
   COMPUTE WS-DAYS-LATE =
       FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE)
       - FUNCTION INTEGER-OF-DATE(WS-DUE-DATE)

   IF WS-DAYS-LATE > WS-GRACE-DAYS AND
         LNX-lateFeeThru < WS-DUE-DATE
      PERFORM 250-ASSESS-LATE-FEE
   END-IF

   COMPUTE WS-MONTHS-ELAPSED =
       (WS-ASOF-YEAR * 12 + WS-ASOF-MONTH)
       - (WS-START-YEAR * 12 + WS-START-MONTH)
   IF WS-MONTHS-ELAPSED > LNX-financeTerm
      MOVE LNX-financeTerm TO WS-MONTHS-ELAPSED
   END-IF
   COMPUTE WS-PAYMENTS-MISSED = WS-MONTHS-ELAPSED - LNX-paymentsMade
   IF WS-PAYMENTS-MISSED < 1
      MOVE 1 TO WS-PAYMENTS-MISSED
   END-IF
   COMPUTE WS-PAST-DUE-AMT = WS-PAYMENTS-MISSED * LNX-monthlyPayment
   IF WS-PAST-DUE-AMT > LNX-balance
      MOVE LNX-balance TO WS-PAST-DUE-AMT
   END-IF

   MOVE "Y" TO WS-ON-QUEUE
   MOVE "N" TO WS-BROKEN-FLAG
   IF LNX-promiseDate > 0
      PERFORM 300-CHECK-PROMISE
   END-IF
   IF WS-ON-QUEUE = "Y"
      PERFORM 350-ADD-TO-QUEUE
   ELSE
      ADD 1 TO WS-HELD-COUNT
   END-IF.
EXIT PARAGRAPH.

*> One fee per installment: lateFeeThru moves up to the due date
*> charged, so tomorrow's run leaves it alone.
250-ASSESS-LATE-FEE.
   COMPUTE WS-LATE-FEE ROUNDED = LNX-monthlyPayment * WS-LATE-FEE-PCT
   IF WS-LATE-FEE < WS-LATE-FEE-MIN
      MOVE WS-LATE-FEE-MIN TO WS-LATE-FEE
   END-IF
   ADD WS-LATE-FEE TO LNX-balance
   MOVE WS-DUE-DATE TO LNX-lateFeeThru
   REWRITE LNX-LOAN
      INVALID KEY
         CONTINUE
      NOT INVALID KEY
         ADD 1 TO WS-FEE-COUNT
         ADD WS-LATE-FEE TO WS-FEE-TOTAL
         MOVE LNX-loanID       TO LP-loanID
         MOVE WS-ASOF-DATE     TO LP-LP-DATE
         MOVE WS-LATE-FEE      TO LP-LP-AMOUNT
         MOVE 0                TO LP-LP-INTEREST
         MOVE 0                TO LP-LP-PRINCIPAL
         MOVE LNX-balance      TO LP-LP-BALANCE
         MOVE SPACES           TO LP-LP-REFERENCE
         STRING "LATE " WS-DUE-DATE DELIMITED BY SIZE
             INTO LP-LP-REFERENCE
         MOVE SESSION-CURRENT-USER TO LP-LP-ENTERED-BY
         MOVE "L"              TO LP-LP-TYPE
         OPEN EXTEND LOAN-PAY-FILE
         WRITE LP-LOAN-PAY
         CLOSE LOAN-PAY-FILE
   END-REWRITE.
EXIT PARAGRAPH.

*> A promise not yet due holds the account off the list. Once it
*> is due, the payments posted since the day it was made either
*> cover it (kept - cleared, and the account is worked normally if
*> it is still behind) or they don't (broken - counted, cleared,
*> and the account comes back flagged).
300-CHECK-PROMISE.
   IF LNX-promiseDate NOT < WS-ASOF-DATE
      MOVE "N" TO WS-ON-QUEUE
      EXIT PARAGRAPH
   END-IF
   MOVE 0 TO WS-PAID-SINCE
   MOVE 'N' TO WS-LP-EOF
   OPEN INPUT LOAN-PAY-FILE
   PERFORM UNTIL WS-LP-EOF = 'Y'
      READ LOAN-PAY-FILE
         AT END
            MOVE 'Y' TO WS-LP-EOF
         NOT AT END
            MOVE LP-LP-DATE TO WS-LP-DATE-N
            IF LP-loanID = LNX-loanID AND LP-LP-PAYMENT
                  AND WS-LP-DATE-N NOT < LNX-promiseMade
               ADD LP-LP-AMOUNT TO WS-PAID-SINCE
            END-IF
      END-READ
   END-PERFORM
   CLOSE LOAN-PAY-FILE
   IF WS-PAID-SINCE < LNX-promiseAmt
      MOVE "Y" TO WS-BROKEN-FLAG
      IF LNX-brokenPromises < 99
         ADD 1 TO LNX-brokenPromises
      END-IF
   END-IF
   MOVE 0 TO LNX-promiseDate
   MOVE 0 TO LNX-promiseAmt
   MOVE 0 TO LNX-promiseMade
   REWRITE LNX-LOAN
      INVALID KEY
         CONTINUE
   END-REWRITE.
EXIT PARAGRAPH.

350-ADD-TO-QUEUE.
   IF WS-QUEUE-COUNT >= 500
      EXIT PARAGRAPH
   END-IF
   ADD 1 TO WS-QUEUE-COUNT
   MOVE WS-DAYS-LATE TO WS-QE-DAYS(WS-QUEUE-COUNT)
   MOVE WS-PAST-DUE-AMT TO WS-QE-AMOUNT(WS-QUEUE-COUNT)
   MOVE LNX-loanID TO WS-QE-LOANID(WS-QUEUE-COUNT)
   MOVE LNX-custID TO WS-QE-CUSTID(WS-QUEUE-COUNT)
   MOVE LNX-balance TO WS-QE-BALANCE(WS-QUEUE-COUNT)
   MOVE LNX-lastCallDate TO WS-QE-LAST-CALL(WS-QUEUE-COUNT)
   MOVE LNX-lastCallResult TO WS-QE-LAST-RESULT(WS-QUEUE-COUNT)
   MOVE WS-BROKEN-FLAG TO WS-QE-BROKEN(WS-QUEUE-COUNT).
EXIT PARAGRAPH.

*> Straight exchange sort, worst first - days late, then amount,
*> both held unsigned in the key so it compares as it reads.
400-SORT-QUEUE.
   PERFORM VARYING WS-SORT-I FROM 1 BY 1
           UNTIL WS-SORT-I >= WS-QUEUE-COUNT
      PERFORM VARYING WS-SORT-J FROM 1 BY 1
              UNTIL WS-SORT-J >= WS-QUEUE-COUNT
         IF WS-QE-KEY(WS-SORT-J) < WS-QE-KEY(WS-SORT-J + 1)
            MOVE WS-QUEUE-ENTRY(WS-SORT-J) TO WS-SWAP-ENTRY
            MOVE WS-QUEUE-ENTRY(WS-SORT-J + 1)
                TO WS-QUEUE-ENTRY(WS-SORT-J)
            MOVE WS-SWAP-ENTRY TO WS-QUEUE-ENTRY(WS-SORT-J + 1)
         END-IF
      END-PERFORM
   END-PERFORM.
EXIT PARAGRAPH.

500-WRITE-QUEUE.
   OPEN OUTPUT EXPORT-FILE
   MOVE SPACES TO EXPORT-REC
   STRING "COLLECTIONS QUEUE AS OF " WS-ASOF-DATE
       DELIMITED BY SIZE INTO EXPORT-REC
   WRITE EXPORT-REC
   DISPLAY EXPORT-REC
   MOVE SPACES TO EXPORT-REC
   STRING "LOAN   CUSTOMER               PHONE        DAYS"
          "      PAST DUE  LAST CALL RES"
       DELIMITED BY SIZE INTO EXPORT-REC
   WRITE EXPORT-REC
   DISPLAY EXPORT-REC
   OPEN INPUT CUS-FILE
   PERFORM VARYING WS-SORT-I FROM 1 BY 1
           UNTIL WS-SORT-I > WS-QUEUE-COUNT
      MOVE WS-QE-LOANID(WS-SORT-I) TO WS-DL-LOANID
      MOVE SPACES TO WS-DL-NAME
      MOVE 0 TO WS-DL-PHONE
      MOVE WS-QE-CUSTID(WS-SORT-I) TO CUST-ID-REC
      READ CUS-FILE
         INVALID KEY
            STRING "CUSTOMER " WS-QE-CUSTID(WS-SORT-I)
                DELIMITED BY SIZE INTO WS-DL-NAME
         NOT INVALID KEY
            STRING CUST-FNAME-REC DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   CUST-LNAME-REC DELIMITED BY SPACE
                INTO WS-DL-NAME
            MOVE CUST-PHONE-REC TO WS-DL-PHONE
      END-READ
      MOVE WS-QE-DAYS(WS-SORT-I) TO WS-DL-DAYS
      MOVE WS-QE-AMOUNT(WS-SORT-I) TO WS-DL-PAST-DUE
      MOVE WS-QE-LAST-CALL(WS-SORT-I) TO WS-DL-LAST-CALL
      MOVE WS-QE-LAST-RESULT(WS-SORT-I) TO WS-DL-LAST-RESULT
      IF WS-QE-BROKEN(WS-SORT-I) = "Y"
         MOVE "BROKEN PTP" TO WS-DL-BROKEN
      ELSE
         MOVE SPACES TO WS-DL-BROKEN
      END-IF
      MOVE WS-DETAIL-LINE TO EXPORT-REC
      WRITE EXPORT-REC
      DISPLAY WS-DETAIL-LINE
   END-PERFORM
   CLOSE CUS-FILE
   CLOSE EXPORT-FILE.
EXIT PARAGRAPH.

END PROGRAM COLLECT_QUEUE.
