*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Monthly loyalty points liability for the accountant.
*>          Every customer holding points at the end of the keyed
*>          month, off LOYALTY.DAT - earned less redeemed, taken
*>          back and expired, counting only rows dated on or
*>          before month end - with the points valued at the
*>          program rule in force that day (the last CONTROL row
*>          by then, or the shop default). The total is the
*>          outstanding liability to book; the month's activity
*>          (points earned, redeemed, taken back and expired, and
*>          the dollars each stands for) follows underneath.
*>          Lapsed balances only leave the books once they are
*>          expired, so the LOYALTY_DESK sweep is run ahead of the
*>          month-end close.
*>          Under BATCH_RUNNER the month is BATCH-FROM-DATE's.
*>          Callable from REPORTING_MENU, exporting
*>          LOYALTY_LIABILITY.RPT when asked.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. LOYALTY_REPORT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL LOYALTY-FILE ASSIGN TO '../LOYALTY.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL CUS-FILE
        ASSIGN TO '../CUSTOMER_MGMT/CUSTOMER.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS CUST-ID-REC
        ALTERNATE RECORD KEY IS CUST-LNAME-REC WITH DUPLICATES
        ALTERNATE RECORD KEY IS CUST-PHONE-REC WITH DUPLICATES
        ALTERNATE RECORD KEY IS CUST-EMAIL-REC WITH DUPLICATES.
    SELECT EXPORT-FILE ASSIGN TO 'LOYALTY_LIABILITY.RPT'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD LOYALTY-FILE.
   COPY LOYALTY_DEF REPLACING ==:TAG:== BY ==LY==.
*> Mirrors the CUST-REC layout CUSTOMER_MGMT's own programs carry
*> inline, same as AR_STATEMENTS.cbl.
FD CUS-FILE.
01 CUST-REC.
   05 CUST-ID-REC                      PIC 9(5).
   05 CUST-FNAME-REC                   PIC X(15).
   05 CUST-LNAME-REC                   PIC X(15).
   05 CUST-INIT-REC                    PIC X.
   05 CUST-PHONE-REC                   PIC 9(10).
   05 CUST-EMAIL-REC                   PIC X(35).
   05 CUST-ADDRS-REC                   PIC X(35).
   05 CUST-CITY-REC                    PIC X(15).
   05 CUST-STATE-REC                   PIC XX.
   05 CUST-ZIP-REC                     PIC 9(5).
   05 CUST-DST-REC                     PIC X.
   05 CUST-DST-DATE-REC                PIC 9(8).
   05 CUST-ADDED-DATE-REC              PIC 9(8).
   05 CUST-AR-BALANCE-REC              PIC 9(7)V99.
   05 CUST-CREDIT-HOLD-REC             PIC X.
   05 CUST-NO-CONTACT-REC              PIC X.
   05 CUST-NO-CHECKS-REC               PIC X.
FD EXPORT-FILE.
01 EXPORT-REC                 PIC X(80).

WORKING-STORAGE SECTION.
COPY BATCH_DEF.

01 WS-EOF                PIC X VALUE 'N'.
01 WS-PERIOD-IN          PIC 9(6).
01 WS-PERIOD-GROUP REDEFINES WS-PERIOD-IN.
   05 WS-PERIOD-YEAR     PIC 9(4).
   05 WS-PERIOD-MONTH    PIC 9(2).
01 WS-FROM-DATE          PIC 9(8).
01 WS-TO-DATE            PIC 9(8).

*> The rule in force at month end.
01 WS-EARN-RATE          PIC 9(3)V99.
01 WS-POINT-VALUE        PIC 9V9999.
01 WS-VALUE-DISP         PIC 9.9999.

*> Month-end balance per customer, built in one pass of the ledger.
01 WS-CUST-TABLE.
   05 WS-CT-ENTRY OCCURS 2000 TIMES INDEXED BY CT-IDX.
      10 WS-CT-CUSTID     PIC 9(5).
      10 WS-CT-BALANCE    PIC S9(8).
01 WS-CT-USED            PIC 9(4) VALUE 0.
01 WS-CT-SLOT            PIC 9(4).
01 WS-CT-FULL            PIC X.

*> The month's movement.
01 WS-MO-EARNED          PIC 9(9).
01 WS-MO-REDEEMED        PIC 9(9).
01 WS-MO-TAKEN-BACK      PIC 9(9).
01 WS-MO-EXPIRED         PIC 9(9).
01 WS-MO-SPEND           PIC 9(9)V99.
01 WS-MO-REDEEM-VALUE    PIC 9(9)V99.
01 WS-MO-REFUNDS         PIC 9(9)V99.
01 WS-MO-EXPIRE-VALUE    PIC 9(9)V99.

01 WS-TOTAL-CUSTS        PIC 9(5).
01 WS-TOTAL-POINTS       PIC 9(9).
01 WS-TOTAL-VALUE        PIC 9(9)V99.
01 WS-CUST-VALUE         PIC 9(9)V99.
01 WS-CUST-NAME          PIC X(31).
01 WS-POINTS-DISP        PIC ZZZ,ZZZ,ZZ9.
01 WS-MONEY-DISP         PIC $$$,$$$,$$9.99.
01 WS-COUNT-DISP         PIC ZZZZ9.
01 WS-PAUSE              PIC X.
01 WS-OUT-LINE           PIC X(80).

LINKAGE SECTION.
01 PARAMETRES.
   02 PA-RETURN-CODE PIC 99 VALUE 0.
   02 PA-OPTION-CODE PIC 99 VALUE 0.
   02 PA-EXPORT-FLAG PIC X VALUE "N".

PROCEDURE DIVISION USING PARAMETRES.
MAIN-PROCEDURE.
   IF BATCH-MODE-FLAG = "Y" AND BATCH-FROM-DATE > 0
      MOVE BATCH-FROM-DATE(1:6) TO WS-PERIOD-IN
   ELSE
      DISPLAY "--- Loyalty Points Liability ---"
      DISPLAY "Month (YYYYMM): "
      ACCEPT WS-PERIOD-IN
   END-IF
   IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
      DISPLAY "That is not a month."
      MOVE 1 TO PA-RETURN-CODE
      GOBACK
   END-IF
   COMPUTE WS-FROM-DATE = WS-PERIOD-IN * 100 + 1
   COMPUTE WS-TO-DATE = WS-PERIOD-IN * 100 + 31

   PERFORM 100-LOAD-LEDGER

   IF PA-EXPORT-FLAG = 'Y' THEN
       OPEN OUTPUT EXPORT-FILE
   END-IF
   MOVE SPACES TO WS-OUT-LINE
   STRING "LOYALTY POINTS LIABILITY - END OF " WS-PERIOD-YEAR "-"
          WS-PERIOD-MONTH
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE WS-POINT-VALUE TO WS-VALUE-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING "POINTS VALUED AT $" WS-VALUE-DISP " EACH"
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE SPACES TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE "CUST   NAME                                  POINTS"
       TO WS-OUT-LINE
   MOVE "VALUE" TO WS-OUT-LINE(63:5)
   PERFORM 500-PUT-LINE
   MOVE ALL "-" TO WS-OUT-LINE
   PERFORM 500-PUT-LINE

   PERFORM 300-PRINT-BALANCES
   PERFORM 400-PRINT-ACTIVITY
   IF PA-EXPORT-FLAG = 'Y' THEN
       CLOSE EXPORT-FILE
   END-IF

   IF BATCH-MODE-FLAG NOT = "Y"
      DISPLAY "Press ENTER to continue"
      ACCEPT WS-PAUSE
   END-IF

   MOVE 0 TO PA-RETURN-CODE
   GOBACK.
EXIT PROGRAM.

*> One pass: each customer's balance as of month end, the rule in
*> force by then, and the month's own movement.
100-LOAD-LEDGER.
   MOVE 1 TO WS-EARN-RATE
   MOVE 0.05 TO WS-POINT-VALUE
   INITIALIZE WS-CUST-TABLE
   MOVE 0 TO WS-CT-USED
   MOVE 'N' TO WS-CT-FULL
   MOVE 0 TO WS-MO-EARNED
   MOVE 0 TO WS-MO-REDEEMED
   MOVE 0 TO WS-MO-TAKEN-BACK
   MOVE 0 TO WS-MO-EXPIRED
   MOVE 0 TO WS-MO-SPEND
   MOVE 0 TO WS-MO-REDEEM-VALUE
   MOVE 0 TO WS-MO-REFUNDS
   MOVE 0 TO WS-MO-EXPIRE-VALUE
   MOVE 'N' TO WS-EOF
   OPEN INPUT LOYALTY-FILE
   PERFORM UNTIL WS-EOF = 'Y'
       READ LOYALTY-FILE
           AT END
               MOVE 'Y' TO WS-EOF
           NOT AT END
               IF LY-txnDate <= WS-TO-DATE
                   IF LY-LY-CONTROL
                       MOVE LY-earnRate TO WS-EARN-RATE
                       MOVE LY-pointValue TO WS-POINT-VALUE
                   ELSE
                       PERFORM 200-POST-TO-CUSTOMER
                       IF LY-txnDate >= WS-FROM-DATE
                           PERFORM 250-TALLY-MONTH
                       END-IF
                   END-IF
               END-IF
       END-READ
   END-PERFORM
   CLOSE LOYALTY-FILE.
EXIT PARAGRAPH.

200-POST-TO-CUSTOMER.
   MOVE 0 TO WS-CT-SLOT
   PERFORM VARYING CT-IDX FROM 1 BY 1
           UNTIL CT-IDX > WS-CT-USED OR WS-CT-SLOT > 0
       IF WS-CT-CUSTID(CT-IDX) = LY-custID
           SET WS-CT-SLOT TO CT-IDX
       END-IF
   END-PERFORM
   IF WS-CT-SLOT = 0
       IF WS-CT-USED < 2000
           ADD 1 TO WS-CT-USED
           MOVE WS-CT-USED TO WS-CT-SLOT
           MOVE LY-custID TO WS-CT-CUSTID(WS-CT-SLOT)
       ELSE
           MOVE 'Y' TO WS-CT-FULL
           EXIT PARAGRAPH
       END-IF
   END-IF
   IF LY-LY-EARN
       ADD LY-points TO WS-CT-BALANCE(WS-CT-SLOT)
   ELSE
       SUBTRACT LY-points FROM WS-CT-BALANCE(WS-CT-SLOT)
   END-IF.
EXIT PARAGRAPH.

250-TALLY-MONTH.
   EVALUATE TRUE
       WHEN LY-LY-EARN
           ADD LY-points TO WS-MO-EARNED
           ADD LY-amount TO WS-MO-SPEND
       WHEN LY-LY-REDEEM
           ADD LY-points TO WS-MO-REDEEMED
           ADD LY-amount TO WS-MO-REDEEM-VALUE
       WHEN LY-LY-TAKE-BACK
           ADD LY-points TO WS-MO-TAKEN-BACK
           ADD LY-amount TO WS-MO-REFUNDS
       WHEN LY-LY-EXPIRE
           ADD LY-points TO WS-MO-EXPIRED
           ADD LY-amount TO WS-MO-EXPIRE-VALUE
   END-EVALUATE.
EXIT PARAGRAPH.

300-PRINT-BALANCES.
   MOVE 0 TO WS-TOTAL-CUSTS
   MOVE 0 TO WS-TOTAL-POINTS
   MOVE 0 TO WS-TOTAL-VALUE
   OPEN INPUT CUS-FILE
   PERFORM VARYING CT-IDX FROM 1 BY 1 UNTIL CT-IDX > WS-CT-USED
       IF WS-CT-BALANCE(CT-IDX) > 0
           ADD 1 TO WS-TOTAL-CUSTS
           ADD WS-CT-BALANCE(CT-IDX) TO WS-TOTAL-POINTS
           COMPUTE WS-CUST-VALUE ROUNDED =
               WS-CT-BALANCE(CT-IDX) * WS-POINT-VALUE
           ADD WS-CUST-VALUE TO WS-TOTAL-VALUE
           MOVE SPACES TO WS-CUST-NAME
           MOVE WS-CT-CUSTID(CT-IDX) TO CUST-ID-REC
           READ CUS-FILE
               INVALID KEY
                   MOVE "(NOT ON FILE)" TO WS-CUST-NAME
               NOT INVALID KEY
                   STRING CUST-FNAME-REC DELIMITED BY "  "
                          " " CUST-LNAME-REC DELIMITED BY SIZE
                       INTO WS-CUST-NAME
           END-READ
           MOVE WS-CT-BALANCE(CT-IDX) TO WS-POINTS-DISP
           MOVE WS-CUST-VALUE TO WS-MONEY-DISP
           MOVE SPACES TO WS-OUT-LINE
           STRING WS-CT-CUSTID(CT-IDX) "  " WS-CUST-NAME
                  "  " WS-POINTS-DISP "  " WS-MONEY-DISP
               DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 500-PUT-LINE
       END-IF
   END-PERFORM
   CLOSE CUS-FILE
   MOVE ALL "-" TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE WS-TOTAL-CUSTS TO WS-COUNT-DISP
   MOVE WS-TOTAL-POINTS TO WS-POINTS-DISP
   MOVE WS-TOTAL-VALUE TO WS-MONEY-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING "OUTSTANDING  " WS-COUNT-DISP " CUSTOMER(S)        "
          "  " WS-POINTS-DISP "  " WS-MONEY-DISP
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   IF WS-CT-FULL = 'Y'
       MOVE "** MORE THAN 2000 CUSTOMERS ON THE LEDGER - TOTAL IS SHORT"
           TO WS-OUT-LINE
       PERFORM 500-PUT-LINE
   END-IF.
EXIT PARAGRAPH.

400-PRINT-ACTIVITY.
   MOVE SPACES TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE "ACTIVITY IN THE MONTH             POINTS         DOLLARS"
       TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE WS-MO-EARNED TO WS-POINTS-DISP
   MOVE WS-MO-SPEND TO WS-MONEY-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING "EARNED (ON SPEND)            " WS-POINTS-DISP
          "  " WS-MONEY-DISP
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE WS-MO-REDEEMED TO WS-POINTS-DISP
   MOVE WS-MO-REDEEM-VALUE TO WS-MONEY-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING "REDEEMED (DISCOUNTS GIVEN)   " WS-POINTS-DISP
          "  " WS-MONEY-DISP
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE WS-MO-TAKEN-BACK TO WS-POINTS-DISP
   MOVE WS-MO-REFUNDS TO WS-MONEY-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING "TAKEN BACK (ON REFUNDS)      " WS-POINTS-DISP
          "  " WS-MONEY-DISP
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE WS-MO-EXPIRED TO WS-POINTS-DISP
   MOVE WS-MO-EXPIRE-VALUE TO WS-MONEY-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING "EXPIRED (VALUE WRITTEN OFF)  " WS-POINTS-DISP
          "  " WS-MONEY-DISP
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE.
EXIT PARAGRAPH.

500-PUT-LINE.
   DISPLAY WS-OUT-LINE
   IF PA-EXPORT-FLAG = 'Y' THEN
       MOVE WS-OUT-LINE TO EXPORT-REC
       WRITE EXPORT-REC
   END-IF.
EXIT PARAGRAPH.

END PROGRAM LOYALTY_REPORT.
