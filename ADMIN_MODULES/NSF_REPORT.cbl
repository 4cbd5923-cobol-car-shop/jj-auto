*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Monthly returned-check report. AR_RECEIPTS posts a
*>          bounced customer check as an N row on ARLEDGER.DAT
*>          (the amount put back on the balance, under the original
*>          receipt's reference) with an E row for our fee, and
*>          the customer goes cash-or-card only. This lists every
*>          check returned in the keyed month - customer, check
*>          reference, amount, fee - and what has been recovered
*>          against it since, then every earlier returned check
*>          still not made good. Recovery is the customer's R
*>          receipts dated on or after the return, applied to their
*>          oldest open returned check (amount plus fee) first; a
*>          receipt past what the returns owe was paying other
*>          invoices and is not counted. Interactive runs ask for
*>          the month (YYYYMM); under BATCH_RUNNER the month is
*>          BATCH-FROM-DATE's. On screen, exported to
*>          NSF_REPORT.RPT when asked. Callable from REPORTING_MENU.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. NSF_REPORT.
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
    SELECT OPTIONAL AR-LEDGER-FILE ASSIGN TO '../ARLEDGER.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT EXPORT-FILE ASSIGN TO 'NSF_REPORT.RPT'
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
FD AR-LEDGER-FILE.
    COPY AR_LEDGER_DEF REPLACING ==:TAG:== BY ==ARL==.
FD EXPORT-FILE.
01 EXPORT-REC                 PIC X(100).

WORKING-STORAGE SECTION.
COPY BATCH_DEF.

01 WS-EOF               PIC X.
01 WS-PERIOD-IN         PIC 9(6).
01 WS-PERIOD-GROUP REDEFINES WS-PERIOD-IN.
   05 WS-PERIOD-YEAR    PIC 9(4).
   05 WS-PERIOD-MONTH   PIC 9(2).
01 WS-FROM-DATE         PIC 9(8).
01 WS-TO-DATE           PIC 9(8).
01 WS-NEXT-MONTH-DATE   PIC 9(8).
01 WS-WORK-INT          PIC 9(8).
01 WS-ROW-DATE          PIC 9(8).

*> Every returned check on file through month end, oldest first -
*> the order ARLEDGER.DAT was written in.
01 WS-RETURN-TABLE.
   05 WS-RT-ENTRY OCCURS 300 TIMES.
      10 WS-RT-CUSTID      PIC 9(5).
      10 WS-RT-DATE        PIC 9(8).
      10 WS-RT-REFERENCE   PIC X(12).
      10 WS-RT-AMOUNT      PIC 9(7)V99.
      10 WS-RT-FEE         PIC 9(7)V99.
      10 WS-RT-RECOVERED   PIC 9(7)V99.
      10 WS-RT-REC-MONTH   PIC 9(7)V99.
01 WS-RT-USED           PIC 9(3) VALUE 0.
01 WS-RT-IDX            PIC 9(3).
01 WS-RT-FULL           PIC X VALUE "N".

01 WS-RECEIPT-LEFT      PIC 9(7)V99.
01 WS-OWED              PIC 9(7)V99.
01 WS-APPLY             PIC 9(7)V99.
01 WS-CUST-NAME         PIC X(31).

01 WS-MONTH-COUNT       PIC 9(5) VALUE 0.
01 WS-MONTH-AMOUNT      PIC 9(9)V99 VALUE 0.
01 WS-MONTH-FEES        PIC 9(9)V99 VALUE 0.
01 WS-RECOVERED-MONTH   PIC 9(9)V99 VALUE 0.
01 WS-OPEN-COUNT        PIC 9(5) VALUE 0.
01 WS-STILL-OWED        PIC 9(9)V99 VALUE 0.

01 WS-AMT-DISP          PIC $$$,$$9.99.
01 WS-FEE-DISP          PIC $$$9.99.
01 WS-REC-DISP          PIC $$$,$$9.99.
01 WS-OWED-DISP         PIC $$$,$$9.99.
01 WS-MONEY-DISP        PIC $$,$$$,$$9.99.
01 WS-OUT-LINE          PIC X(100).

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
      DISPLAY "--- Returned Checks ---"
      DISPLAY "Month (YYYYMM): "
      ACCEPT WS-PERIOD-IN
   END-IF
   IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
      DISPLAY "That is not a month."
      MOVE 1 TO PA-RETURN-CODE
      GOBACK
   END-IF
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
   MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INT) TO WS-TO-DATE

   MOVE 0 TO WS-RT-USED
   MOVE "N" TO WS-RT-FULL
   PERFORM 100-LOAD-RETURNS
   PERFORM 200-APPLY-RECOVERIES

   IF PA-EXPORT-FLAG = 'Y' THEN
       OPEN OUTPUT EXPORT-FILE
   END-IF
   OPEN INPUT CUS-FILE
   MOVE SPACES TO WS-OUT-LINE
   STRING "RETURNED CHECKS - " WS-PERIOD-IN " (" WS-FROM-DATE
          " - " WS-TO-DATE ")"
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE SPACES TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE "RETURNED THIS MONTH" TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   PERFORM 400-PUT-HEADINGS
   PERFORM VARYING WS-RT-IDX FROM 1 BY 1
           UNTIL WS-RT-IDX > WS-RT-USED
       IF WS-RT-DATE(WS-RT-IDX) >= WS-FROM-DATE
           ADD 1 TO WS-MONTH-COUNT
           ADD WS-RT-AMOUNT(WS-RT-IDX) TO WS-MONTH-AMOUNT
           ADD WS-RT-FEE(WS-RT-IDX) TO WS-MONTH-FEES
           PERFORM 300-LIST-ONE-RETURN
       END-IF
   END-PERFORM
   IF WS-MONTH-COUNT = 0
       MOVE "  NONE" TO WS-OUT-LINE
       PERFORM 500-PUT-LINE
   END-IF

   MOVE SPACES TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE "EARLIER RETURNED CHECKS STILL OPEN" TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   PERFORM 400-PUT-HEADINGS
   PERFORM VARYING WS-RT-IDX FROM 1 BY 1
           UNTIL WS-RT-IDX > WS-RT-USED
       IF WS-RT-DATE(WS-RT-IDX) < WS-FROM-DATE AND
               WS-RT-AMOUNT(WS-RT-IDX) + WS-RT-FEE(WS-RT-IDX) >
               WS-RT-RECOVERED(WS-RT-IDX)
           PERFORM 300-LIST-ONE-RETURN
       END-IF
   END-PERFORM
   CLOSE CUS-FILE

   PERFORM 450-PUT-TOTALS
   IF PA-EXPORT-FLAG = 'Y' THEN
       CLOSE EXPORT-FILE
   END-IF
   MOVE 0 TO PA-RETURN-CODE
   GOBACK.
EXIT PROGRAM.

*> N rows make the table; each E row is the fee on the N row with
*> the same customer and reference.
100-LOAD-RETURNS.
   MOVE "N" TO WS-EOF
   OPEN INPUT AR-LEDGER-FILE
   PERFORM UNTIL WS-EOF = "Y"
       READ AR-LEDGER-FILE
           AT END
               MOVE "Y" TO WS-EOF
           NOT AT END
               MOVE ARL-AR-DATE TO WS-ROW-DATE
               IF WS-ROW-DATE <= WS-TO-DATE
                   IF ARL-AR-RETURNED-CHECK
                       PERFORM 120-ADD-RETURN
                   END-IF
                   IF ARL-AR-NSF-FEE
                       PERFORM 140-ADD-FEE
                   END-IF
               END-IF
       END-READ
   END-PERFORM
   CLOSE AR-LEDGER-FILE.
EXIT PARAGRAPH.

120-ADD-RETURN.
   IF WS-RT-USED < 300
       ADD 1 TO WS-RT-USED
       MOVE ARL-custID TO WS-RT-CUSTID(WS-RT-USED)
       MOVE WS-ROW-DATE TO WS-RT-DATE(WS-RT-USED)
       MOVE ARL-AR-REFERENCE TO WS-RT-REFERENCE(WS-RT-USED)
       MOVE ARL-AR-AMOUNT TO WS-RT-AMOUNT(WS-RT-USED)
       MOVE 0 TO WS-RT-FEE(WS-RT-USED)
       MOVE 0 TO WS-RT-RECOVERED(WS-RT-USED)
       MOVE 0 TO WS-RT-REC-MONTH(WS-RT-USED)
   ELSE
       MOVE "Y" TO WS-RT-FULL
   END-IF.
EXIT PARAGRAPH.

140-ADD-FEE.
   PERFORM VARYING WS-RT-IDX FROM WS-RT-USED BY -1
           UNTIL WS-RT-IDX < 1
       IF WS-RT-CUSTID(WS-RT-IDX) = ARL-custID AND
               WS-RT-REFERENCE(WS-RT-IDX) = ARL-AR-REFERENCE
           ADD ARL-AR-AMOUNT TO WS-RT-FEE(WS-RT-IDX)
           MOVE 1 TO WS-RT-IDX
       END-IF
   END-PERFORM.
EXIT PARAGRAPH.

*> Each receipt through month end pays down the customer's oldest
*> open returned check dated on or before it, then the next.
200-APPLY-RECOVERIES.
   MOVE "N" TO WS-EOF
   OPEN INPUT AR-LEDGER-FILE
   PERFORM UNTIL WS-EOF = "Y"
       READ AR-LEDGER-FILE
           AT END
               MOVE "Y" TO WS-EOF
           NOT AT END
               MOVE ARL-AR-DATE TO WS-ROW-DATE
               IF ARL-AR-RECEIPT AND WS-ROW-DATE <= WS-TO-DATE
                   MOVE ARL-AR-AMOUNT TO WS-RECEIPT-LEFT
                   PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                           UNTIL WS-RT-IDX > WS-RT-USED
                               OR WS-RECEIPT-LEFT = 0
                       IF WS-RT-CUSTID(WS-RT-IDX) = ARL-custID AND
                               WS-RT-DATE(WS-RT-IDX) <= WS-ROW-DATE
                           PERFORM 220-APPLY-ONE
                       END-IF
                   END-PERFORM
               END-IF
       END-READ
   END-PERFORM
   CLOSE AR-LEDGER-FILE.
EXIT PARAGRAPH.

220-APPLY-ONE.
   COMPUTE WS-OWED = WS-RT-AMOUNT(WS-RT-IDX) + WS-RT-FEE(WS-RT-IDX)
       - WS-RT-RECOVERED(WS-RT-IDX)
   IF WS-OWED > 0
       IF WS-RECEIPT-LEFT < WS-OWED
           MOVE WS-RECEIPT-LEFT TO WS-APPLY
       ELSE
           MOVE WS-OWED TO WS-APPLY
       END-IF
       ADD WS-APPLY TO WS-RT-RECOVERED(WS-RT-IDX)
       SUBTRACT WS-APPLY FROM WS-RECEIPT-LEFT
       IF WS-ROW-DATE >= WS-FROM-DATE
           ADD WS-APPLY TO WS-RT-REC-MONTH(WS-RT-IDX)
           ADD WS-APPLY TO WS-RECOVERED-MONTH
       END-IF
   END-IF.
EXIT PARAGRAPH.

300-LIST-ONE-RETURN.
   MOVE SPACES TO WS-CUST-NAME
   MOVE WS-RT-CUSTID(WS-RT-IDX) TO CUST-ID-REC
   READ CUS-FILE
       INVALID KEY
           MOVE "(NOT ON FILE)" TO WS-CUST-NAME
       NOT INVALID KEY
           STRING CUST-FNAME-REC DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  CUST-LNAME-REC DELIMITED BY SIZE
               INTO WS-CUST-NAME
   END-READ
   COMPUTE WS-OWED = WS-RT-AMOUNT(WS-RT-IDX) + WS-RT-FEE(WS-RT-IDX)
       - WS-RT-RECOVERED(WS-RT-IDX)
   IF WS-OWED > 0
       ADD 1 TO WS-OPEN-COUNT
       ADD WS-OWED TO WS-STILL-OWED
   END-IF
   MOVE WS-RT-AMOUNT(WS-RT-IDX) TO WS-AMT-DISP
   MOVE WS-RT-FEE(WS-RT-IDX) TO WS-FEE-DISP
   MOVE WS-RT-RECOVERED(WS-RT-IDX) TO WS-REC-DISP
   MOVE WS-OWED TO WS-OWED-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING WS-RT-DATE(WS-RT-IDX) " " WS-RT-CUSTID(WS-RT-IDX) " "
          WS-CUST-NAME(1:22) " " WS-RT-REFERENCE(WS-RT-IDX) " "
          WS-AMT-DISP " " WS-FEE-DISP " " WS-REC-DISP " "
          WS-OWED-DISP
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE.
EXIT PARAGRAPH.

400-PUT-HEADINGS.
   MOVE SPACES TO WS-OUT-LINE
   STRING "RETURNED CUST  NAME                   CHECK REF    "
          "     AMOUNT     FEE  RECOVERED   STILL OWED"
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE.
EXIT PARAGRAPH.

450-PUT-TOTALS.
   MOVE SPACES TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE WS-MONTH-AMOUNT TO WS-MONEY-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING "CHECKS RETURNED THIS MONTH: " WS-MONTH-COUNT "  "
          WS-MONEY-DISP
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE WS-MONTH-FEES TO WS-MONEY-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING "FEES CHARGED THIS MONTH:           " WS-MONEY-DISP
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE WS-RECOVERED-MONTH TO WS-MONEY-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING "RECOVERED THIS MONTH:              " WS-MONEY-DISP
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE WS-STILL-OWED TO WS-MONEY-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING "STILL OWED ON " WS-OPEN-COUNT " RETURNED CHECK(S): "
          WS-MONEY-DISP
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   IF WS-RT-FULL = "Y"
       MOVE "*** MORE THAN 300 RETURNED CHECKS ON FILE - LATER ONES"
           TO WS-OUT-LINE
       PERFORM 500-PUT-LINE
       MOVE "    NOT COUNTED" TO WS-OUT-LINE
       PERFORM 500-PUT-LINE
   END-IF.
EXIT PARAGRAPH.

500-PUT-LINE.
   DISPLAY WS-OUT-LINE
   IF PA-EXPORT-FLAG = 'Y' THEN
       MOVE WS-OUT-LINE TO EXPORT-REC
       WRITE EXPORT-REC
   END-IF.
EXIT PARAGRAPH.

END PROGRAM NSF_REPORT.
