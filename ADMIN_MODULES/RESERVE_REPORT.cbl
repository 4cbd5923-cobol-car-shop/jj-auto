*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Finance reserve receivable by lender, off the
*>          FINRESERVE.DAT ledger FIN_RESERVE and LENDER_DESK keep.
*>          For each bank: every deal still waiting on funding with
*>          the reserve we expect from it (the receivable), every
*>          funded deal the bank paid short or over against what
*>          was booked at posting, and every chargeback taken on a
*>          voided deal or an early payoff - then the bank's
*>          totals: receivable, paid to date, short-paid, charged
*>          back, and net reserve earned (paid less charged back).
*>          Deals paid as booked and deals voided before funding
*>          are counted in the totals but not listed. Store totals
*>          close the report. On screen, exported to
*>          RESERVE_REPORT.RPT when asked. Callable from
*>          REPORTING_MENU; runs as of today, so BATCH_RUNNER can
*>          take it without a date.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. RESERVE_REPORT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL RESERVE-FILE ASSIGN TO '../FINRESERVE.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT EXPORT-FILE ASSIGN TO 'RESERVE_REPORT.RPT'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD RESERVE-FILE.
    COPY RESERVE_DEF REPLACING ==:TAG:== BY ==RSV==.
FD EXPORT-FILE.
01 EXPORT-REC                 PIC X(100).

WORKING-STORAGE SECTION.
COPY LENDER_DEF REPLACING ==:TAG:== BY ==WSL==.

01 WS-EOF               PIC X.
01 WS-TODAY-DATE        PIC 9(8).
01 WS-LENDER-RESULT     PIC 99.

*> One slot per deal with a reserve booked.
01 WS-DEAL-TABLE.
   05 WS-DL-ENTRY OCCURS 500 TIMES.
      10 WS-DL-SALEID      PIC 9(5).
      10 WS-DL-LENDER      PIC 9(5).
      10 WS-DL-BOOKED      PIC 9(8).
      10 WS-DL-EXPECTED    PIC 9(7)V99.
      10 WS-DL-PAID-FLAG   PIC X.
      10 WS-DL-PAID        PIC 9(7)V99.
      10 WS-DL-CHARGED     PIC 9(7)V99.
      10 WS-DL-CANCELLED   PIC 9(7)V99.
01 WS-DL-USED           PIC 9(3) VALUE 0.
01 WS-DL-IDX            PIC 9(3).
01 WS-DL-HIT            PIC 9(3).
01 WS-DL-FULL           PIC X VALUE "N".

*> The lenders, in the order their first deal turns up.
01 WS-LENDER-TABLE.
   05 WS-LN-ENTRY OCCURS 100 TIMES.
      10 WS-LN-ID          PIC 9(5).
01 WS-LN-USED           PIC 9(3) VALUE 0.
01 WS-LN-IDX            PIC 9(3).
01 WS-LN-HIT            PIC 9(3).

*> One lender's totals, then the store's.
01 WS-LENDER-TOTALS.
   05 WS-LT-OPEN-COUNT     PIC 9(5).
   05 WS-LT-RECEIVABLE     PIC 9(9)V99.
   05 WS-LT-PAID           PIC 9(9)V99.
   05 WS-LT-SHORT          PIC 9(9)V99.
   05 WS-LT-CHARGED        PIC 9(9)V99.
01 WS-STORE-TOTALS.
   05 WS-ST-OPEN-COUNT     PIC 9(5) VALUE 0.
   05 WS-ST-RECEIVABLE     PIC 9(9)V99 VALUE 0.
   05 WS-ST-PAID           PIC 9(9)V99 VALUE 0.
   05 WS-ST-SHORT          PIC 9(9)V99 VALUE 0.
   05 WS-ST-CHARGED        PIC 9(9)V99 VALUE 0.
01 WS-NET-EARNED        PIC S9(9)V99.
01 WS-STATUS            PIC X(10).
01 WS-LIST-IT           PIC X.

01 WS-EXP-DISP          PIC $$$,$$9.99.
01 WS-PAID-DISP         PIC $$$,$$9.99.
01 WS-CHG-DISP          PIC $$$,$$9.99.
01 WS-MONEY-DISP        PIC $$,$$$,$$9.99.
01 WS-NET-DISP          PIC $$,$$$,$$9.99-.
01 WS-OUT-LINE          PIC X(100).

LINKAGE SECTION.
01 PARAMETRES.
   02 PA-RETURN-CODE PIC 99 VALUE 0.
   02 PA-OPTION-CODE PIC 99 VALUE 0.
   02 PA-EXPORT-FLAG PIC X VALUE "N".

PROCEDURE DIVISION USING PARAMETRES.
MAIN-PROCEDURE.
   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
   MOVE 0 TO WS-DL-USED
   MOVE 0 TO WS-LN-USED
   MOVE "N" TO WS-DL-FULL
   INITIALIZE WS-STORE-TOTALS
   PERFORM 100-LOAD-RESERVES

   IF PA-EXPORT-FLAG = 'Y' THEN
       OPEN OUTPUT EXPORT-FILE
   END-IF
   MOVE SPACES TO WS-OUT-LINE
   STRING "FINANCE RESERVE RECEIVABLE BY LENDER - AS OF "
          WS-TODAY-DATE
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   IF WS-DL-USED = 0
       MOVE "  NO FINANCE RESERVE ON FILE" TO WS-OUT-LINE
       PERFORM 500-PUT-LINE
   END-IF

   PERFORM VARYING WS-LN-IDX FROM 1 BY 1
           UNTIL WS-LN-IDX > WS-LN-USED
       PERFORM 300-ONE-LENDER
   END-PERFORM

   PERFORM 450-PUT-STORE-TOTALS
   IF PA-EXPORT-FLAG = 'Y' THEN
       CLOSE EXPORT-FILE
   END-IF
   MOVE 0 TO PA-RETURN-CODE
   GOBACK.
EXIT PROGRAM.

*> Each E row opens the deal's slot; P, C, and X rows land on it.
100-LOAD-RESERVES.
   MOVE "N" TO WS-EOF
   OPEN INPUT RESERVE-FILE
   PERFORM UNTIL WS-EOF = "Y"
       READ RESERVE-FILE
           AT END
               MOVE "Y" TO WS-EOF
           NOT AT END
               PERFORM 120-POST-ROW
       END-READ
   END-PERFORM
   CLOSE RESERVE-FILE.
EXIT PARAGRAPH.

120-POST-ROW.
   MOVE 0 TO WS-DL-HIT
   PERFORM VARYING WS-DL-IDX FROM 1 BY 1
           UNTIL WS-DL-IDX > WS-DL-USED OR WS-DL-HIT > 0
       IF WS-DL-SALEID(WS-DL-IDX) = RSV-saleID
           MOVE WS-DL-IDX TO WS-DL-HIT
       END-IF
   END-PERFORM
   IF WS-DL-HIT = 0
       IF NOT RSV-RS-EXPECTED
           EXIT PARAGRAPH
       END-IF
       IF WS-DL-USED >= 500
           MOVE "Y" TO WS-DL-FULL
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WS-DL-USED
       MOVE WS-DL-USED TO WS-DL-HIT
       INITIALIZE WS-DL-ENTRY(WS-DL-HIT)
       MOVE RSV-saleID TO WS-DL-SALEID(WS-DL-HIT)
       MOVE RSV-LENDER-ID TO WS-DL-LENDER(WS-DL-HIT)
       MOVE RSV-RS-DATE TO WS-DL-BOOKED(WS-DL-HIT)
       MOVE "N" TO WS-DL-PAID-FLAG(WS-DL-HIT)
       PERFORM 140-NOTE-LENDER
   END-IF
   EVALUATE TRUE
       WHEN RSV-RS-EXPECTED
           ADD RSV-RS-AMOUNT TO WS-DL-EXPECTED(WS-DL-HIT)
       WHEN RSV-RS-PAID
           MOVE "Y" TO WS-DL-PAID-FLAG(WS-DL-HIT)
           ADD RSV-RS-AMOUNT TO WS-DL-PAID(WS-DL-HIT)
       WHEN RSV-RS-CHARGEBACK
           ADD RSV-RS-AMOUNT TO WS-DL-CHARGED(WS-DL-HIT)
       WHEN RSV-RS-CANCELLED
           ADD RSV-RS-AMOUNT TO WS-DL-CANCELLED(WS-DL-HIT)
   END-EVALUATE.
EXIT PARAGRAPH.

140-NOTE-LENDER.
   MOVE 0 TO WS-LN-HIT
   PERFORM VARYING WS-LN-IDX FROM 1 BY 1
           UNTIL WS-LN-IDX > WS-LN-USED OR WS-LN-HIT > 0
       IF WS-LN-ID(WS-LN-IDX) = RSV-LENDER-ID
           MOVE WS-LN-IDX TO WS-LN-HIT
       END-IF
   END-PERFORM
   IF WS-LN-HIT = 0 AND WS-LN-USED < 100
       ADD 1 TO WS-LN-USED
       MOVE RSV-LENDER-ID TO WS-LN-ID(WS-LN-USED)
   END-IF.
EXIT PARAGRAPH.

300-ONE-LENDER.
   INITIALIZE WS-LENDER-TOTALS
   MOVE WS-LN-ID(WS-LN-IDX) TO WSL-LENDER-ID
   CALL "READ_LENDER" USING WSL-LENDER, WS-LENDER-RESULT
   IF WS-LENDER-RESULT NOT = 01
       MOVE "(NOT ON FILE)" TO WSL-LENDER-NAME
   END-IF
   MOVE SPACES TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE SPACES TO WS-OUT-LINE
   STRING "LENDER " WS-LN-ID(WS-LN-IDX) " " WSL-LENDER-NAME
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE "  SALE  BOOKED      EXPECTED        PAID  CHARGED BK  STATUS"
       TO WS-OUT-LINE
   PERFORM 500-PUT-LINE

   PERFORM VARYING WS-DL-IDX FROM 1 BY 1
           UNTIL WS-DL-IDX > WS-DL-USED
       IF WS-DL-LENDER(WS-DL-IDX) = WS-LN-ID(WS-LN-IDX)
           PERFORM 320-ONE-DEAL
       END-IF
   END-PERFORM

   COMPUTE WS-NET-EARNED = WS-LT-PAID - WS-LT-CHARGED
   MOVE WS-LT-RECEIVABLE TO WS-MONEY-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING "  RECEIVABLE ON " WS-LT-OPEN-COUNT " UNFUNDED DEAL(S): "
          WS-MONEY-DISP
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE WS-LT-PAID TO WS-MONEY-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING "  PAID TO DATE:      " WS-MONEY-DISP
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE WS-LT-SHORT TO WS-MONEY-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING "  SHORT-PAID:        " WS-MONEY-DISP
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE WS-LT-CHARGED TO WS-MONEY-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING "  CHARGED BACK:      " WS-MONEY-DISP
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE WS-NET-EARNED TO WS-NET-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING "  NET RESERVE EARNED:" WS-NET-DISP
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE

   ADD WS-LT-OPEN-COUNT TO WS-ST-OPEN-COUNT
   ADD WS-LT-RECEIVABLE TO WS-ST-RECEIVABLE
   ADD WS-LT-PAID TO WS-ST-PAID
   ADD WS-LT-SHORT TO WS-ST-SHORT
   ADD WS-LT-CHARGED TO WS-ST-CHARGED.
EXIT PARAGRAPH.

*> Where the deal stands, into the lender's totals; listed unless
*> it was paid as booked or died before it funded.
320-ONE-DEAL.
   MOVE "N" TO WS-LIST-IT
   ADD WS-DL-CHARGED(WS-DL-IDX) TO WS-LT-CHARGED
   EVALUATE TRUE
       WHEN WS-DL-PAID-FLAG(WS-DL-IDX) = "Y"
           ADD WS-DL-PAID(WS-DL-IDX) TO WS-LT-PAID
           EVALUATE TRUE
               WHEN WS-DL-PAID(WS-DL-IDX) < WS-DL-EXPECTED(WS-DL-IDX)
                   COMPUTE WS-LT-SHORT = WS-LT-SHORT
                       + WS-DL-EXPECTED(WS-DL-IDX)
                       - WS-DL-PAID(WS-DL-IDX)
                   MOVE "PAID SHORT" TO WS-STATUS
                   MOVE "Y" TO WS-LIST-IT
               WHEN WS-DL-PAID(WS-DL-IDX) > WS-DL-EXPECTED(WS-DL-IDX)
                   MOVE "PAID OVER" TO WS-STATUS
                   MOVE "Y" TO WS-LIST-IT
               WHEN OTHER
                   MOVE "PAID" TO WS-STATUS
           END-EVALUATE
       WHEN WS-DL-CANCELLED(WS-DL-IDX) > 0
           MOVE "CANCELLED" TO WS-STATUS
       WHEN OTHER
           ADD 1 TO WS-LT-OPEN-COUNT
           ADD WS-DL-EXPECTED(WS-DL-IDX) TO WS-LT-RECEIVABLE
           MOVE "UNFUNDED" TO WS-STATUS
           MOVE "Y" TO WS-LIST-IT
   END-EVALUATE
   IF WS-DL-CHARGED(WS-DL-IDX) > 0
       MOVE "CHARGED BK" TO WS-STATUS
       MOVE "Y" TO WS-LIST-IT
   END-IF
   IF WS-LIST-IT = "Y"
       MOVE WS-DL-EXPECTED(WS-DL-IDX) TO WS-EXP-DISP
       MOVE WS-DL-PAID(WS-DL-IDX) TO WS-PAID-DISP
       MOVE WS-DL-CHARGED(WS-DL-IDX) TO WS-CHG-DISP
       MOVE SPACES TO WS-OUT-LINE
       STRING "  " WS-DL-SALEID(WS-DL-IDX) " "
              WS-DL-BOOKED(WS-DL-IDX) "  " WS-EXP-DISP "  "
              WS-PAID-DISP "  " WS-CHG-DISP "  " WS-STATUS
           DELIMITED BY SIZE INTO WS-OUT-LINE
       PERFORM 500-PUT-LINE
   END-IF.
EXIT PARAGRAPH.

450-PUT-STORE-TOTALS.
   MOVE SPACES TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE "STORE TOTALS" TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE WS-ST-RECEIVABLE TO WS-MONEY-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING "  RECEIVABLE ON " WS-ST-OPEN-COUNT " UNFUNDED DEAL(S): "
          WS-MONEY-DISP
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE WS-ST-PAID TO WS-MONEY-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING "  PAID TO DATE:      " WS-MONEY-DISP
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE WS-ST-SHORT TO WS-MONEY-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING "  SHORT-PAID:        " WS-MONEY-DISP
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE WS-ST-CHARGED TO WS-MONEY-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING "  CHARGED BACK:      " WS-MONEY-DISP
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   COMPUTE WS-NET-EARNED = WS-ST-PAID - WS-ST-CHARGED
   MOVE WS-NET-EARNED TO WS-NET-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING "  NET RESERVE EARNED:" WS-NET-DISP
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   IF WS-DL-FULL = "Y"
       MOVE "*** MORE THAN 500 DEALS WITH RESERVE - LATER ONES NOT"
           TO WS-OUT-LINE
       PERFORM 500-PUT-LINE
       MOVE "    COUNTED" TO WS-OUT-LINE
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

END PROGRAM RESERVE_REPORT.
