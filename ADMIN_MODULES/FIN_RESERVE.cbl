*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Books the finance reserve on a financed deal. When a
*>          lender buys the paper at a lower rate than the
*>          financeRate written on the contract, the difference in
*>          finance charge over the term - our share of it, by the
*>          lender's program - comes back to us as dealer
*>          participation. SalesMain CALLs this with action "E"
*>          once ADD_SALE has posted the deal, handing over the
*>          sale record and the lender's buy rate and reserve share
*>          off the winning CREDIT_DESK approval; the expected
*>          reserve is figured from the amount financed (total due
*>          less the down payment) on the level-payment schedule at
*>          each rate, and an E row goes to FINRESERVE.DAT.
*>          VOID_SALE CALLs it with action "V" when the deal dies:
*>          a reserve the lender already paid comes back as a
*>          chargeback (C row), one still waiting on funding is
*>          cancelled (X row). No buy rate, a buy rate at or above
*>          the contract rate, an in-house deal, or a cash or lease
*>          deal books nothing. LENDER_DESK keys what the lender
*>          actually paid and early-payoff chargebacks.
*> RETURN CODES (LS-RESULT-CODE):
*>     00 -> RESERVE BOOKED ("E") OR EXPECTED RESERVE CANCELLED
*>           ("V") - LS-RESERVE-AMOUNT CARRIES THE AMOUNT
*>     23 -> NO RESERVE ON THE DEAL - NOTHING WRITTEN
*>     25 -> ("V") RESERVE ALREADY PAID - CHARGED BACK FOR
*>           LS-RESERVE-AMOUNT
*>*****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. FIN_RESERVE.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
    SELECT OPTIONAL RESERVE-FILE ASSIGN TO '../FINRESERVE.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD RESERVE-FILE.
    COPY RESERVE_DEF REPLACING ==:TAG:== BY ==RSV==.

WORKING-STORAGE SECTION.
COPY SESSION_DEF.
01  WS-EOF              PIC X.
01  WS-TODAY-DATE       PIC 9(8).
*> Share of the spread a lender pays when its program says nothing
*> else - the common 75/25 split.
01  WS-DEFAULT-SHARE    PIC 9(3) VALUE 75.
01  WS-SHARE-PCT        PIC 9(3).
01  WS-AMT-FINANCED     PIC 9(7)V99.
01  WS-CALC-RATE        PIC 99V999.
01  WS-MONTHLY-RATE     PIC 9V9(10).
01  WS-GROWTH           PIC 9(3)V9(12).
01  WS-RATIO            PIC 9(5)V9(10).
01  WS-PAYMENT          PIC 9(7)V9(6).
01  WS-FIN-CHARGE       PIC 9(7)V9(6).
01  WS-FC-CONTRACT      PIC 9(7)V9(6).
01  WS-FC-BUY           PIC 9(7)V9(6).
*> What is on file for the deal, gathered for a void.
01  WS-FOUND-E          PIC X.
01  WS-SUM-E            PIC 9(7)V99.
01  WS-SUM-P            PIC 9(7)V99.
01  WS-SUM-C            PIC 9(7)V99.
01  WS-SUM-X            PIC 9(7)V99.
01  WS-E-ROW.
    05  WS-E-AMT-FINANCED  PIC 9(7)V99.
    05  WS-E-CONTRACT-RATE PIC 99V999.
    05  WS-E-BUY-RATE      PIC 99V999.
    05  WS-E-TERM          PIC 999.
    05  WS-E-SHARE-PCT     PIC 9(3).

LINKAGE SECTION.
01  LS-ACTION           PIC X.
    COPY SALE_DEF REPLACING ==:TAG:== BY ==LS==.
01  LS-BUY-RATE         PIC 99V999.
01  LS-SHARE-PCT        PIC 9(3).
01  LS-RESERVE-AMOUNT   PIC 9(7)V99.
01  LS-RESULT-CODE      PIC 99.

PROCEDURE DIVISION USING LS-ACTION, LS-SALE, LS-BUY-RATE,
        LS-SHARE-PCT, LS-RESERVE-AMOUNT, LS-RESULT-CODE.
MAIN-PROCEDURE.
   MOVE 23 TO LS-RESULT-CODE
   MOVE 0 TO LS-RESERVE-AMOUNT
   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
   IF LS-ACTION = "V"
      PERFORM 200-VOID-RESERVE
   ELSE
      PERFORM 100-BOOK-RESERVE
   END-IF
   GOBACK.

*> Expected reserve: the finance charge at the contract rate less
*> the finance charge at the buy rate, times our share.
100-BOOK-RESERVE.
   IF NOT LS-FINANCED-SALE OR LS-lenderID = 0
      EXIT PARAGRAPH
   END-IF
   IF LS-BUY-RATE = 0 OR LS-BUY-RATE >= LS-financeRate
         OR LS-financeTerm = 0
      EXIT PARAGRAPH
   END-IF
   IF LS-totalDue > LS-downPayment
      COMPUTE WS-AMT-FINANCED = LS-totalDue - LS-downPayment
   ELSE
      EXIT PARAGRAPH
   END-IF
   MOVE LS-SHARE-PCT TO WS-SHARE-PCT
   IF WS-SHARE-PCT = 0 OR WS-SHARE-PCT > 100
      MOVE WS-DEFAULT-SHARE TO WS-SHARE-PCT
   END-IF

   MOVE LS-financeRate TO WS-CALC-RATE
   PERFORM 150-FINANCE-CHARGE
   MOVE WS-FIN-CHARGE TO WS-FC-CONTRACT
   MOVE LS-BUY-RATE TO WS-CALC-RATE
   PERFORM 150-FINANCE-CHARGE
   MOVE WS-FIN-CHARGE TO WS-FC-BUY
   COMPUTE LS-RESERVE-AMOUNT ROUNDED =
       (WS-FC-CONTRACT - WS-FC-BUY) * WS-SHARE-PCT / 100
   IF LS-RESERVE-AMOUNT = 0
      EXIT PARAGRAPH
   END-IF

   INITIALIZE RSV-RESERVE
   MOVE LS-saleID TO RSV-saleID
   MOVE LS-lenderID TO RSV-LENDER-ID
   MOVE "E" TO RSV-RS-TYPE
   MOVE WS-TODAY-DATE TO RSV-RS-DATE
   MOVE LS-RESERVE-AMOUNT TO RSV-RS-AMOUNT
   MOVE WS-AMT-FINANCED TO RSV-RS-AMT-FINANCED
   MOVE LS-financeRate TO RSV-RS-CONTRACT-RATE
   MOVE LS-BUY-RATE TO RSV-RS-BUY-RATE
   MOVE LS-financeTerm TO RSV-RS-TERM
   MOVE WS-SHARE-PCT TO RSV-RS-SHARE-PCT
   MOVE "BOOKED AT POSTING" TO RSV-RS-REASON
   MOVE SESSION-CURRENT-USER TO RSV-RS-BY
   OPEN EXTEND RESERVE-FILE
   WRITE RSV-RESERVE
   CLOSE RESERVE-FILE
   MOVE 00 TO LS-RESULT-CODE.

*> Total finance charge on WS-AMT-FINANCED at WS-CALC-RATE (APR)
*> over the term: the level monthly payment times the months, less
*> the principal.
150-FINANCE-CHARGE.
   COMPUTE WS-MONTHLY-RATE = WS-CALC-RATE / 1200
   IF WS-MONTHLY-RATE = 0
      MOVE 0 TO WS-FIN-CHARGE
      EXIT PARAGRAPH
   END-IF
   COMPUTE WS-GROWTH = 1 + WS-MONTHLY-RATE
   COMPUTE WS-GROWTH = WS-GROWTH ** LS-financeTerm
   COMPUTE WS-RATIO ROUNDED = WS-GROWTH / (WS-GROWTH - 1)
   COMPUTE WS-PAYMENT ROUNDED = WS-AMT-FINANCED * WS-MONTHLY-RATE
   COMPUTE WS-PAYMENT ROUNDED = WS-PAYMENT * WS-RATIO
   COMPUTE WS-FIN-CHARGE =
       WS-PAYMENT * LS-financeTerm - WS-AMT-FINANCED.

*> The deal died. Whatever the lender paid and has not already
*> taken back is charged back; an unfunded deal's expected reserve
*> is cancelled instead.
200-VOID-RESERVE.
   MOVE "N" TO WS-FOUND-E
   MOVE 0 TO WS-SUM-E WS-SUM-P WS-SUM-C WS-SUM-X
   MOVE "N" TO WS-EOF
   OPEN INPUT RESERVE-FILE
   PERFORM UNTIL WS-EOF = "Y"
      READ RESERVE-FILE
         AT END
            MOVE "Y" TO WS-EOF
         NOT AT END
            IF RSV-saleID = LS-saleID
               EVALUATE TRUE
                  WHEN RSV-RS-EXPECTED
                     MOVE "Y" TO WS-FOUND-E
                     ADD RSV-RS-AMOUNT TO WS-SUM-E
                     MOVE RSV-RS-AMT-FINANCED TO WS-E-AMT-FINANCED
                     MOVE RSV-RS-CONTRACT-RATE TO WS-E-CONTRACT-RATE
                     MOVE RSV-RS-BUY-RATE TO WS-E-BUY-RATE
                     MOVE RSV-RS-TERM TO WS-E-TERM
                     MOVE RSV-RS-SHARE-PCT TO WS-E-SHARE-PCT
                  WHEN RSV-RS-PAID
                     ADD RSV-RS-AMOUNT TO WS-SUM-P
                  WHEN RSV-RS-CHARGEBACK
                     ADD RSV-RS-AMOUNT TO WS-SUM-C
                  WHEN RSV-RS-CANCELLED
                     ADD RSV-RS-AMOUNT TO WS-SUM-X
               END-EVALUATE
            END-IF
      END-READ
   END-PERFORM
   CLOSE RESERVE-FILE
   IF WS-FOUND-E NOT = "Y"
      EXIT PARAGRAPH
   END-IF

   INITIALIZE RSV-RESERVE
   IF WS-SUM-P > 0
      IF WS-SUM-P <= WS-SUM-C
         EXIT PARAGRAPH
      END-IF
      COMPUTE LS-RESERVE-AMOUNT = WS-SUM-P - WS-SUM-C
      MOVE "C" TO RSV-RS-TYPE
      MOVE "DEAL VOIDED" TO RSV-RS-REASON
      MOVE 25 TO LS-RESULT-CODE
   ELSE
      IF WS-SUM-E <= WS-SUM-X
         EXIT PARAGRAPH
      END-IF
      COMPUTE LS-RESERVE-AMOUNT = WS-SUM-E - WS-SUM-X
      MOVE "X" TO RSV-RS-TYPE
      MOVE "VOIDED BEFORE FUNDED" TO RSV-RS-REASON
      MOVE 00 TO LS-RESULT-CODE
   END-IF
   MOVE LS-saleID TO RSV-saleID
   MOVE LS-lenderID TO RSV-LENDER-ID
   MOVE WS-TODAY-DATE TO RSV-RS-DATE
   MOVE LS-RESERVE-AMOUNT TO RSV-RS-AMOUNT
   MOVE WS-E-AMT-FINANCED TO RSV-RS-AMT-FINANCED
   MOVE WS-E-CONTRACT-RATE TO RSV-RS-CONTRACT-RATE
   MOVE WS-E-BUY-RATE TO RSV-RS-BUY-RATE
   MOVE WS-E-TERM TO RSV-RS-TERM
   MOVE WS-E-SHARE-PCT TO RSV-RS-SHARE-PCT
   MOVE SESSION-CURRENT-USER TO RSV-RS-BY
   OPEN EXTEND RESERVE-FILE
   WRITE RSV-RESERVE
   CLOSE RESERVE-FILE.

END PROGRAM FIN_RESERVE.
