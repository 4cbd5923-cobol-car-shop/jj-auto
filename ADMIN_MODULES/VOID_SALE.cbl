*>          the vehicle back on the lot - the CAR.IDX record the
*>          sale points at is flipped from SOLD to AVAILABLE so the
*>          unit can be sold again instead of sitting invisible.
*>          A floor plan payoff the deal raised goes back to
*>          FLOORED through FLOOR_PAYOFF_DUE - the car is ours and
*>          on the line again. A consigned unit's settlement goes
*>          back to ON LOT through CONSIGN_SETTLE, unless the
*>          owner's check has already been cut - that is flagged
*>          for the desk to recover by hand. The resale of a
*>          repossessed unit has already been carried to the old
*>          customer's AR account by REPO_SETTLE; that posting is
*>          flagged to the exception log for the office to reverse.
*>          A finance reserve booked on the deal goes through
*>          FIN_RESERVE: cancelled if the lender never funded it,
*>          charged back if the lender already paid it. Every
*>          commission accrued on the deal is clawed back as it was
*>          accrued - both shares of a split deal, each at what the
*>          salesperson's pay plan paid on it. Any we-owe item
*>          still open on the deal is cancelled through WE_OWE_POST
*>          - nothing is owed on a sale that never happened.
*> RETURN CODES (LS-RESULT-CODE):
*>     00 -> SUCCESSFUL VOID
*>     23 -> INVALID KEY - NO SALE WITH THAT saleID
DATA DIVISION.
FILE SECTION.
FD INDEX-FILE-SALE
        RECORD CONTAINS 167 CHARACTERS.
    COPY SALE_DEF REPLACING ==:TAG:== BY ==IDX==.
FD CAR-FILE
    RECORD CONTAINS 99 CHARACTERS.
    COPY CAR_DEF REPLACING ==:TAG:== BY ==CRX==.
FD OWNERSHIP-FILE
    RECORD CONTAINS 43 CHARACTERS.
WORKING-STORAGE SECTION.
01  WS-OWN-EOF          PIC X.
01  WS-TODAY-DATE       PIC 9(8).
01  WS-CM-EOF           PIC X.
01  WS-CB-USED          PIC 99.
01  WS-CB-IDX           PIC 99.
01  WS-CLAWBACK-TABLE.
    05  WS-CB-ENTRY OCCURS 10 TIMES.
        10  WS-CB-EMPID     PIC 9(5).
        10  WS-CB-AMOUNT    PIC 9(7)V99.
01  WS-SALE-DATE-N      PIC 9(8).
01  WS-PERIOD-LOCKED    PIC X.
01  WS-FLOOR-REF        PIC X(10).
01  WS-FLOOR-PAYOFF     PIC 9(7)V99.
01  WS-FLOOR-RESULT     PIC 99.
01  WS-CONSIGN-CHECK    PIC 9(7)V99.
01  WS-CONSIGN-RESULT   PIC 99.
01  WS-REPO-SETTLE      PIC 9(9)V99.
01  WS-REPO-TYPE        PIC X.
01  WS-REPO-RESULT      PIC 99.
01  WS-LOG-KEY          PIC X(20).
01  WS-LOG-RESULT-CODE  PIC 99 VALUE 25.
01  WS-RESERVE-BUY     PIC 99V999 VALUE 0.
01  WS-RESERVE-PCT     PIC 9(3) VALUE 0.
01  WS-RESERVE-AMT     PIC 9(7)V99.
01  WS-RESERVE-RESULT  PIC 99.
01  WS-RESERVE-DISP    PIC $,$$$,$$9.99.
01  WS-WO-RESULT       PIC 99.
COPY WEOWE_DEF REPLACING ==:TAG:== BY ==WSW==.

LINKAGE SECTION.
01  LS-SALEID           PIC 9(5).
               PERFORM 200-RELIST-VEHICLE
               PERFORM 300-UNDO-OWNERSHIP
               PERFORM 400-CLAW-BACK-COMMISSION
               PERFORM 500-CANCEL-FLOOR-PAYOFF
               PERFORM 600-CANCEL-CONSIGN-SETTLE
               PERFORM 700-CHECK-REPO-SETTLE
               PERFORM 800-REVERSE-RESERVE
               PERFORM 850-CANCEL-WE-OWES
         END-REWRITE
   END-READ.

   CLOSE OWNERSHIP-FILE.

*> The voided deal's commission comes back - an offsetting C row
*> for every A row ADD_SALE accrued on it, so each salesperson
*> gives back exactly what their plan paid them on the deal.
400-CLAW-BACK-COMMISSION.
   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
   MOVE 0 TO WS-CB-USED
   MOVE "N" TO WS-CM-EOF
   OPEN INPUT COMMLEDGER-FILE
   PERFORM UNTIL WS-CM-EOF = "Y"
      READ COMMLEDGER-FILE
         AT END
            MOVE "Y" TO WS-CM-EOF
         NOT AT END
            IF CM-saleID = IDX-saleID AND CM-COMM-ACCRUED
                  AND WS-CB-USED < 10
               ADD 1 TO WS-CB-USED
               MOVE CM-empID TO WS-CB-EMPID(WS-CB-USED)
               MOVE CM-COMM-AMOUNT TO WS-CB-AMOUNT(WS-CB-USED)
            END-IF
      END-READ
   END-PERFORM
   CLOSE COMMLEDGER-FILE
   IF WS-CB-USED > 0
      MOVE IDX-saleID TO CM-saleID
      MOVE "C" TO CM-COMM-TYPE
      MOVE WS-TODAY-DATE TO CM-COMM-DATE
      OPEN EXTEND COMMLEDGER-FILE
      PERFORM VARYING WS-CB-IDX FROM 1 BY 1
            UNTIL WS-CB-IDX > WS-CB-USED
         MOVE WS-CB-EMPID(WS-CB-IDX) TO CM-empID
         MOVE WS-CB-AMOUNT(WS-CB-IDX) TO CM-COMM-AMOUNT
         WRITE CM-COMMISSION
      END-PERFORM
      CLOSE COMMLEDGER-FILE
   END-IF.

*> The payoff ADD_SALE raised under this deal's reference is no
*> longer owed - the unit is back on the lot, still floored.
500-CANCEL-FLOOR-PAYOFF.
   MOVE SPACES TO WS-FLOOR-REF
   STRING "SALE" IDX-saleID DELIMITED BY SIZE INTO WS-FLOOR-REF
   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
   CALL "FLOOR_PAYOFF_DUE" USING "C", IDX-carVIN, WS-FLOOR-REF,
       WS-TODAY-DATE, WS-FLOOR-PAYOFF, WS-FLOOR-RESULT.

600-CANCEL-CONSIGN-SETTLE.
   CALL "CONSIGN_SETTLE" USING "C", IDX-carVIN, WS-FLOOR-REF,
       WS-TODAY-DATE, IDX-price, WS-CONSIGN-CHECK, WS-CONSIGN-RESULT
   IF WS-CONSIGN-RESULT = 25
      DISPLAY 'CONSIGNOR ALREADY PAID ON ' IDX-carVIN
          ' - RECOVER THE SETTLEMENT CHECK BY HAND'
   END-IF.

700-CHECK-REPO-SETTLE.
   CALL "REPO_SETTLE" USING "C", IDX-carVIN, WS-FLOOR-REF,
       WS-TODAY-DATE, IDX-price, WS-REPO-SETTLE, WS-REPO-TYPE,
       WS-REPO-RESULT
   IF WS-REPO-RESULT = 25
      DISPLAY 'REPO RESALE ON ' IDX-carVIN ' WAS CARRIED TO THE'
          ' CUSTOMER AR - REVERSE THE POSTING BY HAND'
      MOVE IDX-carVIN TO WS-LOG-KEY
      CALL "LOG_EXCEPTION" USING "VOID_SALE", WS-LOG-KEY,
          WS-LOG-RESULT-CODE
   END-IF.

*> The lender will not pay a reserve on a deal that died, and takes
*> back one it already paid.
800-REVERSE-RESERVE.
   CALL "FIN_RESERVE" USING "V", IDX-SALE, WS-RESERVE-BUY,
       WS-RESERVE-PCT, WS-RESERVE-AMT, WS-RESERVE-RESULT
   IF WS-RESERVE-RESULT = 25
      MOVE WS-RESERVE-AMT TO WS-RESERVE-DISP
      DISPLAY 'FINANCE RESERVE OF ' WS-RESERVE-DISP ' ALREADY PAID ON'
          ' SALE ' IDX-saleID ' - CHARGED BACK TO THE LENDER'
   END-IF.

850-CANCEL-WE-OWES.
   INITIALIZE WSW-WEOWE
   MOVE IDX-saleID TO WSW-saleID
   CALL "WE_OWE_POST" USING "X", WSW-WEOWE, WS-WO-RESULT.

END PROGRAM VOID_SALE.
