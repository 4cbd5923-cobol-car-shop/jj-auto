*>          ownership row for the sold VIN is closed out with the
*>          sale date, and a fresh row ties the buyer to the
*>          vehicle - so the service desk can pull a customer's
*>          garage instead of re-keying the VIN. A unit sold off
*>          the floor plan line raises its payoff to the lender
*>          through FLOOR_PAYOFF_DUE the moment the deal posts.
*>          A consigned unit raises the owner's settlement and
*>          prints the statement through CONSIGN_SETTLE. A
*>          repossessed unit's resale is applied to the old in-house
*>          loan through REPO_SETTLE, which carries any deficiency
*>          or surplus to the customer's AR account. Commission
*>          accrues under each salesperson's pay plan on
*>          COMMPLAN.DAT (found through COMM_PLAN_LOOKUP): the
*>          plan's percent of the deal's front-end gross - price
*>          less the unit's cost basis, acquisition cost (or, on
*>          a consigned unit, the owner's settlement) plus its
*>          RECONEXP.DAT charges and the estimated cost of every
*>          we-owe item promised on the deal (WEOWE.IDX) - and
*>          never less than the plan's mini. Anyone not on a plan
*>          accrues the house rate on selling price. A deal split
*>          between two salespeople accrues each one's share of
*>          the commission as a row of its own.
*> Tectonics: cobc
*>*****************************************************************
IDENTIFICATION DIVISION.
        ALTERNATE RECORD KEY IS IDX-custID WITH DUPLICATES.
    SELECT OPTIONAL COMMLEDGER-FILE ASSIGN TO '../COMMLEDGER.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL CAR-FILE
        ASSIGN TO '../../INDEXES/CAR.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS CRX-carVIN.
    SELECT OPTIONAL RECON-FILE ASSIGN TO '../RECONEXP.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL WEOWE-FILE
        ASSIGN TO '../../INDEXES/WEOWE.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS WOX-weOweID
        ALTERNATE RECORD KEY IS WOX-saleID WITH DUPLICATES
        ALTERNATE RECORD KEY IS WOX-ticketID WITH DUPLICATES.
    SELECT OPTIONAL OWNERSHIP-FILE
        ASSIGN TO '../../INDEXES/OWNERSHIP.IDX'
        ORGANIZATION IS INDEXED
DATA DIVISION.
FILE SECTION.
FD INDEX-FILE-SALE
        RECORD CONTAINS 167 CHARACTERS.
    COPY SALE_DEF REPLACING ==:TAG:== BY ==IDX==.
FD OWNERSHIP-FILE
        RECORD CONTAINS 43 CHARACTERS.
    COPY OWNER_DEF REPLACING ==:TAG:== BY ==OWX==.
FD COMMLEDGER-FILE.
    COPY COMMISSION_DEF REPLACING ==:TAG:== BY ==CM==.
FD CAR-FILE
    RECORD CONTAINS 99 CHARACTERS.
    COPY CAR_DEF REPLACING ==:TAG:== BY ==CRX==.
FD RECON-FILE.
    COPY RECON_EXP_DEF REPLACING ==:TAG:== BY ==RX==.
FD WEOWE-FILE
    RECORD CONTAINS 96 CHARACTERS.
    COPY WEOWE_DEF REPLACING ==:TAG:== BY ==WOX==.

WORKING-STORAGE SECTION.
01 WS-LOG-KEY            PIC X(20).
01 WS-ID-SERIES          PIC X(10).
01 WS-SALE-DATE-N        PIC 9(8).
01 WS-PERIOD-LOCKED      PIC X.
01 WS-FLOOR-REF          PIC X(10).
01 WS-FLOOR-PAYOFF       PIC 9(7)V99.
01 WS-FLOOR-RESULT       PIC 99.
01 WS-FLOOR-DISP         PIC $,$$$,$$9.99.
01 WS-CONSIGN-CHECK      PIC 9(7)V99.
01 WS-CONSIGN-RESULT     PIC 99.
01 WS-REPO-SETTLE        PIC 9(9)V99.
01 WS-REPO-TYPE          PIC X.
01 WS-REPO-RESULT        PIC 99.

*> House rate on a unit's selling price, for a salesperson not on
*> a COMMPLAN.DAT pay plan.
01 WS-COMMISSION-RATE    PIC 9V9999 VALUE 0.0200.
01 WS-COST-BASIS         PIC 9(9)V99.
01 WS-FRONT-GROSS        PIC S9(9)V99.
01 WS-RECON-EOF          PIC X.
01 WS-WO-EOF             PIC X.
01 WS-SPLIT-SHARE        PIC 9(3).
01 WS-COMM-EMPID         PIC 9(5).
01 WS-COMM-SHARE         PIC 9(3).
01 WS-FULL-COMMISSION    PIC 9(7)V99.
01 WS-PERSON-COMMISSION  PIC 9(7)V99.
01 WS-PLAN-RESULT        PIC 99.
COPY COMM_PLAN_DEF REPLACING ==:TAG:== BY ==WSP==.

LINKAGE SECTION.
   COPY SALE_DEF REPLACING ==:TAG:== BY ==LS==.
         MOVE 00 TO LS-RESULT-CODE
         DISPLAY 'KEY ACCEPTED: ' IDX-saleID ' ALT: ' IDX-empID
         PERFORM 200-REGISTER-OWNERSHIP
         PERFORM 400-RAISE-FLOOR-PAYOFF
         PERFORM 450-SETTLE-CONSIGNMENT
         PERFORM 500-SETTLE-REPOSSESSION
         PERFORM 300-ACCRUE-COMMISSION
    END-WRITE
    CLOSE INDEX-FILE-SALE
   END-WRITE
   CLOSE OWNERSHIP-FILE.

*> One accrual row per salesperson on a posted deal - the ledger
*> COMMISSION_PAYOUT settles and VOID_SALE claws back. On a split
*> deal the second salesperson takes splitPct of what their own
*> plan pays on the deal and the selling employee the rest of
*> theirs. Runs after the consignment settlement, which the cost
*> basis of a consigned unit needs.
300-ACCRUE-COMMISSION.
   PERFORM 310-FRONT-GROSS
   MOVE 0 TO WS-SPLIT-SHARE
   IF LS-splitEmpID NUMERIC AND LS-splitPct NUMERIC
      IF LS-splitEmpID > 0 AND LS-splitPct > 0 AND LS-splitPct < 100
         MOVE LS-splitPct TO WS-SPLIT-SHARE
      END-IF
   END-IF
   MOVE LS-saleID TO CM-saleID
   MOVE "A" TO CM-COMM-TYPE
   MOVE LS-saleDate TO CM-COMM-DATE
   OPEN EXTEND COMMLEDGER-FILE
   MOVE LS-empID TO WS-COMM-EMPID
   COMPUTE WS-COMM-SHARE = 100 - WS-SPLIT-SHARE
   PERFORM 320-PERSON-COMMISSION
   IF WS-SPLIT-SHARE > 0
      MOVE LS-splitEmpID TO WS-COMM-EMPID
      MOVE WS-SPLIT-SHARE TO WS-COMM-SHARE
      PERFORM 320-PERSON-COMMISSION
   END-IF
   CLOSE COMMLEDGER-FILE.

*> Front-end gross: price less what the unit cost us to put on the
*> line - acquisition cost, or what the consignor is owed, plus
*> every reconditioning charge posted to the VIN and whatever was
*> promised the buyer on this deal.
310-FRONT-GROSS.
   MOVE 0 TO WS-COST-BASIS
   OPEN INPUT CAR-FILE
   MOVE LS-carVIN TO CRX-carVIN
   READ CAR-FILE
      INVALID KEY
         CONTINUE
      NOT INVALID KEY
         IF CRX-CAR-CONSIGNED
            IF WS-CONSIGN-RESULT = 00
               MOVE WS-CONSIGN-CHECK TO WS-COST-BASIS
            END-IF
         ELSE
            MOVE CRX-acquisitionCost TO WS-COST-BASIS
         END-IF
   END-READ
   CLOSE CAR-FILE
   MOVE "N" TO WS-RECON-EOF
   OPEN INPUT RECON-FILE
   PERFORM UNTIL WS-RECON-EOF = "Y"
      READ RECON-FILE
         AT END
            MOVE "Y" TO WS-RECON-EOF
         NOT AT END
            IF RX-carVIN = LS-carVIN
               ADD RX-EXP-AMOUNT TO WS-COST-BASIS
            END-IF
      END-READ
   END-PERFORM
   CLOSE RECON-FILE
   MOVE "N" TO WS-WO-EOF
   OPEN INPUT WEOWE-FILE
   MOVE LS-saleID TO WOX-saleID
   START WEOWE-FILE KEY IS EQUAL TO WOX-saleID
      INVALID KEY
         MOVE "Y" TO WS-WO-EOF
   END-START
   PERFORM UNTIL WS-WO-EOF = "Y"
      READ WEOWE-FILE NEXT RECORD
         AT END
            MOVE "Y" TO WS-WO-EOF
         NOT AT END
            IF WOX-saleID NOT = LS-saleID
               MOVE "Y" TO WS-WO-EOF
            ELSE
               IF NOT WOX-WO-CANCELLED
                  ADD WOX-estCost TO WS-COST-BASIS
               END-IF
            END-IF
      END-READ
   END-PERFORM
   CLOSE WEOWE-FILE
   COMPUTE WS-FRONT-GROSS = LS-price - WS-COST-BASIS.

*> WS-COMM-SHARE percent of what WS-COMM-EMPID's plan pays on the
*> deal, written as that salesperson's A row.
320-PERSON-COMMISSION.
   CALL "COMM_PLAN_LOOKUP" USING WS-COMM-EMPID, WS-SALE-DATE-N,
       WSP-COMM-PLAN, WS-PLAN-RESULT
   IF WS-PLAN-RESULT = 00
      MOVE 0 TO WS-FULL-COMMISSION
      IF WS-FRONT-GROSS > 0
         COMPUTE WS-FULL-COMMISSION ROUNDED =
             WS-FRONT-GROSS * WSP-CP-GROSS-PCT / 100
      END-IF
      IF WS-FULL-COMMISSION < WSP-CP-MINI
         MOVE WSP-CP-MINI TO WS-FULL-COMMISSION
      END-IF
   ELSE
      COMPUTE WS-FULL-COMMISSION ROUNDED =
          LS-price * WS-COMMISSION-RATE
   END-IF
   COMPUTE WS-PERSON-COMMISSION ROUNDED =
       WS-FULL-COMMISSION * WS-COMM-SHARE / 100
   IF WS-PERSON-COMMISSION > 0
      MOVE WS-COMM-EMPID TO CM-empID
      MOVE WS-PERSON-COMMISSION TO CM-COMM-AMOUNT
      WRITE CM-COMMISSION
   END-IF.

*> The lender is owed the unit back the day it sells - the payoff
*> goes due on FLOORPLAN.IDX under this deal's reference.
400-RAISE-FLOOR-PAYOFF.
   MOVE SPACES TO WS-FLOOR-REF
   STRING "SALE" LS-saleID DELIMITED BY SIZE INTO WS-FLOOR-REF
   CALL "FLOOR_PAYOFF_DUE" USING "R", LS-carVIN, WS-FLOOR-REF,
       WS-SALE-DATE-N, WS-FLOOR-PAYOFF, WS-FLOOR-RESULT
   IF WS-FLOOR-RESULT = 00
      MOVE WS-FLOOR-PAYOFF TO WS-FLOOR-DISP
      DISPLAY 'FLOOR PLAN PAYOFF DUE ON ' LS-carVIN ': '
          WS-FLOOR-DISP
   END-IF.

*> A consigned unit was never ours - the owner is owed the price
*> less our fee and the recon, under this deal's reference.
450-SETTLE-CONSIGNMENT.
   CALL "CONSIGN_SETTLE" USING "S", LS-carVIN, WS-FLOOR-REF,
       WS-SALE-DATE-N, LS-price, WS-CONSIGN-CHECK, WS-CONSIGN-RESULT
   IF WS-CONSIGN-RESULT = 00
      MOVE WS-CONSIGN-CHECK TO WS-FLOOR-DISP
      DISPLAY 'CONSIGNED UNIT - SETTLEMENT DUE TO OWNER: '
          WS-FLOOR-DISP ' (CONSIGN_STMT.RPT)'
   END-IF.

*> A repossessed unit going back out - the old loan takes the net
*> proceeds and the customer's AR account takes the difference.
500-SETTLE-REPOSSESSION.
   CALL "REPO_SETTLE" USING "S", LS-carVIN, WS-FLOOR-REF,
       WS-SALE-DATE-N, LS-price, WS-REPO-SETTLE, WS-REPO-TYPE,
       WS-REPO-RESULT
   IF WS-REPO-RESULT = 00
      MOVE WS-REPO-SETTLE TO WS-FLOOR-DISP
      IF WS-REPO-TYPE = "D"
         DISPLAY 'REPO RESALE - DEFICIENCY TO CUSTOMER AR: '
             WS-FLOOR-DISP
      ELSE
         DISPLAY 'REPO RESALE - SURPLUS TO CUSTOMER AR: '
             WS-FLOOR-DISP
      END-IF
   END-IF.

END PROGRAM ADD_SALE.
