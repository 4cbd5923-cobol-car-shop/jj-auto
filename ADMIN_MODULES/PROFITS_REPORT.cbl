*>          revenue against each sold unit's actual cost basis
*>          (the CAR.IDX acquisitionCost captured at intake plus
*>          every RECONEXP.DAT reconditioning charge posted to the
*>          VIN, plus the estimated cost of each WEOWE.IDX we-owe
*>          item promised on the deal), and totals parts revenue off every TICKETPART.IDX
*>          line attached to a TICKET.IDX ticket that closed in
*>          range (looking each part's price up through READ_PART,
*>          the same way TICKET_CLOSE does to deduct on-hand
*>          has no place in a margin report built around cost
*>          basis. This report covers the streams with a cost side:
*>          car sales, ticket parts, and counter parts sales.
*>          A consigned unit (CAR.IDX ownership C) was never our
*>          money, so its sale stays out of car revenue and cost
*>          basis alike - only the fee we kept off its CONSIGN.IDX
*>          settlement counts, as consignment fees, whether it
*>          went retail or wholesale; its recon was charged back
*>          to the owner on the settlement.
*>          Callable from REPORTING_MENU the same way SALES_REP and
*>          EMPLOYEE_COMMISSION_REPORT are.
*> Tectonics: cobc
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
    SELECT OPTIONAL COUNTER-SALE-FILE
        ASSIGN TO '../COUNTERSALE.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
        ACCESS IS DYNAMIC
        RECORD KEY IS SBX-subletID
        ALTERNATE RECORD KEY IS SBX-ticketID WITH DUPLICATES.
    SELECT OPTIONAL CONSIGN-FILE
        ASSIGN TO '../../INDEXES/CONSIGN.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS CNX-consignID
        ALTERNATE RECORD KEY IS CNX-carVIN WITH DUPLICATES
        ALTERNATE RECORD KEY IS CNX-consignorID WITH DUPLICATES.
    SELECT EXPORT-FILE ASSIGN TO 'PROFITS_REPORT.RPT'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD INDEX-FILE-SALE
    RECORD CONTAINS 167 CHARACTERS.
    COPY SALE_DEF REPLACING ==:TAG:== BY ==IDX==.
FD INDEX-FILE-TICKET
    RECORD CONTAINS 137 CHARACTERS.
    COPY TICKET_DEF REPLACING ==:TAG:== BY ==TKX==.
FD INDEX-FILE-TICKETPART
    RECORD CONTAINS 22 CHARACTERS.
    COPY TICKET_PART_DEF REPLACING ==:TAG:== BY ==TPX==.
FD CAR-FILE
    RECORD CONTAINS 99 CHARACTERS.
    COPY CAR_DEF REPLACING ==:TAG:== BY ==CRX==.
FD RECON-FILE.
    COPY RECON_EXP_DEF REPLACING ==:TAG:== BY ==RX==.
FD WEOWE-FILE
    RECORD CONTAINS 96 CHARACTERS.
    COPY WEOWE_DEF REPLACING ==:TAG:== BY ==WOX==.
FD COUNTER-SALE-FILE.
    COPY COUNTER_SALE_DEF REPLACING ==:TAG:== BY ==CS==.
FD SALEARCH-FILE
    RECORD CONTAINS 167 CHARACTERS.
    COPY SALE_DEF REPLACING ==:TAG:== BY ==SAX==.
FD TICKARCH-FILE
    RECORD CONTAINS 137 CHARACTERS.
    COPY TICKET_DEF REPLACING ==:TAG:== BY ==TAX==.
FD TPARTARCH-FILE
    RECORD CONTAINS 22 CHARACTERS.
    COPY TICKET_PART_DEF REPLACING ==:TAG:== BY ==TPA==.
FD WHOLESALE-LOG-FILE.
    COPY WHOLESALE_DEF REPLACING ==:TAG:== BY ==WL==.
FD SUBLET-FILE
    RECORD CONTAINS 79 CHARACTERS.
    COPY SUBLET_DEF REPLACING ==:TAG:== BY ==SBX==.
FD CONSIGN-FILE
    RECORD CONTAINS 127 CHARACTERS.
    COPY CONSIGN_DEF REPLACING ==:TAG:== BY ==CNX==.
FD EXPORT-FILE.
01 EXPORT-REC                 PIC X(80).

01 WS-COST-BASIS        PIC 9(9)V99 VALUE 0.
01 WS-CAR-PROFIT        PIC S9(9)V99 VALUE 0.
01 WS-RECON-EOF         PIC X.
01 WS-WO-EOF            PIC X.
01 WS-PARTS-REVENUE     PIC 9(9)V99 VALUE 0.
01 WS-COUNTER-REVENUE   PIC 9(9)V99 VALUE 0.
01 WS-COUNTER-EOF       PIC X.
01 WS-SUBLET-COST       PIC 9(9)V99 VALUE 0.
01 WS-SUBLET-PROFIT     PIC S9(9)V99 VALUE 0.

*> Fees kept on consigned units - the only part of their sale that
*> is ours.
01 WS-CN-EOF            PIC X.
01 WS-CONSIGN-FEES      PIC 9(9)V99 VALUE 0.
01 WS-UNIT-CONSIGNED    PIC X.
01 WS-FEE-VIN           PIC X(17).
01 WS-FEE-REF           PIC X(10).

01 WS-PART-RESULT-CODE  PIC 99.
COPY PART_DEF REPLACING ==:TAG:== BY ==WS==.

   05 VALUE "COUNTER SALES REVENUE:"  LINE 9 COL 5.
   05 PIC $,$$$,$$9.99 FROM WS-COUNTER-REVENUE      LINE 9 COL 40.

   05 VALUE "CONSIGNMENT FEES:"       LINE 10 COL 5.
   05 PIC $,$$$,$$9.99 FROM WS-CONSIGN-FEES         LINE 10 COL 40.

   05 VALUE "WHOLESALE REVENUE:"      LINE 11 COL 5.
   05 PIC $,$$$,$$9.99 FROM WS-WHOLESALE-REVENUE    LINE 11 COL 40.

      END-ACCEPT
   END-IF

   MOVE 0 TO WS-CONSIGN-FEES
   OPEN INPUT CONSIGN-FILE
   PERFORM 100-TOTAL-CAR-SALES
   PERFORM 150-TOTAL-ARCHIVED-CAR-SALES
   PERFORM 200-TOTAL-PARTS-REVENUE
   PERFORM 250-TOTAL-ARCHIVED-PARTS
   PERFORM 300-TOTAL-COUNTER-REVENUE
   PERFORM 350-TOTAL-WHOLESALE
   CLOSE CONSIGN-FILE

   COMPUTE WS-CAR-PROFIT = WS-CAR-REVENUE - WS-COST-BASIS
   COMPUTE WS-WHOLESALE-PROFIT =
       WS-SUBLET-REVENUE - WS-SUBLET-COST
   COMPUTE WS-GRAND-PROFIT = WS-CAR-PROFIT + WS-PARTS-REVENUE
       + WS-COUNTER-REVENUE + WS-WHOLESALE-PROFIT
       + WS-SUBLET-PROFIT + WS-CONSIGN-FEES

   IF PA-EXPORT-FLAG = 'Y' THEN
       OPEN OUTPUT EXPORT-FILE
              "  PROFIT " WS-WHOLESALE-PROFIT
           DELIMITED BY SIZE INTO EXPORT-REC
       WRITE EXPORT-REC
       MOVE SPACES TO EXPORT-REC
       STRING "CONSIGNMENT FEES " WS-CONSIGN-FEES
           DELIMITED BY SIZE INTO EXPORT-REC
       WRITE EXPORT-REC
       CLOSE EXPORT-FILE
   END-IF

           NOT AT END
               IF WL-wsDate >= WS-FROM-DATE AND
                       WL-wsDate <= WS-TO-DATE
                   MOVE "N" TO WS-UNIT-CONSIGNED
                   MOVE WL-carVIN TO CRX-carVIN
                   READ CAR-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CRX-CAR-CONSIGNED
                               MOVE "Y" TO WS-UNIT-CONSIGNED
                           ELSE
                               ADD CRX-acquisitionCost
                                   TO WS-WHOLESALE-COST
                           END-IF
                   END-READ
                   IF WS-UNIT-CONSIGNED = "Y"
                       MOVE WL-carVIN TO WS-FEE-VIN
                       MOVE SPACES TO WS-FEE-REF
                       STRING "WSALE" WL-wsID DELIMITED BY SIZE
                           INTO WS-FEE-REF
                       PERFORM 170-ADD-CONSIGN-FEE
                   ELSE
                       ADD WL-wsPrice TO WS-WHOLESALE-REVENUE
                       PERFORM 360-ADD-WHOLESALE-RECON
                   END-IF
               END-IF
       END-READ
   END-PERFORM
               IF IDX-saleDate >= WS-FROM-DATE AND
                       IDX-saleDate <= WS-TO-DATE AND
                       IDX-DST NOT = 'Y' THEN
                   PERFORM 140-ADD-UNIT-SALE
               END-IF
       END-READ
   END-PERFORM
   CLOSE INDEX-FILE-SALE.
EXIT PARAGRAPH.

*> A sold unit of ours goes into car revenue against its cost
*> basis; a consigned one contributes only the fee we kept.
140-ADD-UNIT-SALE.
   MOVE "N" TO WS-UNIT-CONSIGNED
   MOVE IDX-carVIN TO CRX-carVIN
   READ CAR-FILE
       INVALID KEY
           CONTINUE
       NOT INVALID KEY
           IF CRX-CAR-CONSIGNED
               MOVE "Y" TO WS-UNIT-CONSIGNED
           END-IF
   END-READ
   IF WS-UNIT-CONSIGNED = "Y"
       MOVE IDX-carVIN TO WS-FEE-VIN
       MOVE SPACES TO WS-FEE-REF
       STRING "SALE" IDX-saleID DELIMITED BY SIZE INTO WS-FEE-REF
       PERFORM 170-ADD-CONSIGN-FEE
   ELSE
       ADD IDX-price TO WS-CAR-REVENUE
       PERFORM 150-ADD-UNIT-COST-BASIS
   END-IF.
EXIT PARAGRAPH.

*> The fee off the VIN's agreement that this deal settled.
170-ADD-CONSIGN-FEE.
   MOVE 'N' TO WS-CN-EOF
   MOVE WS-FEE-VIN TO CNX-carVIN
   START CONSIGN-FILE KEY IS NOT LESS THAN CNX-carVIN
       INVALID KEY
           MOVE 'Y' TO WS-CN-EOF
   END-START
   PERFORM UNTIL WS-CN-EOF = 'Y'
       READ CONSIGN-FILE NEXT RECORD
           AT END
               MOVE 'Y' TO WS-CN-EOF
           NOT AT END
               IF CNX-carVIN NOT = WS-FEE-VIN
                   MOVE 'Y' TO WS-CN-EOF
               ELSE
                   IF (CNX-CN-SOLD OR CNX-CN-SETTLED)
                           AND CNX-saleRef = WS-FEE-REF
                       ADD CNX-feeAmt TO WS-CONSIGN-FEES
                       MOVE 'Y' TO WS-CN-EOF
                   END-IF
               END-IF
       END-READ
   END-PERFORM.
EXIT PARAGRAPH.

*> The sold unit's cost basis: acquisition cost off CAR.IDX plus
*> every RECONEXP.DAT charge posted against the VIN, plus what the
*> deal promised the buyer on WEOWE.IDX. Units sold
*> before acquisition cost was captured carry zero and simply
*> contribute nothing, same as before the field existed.
150-ADD-UNIT-COST-BASIS.
               END-IF
       END-READ
   END-PERFORM
   CLOSE RECON-FILE

   MOVE 'N' TO WS-WO-EOF
   OPEN INPUT WEOWE-FILE
   MOVE IDX-saleID TO WOX-saleID
   START WEOWE-FILE KEY IS EQUAL TO WOX-saleID
       INVALID KEY
           MOVE 'Y' TO WS-WO-EOF
   END-START
   PERFORM UNTIL WS-WO-EOF = 'Y'
       READ WEOWE-FILE NEXT RECORD
           AT END
               MOVE 'Y' TO WS-WO-EOF
           NOT AT END
               IF WOX-saleID NOT = IDX-saleID
                   MOVE 'Y' TO WS-WO-EOF
               ELSE
                   IF NOT WOX-WO-CANCELLED
                       ADD WOX-estCost TO WS-COST-BASIS
                   END-IF
               END-IF
       END-READ
   END-PERFORM
   CLOSE WEOWE-FILE.
EXIT PARAGRAPH.

*> Walks TICKET.IDX for tickets that closed in the date range and,
               IF SAX-saleDate >= WS-FROM-DATE AND
                       SAX-saleDate <= WS-TO-DATE AND
                       SAX-DST NOT = 'Y' THEN
                   MOVE SAX-carVIN TO IDX-carVIN
                   MOVE SAX-price TO IDX-price
                   MOVE SAX-saleID TO IDX-saleID
                   PERFORM 140-ADD-UNIT-SALE
               END-IF
       END-READ
   END-PERFORM
