      ******************************************************************
      * Author: Brock Sharp
      * Date: 10/15/2026
      * Purpose: Works out one supplier's performance figures for a
      *            date range into a SUPP_SCORE_DEF record. Every
      *            released PO.IDX order to the supplier dated in the
      *            range (drafts and cancelled orders left out) has its
      *            POLINE.IDX lines matched to PO_RECEIVE's receipts on
      *            STOCKMOVE.DAT - the REC rows whose source document is
      *            "PO nnnnn" - for the first receipt date and quantity.
      *            Each line is then set against the supplier's
      *            PARTSUPP.IDX quote for the part: lead days promised
      *            against days taken, quoted cost against the cost the
      *            goods arrived at. RMAs shipped back to the supplier
      *            in the range (RMA.IDX, units off RMALINE.DAT) give
      *            the defect return rate. CALLed by SUPPLIER_SCORECARD
      *            for the period report and by SHOW_PART_SOURCES so
      *            the buyer choosing between sources sees them there.
      *            Lines past the first 500 in the range are left out
      *            of the receipt figures and TRUNCATED is set.
      * RETURN CODES: none - the figures come back in the record.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SUPPLIER_SCORE.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT OPTIONAL PO-FILE ASSIGN TO "..\PO.IDX"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS POX-PO-NUMBER.
               SELECT OPTIONAL POLINE-FILE ASSIGN TO "..\POLINE.IDX"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PLX-PO-LINE-ID
               ALTERNATE RECORD KEY IS PLX-PO-NUMBER WITH DUPLICATES.
               SELECT OPTIONAL STOCK-MOVE-FILE
               ASSIGN TO "..\STOCKMOVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL PARTSUPP-FILE ASSIGN TO "..\PARTSUPP.IDX"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PSX-XREF-ID
               ALTERNATE RECORD KEY IS PSX-PART-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS PSX-SUPPLIER-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS PSX-SUPP-PART-NO
                   WITH DUPLICATES.
               SELECT OPTIONAL RMA-FILE
               ASSIGN TO "..\..\INDEXES\RMA.IDX"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RMX-rmaID
               ALTERNATE RECORD KEY IS RMX-supplierID
                   WITH DUPLICATES.
               SELECT OPTIONAL RMALINE-FILE
               ASSIGN TO "..\RMALINE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD PO-FILE RECORD CONTAINS 19 CHARACTERS.
           COPY PO_DEF REPLACING ==:TAG:== BY ==POX==.
       FD POLINE-FILE RECORD CONTAINS 44 CHARACTERS.
           COPY PO_LINE_DEF REPLACING ==:TAG:== BY ==PLX==.
       FD STOCK-MOVE-FILE.
           COPY STOCK_MOVE_DEF REPLACING ==:TAG:== BY ==SM==.
       FD PARTSUPP-FILE RECORD CONTAINS 46 CHARACTERS.
           COPY PART_SUPP_DEF REPLACING ==:TAG:== BY ==PSX==.
       FD RMA-FILE RECORD CONTAINS 57 CHARACTERS.
           COPY RMA_DEF REPLACING ==:TAG:== BY ==RMX==.
      *    Same row shape RMA_DESK writes.
       FD RMALINE-FILE.
       01  RMALINE-REC.
           05  RL-RMA-ID       PIC 9(5).
           05  RL-PART-ID      PIC 9(5).
           05  RL-QTY          PIC 9(5).
           05  RL-EXP-CREDIT   PIC 9(5)V99.
      *-----------------------
       WORKING-STORAGE SECTION.
       01  WS-EOF              PIC X.
       01  WS-SCAN-EOF         PIC X.
      *    The supplier's order lines in the range, with the first
      *    receipt found for each on the movement journal.
       01  WS-LINE-TABLE.
           05  WS-LN-ENTRY OCCURS 500 TIMES.
               10  WS-LN-PO        PIC 9(5).
               10  WS-LN-PO-DATE   PIC 9(8).
               10  WS-LN-PART      PIC 9(5).
               10  WS-LN-ORDERED   PIC 9(5).
               10  WS-LN-RECEIVED  PIC 9(5).
               10  WS-LN-COST      PIC 9(5)V99.
               10  WS-LN-FIRST-DATE PIC 9(8).
               10  WS-LN-FIRST-QTY PIC 9(5).
       01  WS-LN-USED          PIC 9(3) VALUE 0.
       01  WS-LN-IDX           PIC 9(3).
       01  WS-LN-SLOT          PIC 9(3).
      *    The supplier's RMAs shipped in the range.
       01  WS-RMA-TABLE.
           05  WS-RM-ID            PIC 9(5) OCCURS 100 TIMES.
       01  WS-RM-USED          PIC 9(3) VALUE 0.
       01  WS-RM-IDX           PIC 9(3).
       01  WS-DOC-PO           PIC 9(5).
       01  WS-QUOTE-FOUND      PIC X.
       01  WS-QUOTE-COST       PIC 9(5)V99.
       01  WS-QUOTE-DAYS       PIC 9(3).
       01  WS-DAYS             PIC S9(5).
       01  WS-ACTUAL-SUM       PIC 9(9).
       01  WS-PROMISED-SUM     PIC 9(9).
       01  WS-ORDERED-SUM      PIC 9(9).
       01  WS-FIRST-SUM        PIC 9(9).
       01  WS-QUOTED-VALUE     PIC 9(11)V99.
       01  WS-VAR-SUM          PIC S9(11)V99.
       01  WS-HOLD-SUPPLIER    PIC 9(5).
       01  WS-HOLD-FROM        PIC 9(8).
       01  WS-HOLD-TO          PIC 9(8).
      *-----------------------
       LINKAGE SECTION.
      **-*-*-*-*-*-*-*-*-*-*-*-*-*
       COPY SUPP_SCORE_DEF REPLACING ==:TAG:== BY ==LS==.

       PROCEDURE DIVISION USING LS-SUPP-SCORE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       0100-BEGIN.
           MOVE LS-SUPPLIER-ID TO WS-HOLD-SUPPLIER
           MOVE LS-FROM-DATE TO WS-HOLD-FROM
           MOVE LS-TO-DATE TO WS-HOLD-TO
           INITIALIZE LS-SUPP-SCORE
           MOVE WS-HOLD-SUPPLIER TO LS-SUPPLIER-ID
           MOVE WS-HOLD-FROM TO LS-FROM-DATE
           MOVE WS-HOLD-TO TO LS-TO-DATE
           MOVE 'N' TO LS-TRUNCATED
           INITIALIZE WS-LINE-TABLE
           MOVE 0 TO WS-LN-USED
           MOVE 0 TO WS-ACTUAL-SUM
           MOVE 0 TO WS-PROMISED-SUM
           MOVE 0 TO WS-ORDERED-SUM
           MOVE 0 TO WS-FIRST-SUM
           MOVE 0 TO WS-QUOTED-VALUE
           MOVE 0 TO WS-VAR-SUM

           PERFORM 0200-LOAD-LINES
           IF WS-LN-USED > 0
               PERFORM 0300-MATCH-RECEIPTS
               OPEN INPUT PARTSUPP-FILE
               PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                       UNTIL WS-LN-IDX > WS-LN-USED
                   PERFORM 0400-SCORE-ONE-LINE
               END-PERFORM
               CLOSE PARTSUPP-FILE
           END-IF
           PERFORM 0500-COUNT-RMA-UNITS
           PERFORM 0600-FINISH-RATES
           GOBACK.

      *****************************************************
      * The supplier's released orders dated in the range *
      * and every line on them                            *
      *****************************************************
       0200-LOAD-LINES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT PO-FILE
           OPEN INPUT POLINE-FILE
           MOVE 0 TO POX-PO-NUMBER
           START PO-FILE KEY IS NOT LESS THAN POX-PO-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ PO-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF POX-PO-SUPP-ID = LS-SUPPLIER-ID
                               AND POX-PO-DATE >= LS-FROM-DATE
                               AND POX-PO-DATE <= LS-TO-DATE
                               AND NOT POX-PO-DRAFT
                               AND NOT POX-PO-CANCELLED
                           ADD 1 TO LS-PO-COUNT
                           PERFORM 0210-LOAD-PO-LINES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POLINE-FILE
           CLOSE PO-FILE.

       0210-LOAD-PO-LINES.
           MOVE 'N' TO WS-SCAN-EOF
           MOVE POX-PO-NUMBER TO PLX-PO-NUMBER
           START POLINE-FILE KEY IS NOT LESS THAN PLX-PO-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ POLINE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF PLX-PO-NUMBER NOT = POX-PO-NUMBER
                           MOVE 'Y' TO WS-SCAN-EOF
                       ELSE
                           ADD 1 TO LS-LINE-COUNT
                           IF WS-LN-USED < 500
                               ADD 1 TO WS-LN-USED
                               PERFORM 0220-KEEP-ONE-LINE
                           ELSE
                               MOVE 'Y' TO LS-TRUNCATED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    The cost the goods came in at, falling back to the price
      *    agreed on the order where nothing has arrived to confirm.
       0220-KEEP-ONE-LINE.
           MOVE POX-PO-NUMBER TO WS-LN-PO(WS-LN-USED)
           MOVE POX-PO-DATE TO WS-LN-PO-DATE(WS-LN-USED)
           MOVE PLX-PART-ID TO WS-LN-PART(WS-LN-USED)
           MOVE PLX-QTY-ORDERED TO WS-LN-ORDERED(WS-LN-USED)
           MOVE PLX-QTY-RECEIVED TO WS-LN-RECEIVED(WS-LN-USED)
           IF PLX-RECV-COST IS NUMERIC AND PLX-RECV-COST > 0
               MOVE PLX-RECV-COST TO WS-LN-COST(WS-LN-USED)
           ELSE
               IF PLX-UNIT-COST IS NUMERIC
                   MOVE PLX-UNIT-COST TO WS-LN-COST(WS-LN-USED)
               END-IF
           END-IF.

      *****************************************************
      * One pass of the journal. A PO_RECEIVE row names   *
      * its order as "PO nnnnn"; the first one seen for a *
      * line (the journal is in time order) is its first  *
      * receipt, and same-day rows add to it.             *
      *****************************************************
       0300-MATCH-RECEIPTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT STOCK-MOVE-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ STOCK-MOVE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SM-MOVE-RECEIVED
                               AND SM-SOURCE-DOC(1:3) = "PO "
                               AND SM-SOURCE-DOC(4:5) IS NUMERIC
                           MOVE SM-SOURCE-DOC(4:5) TO WS-DOC-PO
                           PERFORM 0310-MATCH-ONE-RECEIPT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STOCK-MOVE-FILE.

       0310-MATCH-ONE-RECEIPT.
           MOVE 0 TO WS-LN-SLOT
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LN-USED OR WS-LN-SLOT > 0
               IF WS-LN-PO(WS-LN-IDX) = WS-DOC-PO
                       AND WS-LN-PART(WS-LN-IDX) = SM-PART-ID
                   IF WS-LN-FIRST-DATE(WS-LN-IDX) = 0 OR
                           WS-LN-FIRST-DATE(WS-LN-IDX) = SM-MOVE-DATE
                       MOVE WS-LN-IDX TO WS-LN-SLOT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-LN-SLOT > 0 AND SM-QTY-DELTA > 0
               MOVE SM-MOVE-DATE TO WS-LN-FIRST-DATE(WS-LN-SLOT)
               ADD SM-QTY-DELTA TO WS-LN-FIRST-QTY(WS-LN-SLOT)
           END-IF.

      *****************************************************
      * One line against the supplier's quote for the     *
      * part                                              *
      *****************************************************
       0400-SCORE-ONE-LINE.
           PERFORM 0410-FIND-QUOTE
           ADD WS-LN-RECEIVED(WS-LN-IDX) TO LS-QTY-RECEIVED

           IF WS-LN-FIRST-DATE(WS-LN-IDX) > 0
               ADD 1 TO LS-RECV-LINES
               ADD WS-LN-ORDERED(WS-LN-IDX) TO WS-ORDERED-SUM
               ADD WS-LN-FIRST-QTY(WS-LN-IDX) TO WS-FIRST-SUM
               IF WS-LN-FIRST-QTY(WS-LN-IDX) <
                       WS-LN-ORDERED(WS-LN-IDX)
                   ADD 1 TO LS-BACKORDER-LINES
               END-IF
               COMPUTE WS-DAYS =
                   FUNCTION INTEGER-OF-DATE
                       (WS-LN-FIRST-DATE(WS-LN-IDX)) -
                   FUNCTION INTEGER-OF-DATE
                       (WS-LN-PO-DATE(WS-LN-IDX))
               IF WS-DAYS < 0
                   MOVE 0 TO WS-DAYS
               END-IF
               ADD WS-DAYS TO WS-ACTUAL-SUM
               IF WS-QUOTE-FOUND = 'Y' AND WS-QUOTE-DAYS > 0
                   ADD 1 TO LS-LEAD-LINES
                   ADD WS-QUOTE-DAYS TO WS-PROMISED-SUM
                   IF WS-DAYS > WS-QUOTE-DAYS
                       ADD 1 TO LS-LATE-LINES
                   END-IF
               END-IF
           END-IF

           IF WS-QUOTE-FOUND = 'Y' AND WS-QUOTE-COST > 0
                   AND WS-LN-RECEIVED(WS-LN-IDX) > 0
                   AND WS-LN-COST(WS-LN-IDX) > 0
               COMPUTE WS-QUOTED-VALUE = WS-QUOTED-VALUE +
                   WS-QUOTE-COST * WS-LN-RECEIVED(WS-LN-IDX)
               COMPUTE WS-VAR-SUM = WS-VAR-SUM +
                   (WS-LN-COST(WS-LN-IDX) - WS-QUOTE-COST)
                       * WS-LN-RECEIVED(WS-LN-IDX)
           END-IF.

       0410-FIND-QUOTE.
           MOVE 'N' TO WS-QUOTE-FOUND
           MOVE 0 TO WS-QUOTE-COST
           MOVE 0 TO WS-QUOTE-DAYS
           MOVE 'N' TO WS-SCAN-EOF
           MOVE WS-LN-PART(WS-LN-IDX) TO PSX-PART-ID
           START PARTSUPP-FILE KEY IS NOT LESS THAN PSX-PART-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ PARTSUPP-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF PSX-PART-ID NOT = WS-LN-PART(WS-LN-IDX)
                           MOVE 'Y' TO WS-SCAN-EOF
                       ELSE
                           IF PSX-SUPPLIER-ID = LS-SUPPLIER-ID
                               MOVE 'Y' TO WS-QUOTE-FOUND
                               MOVE PSX-UNIT-COST TO WS-QUOTE-COST
                               MOVE PSX-LEAD-DAYS TO WS-QUOTE-DAYS
                               MOVE 'Y' TO WS-SCAN-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *****************************************************
      * Units sent back on the supplier's RMAs shipped in *
      * the range                                         *
      *****************************************************
       0500-COUNT-RMA-UNITS.
           MOVE 0 TO WS-RM-USED
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT RMA-FILE
           MOVE LS-SUPPLIER-ID TO RMX-supplierID
           START RMA-FILE KEY IS NOT LESS THAN RMX-supplierID
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ RMA-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF RMX-supplierID NOT = LS-SUPPLIER-ID
                           MOVE 'Y' TO WS-SCAN-EOF
                       ELSE
                           IF RMX-shipDate >= LS-FROM-DATE
                                   AND RMX-shipDate <= LS-TO-DATE
                                   AND WS-RM-USED < 100
                               ADD 1 TO WS-RM-USED
                               MOVE RMX-rmaID TO WS-RM-ID(WS-RM-USED)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RMA-FILE
           IF WS-RM-USED = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF
           OPEN INPUT RMALINE-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ RMALINE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM VARYING WS-RM-IDX FROM 1 BY 1
                               UNTIL WS-RM-IDX > WS-RM-USED
                           IF WS-RM-ID(WS-RM-IDX) = RL-RMA-ID
                               ADD RL-QTY TO LS-RMA-QTY
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE RMALINE-FILE.

       0600-FINISH-RATES.
           IF LS-RECV-LINES > 0
               COMPUTE LS-AVG-ACTUAL-DAYS ROUNDED =
                   WS-ACTUAL-SUM / LS-RECV-LINES
                   ON SIZE ERROR
                       MOVE 999.9 TO LS-AVG-ACTUAL-DAYS
               END-COMPUTE
           END-IF
           IF LS-LEAD-LINES > 0
               COMPUTE LS-AVG-PROMISED-DAYS ROUNDED =
                   WS-PROMISED-SUM / LS-LEAD-LINES
           END-IF
           IF WS-ORDERED-SUM > 0
               COMPUTE LS-FILL-PCT ROUNDED =
                   WS-FIRST-SUM * 100 / WS-ORDERED-SUM
                   ON SIZE ERROR
                       MOVE 100 TO LS-FILL-PCT
               END-COMPUTE
           END-IF
           MOVE WS-VAR-SUM TO LS-COST-VAR-AMT
           IF WS-QUOTED-VALUE > 0
               COMPUTE LS-COST-VAR-PCT ROUNDED =
                   WS-VAR-SUM * 100 / WS-QUOTED-VALUE
                   ON SIZE ERROR
                       IF WS-VAR-SUM < 0
                           MOVE -999.9 TO LS-COST-VAR-PCT
                       ELSE
                           MOVE 999.9 TO LS-COST-VAR-PCT
                       END-IF
               END-COMPUTE
           END-IF
           IF LS-QTY-RECEIVED > 0
               COMPUTE LS-DEFECT-PCT ROUNDED =
                   LS-RMA-QTY * 100 / LS-QTY-RECEIVED
                   ON SIZE ERROR
                       MOVE 999.9 TO LS-DEFECT-PCT
               END-COMPUTE
           END-IF.

       END PROGRAM SUPPLIER_SCORE.
