      *            line is covered. Stock stops arriving into thin
      *            air and getting fixed through CHANGE_PARTS_QTY
      *            whenever somebody remembers.
      * Modification History:
      *   10/15/2026 BS - Arrived quantity, quantity due and delivery
      *                   cost widened to the new PO line and part
      *                   master sizes (9(5), 9(5)V99).
      *   10/15/2026 BS - The unit cost confirmed on the delivery is
      *                   kept on the PO line (RECV-COST) as the
      *                   price AP_INVOICE_DESK matches the supplier's
      *                   invoice against.
      *   10/15/2026 BS - Freight, fuel surcharge and handling on the
      *                   delivery are keyed up front and spread over
      *                   the lines received, by value or by quantity,
      *                   into each part's landed PART-COST (one
      *                   COSTHIST.DAT row through UPDATE_PART). The
      *                   charges go on LANDCOST.DAT for GL_EXPORT.
      *                   RECV-COST stays the supplier's price for
      *                   the invoice match.
      *   10/15/2026 BS - A serial-tracked part's serials are keyed
      *                   unit by unit as it posts (SERIAL_CAPTURE)
      *                   onto SERIALS.IDX for the warranty lookup.
      *   10/15/2026 BS - The delivery may be checked in by scanning
      *                   each box - barcode or the supplier's own part
      *                   number off the packing slip, resolved through
      *                   FIND_PART against this PO's supplier - onto
      *                   the PO line for that part, instead of walking
      *                   every line in order.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               ALTERNATE RECORD KEY IS SOX-custID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SOX-partID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SOX-poLineID WITH DUPLICATES.
               SELECT OPTIONAL LANDED-COST-FILE
               ASSIGN TO "..\LANDCOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD PO-FILE RECORD CONTAINS 19 CHARACTERS.
           COPY PO_DEF REPLACING ==:TAG:== BY ==POX==.
       FD POLINE-FILE RECORD CONTAINS 44 CHARACTERS.
           COPY PO_LINE_DEF REPLACING ==:TAG:== BY ==PLX==.
       FD SPECORD-FILE RECORD CONTAINS 46 CHARACTERS.
           COPY SPEC_ORD_DEF REPLACING ==:TAG:== BY ==SOX==.
       FD LANDED-COST-FILE.
           COPY LANDED_COST_DEF REPLACING ==:TAG:== BY ==LC==.
      *-----------------------
       WORKING-STORAGE SECTION.
       COPY PART_DEF REPLACING ==:TAG:== BY ==WS==.
       01  WS-RESULT-CODE      PIC 99.
       01  WS-PO-IN            PIC 9(5).
       01  WS-QTY-IN           PIC 9(5).
       01  WS-SCAN-EOF         PIC X.
       01  WS-ALL-COVERED      PIC X.
       01  WS-STILL-DUE        PIC 9(5).
       01  WS-QTY-DELTA        PIC S9(5).
       01  WS-MOVE-DOC         PIC X(10).
       01  WS-COST-IN          PIC 9(5)V99.
       01  WS-SO-EOF           PIC X.
       01  WS-SO-TODAY         PIC 9(8).
       01  WS-RECV-MODE        PIC X.
           88  WS-RECV-BY-SCAN     VALUE "S".
       01  WS-PART-CODE-IN     PIC X(20).
       01  WS-SCAN-DONE        PIC X.
       01  WS-MATCH-LINE       PIC 9(5).
       01  WS-MATCH-DUE        PIC X.
       COPY PART_FIND_DEF REPLACING ==:TAG:== BY ==WS==.
       COPY SESSION_DEF.
       COPY SERIAL_REQ_DEF REPLACING ==:TAG:== BY ==WSR==.
      *    The delivery's charges on top of the supplier's price.
       01  WS-FREIGHT-IN       PIC 9(5)V99.
       01  WS-FUEL-IN          PIC 9(5)V99.
       01  WS-HANDLING-IN      PIC 9(5)V99.
       01  WS-CHARGES-TOTAL    PIC 9(6)V99 VALUE 0.
       01  WS-SPREAD-BASIS     PIC X.
           88  WS-SPREAD-BY-VALUE  VALUE "V".
           88  WS-SPREAD-BY-QTY    VALUE "Q".
      *    Lines received on this delivery, costed once the charges
      *    have been spread over them.
       01  WS-RECEIVED-TABLE.
           05  WS-RV-ENTRY OCCURS 200 TIMES.
               10  WS-RV-PART      PIC 9(5).
               10  WS-RV-QTY       PIC 9(5).
               10  WS-RV-COST      PIC 9(5)V99.
       01  WS-RV-USED          PIC 9(3) VALUE 0.
       01  WS-RV-IDX           PIC 9(3).
       01  WS-BASIS-TOTAL      PIC 9(11)V99.
       01  WS-LINE-BASIS       PIC 9(11)V99.
       01  WS-LINE-SHARE       PIC 9(6)V99.
       01  WS-SHARE-LEFT       PIC 9(6)V99.
       01  WS-LANDED-COST      PIC 9(7)V99.
       01  WS-MONEY-DISP       PIC $$$,$$9.99.
       01  WS-SHARE-DISP       PIC $$$,$$9.99.
       01  WS-CURRENT-DATE.
           05  WS-CD-YEAR      PIC 9999.
           05  WS-CD-MONTH     PIC 99.
           05  WS-CD-DAY       PIC 99.
           05  FILLER          PIC X(13).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               GOBACK
           END-IF

           PERFORM 0150-TAKE-CHARGES
           DISPLAY "W)alk the lines or S)can what arrived? "
           ACCEPT WS-RECV-MODE
           MOVE FUNCTION UPPER-CASE(WS-RECV-MODE) TO WS-RECV-MODE
           IF WS-RECV-BY-SCAN
               PERFORM 0250-SCAN-LINES
           ELSE
               PERFORM 0200-RECEIVE-LINES
           END-IF
           IF WS-CHARGES-TOTAL > 0
               PERFORM 0700-SPREAD-CHARGES
           END-IF

           IF WS-ALL-COVERED = 'Y'
               MOVE "R" TO POX-PO-STATUS

           GOBACK.

      *****************************************************
      * Freight, fuel surcharge and handling billed on    *
      * this delivery, and how to spread them             *
      *****************************************************
       0150-TAKE-CHARGES.
           MOVE 0 TO WS-RV-USED
           DISPLAY "Freight on this delivery (0 = none): "
           ACCEPT WS-FREIGHT-IN
           DISPLAY "Fuel surcharge (0 = none): "
           ACCEPT WS-FUEL-IN
           DISPLAY "Handling / other charges (0 = none): "
           ACCEPT WS-HANDLING-IN
           COMPUTE WS-CHARGES-TOTAL =
               WS-FREIGHT-IN + WS-FUEL-IN + WS-HANDLING-IN
           IF WS-CHARGES-TOTAL > 0
               DISPLAY "Spread by V)alue or Q)uantity received? "
               ACCEPT WS-SPREAD-BASIS
               IF WS-SPREAD-BASIS = 'q'
                   MOVE 'Q' TO WS-SPREAD-BASIS
               END-IF
               IF NOT WS-SPREAD-BY-QTY
                   MOVE 'V' TO WS-SPREAD-BASIS
               END-IF
           END-IF.

      *****************************************************
      * Walks the PO's lines off the PO-NUMBER alternate  *
      * key, takes the arrived quantity for each, and     *
           END-PERFORM
           CLOSE POLINE-FILE.

      *****************************************************
      * Scanned receiving - each code off a box or the    *
      * packing slip lands on this PO's line for the part *
      * (the first one still due when the part is on two  *
      * lines). Whether the PO is covered is settled by   *
      * walking the lines once the scanning stops.        *
      *****************************************************
       0250-SCAN-LINES.
           MOVE 'N' TO WS-SCAN-DONE
           OPEN I-O POLINE-FILE
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               DISPLAY "Scan or key part, barcode or supplier no"
                   " (blank when done): "
               MOVE SPACES TO WS-PART-CODE-IN
               ACCEPT WS-PART-CODE-IN
               IF WS-PART-CODE-IN = SPACES OR WS-PART-CODE-IN = "0"
                   MOVE 'Y' TO WS-SCAN-DONE
               ELSE
                   MOVE WS-PART-CODE-IN TO WS-PF-CODE
                   MOVE POX-PO-SUPP-ID TO WS-PF-SUPPLIER-ID
                   CALL "FIND_PART" USING WS-PART-FIND
                   IF WS-PF-FOUND
                       PERFORM 0260-FIND-PO-LINE
                   ELSE
                       IF NOT WS-PF-AMBIGUOUS
                           DISPLAY "No part, barcode or supplier"
                               " number matches that."
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 0270-CHECK-COVERED
           CLOSE POLINE-FILE.

       0260-FIND-PO-LINE.
           MOVE 0 TO WS-MATCH-LINE
           MOVE 'N' TO WS-MATCH-DUE
           MOVE 'N' TO WS-SCAN-EOF
           MOVE WS-PO-IN TO PLX-PO-NUMBER
           START POLINE-FILE KEY IS NOT LESS THAN PLX-PO-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ POLINE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF PLX-PO-NUMBER NOT = WS-PO-IN
                           MOVE 'Y' TO WS-SCAN-EOF
                       ELSE
                           IF PLX-PART-ID = WS-PF-PART-ID
                                   AND WS-MATCH-DUE = 'N'
                               MOVE PLX-PO-LINE-ID TO WS-MATCH-LINE
                               IF PLX-QTY-RECEIVED < PLX-QTY-ORDERED
                                   MOVE 'Y' TO WS-MATCH-DUE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MATCH-LINE = 0
               DISPLAY "Part " WS-PF-PART-ID " is not on PO "
                   WS-PO-IN "."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MATCH-LINE TO PLX-PO-LINE-ID
           READ POLINE-FILE
               INVALID KEY
                   DISPLAY "Could not read line " WS-MATCH-LINE
               NOT INVALID KEY
                   PERFORM 0300-RECEIVE-ONE-LINE
           END-READ.

       0270-CHECK-COVERED.
           MOVE 'Y' TO WS-ALL-COVERED
           MOVE 'N' TO WS-SCAN-EOF
           MOVE WS-PO-IN TO PLX-PO-NUMBER
           START POLINE-FILE KEY IS NOT LESS THAN PLX-PO-NUMBER
               INVALID KEY
                   MOVE 'N' TO WS-ALL-COVERED
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ POLINE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF PLX-PO-NUMBER NOT = WS-PO-IN
                           MOVE 'Y' TO WS-SCAN-EOF
                       ELSE
                           IF PLX-QTY-RECEIVED < PLX-QTY-ORDERED
                               MOVE 'N' TO WS-ALL-COVERED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       0300-RECEIVE-ONE-LINE.
           COMPUTE WS-STILL-DUE =
               PLX-QTY-ORDERED - PLX-QTY-RECEIVED
               DISPLAY "Unit cost on this delivery (0 = keep "
                   WS-PART-COST "): "
               ACCEPT WS-COST-IN
               IF WS-COST-IN = 0
                   MOVE WS-PART-COST TO WS-COST-IN
               END-IF
               MOVE WS-COST-IN TO PLX-RECV-COST
      *        With charges to spread the part is costed once they
      *        are, so it takes a single landed cost change.
               IF WS-CHARGES-TOTAL > 0 AND WS-RV-USED < 200
                   ADD 1 TO WS-RV-USED
                   MOVE PLX-PART-ID TO WS-RV-PART(WS-RV-USED)
                   MOVE WS-QTY-IN TO WS-RV-QTY(WS-RV-USED)
                   MOVE WS-COST-IN TO WS-RV-COST(WS-RV-USED)
               ELSE
                   MOVE WS-COST-IN TO WS-PART-COST
               END-IF
               CALL "UPDATE_PART" USING WS-PART, WS-RESULT-CODE
                       DELIMITED BY SIZE INTO WS-MOVE-DOC
                   CALL "LOG_STOCK_MOVE" USING WS-PART-ID,
                       WS-QTY-DELTA, "REC", WS-MOVE-DOC
                   INITIALIZE WSR-SERIAL-REQ
                   MOVE "R" TO WSR-SR-FUNCTION
                   MOVE WS-PART-ID TO WSR-SR-PART-ID
                   MOVE WS-QTY-IN TO WSR-SR-QTY
                   MOVE WS-PO-IN TO WSR-SR-PO-NUMBER
                   CALL "SERIAL_CAPTURE" USING WSR-SERIAL-REQ
               END-IF
           ELSE
               DISPLAY "Part " PLX-PART-ID " not on file - not"
               CALL "UPDATE_PART" USING WS-PART, WS-RESULT-CODE
           END-IF.

      *****************************************************
      * The delivery's charges over the lines received -  *
      * each line's share by its value (quantity times    *
      * the delivery cost) or its quantity, the last line *
      * taking what rounding leaves so the shares add up  *
      * to the charges to the penny - then each part's    *
      * landed unit cost onto PART-COST                   *
      *****************************************************
       0700-SPREAD-CHARGES.
           IF WS-RV-USED = 0
               DISPLAY "Nothing received - the delivery charges were"
                   " not applied."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-BASIS-TOTAL
           PERFORM VARYING WS-RV-IDX FROM 1 BY 1
                   UNTIL WS-RV-IDX > WS-RV-USED
               PERFORM 0710-LINE-BASIS
               ADD WS-LINE-BASIS TO WS-BASIS-TOTAL
           END-PERFORM
      *    Nothing priced on the delivery leaves value with nothing
      *    to go on - quantity it is.
           IF WS-BASIS-TOTAL = 0
               MOVE 'Q' TO WS-SPREAD-BASIS
               PERFORM VARYING WS-RV-IDX FROM 1 BY 1
                       UNTIL WS-RV-IDX > WS-RV-USED
                   PERFORM 0710-LINE-BASIS
                   ADD WS-LINE-BASIS TO WS-BASIS-TOTAL
               END-PERFORM
           END-IF

           MOVE WS-CHARGES-TOTAL TO WS-SHARE-LEFT
           PERFORM VARYING WS-RV-IDX FROM 1 BY 1
                   UNTIL WS-RV-IDX > WS-RV-USED
               IF WS-RV-IDX = WS-RV-USED
                   MOVE WS-SHARE-LEFT TO WS-LINE-SHARE
               ELSE
                   PERFORM 0710-LINE-BASIS
                   COMPUTE WS-LINE-SHARE ROUNDED =
                       WS-CHARGES-TOTAL * WS-LINE-BASIS
                           / WS-BASIS-TOTAL
                   IF WS-LINE-SHARE > WS-SHARE-LEFT
                       MOVE WS-SHARE-LEFT TO WS-LINE-SHARE
                   END-IF
               END-IF
               SUBTRACT WS-LINE-SHARE FROM WS-SHARE-LEFT
               PERFORM 0720-LAND-ONE-LINE
           END-PERFORM
           PERFORM 0730-LOG-CHARGES.

       0710-LINE-BASIS.
           IF WS-SPREAD-BY-QTY
               MOVE WS-RV-QTY(WS-RV-IDX) TO WS-LINE-BASIS
           ELSE
               COMPUTE WS-LINE-BASIS =
                   WS-RV-QTY(WS-RV-IDX) * WS-RV-COST(WS-RV-IDX)
           END-IF.

       0720-LAND-ONE-LINE.
           COMPUTE WS-LANDED-COST ROUNDED = WS-RV-COST(WS-RV-IDX)
               + WS-LINE-SHARE / WS-RV-QTY(WS-RV-IDX)
           IF WS-LANDED-COST > 99999.99
               MOVE 99999.99 TO WS-LANDED-COST
           END-IF
           MOVE WS-RV-PART(WS-RV-IDX) TO WS-PART-ID
           CALL "READ_PART" USING WS-PART, WS-RESULT-CODE
           IF WS-RESULT-CODE NOT = 01
               DISPLAY "Part " WS-RV-PART(WS-RV-IDX) " not on file -"
                   " landed cost not set."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LANDED-COST TO WS-PART-COST
           CALL "UPDATE_PART" USING WS-PART, WS-RESULT-CODE
           IF WS-RESULT-CODE NOT = 01
               DISPLAY "Could not update part " WS-PART-ID
           ELSE
               MOVE WS-LANDED-COST TO WS-MONEY-DISP
               MOVE WS-LINE-SHARE TO WS-SHARE-DISP
               DISPLAY "PART " WS-PART-ID " LANDED AT "
                   WS-MONEY-DISP " EACH (CHARGES " WS-SHARE-DISP
                   ")"
           END-IF.

       0730-LOG-CHARGES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CD-YEAR TO LC-LC-YEAR
           MOVE WS-CD-MONTH TO LC-LC-MONTH
           MOVE WS-CD-DAY TO LC-LC-DAY
           MOVE WS-PO-IN TO LC-PO-NUMBER
           MOVE POX-PO-SUPP-ID TO LC-SUPP-ID
           MOVE WS-FREIGHT-IN TO LC-FREIGHT
           MOVE WS-FUEL-IN TO LC-FUEL
           MOVE WS-HANDLING-IN TO LC-HANDLING
           MOVE WS-CHARGES-TOTAL TO LC-TOTAL
           MOVE WS-SPREAD-BASIS TO LC-BASIS
           MOVE WS-RV-USED TO LC-LINES
           MOVE SESSION-CURRENT-USER TO LC-RECEIVED-BY
           OPEN EXTEND LANDED-COST-FILE
           WRITE LC-LANDED-COST
           CLOSE LANDED-COST-FILE
           MOVE WS-CHARGES-TOTAL TO WS-MONEY-DISP
           DISPLAY "Delivery charges of " WS-MONEY-DISP
               " spread over " WS-RV-USED " line(s).".

       END PROGRAM PO_RECEIVE.
