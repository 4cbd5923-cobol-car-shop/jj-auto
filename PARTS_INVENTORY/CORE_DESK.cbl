       01  WS-EOF              PIC X.
       01  WS-RESULT-CODE      PIC 99.
       01  WS-PART-IN          PIC 9(5).
       01  WS-QTY-IN           PIC 9(5).
       01  WS-REFUND-AMOUNT    PIC 9(7)V99.
       01  WS-CASH-AMOUNT      PIC S9(7)V99.
       01  WS-CASH-DOC         PIC X(10) VALUE "CORE RTN".
       01  WS-TODAY-DATE       PIC 9(8).
       01  WS-CHARGED-QTY      PIC S9(7).
       01  WS-RETURNED-QTY     PIC S9(7).
       01  WS-SHIPPED-QTY      PIC S9(7).
       01  WS-OUT-QTY          PIC S9(7).
       01  WS-SHIP-OWED        PIC S9(7).
       01  WS-OUT-AMOUNT       PIC S9(9)V99.
      *    One slot per part seen in the ledger for the report pass.
       01  WS-PART-TABLE.
           05  WS-PT-ENTRY OCCURS 100 TIMES.
               10  WS-PT-PARTID     PIC 9(5).
               10  WS-PT-CHARGED    PIC S9(7).
               10  WS-PT-CHG-AMT    PIC S9(9)V99.
               10  WS-PT-RETURNED   PIC S9(7).
               10  WS-PT-RET-AMT    PIC S9(9)V99.
               10  WS-PT-SHIPPED    PIC S9(7).
       01  WS-PT-USED          PIC 9(3) VALUE 0.
       01  WS-PT-SLOT          PIC 9(3).
       01  WS-PT-IDX           PIC 9(3).
                   DISPLAY "More cores than we ever charged for -"
                       " not refunded."
               ELSE
      *            The ledger row holds 9(7)V99 - a refund that big
      *            is refused and split into smaller returns.
                   COMPUTE WS-REFUND-AMOUNT =
                       WS-QTY-IN * WS-PART-CORE-CHARGE
                       ON SIZE ERROR
                           DISPLAY "Refund too large for one entry -"
                               " return fewer cores at a time."
                       NOT ON SIZE ERROR
                           PERFORM 0250-POST-REFUND
                   END-COMPUTE
               END-IF
               END-IF
           END-IF
           END-IF.

       0250-POST-REFUND.
           MOVE "R" TO CO-CORE-TYPE
           MOVE WS-REFUND-AMOUNT TO CO-CORE-AMOUNT
           PERFORM 0600-WRITE-LEDGER-ROW
      *    Cash back out of the drawer, same as a deposit refund -
      *    a negative row on the cash journal.
           COMPUTE WS-CASH-AMOUNT = 0 - WS-REFUND-AMOUNT
           CALL "LOG_CASH_EVENT" USING "CRF",
               WS-CASH-DOC, WS-CASH-AMOUNT
           DISPLAY "Refunded " WS-REFUND-AMOUNT
               " - core held for supplier shipment.".

       0300-SHIP-CORES.
           DISPLAY "Enter Part ID: "
           ACCEPT WS-PART-IN
