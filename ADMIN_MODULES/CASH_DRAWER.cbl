*>          DRAWER.DAT at start of day, every cash event journaled
*>          to CASHEVENT.DAT through LOG_CASH_EVENT (counter sale
*>          cash, deposits taken and refunded, deal down payments,
*>          AR receipts, in-house loan payments), and a closing count here that totals the
*>          day's events against float-plus-takes, logs the
*>          over/short in the C row, and writes the day's bank
*>          deposit slip to DEPOSIT_SLIP.RPT. Launched from JJUI
01  WS-TOTAL-ARC            PIC S9(9)V99.
01  WS-TOTAL-CRF            PIC S9(9)V99.
01  WS-TOTAL-SPO            PIC S9(9)V99.
01  WS-TOTAL-LNP            PIC S9(9)V99.
01  WS-DEPOSIT-AMOUNT       PIC S9(9)V99.
01  WS-MONEY-DISP           PIC $,$$$,$$9.99.
01  WS-SIGNED-DISP          PIC +$,$$$,$$9.99.
    MOVE 0 TO WS-TOTAL-ARC
    MOVE 0 TO WS-TOTAL-CRF
    MOVE 0 TO WS-TOTAL-SPO
    MOVE 0 TO WS-TOTAL-LNP
    MOVE "N" TO WS-EOF
    OPEN INPUT CASH-EVENT-FILE
    PERFORM UNTIL WS-EOF = "Y"
                            ADD CE-EV-AMOUNT TO WS-TOTAL-CRF
                        WHEN CE-EV-SPECIAL-ORDER
                            ADD CE-EV-AMOUNT TO WS-TOTAL-SPO
                        WHEN CE-EV-LOAN-PAYMENT
                            ADD CE-EV-AMOUNT TO WS-TOTAL-LNP
                    END-EVALUATE
                END-IF
        END-READ
    PERFORM 560-WRITE-SIGNED-LINE-RTN
    MOVE "SPEC-ORDER DEPOSITS" TO SLIP-REC(1:20)
    WRITE SLIP-REC
    MOVE WS-TOTAL-LNP TO WS-SIGNED-DISP
    PERFORM 560-WRITE-SIGNED-LINE-RTN
    MOVE "LOAN PAYMENTS" TO SLIP-REC(1:20)
    WRITE SLIP-REC
    MOVE WS-EXPECTED-AMOUNT TO WS-SIGNED-DISP
    PERFORM 560-WRITE-SIGNED-LINE-RTN
    MOVE "EXPECTED CASH" TO SLIP-REC(1:20)
