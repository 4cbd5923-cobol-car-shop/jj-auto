01 WS-PAID-FLAG PIC X.
01 WS-ADDSALE-RESULT PIC 99.
01 WS-INVOICE-TOTAL PIC 9(7)V99.
01 WS-REDEEM-POINTS PIC 9(7) VALUE 0.

PROCEDURE DIVISION.
MAIN-PROCEDURE.

    MOVE "Y" TO WS-PAID-FLAG
    CALL 'TICKET_CLOSE' USING WST-ticketID, WS-PAID-FLAG,
        WS-INVOICE-TOTAL, WS-TICKET-RESULT, WS-REDEEM-POINTS
    DISPLAY "CLOSE RESULT: " WS-TICKET-RESULT
    DISPLAY "INVOICE TOTAL: " WS-INVOICE-TOTAL
EXIT PARAGRAPH.
