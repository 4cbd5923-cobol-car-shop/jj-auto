*>          approval straight onto the deal. The lender scorecard
*>          reports approval rates and average offered rates per
*>          bank to LENDER_SCORECARD.RPT so we stop submitting to
*>          banks that always decline us. No application is opened
*>          until OFAC_SCREEN has checked the buyer against the SDN
*>          list and taken their ID - a possible match a manager
*>          will not clear stops it. An approval or counter also
*>          records the lender's buy rate and our share of the
*>          spread (75% unless the bank's program says otherwise),
*>          which FIN_RESERVE turns into the finance reserve we
*>          expect once the deal posts. Launched from JJUI off a
*>          PERMISSIONS.DAT row.
*> Tectonics: cobc
*>****************************************************************
01  WS-TODAY-DATE           PIC 9(8).
01  WS-RATE-AVG             PIC 99V999.
01  WS-APPROVAL-PCT         PIC 9(3).
01  WS-SCREEN-RESULT        PIC X.

*> One slot per lender for the scorecard pass.
01  WS-SC-TABLE.
    STOP RUN.

200-NEW-APP-RTN.
    DISPLAY "Enter Customer ID: "
    ACCEPT CAX-custID
    DISPLAY "Enter Vehicle VIN: "
    ACCEPT CAX-carVIN
    CALL "OFAC_SCREEN" USING CAX-custID, "CRA", CAX-carVIN,
        WS-SCREEN-RESULT
    IF WS-SCREEN-RESULT NOT = "C" AND WS-SCREEN-RESULT NOT = "O"
        DISPLAY "Application not opened."
        EXIT PARAGRAPH
    END-IF
    MOVE "CREDAPP" TO WS-ID-SERIES
    CALL 'GET_NEXT_ID' USING WS-ID-SERIES, WS-NEXT-APP-ID
    MOVE WS-NEXT-APP-ID TO CAX-appID
    MOVE FUNCTION CURRENT-DATE(1:8) TO CAX-appDate
    MOVE "O" TO CAX-appStatus
    OPEN I-O CREDITAPP-FILE
            END-IF
            MOVE 0 TO LD-DEC-RATE
            MOVE 0 TO LD-DEC-TERM
            MOVE 0 TO LD-DEC-BUY-RATE
            MOVE 0 TO LD-DEC-RESERVE-PCT
            IF LD-DEC-ANSWER NOT = "D"
                DISPLAY "Rate Offered (e.g. 05499 for 5.499%): "
                ACCEPT LD-DEC-RATE
                DISPLAY "Term Offered (months): "
                ACCEPT LD-DEC-TERM
                DISPLAY "Lender Buy Rate (0 if none): "
                ACCEPT LD-DEC-BUY-RATE
                IF LD-DEC-BUY-RATE > LD-DEC-RATE
                    DISPLAY "Buy rate is above the contract rate -"
                        " no reserve on this approval."
                    MOVE 0 TO LD-DEC-BUY-RATE
                END-IF
                IF LD-DEC-BUY-RATE > 0
                    DISPLAY "Dealer Share of Reserve % (0 for 75): "
                    ACCEPT LD-DEC-RESERVE-PCT
                    IF LD-DEC-RESERVE-PCT = 0 OR
                            LD-DEC-RESERVE-PCT > 100
                        MOVE 75 TO LD-DEC-RESERVE-PCT
                    END-IF
                END-IF
            END-IF
            MOVE FUNCTION CURRENT-DATE(1:8) TO LD-DEC-DATE
            MOVE SESSION-CURRENT-USER TO LD-DEC-BY
                        " RATE " LD-DEC-RATE
                        " TERM " LD-DEC-TERM
                        " ON " LD-DEC-DATE
                    IF LD-DEC-BUY-RATE NUMERIC AND
                            LD-DEC-BUY-RATE > 0
                        DISPLAY "    BUY RATE " LD-DEC-BUY-RATE
                            " RESERVE SHARE " LD-DEC-RESERVE-PCT "%"
                    END-IF
                END-IF
        END-READ
    END-PERFORM
