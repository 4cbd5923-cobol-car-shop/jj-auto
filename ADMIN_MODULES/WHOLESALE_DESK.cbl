*>          marked SOLD on CAR.IDX and the deal lands on
*>          WHOLESALELOG.DAT, which PROFITS_REPORT reads to keep
*>          retail gross separate from wholesale dumping.
*>          A floored unit raises its floor plan payoff through
*>          FLOOR_PAYOFF_DUE under the wholesale log's reference,
*>          the same as a retail deal does in ADD_SALE, and a
*>          consigned unit raises the owner's settlement through
*>          CONSIGN_SETTLE. A repossessed unit's resale is
*>          applied to the old in-house loan through REPO_SETTLE.
*>          Launched from JJUI off a PERMISSIONS.DAT row.
*> Tectonics: cobc
*>****************************************************************
    RECORD CONTAINS 59 CHARACTERS.
    COPY DEALER_DEF REPLACING ==:TAG:== BY ==DLX==.
FD CAR-FILE
    RECORD CONTAINS 99 CHARACTERS.
    COPY CAR_DEF REPLACING ==:TAG:== BY ==CRX==.
FD WHOLESALE-LOG-FILE.
    COPY WHOLESALE_DEF REPLACING ==:TAG:== BY ==WL==.
01  WS-NEXT-WS-ID           PIC 9(5).
01  WS-TODAY-DATE           PIC 9(8).
01  WS-DEALER-OK            PIC X.
01  WS-FLOOR-REF            PIC X(10).
01  WS-FLOOR-PAYOFF         PIC 9(7)V99.
01  WS-FLOOR-RESULT         PIC 99.
01  WS-MONEY-DISP           PIC $,$$$,$$9.99.
01  WS-CONSIGN-CHECK        PIC 9(7)V99.
01  WS-CONSIGN-RESULT       PIC 99.
01  WS-REPO-SETTLE          PIC 9(9)V99.
01  WS-REPO-TYPE            PIC X.
01  WS-REPO-RESULT          PIC 99.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
                            DISPLAY "Could not mark the unit sold."
                        NOT INVALID KEY
                            PERFORM 450-LOG-WHOLESALE-RTN
                            PERFORM 460-RAISE-FLOOR-PAYOFF-RTN
                            PERFORM 470-SETTLE-CONSIGNMENT-RTN
                            PERFORM 480-SETTLE-REPOSSESSION-RTN
                            DISPLAY "Unit " WS-VIN-IN
                                " wholesaled to " DLX-dealerName
                                " - no tax, no DMV batch."
    WRITE WL-WHOLESALE
    CLOSE WHOLESALE-LOG-FILE.

460-RAISE-FLOOR-PAYOFF-RTN.
    MOVE SPACES TO WS-FLOOR-REF
    STRING "WSALE" WS-NEXT-WS-ID DELIMITED BY SIZE
        INTO WS-FLOOR-REF
    CALL 'FLOOR_PAYOFF_DUE' USING "R", WS-VIN-IN, WS-FLOOR-REF,
        WS-TODAY-DATE, WS-FLOOR-PAYOFF, WS-FLOOR-RESULT
    IF WS-FLOOR-RESULT = 00
        MOVE WS-FLOOR-PAYOFF TO WS-MONEY-DISP
        DISPLAY "Floor plan payoff now due on this unit: "
            WS-MONEY-DISP
    END-IF.

470-SETTLE-CONSIGNMENT-RTN.
    CALL 'CONSIGN_SETTLE' USING "S", WS-VIN-IN, WS-FLOOR-REF,
        WS-TODAY-DATE, WS-PRICE-IN, WS-CONSIGN-CHECK,
        WS-CONSIGN-RESULT
    IF WS-CONSIGN-RESULT = 00
        MOVE WS-CONSIGN-CHECK TO WS-MONEY-DISP
        DISPLAY "Consigned unit - settlement due to the owner: "
            WS-MONEY-DISP " (see CONSIGN_STMT.RPT)"
    END-IF.

480-SETTLE-REPOSSESSION-RTN.
    CALL 'REPO_SETTLE' USING "S", WS-VIN-IN, WS-FLOOR-REF,
        WS-TODAY-DATE, WS-PRICE-IN, WS-REPO-SETTLE, WS-REPO-TYPE,
        WS-REPO-RESULT
    IF WS-REPO-RESULT = 00
        MOVE WS-REPO-SETTLE TO WS-MONEY-DISP
        IF WS-REPO-TYPE = "D"
            DISPLAY "Repo resale - deficiency to customer AR: "
                WS-MONEY-DISP
        ELSE
            DISPLAY "Repo resale - surplus to customer AR: "
                WS-MONEY-DISP
        END-IF
    END-IF.

END PROGRAM WHOLESALE_DESK.
