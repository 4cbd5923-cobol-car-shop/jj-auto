*>          COMMLEDGER.DAT. The statement shows what a salesperson
*>          has accrued (A rows off ADD_SALE), what has actually
*>          been paid (P rows written here), and what voided deals
*>          clawed back (C rows off VOID_SALE), plus any month-end
*>          volume bonus (B rows off COMM_PLAN_DESK); the balance is
*>          accrued plus bonus less paid less clawed back, so
*>          running this twice pays nothing twice. The payout run
*>          settles one employee's positive balance by writing the
*>          offsetting P row. Launched from JJUI off a PERMISSIONS.DAT row.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
01  WS-EMP-IN               PIC 9(5).
01  WS-EOF                  PIC X.
01  WS-ACCRUED              PIC 9(9)V99.
01  WS-BONUS                PIC 9(9)V99.
01  WS-PAID                 PIC 9(9)V99.
01  WS-CLAWED               PIC 9(9)V99.
01  WS-BALANCE              PIC S9(9)V99.
    END-PERFORM
    STOP RUN.

*>  Accrued / bonus / paid / clawed-back totals for one employee.
150-SUM-LEDGER-RTN.
    MOVE 0 TO WS-ACCRUED
    MOVE 0 TO WS-BONUS
    MOVE 0 TO WS-PAID
    MOVE 0 TO WS-CLAWED
    MOVE "N" TO WS-EOF
                    EVALUATE TRUE
                        WHEN CM-COMM-ACCRUED
                            ADD CM-COMM-AMOUNT TO WS-ACCRUED
                        WHEN CM-COMM-BONUS
                            ADD CM-COMM-AMOUNT TO WS-BONUS
                        WHEN CM-COMM-PAID
                            ADD CM-COMM-AMOUNT TO WS-PAID
                        WHEN CM-COMM-CLAWBACK
        END-READ
    END-PERFORM
    CLOSE COMMLEDGER-FILE
    COMPUTE WS-BALANCE = WS-ACCRUED + WS-BONUS - WS-PAID
        - WS-CLAWED.

200-STATEMENT-RTN.
    DISPLAY "Enter Employee ID: "
    PERFORM 150-SUM-LEDGER-RTN
    MOVE WS-ACCRUED TO WS-MONEY-DISP
    DISPLAY "ACCRUED:     " WS-MONEY-DISP
    MOVE WS-BONUS TO WS-MONEY-DISP
    DISPLAY "VOLUME BONUS:" WS-MONEY-DISP
    MOVE WS-PAID TO WS-MONEY-DISP
    DISPLAY "PAID:        " WS-MONEY-DISP
    MOVE WS-CLAWED TO WS-MONEY-DISP
