*>          funded once the bank's money actually lands. Deals
*>          post from SalesMain with fundedFlag "N"; the office
*>          works the FUNDING_REPORT list every morning and flips
*>          each deal here when the wire shows up. A deal with a
*>          finance reserve booked on FINRESERVE.DAT (FIN_RESERVE)
*>          has what the lender actually paid keyed at funding, and
*>          any shortfall against the reserve we expected is shown
*>          on the spot for the office to dispute. When a lender
*>          takes reserve back because the customer paid the loan
*>          off early, the chargeback is keyed here too - the
*>          desk offers the usual figure (all of it inside 90 days,
*>          the unearned share of the term after that). Launched
*>          from JJUI off a PERMISSIONS.DAT row.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
        ALTERNATE RECORD KEY IS SIDX-empID WITH DUPLICATES
        ALTERNATE RECORD KEY IS SIDX-carVIN WITH DUPLICATES
        ALTERNATE RECORD KEY IS SIDX-custID WITH DUPLICATES.
    SELECT OPTIONAL RESERVE-FILE ASSIGN TO '../FINRESERVE.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD SALE-FILE
    RECORD CONTAINS 167 CHARACTERS.
    COPY SALE_DEF REPLACING ==:TAG:== BY ==SIDX==.
FD RESERVE-FILE.
    COPY RESERVE_DEF REPLACING ==:TAG:== BY ==RSV==.

WORKING-STORAGE SECTION.
COPY SESSION_DEF.
COPY LENDER_DEF REPLACING ==:TAG:== BY ==WSL==.

01  MENU-OPTION             PIC 9.
01  WS-LENDER-RESULT        PIC 99.
01  WS-FUND-SALEID          PIC 9(5).
01  WS-FUND-DONE            PIC X.
01  WS-EOF                  PIC X.
01  WS-ANSWER               PIC X.
01  WS-TODAY-DATE           PIC 9(8).
*> The deal's reserve rows, summed; the E row is kept whole so the
*> P and C rows written against it carry the same deal terms.
01  WS-RS-FOUND             PIC X.
01  WS-RS-EXPECTED          PIC 9(7)V99.
01  WS-RS-PAID              PIC 9(7)V99.
01  WS-RS-CHARGED           PIC 9(7)V99.
01  WS-RS-PAID-ROWS         PIC 9(3).
01  WS-RS-E-ROW             PIC X(103).
01  WS-RS-NET-HELD          PIC 9(7)V99.
01  WS-RS-AMOUNT            PIC 9(7)V99.
01  WS-RS-VARIANCE          PIC S9(7)V99.
01  WS-PAYOFF-DATE          PIC 9(8).
01  WS-DAYS-HELD            PIC S9(7).
01  WS-MONTHS-HELD          PIC 9(5).
*> Inside this many days of the sale a lender takes all of the
*> reserve back on an early payoff.
01  WS-FULL-CB-DAYS         PIC 9(3) VALUE 90.
01  WS-MONEY-DISP           PIC $,$$$,$$9.99.
01  WS-VAR-DISP             PIC -$,$$$,$$9.99.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
        DISPLAY "1. Add Lender"
        DISPLAY "2. Look Up Lender"
        DISPLAY "3. Mark Sale Funded"
        DISPLAY "4. Reserve Chargeback - Early Payoff"
        DISPLAY "5. Exit"
        ACCEPT MENU-OPTION
        EVALUATE MENU-OPTION
            WHEN 1
            WHEN 3
                PERFORM 220-MARK-FUNDED-RTN
            WHEN 4
                PERFORM 240-PAYOFF-CHARGEBACK-RTN
            WHEN 5
                MOVE "Y" TO WS-MENU-DONE
            WHEN OTHER
                DISPLAY "Invalid Option, Please enter 1-5."
        END-EVALUATE
    END-PERFORM
    STOP RUN.
    CLOSE SALE-FILE
    IF WS-FUND-DONE = "Y"
        DISPLAY "Sale " WS-FUND-SALEID " marked funded."
        PERFORM 230-RECONCILE-RESERVE-RTN
    END-IF.

*>  The lender's funding statement shows the reserve it paid on the
*>  deal; it is held against what FIN_RESERVE expected at posting.
230-RECONCILE-RESERVE-RTN.
    PERFORM 290-GATHER-RESERVE-RTN
    IF WS-RS-FOUND NOT = "Y" OR WS-RS-PAID-ROWS > 0
        EXIT PARAGRAPH
    END-IF
    MOVE WS-RS-EXPECTED TO WS-MONEY-DISP
    DISPLAY "Finance reserve expected: " WS-MONEY-DISP
    DISPLAY "Reserve paid by the lender (0 if none): "
    ACCEPT WS-RS-AMOUNT
    MOVE WS-RS-E-ROW TO RSV-RESERVE
    MOVE "P" TO RSV-RS-TYPE
    MOVE WS-TODAY-DATE TO RSV-RS-DATE
    MOVE WS-RS-AMOUNT TO RSV-RS-AMOUNT
    COMPUTE WS-RS-VARIANCE = WS-RS-AMOUNT - WS-RS-EXPECTED
    EVALUATE TRUE
        WHEN WS-RS-VARIANCE = 0
            MOVE "PAID IN FULL" TO RSV-RS-REASON
        WHEN WS-RS-VARIANCE < 0
            MOVE "PAID SHORT" TO RSV-RS-REASON
        WHEN OTHER
            MOVE "PAID OVER" TO RSV-RS-REASON
    END-EVALUATE
    MOVE SESSION-CURRENT-USER TO RSV-RS-BY
    OPEN EXTEND RESERVE-FILE
    WRITE RSV-RESERVE
    CLOSE RESERVE-FILE
    IF WS-RS-VARIANCE NOT = 0
        MOVE WS-RS-VARIANCE TO WS-VAR-DISP
        DISPLAY "*** Reserve " RSV-RS-REASON " by " WS-VAR-DISP
            " - take it up with the lender."
    ELSE
        DISPLAY "Reserve paid as expected."
    END-IF.

*>  A loan paid off early: the lender takes back the reserve it has
*>  not earned yet. All of it inside WS-FULL-CB-DAYS of the sale,
*>  the unearned months' share of the term after that - or
*>  whatever the lender's statement says it took.
240-PAYOFF-CHARGEBACK-RTN.
    DISPLAY "Enter Sale ID: "
    ACCEPT WS-FUND-SALEID
    PERFORM 290-GATHER-RESERVE-RTN
    IF WS-RS-FOUND NOT = "Y" OR WS-RS-PAID <= WS-RS-CHARGED
        DISPLAY "No finance reserve is held on that sale."
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-RS-NET-HELD = WS-RS-PAID - WS-RS-CHARGED
    MOVE WS-RS-E-ROW TO RSV-RESERVE
    DISPLAY "Payoff Date (YYYYMMDD): "
    ACCEPT WS-PAYOFF-DATE
    IF FUNCTION TEST-DATE-YYYYMMDD(WS-PAYOFF-DATE) NOT = 0
            OR WS-PAYOFF-DATE < RSV-RS-DATE
        DISPLAY "That is not a payoff date for this deal."
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-DAYS-HELD =
        FUNCTION INTEGER-OF-DATE(WS-PAYOFF-DATE)
        - FUNCTION INTEGER-OF-DATE(RSV-RS-DATE)
    COMPUTE WS-MONTHS-HELD = WS-DAYS-HELD / 30
    EVALUATE TRUE
        WHEN WS-DAYS-HELD <= WS-FULL-CB-DAYS
            MOVE WS-RS-NET-HELD TO WS-RS-AMOUNT
        WHEN WS-MONTHS-HELD >= RSV-RS-TERM
            MOVE 0 TO WS-RS-AMOUNT
        WHEN OTHER
            COMPUTE WS-RS-AMOUNT ROUNDED = WS-RS-NET-HELD
                * (RSV-RS-TERM - WS-MONTHS-HELD) / RSV-RS-TERM
    END-EVALUATE
    MOVE WS-RS-NET-HELD TO WS-MONEY-DISP
    DISPLAY "Reserve held on the deal: " WS-MONEY-DISP
    MOVE WS-RS-AMOUNT TO WS-MONEY-DISP
    DISPLAY "Paid off after " WS-DAYS-HELD " days - usual"
        " chargeback: " WS-MONEY-DISP
    DISPLAY "Is that what the lender charged back? (Y/N): "
    ACCEPT WS-ANSWER
    IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
        DISPLAY "Amount the lender charged back: "
        ACCEPT WS-RS-AMOUNT
    END-IF
    IF WS-RS-AMOUNT > WS-RS-NET-HELD
        MOVE WS-RS-NET-HELD TO WS-RS-AMOUNT
    END-IF
    IF WS-RS-AMOUNT = 0
        DISPLAY "Nothing charged back - nothing recorded."
        EXIT PARAGRAPH
    END-IF
    MOVE "C" TO RSV-RS-TYPE
    MOVE WS-TODAY-DATE TO RSV-RS-DATE
    MOVE WS-RS-AMOUNT TO RSV-RS-AMOUNT
    MOVE "EARLY PAYOFF" TO RSV-RS-REASON
    MOVE SESSION-CURRENT-USER TO RSV-RS-BY
    OPEN EXTEND RESERVE-FILE
    WRITE RSV-RESERVE
    CLOSE RESERVE-FILE
    MOVE WS-RS-AMOUNT TO WS-MONEY-DISP
    DISPLAY "Chargeback of " WS-MONEY-DISP " recorded on sale "
        WS-FUND-SALEID ".".

*>  Everything FINRESERVE.DAT holds for WS-FUND-SALEID.
290-GATHER-RESERVE-RTN.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
    MOVE "N" TO WS-RS-FOUND
    MOVE 0 TO WS-RS-EXPECTED WS-RS-PAID WS-RS-CHARGED
        WS-RS-PAID-ROWS
    MOVE SPACES TO WS-RS-E-ROW
    MOVE "N" TO WS-EOF
    OPEN INPUT RESERVE-FILE
    PERFORM UNTIL WS-EOF = "Y"
        READ RESERVE-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF RSV-saleID = WS-FUND-SALEID
                    EVALUATE TRUE
                        WHEN RSV-RS-EXPECTED
                            MOVE "Y" TO WS-RS-FOUND
                            ADD RSV-RS-AMOUNT TO WS-RS-EXPECTED
                            MOVE RSV-RESERVE TO WS-RS-E-ROW
                        WHEN RSV-RS-PAID
                            ADD 1 TO WS-RS-PAID-ROWS
                            ADD RSV-RS-AMOUNT TO WS-RS-PAID
                        WHEN RSV-RS-CHARGEBACK
                            ADD RSV-RS-AMOUNT TO WS-RS-CHARGED
                    END-EVALUATE
                END-IF
        END-READ
    END-PERFORM
    CLOSE RESERVE-FILE.

END PROGRAM LENDER_DESK.
