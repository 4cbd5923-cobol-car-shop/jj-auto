*>          at the deal's financeRate with a LOANPAY.DAT ledger row
*>          per payment, shows a loan's ledger, and ages missed
*>          payments into LOAN_DELINQ.RPT so the office knows who
*>          to call. A defaulted account is closed here by
*>          repossession: the loan goes REPOSSESSED with the repo
*>          date and pickup mileage, the VIN goes back on CAR.IDX in
*>          recon (acquired at the repo date, carried at the unpaid
*>          balance), the tow and storage land on RECONEXP.DAT
*>          against the unit, and the customer's OWNERSHIP.IDX row
*>          is closed out. REPO_SETTLE applies the resale when the
*>          unit sells again. A payment taken in cash is journaled
*>          to CASHEVENT.DAT (source LNP) like every other drawer
*>          take, so CASH_DRAWER's count balances and CASH_8300
*>          sees it. Installments fall due monthly on the loan's
*>          start day; one that lands on a day the shop is closed
*>          (SHOP_DAY) is due the next open day instead, and is not
*>          aged as missed until that day has passed. The next due
*>          date is shown when the loan is written and after each
*>          payment. Launched from JJUI off a PERMISSIONS.DAT row.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT EXPORT-FILE ASSIGN TO 'LOAN_DELINQ.RPT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL CAR-FILE
        ASSIGN TO '../../INDEXES/CAR.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS CRX-carVIN.
    SELECT OPTIONAL RECON-FILE ASSIGN TO '../RECONEXP.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL OWNERSHIP-FILE
        ASSIGN TO '../../INDEXES/OWNERSHIP.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS OWX-ownerID
        ALTERNATE RECORD KEY IS OWX-custID WITH DUPLICATES
        ALTERNATE RECORD KEY IS OWX-carVIN WITH DUPLICATES.

DATA DIVISION.
FILE SECTION.
FD LOAN-FILE
    RECORD CONTAINS 201 CHARACTERS.
    COPY LOAN_DEF REPLACING ==:TAG:== BY ==LNX==.
FD LOAN-PAY-FILE.
    COPY LOAN_PAY_DEF REPLACING ==:TAG:== BY ==LP==.
FD EXPORT-FILE.
01 EXPORT-REC                 PIC X(90).
FD CAR-FILE
    RECORD CONTAINS 99 CHARACTERS.
    COPY CAR_DEF REPLACING ==:TAG:== BY ==CRX==.
FD RECON-FILE.
    COPY RECON_EXP_DEF REPLACING ==:TAG:== BY ==RX==.
FD OWNERSHIP-FILE
    RECORD CONTAINS 43 CHARACTERS.
    COPY OWNER_DEF REPLACING ==:TAG:== BY ==OWX==.

WORKING-STORAGE SECTION.
COPY SESSION_DEF.
01  WS-PAY-REFERENCE        PIC X(12).
01  WS-INTEREST-PART        PIC 9(7)V99.
01  WS-PRINCIPAL-PART       PIC 9(7)V99.
01  WS-PAY-METHOD           PIC X.
01  WS-CASH-DOC             PIC X(10).
01  WS-CASH-AMOUNT          PIC S9(7)V99.
01  WS-MONEY-DISP           PIC $,$$$,$$9.99.

*> Delinquency aging work areas - months elapsed against payments
01  WS-PAYMENTS-MISSED      PIC S9(5).
01  WS-DELINQ-COUNT         PIC 9(5).

*> Installment due dates - start day k months on, rolled past
*> days the shop is closed.
01  WS-INSTALLMENT          PIC 9(5).
01  WS-MONTH-COUNT          PIC 9(7).
01  WS-DUE-DATE             PIC 9(8).
01  WS-DUE-GROUP REDEFINES WS-DUE-DATE.
    05  WS-DUE-YEAR         PIC 9(4).
    05  WS-DUE-MONTH        PIC 9(2).
    05  WS-DUE-DAY          PIC 9(2).
COPY SHOP_DAY_DEF REPLACING ==:TAG:== BY ==WSD==.

*> Repossession work areas.
01  WS-REPO-DATE            PIC 9(8).
01  WS-REPO-MILEAGE         PIC 9(7).
01  WS-TOW-COST             PIC 9(5)V99.
01  WS-STORAGE-COST         PIC 9(5)V99.
01  WS-ANSWER               PIC X.
01  WS-CAR-ON-FILE          PIC X.
01  WS-ODO-HIGHEST          PIC 9(7).
01  WS-ODO-ROLLBACK         PIC X.
01  WS-ODO-LOG-KEY          PIC X(20).
01  WS-ODO-LOG-CODE         PIC 99 VALUE 88.

01  WS-DETAIL-LINE.
    05  WS-DL-LOANID        PIC 9(5).
    05  FILLER              PIC XX VALUE SPACES.
        DISPLAY "2. Post Loan Payment"
        DISPLAY "3. Show Loan Ledger"
        DISPLAY "4. Delinquency Report"
        DISPLAY "5. Repossess Vehicle"
        DISPLAY "6. Exit"
        ACCEPT MENU-OPTION
        EVALUATE MENU-OPTION
            WHEN 1
            WHEN 4
                PERFORM 500-DELINQUENCY-RTN
            WHEN 5
                PERFORM 600-REPOSSESS-RTN
            WHEN 6
                MOVE "Y" TO WS-MENU-DONE
            WHEN OTHER
                DISPLAY "Invalid Option, Please enter 1-6."
        END-EVALUATE
    END-PERFORM
    STOP RUN.
    CALL 'GET_NEXT_ID' USING WS-ID-SERIES, WS-NEXT-LOAN-ID
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE

    INITIALIZE LNX-LOAN
    MOVE WS-NEXT-LOAN-ID TO LNX-loanID
    MOVE WSS-saleID      TO LNX-saleID
    MOVE WSS-custID      TO LNX-custID
            MOVE WS-PAYMENT TO WS-MONEY-DISP
            DISPLAY "Loan " WS-NEXT-LOAN-ID " created - monthly"
                " payment " WS-MONEY-DISP
            MOVE 1 TO WS-INSTALLMENT
            PERFORM 270-INSTALLMENT-DUE-RTN
            DISPLAY "First payment due " WS-DUE-DATE
    END-WRITE
    CLOSE LOAN-FILE.

*>  Installment WS-INSTALLMENT falls due on the start day that many
*>  months on - the month's last day when it is shorter - and a
*>  due date the shop is closed rolls to the next open day.
270-INSTALLMENT-DUE-RTN.
    MOVE LNX-startDate TO WS-START-GROUP
    COMPUTE WS-MONTH-COUNT =
        WS-START-YEAR * 12 + WS-START-MONTH - 1 + WS-INSTALLMENT
    DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-DUE-YEAR
        REMAINDER WS-DUE-MONTH
    ADD 1 TO WS-DUE-MONTH
    MOVE WS-START-DAY TO WS-DUE-DAY
    PERFORM UNTIL WS-DUE-DAY < 29
            OR FUNCTION TEST-DATE-YYYYMMDD(WS-DUE-DATE) = 0
        SUBTRACT 1 FROM WS-DUE-DAY
    END-PERFORM
    MOVE "N" TO WSD-SD-FUNCTION
    MOVE WS-DUE-DATE TO WSD-SD-DATE
    CALL "SHOP_DAY" USING WSD-SHOP-DAY
    MOVE WSD-SD-RESULT-DATE TO WS-DUE-DATE.

*>  One payment: interest first off the running balance at the
*>  deal's monthly rate, the rest to principal, the split ledgered
*>  to LOANPAY.DAT and the account's balance pulled down.
        INVALID KEY
            DISPLAY "No loan found with that ID."
        NOT INVALID KEY
            IF LNX-LOAN-REPOSSESSED OR LNX-LOAN-REPO-CLOSED
                DISPLAY "That loan was closed by repossession."
            ELSE
            IF NOT LNX-LOAN-OPEN
                DISPLAY "That loan is already paid off."
            ELSE
                PERFORM 350-TAKE-ONE-PAYMENT-RTN
            END-IF
            END-IF
    END-READ
    CLOSE LOAN-FILE.

    END-IF
    DISPLAY "Reference (check no. or receipt no.): "
    ACCEPT WS-PAY-REFERENCE
    MOVE SPACE TO WS-PAY-METHOD
    PERFORM UNTIL WS-PAY-METHOD = "C" OR WS-PAY-METHOD = "K"
        DISPLAY "Paid by Cash(C) or Check(K)?: "
        ACCEPT WS-PAY-METHOD
        MOVE FUNCTION UPPER-CASE(WS-PAY-METHOD) TO WS-PAY-METHOD
    END-PERFORM
    DISPLAY "Payment Amount: "
    ACCEPT WS-PAY-AMOUNT
    IF WS-PAY-AMOUNT = 0
                DISPLAY "Could not post the payment."
            NOT INVALID KEY
                PERFORM 380-LEDGER-PAYMENT-RTN
*>              Cash goes in the drawer - journal it so the closing
*>              count reconciles. A check goes to the bank bag.
                IF WS-PAY-METHOD = "C"
                    MOVE WS-PAY-AMOUNT TO WS-CASH-AMOUNT
                    MOVE SPACES TO WS-CASH-DOC
                    STRING "LN " LNX-loanID
                        DELIMITED BY SIZE INTO WS-CASH-DOC
                    CALL "LOG_CASH_EVENT" USING "LNP", WS-CASH-DOC,
                        WS-CASH-AMOUNT
                END-IF
                MOVE LNX-balance TO WS-MONEY-DISP
                DISPLAY "Payment posted. New balance: "
                    WS-MONEY-DISP
                IF LNX-LOAN-PAID
                    DISPLAY "Loan is PAID IN FULL."
                ELSE
                    IF LNX-paymentsMade < LNX-financeTerm
                        COMPUTE WS-INSTALLMENT =
                            LNX-paymentsMade + 1
                        PERFORM 270-INSTALLMENT-DUE-RTN
                        DISPLAY "Next payment due " WS-DUE-DATE
                    END-IF
                END-IF
        END-REWRITE
    END-IF.
    MOVE LNX-balance       TO LP-LP-BALANCE
    MOVE WS-PAY-REFERENCE  TO LP-LP-REFERENCE
    MOVE SESSION-CURRENT-USER TO LP-LP-ENTERED-BY
    MOVE "P"               TO LP-LP-TYPE
    OPEN EXTEND LOAN-PAY-FILE
    WRITE LP-LOAN-PAY
    CLOSE LOAN-PAY-FILE.
    DISPLAY "Enter Loan ID: "
    ACCEPT WS-LOANID-IN
    DISPLAY "DATE      AMOUNT    INTEREST  PRINCIPAL  BALANCE"
        "      REFERENCE    TYPE"
    MOVE "N" TO WS-EOF
    OPEN INPUT LOAN-PAY-FILE
    PERFORM UNTIL WS-EOF = "Y"
                IF LP-loanID = WS-LOANID-IN
                    DISPLAY LP-LP-DATE " " LP-LP-AMOUNT " "
                        LP-LP-INTEREST " " LP-LP-PRINCIPAL " "
                        LP-LP-BALANCE " " LP-LP-REFERENCE " "
                        LP-LP-TYPE
                END-IF
        END-READ
    END-PERFORM
    IF WS-PAYMENTS-EXPECTED > LNX-financeTerm
        MOVE LNX-financeTerm TO WS-PAYMENTS-EXPECTED
    END-IF
*>  The latest installment is not missed until its due date - rolled
*>  past any day the shop was closed - has gone by.
    IF WS-PAYMENTS-EXPECTED > LNX-paymentsMade
        MOVE WS-PAYMENTS-EXPECTED TO WS-INSTALLMENT
        PERFORM 270-INSTALLMENT-DUE-RTN
        IF WS-TODAY-DATE NOT > WS-DUE-DATE
            SUBTRACT 1 FROM WS-PAYMENTS-EXPECTED
        END-IF
    END-IF
    COMPUTE WS-PAYMENTS-MISSED =
        WS-PAYMENTS-EXPECTED - LNX-paymentsMade
    IF WS-PAYMENTS-MISSED > 0
        DISPLAY WS-DETAIL-LINE
    END-IF.

*>  Taking the car back. Only an open account can be repossessed;
*>  the balance is frozen where it stands and waits on the resale
*>  in REPO_SETTLE - no more payments, no more aging.
600-REPOSSESS-RTN.
    DISPLAY "Enter Loan ID: "
    ACCEPT WS-LOANID-IN
    OPEN I-O LOAN-FILE
    MOVE WS-LOANID-IN TO LNX-loanID
    READ LOAN-FILE
        INVALID KEY
            DISPLAY "No loan found with that ID."
        NOT INVALID KEY
            IF NOT LNX-LOAN-OPEN
                DISPLAY "Only an open loan can be repossessed."
            ELSE
                PERFORM 650-TAKE-BACK-UNIT-RTN
            END-IF
    END-READ
    CLOSE LOAN-FILE.

650-TAKE-BACK-UNIT-RTN.
    MOVE LNX-balance TO WS-MONEY-DISP
    DISPLAY "VIN: " LNX-carVIN "  CUSTOMER: " LNX-custID
        "  BALANCE: " WS-MONEY-DISP
    DISPLAY "Repossess this unit? (Y/N): "
    ACCEPT WS-ANSWER
    IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
        DISPLAY "Nothing changed."
    ELSE
        MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
        DISPLAY "Repo Date (YYYYMMDD, 0 = today): "
        ACCEPT WS-REPO-DATE
        IF WS-REPO-DATE = 0
            MOVE WS-TODAY-DATE TO WS-REPO-DATE
        END-IF
        DISPLAY "Mileage at Pickup: "
        ACCEPT WS-REPO-MILEAGE
        DISPLAY "Tow Charge: "
        ACCEPT WS-TOW-COST
        DISPLAY "Storage Charge: "
        ACCEPT WS-STORAGE-COST
        PERFORM 660-CHECK-REPO-ODO-RTN
        MOVE "R" TO LNX-loanStatus
        MOVE WS-REPO-DATE TO LNX-repoDate
        MOVE WS-REPO-MILEAGE TO LNX-repoMileage
        COMPUTE LNX-repoCost = WS-TOW-COST + WS-STORAGE-COST
        MOVE SPACES TO LNX-resaleRef
        MOVE 0 TO LNX-resaleDate
        MOVE 0 TO LNX-netProceeds
        MOVE 0 TO LNX-settleAmt
        MOVE SPACE TO LNX-settleType
        REWRITE LNX-LOAN
            INVALID KEY
                DISPLAY "Could not close the loan."
            NOT INVALID KEY
                PERFORM 670-RESTOCK-UNIT-RTN
                PERFORM 680-POST-REPO-COSTS-RTN
                PERFORM 690-CLOSE-OWNERSHIP-RTN
                DISPLAY "Loan " LNX-loanID " closed as REPOSSESSED"
                    " - unit back in inventory in recon."
        END-REWRITE
    END-IF.

*>  The pickup reading goes on the odometer ledger. A reading
*>  below what is on record is flagged to the exception log - the
*>  car is coming back either way.
660-CHECK-REPO-ODO-RTN.
    CALL 'CHECK_ODOMETER' USING LNX-carVIN, WS-REPO-MILEAGE,
        WS-ODO-HIGHEST, WS-ODO-ROLLBACK
    IF WS-ODO-ROLLBACK = "Y"
        DISPLAY "*** ODOMETER WARNING: READING " WS-REPO-MILEAGE
            " IS BELOW THE HIGHEST PRIOR READING "
            WS-ODO-HIGHEST " ***"
        MOVE LNX-carVIN TO WS-ODO-LOG-KEY
        CALL "LOG_EXCEPTION" USING "LOAN_DESK", WS-ODO-LOG-KEY,
            WS-ODO-LOG-CODE
    END-IF
    CALL 'LOG_ODOMETER' USING LNX-carVIN, WS-REPO-MILEAGE, "RPO".

*>  The sold unit's CAR.IDX row comes back to life in recon,
*>  acquired on the repo date and carried at the balance we wrote
*>  off to get it. A row that has gone missing is keyed fresh.
670-RESTOCK-UNIT-RTN.
    MOVE "Y" TO WS-CAR-ON-FILE
    OPEN I-O CAR-FILE
    MOVE LNX-carVIN TO CRX-carVIN
    READ CAR-FILE
        INVALID KEY
            MOVE "N" TO WS-CAR-ON-FILE
    END-READ
    IF WS-CAR-ON-FILE = "N"
        INITIALIZE CRX-CAR
        MOVE LNX-carVIN TO CRX-carVIN
        DISPLAY "Unit is not on CAR.IDX - enter its details."
        DISPLAY "Enter Make: "
        ACCEPT CRX-make
        DISPLAY "Enter Model: "
        ACCEPT CRX-model
        DISPLAY "Enter Year: "
        ACCEPT CRX-year
        MOVE 0 TO CRX-lotPrice
        MOVE "MN" TO CRX-lotLocation
    END-IF
    MOVE WS-REPO-MILEAGE TO CRX-mileage
    MOVE LNX-balance TO CRX-acquisitionCost
    MOVE WS-REPO-DATE TO CRX-dateAcquired
    MOVE "R" TO CRX-status
    MOVE "O" TO CRX-ownership
*>  The title went out with the original sale; it comes back
*>  through the repossession paperwork, so it is owed again. A
*>  brand already on the unit stays with it.
    IF NOT CRX-TB-VALID
        MOVE "C" TO CRX-titleBrand
    END-IF
    MOVE 0 TO CRX-titleRcvdDate
    MOVE "R" TO CRX-titleSource
    IF WS-CAR-ON-FILE = "Y"
        REWRITE CRX-CAR
            INVALID KEY
                DISPLAY "Could not restock the unit on CAR.IDX."
        END-REWRITE
    ELSE
        WRITE CRX-CAR
            INVALID KEY
                DISPLAY "Could not restock the unit on CAR.IDX."
        END-WRITE
    END-IF
    CLOSE CAR-FILE.

*>  Tow and storage are charges against the unit, the same as any
*>  recon line - REPO_SETTLE nets them out of the resale.
680-POST-REPO-COSTS-RTN.
    IF WS-TOW-COST > 0
        MOVE LNX-carVIN TO RX-carVIN
        MOVE WS-REPO-DATE TO RX-EXP-DATE
        MOVE WS-TOW-COST TO RX-EXP-AMOUNT
        MOVE "REPO TOW" TO RX-EXP-DESC
        MOVE SESSION-CURRENT-USER TO RX-ENTERED-BY
        OPEN EXTEND RECON-FILE
        WRITE RX-RECON-EXP
        CLOSE RECON-FILE
    END-IF
    IF WS-STORAGE-COST > 0
        MOVE LNX-carVIN TO RX-carVIN
        MOVE WS-REPO-DATE TO RX-EXP-DATE
        MOVE WS-STORAGE-COST TO RX-EXP-AMOUNT
        MOVE "REPO STORAGE" TO RX-EXP-DESC
        MOVE SESSION-CURRENT-USER TO RX-ENTERED-BY
        OPEN EXTEND RECON-FILE
        WRITE RX-RECON-EXP
        CLOSE RECON-FILE
    END-IF.

*>  The customer no longer holds the car - their garage should
*>  stop showing it.
690-CLOSE-OWNERSHIP-RTN.
    MOVE "N" TO WS-EOF
    OPEN I-O OWNERSHIP-FILE
    MOVE LNX-carVIN TO OWX-carVIN
    START OWNERSHIP-FILE KEY IS NOT LESS THAN OWX-carVIN
        INVALID KEY
            MOVE "Y" TO WS-EOF
    END-START
    PERFORM UNTIL WS-EOF = "Y"
        READ OWNERSHIP-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF OWX-carVIN NOT = LNX-carVIN
                    MOVE "Y" TO WS-EOF
                ELSE
                    IF OWX-custID = LNX-custID AND
                            OWX-disposedDate = 0
                        MOVE WS-REPO-DATE TO OWX-disposedDate
                        REWRITE OWX-OWNER
                            INVALID KEY
                                CONTINUE
                        END-REWRITE
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE OWNERSHIP-FILE.

END PROGRAM LOAN_DESK.
