*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Deal worksheet desk. The options penciled for a
*>          customer before they commit - price, trade, down
*>          payment, term - used to exist only on the worksheet
*>          that went home with them, so when they came back a
*>          week later nobody knew what we had quoted. Each quote
*>          now lands on QUOTE.IDX against the customer and VIN:
*>          the buyer's tax rate off TAXRATE.DAT (the same state
*>          and county lookup the sale flow makes), doc and title
*>          fees, the trade allowance, and up to four payment
*>          scenarios with the monthly payment worked the way
*>          LOAN_AMORT works it. The customer's pick is marked
*>          accepted here, and the sale flow loads it instead of
*>          re-keying every field. Open quotes feed the
*>          salesperson's follow-up list, where each call logged
*>          sets the next follow-up date. Showing a quote writes
*>          the worksheet to QUOTE_SHEET.RPT for the customer.
*>          Launched from JJUI off a PERMISSIONS.DAT row.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. QUOTE_DESK.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL QUOTE-FILE
        ASSIGN TO '../../INDEXES/QUOTE.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS QTX-quoteID
        ALTERNATE RECORD KEY IS QTX-custID WITH DUPLICATES
        ALTERNATE RECORD KEY IS QTX-carVIN WITH DUPLICATES.
    SELECT OPTIONAL CAR-FILE
        ASSIGN TO '../../INDEXES/CAR.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS CRX-carVIN.
    SELECT OPTIONAL CUS-FILE
        ASSIGN TO '../CUSTOMER_MGMT/CUSTOMER.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS CUST-ID-REC
        ALTERNATE RECORD KEY IS CUST-LNAME-REC WITH DUPLICATES
        ALTERNATE RECORD KEY IS CUST-PHONE-REC WITH DUPLICATES
        ALTERNATE RECORD KEY IS CUST-EMAIL-REC WITH DUPLICATES.
    SELECT OPTIONAL TAXRATE-FILE ASSIGN TO '../TAXRATE.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SHEET-FILE ASSIGN TO 'QUOTE_SHEET.RPT'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD QUOTE-FILE
    RECORD CONTAINS 317 CHARACTERS.
    COPY DEAL_QUOTE_DEF REPLACING ==:TAG:== BY ==QTX==.
FD CAR-FILE
    RECORD CONTAINS 99 CHARACTERS.
    COPY CAR_DEF REPLACING ==:TAG:== BY ==CRX==.
*> Mirrors the CUST-REC layout CUSTOMER_MGMT's own programs carry
*> inline, same as SalesMain.cbl and APPRAISAL_DESK.cbl.
FD CUS-FILE.
01  CUST-REC.
    05  CUST-ID-REC                      PIC 9(5).
    05  CUST-FNAME-REC                   PIC X(15).
    05  CUST-LNAME-REC                   PIC X(15).
    05  CUST-INIT-REC                    PIC X.
    05  CUST-PHONE-REC                   PIC 9(10).
    05  CUST-EMAIL-REC                   PIC X(35).
    05  CUST-ADDRS-REC                   PIC X(35).
    05  CUST-CITY-REC                    PIC X(15).
    05  CUST-STATE-REC                   PIC XX.
    05  CUST-ZIP-REC                     PIC 9(5).
    05  CUST-DST-REC                     PIC X.
    05  CUST-DST-DATE-REC                PIC 9(8).
    05  CUST-ADDED-DATE-REC              PIC 9(8).
    05  CUST-AR-BALANCE-REC              PIC 9(7)V99.
    05  CUST-CREDIT-HOLD-REC             PIC X.
    05  CUST-NO-CONTACT-REC              PIC X.
    05  CUST-NO-CHECKS-REC               PIC X.
FD TAXRATE-FILE.
    COPY TAX_RATE_DEF REPLACING ==:TAG:== BY ==TR==.
FD SHEET-FILE.
01 SHEET-REC                  PIC X(80).

WORKING-STORAGE SECTION.
COPY EMP_DEF REPLACING ==:TAG:== BY ==WSE==.
01  MENU-OPTION             PIC 9.
01  WS-MENU-DONE            PIC X VALUE "N".
01  WS-EOF                  PIC X.
01  WS-FOUND                PIC X.
01  WS-ANSWER               PIC X.
01  WS-QUOTE-IN             PIC 9(5).
01  WS-CUST-IN              PIC 9(5).
01  WS-EMP-IN               PIC 9(5).
01  WS-SCEN-IN              PIC 9.
01  WS-SC                   PIC 9.
01  WS-MORE                 PIC X.
01  WS-ID-SERIES            PIC X(10).
01  WS-NEXT-QUOTE-ID        PIC 9(5).
01  WS-TODAY-DATE           PIC 9(8).
*> How far out the first follow-up call lands unless the desk
*> keys its own date.
01  WS-FOLLOW-DAYS          PIC 9(3) VALUE 3.
01  WS-FOLLOW-INT           PIC 9(8).
01  WS-FOLLOW-IN            PIC 9(8).
01  WS-LIST-COUNT           PIC 9(5).
01  WS-STATUS-DISP          PIC X(8).
01  WS-TYPE-DISP            PIC X(8).
01  WS-DUE-FLAG             PIC X(4).
01  WS-CUST-NAME            PIC X(31).
01  WS-LOT-PRICE            PIC 9(7)V99.
01  WS-MONEY-DISP           PIC $,$$$,$$9.99.
01  WS-MONEY-DISP-2         PIC $,$$$,$$9.99.
01  WS-PAY-DISP             PIC $$$,$$9.99.
01  WS-RATE-DISP            PIC Z9.999.
01  WS-TAX-RATE-DISP        PIC 9.9999.
01  WS-OUT-LINE             PIC X(80).
01  WS-SHEET-OPEN           PIC X VALUE "N".

*> Tax rate lookup work areas - the same TAXRATE.DAT rows and
*> the same state-base-plus-county-surcharge rule as the sale
*> flow, with the same fallback rate when a state has no row.
01  WS-SALES-TAX-RATE       PIC 9V9999 VALUE 0.0625.
01  WS-LOOKUP-RATE          PIC 9V9999.
01  WS-COUNTY-SURCHARGE     PIC 9V9999.
01  WS-BASE-RATE-FOUND      PIC X.
01  WS-CUST-STATE           PIC XX.

*> Payment work areas, sized as LOAN_AMORT sizes them.
01  WS-PRINCIPAL            PIC 9(9)V99 VALUE 0.
01  WS-MONTHLY-RATE         PIC 9V9(8) VALUE 0.
01  WS-RATE-FACTOR          PIC 9(5)V9(8) VALUE 0.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM UNTIL WS-MENU-DONE = "Y"
        DISPLAY "--- Deal Quotes ---"
        DISPLAY "1. New Quote"
        DISPLAY "2. Show / Print a Quote"
        DISPLAY "3. Show a Customer's Quotes"
        DISPLAY "4. Customer Accepts a Scenario"
        DISPLAY "5. Mark a Quote Lost"
        DISPLAY "6. Follow-Up List"
        DISPLAY "7. Exit"
        ACCEPT MENU-OPTION
        EVALUATE MENU-OPTION
            WHEN 1
                PERFORM 200-NEW-QUOTE-RTN
            WHEN 2
                PERFORM 300-SHOW-QUOTE-RTN
            WHEN 3
                PERFORM 400-CUSTOMER-QUOTES-RTN
            WHEN 4
                PERFORM 500-ACCEPT-QUOTE-RTN
            WHEN 5
                PERFORM 550-LOSE-QUOTE-RTN
            WHEN 6
                PERFORM 600-FOLLOW-UP-RTN
            WHEN 7
                MOVE "Y" TO WS-MENU-DONE
            WHEN OTHER
                DISPLAY "Invalid Option, Please enter 1-7."
        END-EVALUATE
    END-PERFORM
    STOP RUN.

200-NEW-QUOTE-RTN.
    INITIALIZE QTX-QUOTE
    DISPLAY "Customer ID (add them in CUSADD first): "
    ACCEPT QTX-custID
    MOVE "Y" TO WS-FOUND
    MOVE QTX-custID TO CUST-ID-REC
    OPEN INPUT CUS-FILE
    READ CUS-FILE
        INVALID KEY
            MOVE "N" TO WS-FOUND
        NOT INVALID KEY
            IF CUST-DST-REC = "Y"
                MOVE "N" TO WS-FOUND
            END-IF
    END-READ
    CLOSE CUS-FILE
    IF WS-FOUND NOT = "Y"
        DISPLAY "No customer found for that ID - quote not"
            " recorded."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Customer: " CUST-FNAME-REC " " CUST-LNAME-REC
    MOVE CUST-STATE-REC TO WS-CUST-STATE

    DISPLAY "Vehicle VIN: "
    ACCEPT QTX-carVIN
    MOVE FUNCTION UPPER-CASE(QTX-carVIN) TO QTX-carVIN
    MOVE "Y" TO WS-FOUND
    MOVE QTX-carVIN TO CRX-carVIN
    OPEN INPUT CAR-FILE
    READ CAR-FILE
        INVALID KEY
            MOVE "N" TO WS-FOUND
    END-READ
    CLOSE CAR-FILE
    IF WS-FOUND NOT = "Y"
        DISPLAY "No vehicle on file for that VIN - quote not"
            " recorded."
        EXIT PARAGRAPH
    END-IF
    IF NOT CRX-CAR-AVAILABLE AND NOT CRX-CAR-DEPOSIT-HOLD
        DISPLAY "That unit is not available for sale - status is "
            CRX-status
        EXIT PARAGRAPH
    END-IF
    MOVE CRX-lotPrice TO WS-LOT-PRICE
    MOVE WS-LOT-PRICE TO WS-MONEY-DISP
    DISPLAY CRX-year " " CRX-make " " CRX-model
        " - lot price " WS-MONEY-DISP

    DISPLAY "Salesperson Employee ID: "
    ACCEPT QTX-empID
    INITIALIZE WSE-EMPLOYEE
    MOVE QTX-empID TO WSE-empID
    CALL "READ_EMP" USING WSE-EMPLOYEE
    IF WSE-fName = SPACES
        DISPLAY "No employee " QTX-empID " on file - quote not"
            " recorded."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Salesperson: " WSE-fName " " WSE-lName

    PERFORM 210-LOOKUP-TAX-RATE-RTN
    MOVE WS-CUST-STATE TO QTX-custState
    MOVE WS-LOOKUP-RATE TO QTX-taxRate
    DISPLAY "Documentation Fee: "
    ACCEPT QTX-docFee
    DISPLAY "Title/Registration Fee: "
    ACCEPT QTX-titleFee
    DISPLAY "Trade Allowance (0 if no trade): "
    ACCEPT QTX-tradeValue

    MOVE 0 TO QTX-scenCount
    MOVE "Y" TO WS-MORE
    PERFORM VARYING WS-SC FROM 1 BY 1
            UNTIL WS-SC > 4 OR WS-MORE NOT = "Y"
        PERFORM 220-KEY-SCENARIO-RTN
        IF WS-SC < 4
            DISPLAY "Pencil another scenario? (Y/N): "
            ACCEPT WS-MORE
            MOVE FUNCTION UPPER-CASE(WS-MORE) TO WS-MORE
        END-IF
    END-PERFORM

    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
    MOVE WS-TODAY-DATE TO QTX-quoteDate
    COMPUTE WS-FOLLOW-INT =
        FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) + WS-FOLLOW-DAYS
    MOVE FUNCTION DATE-OF-INTEGER(WS-FOLLOW-INT) TO QTX-followUpDate
    DISPLAY "Follow Up On (YYYYMMDD, 0 = " QTX-followUpDate "): "
    ACCEPT WS-FOLLOW-IN
    IF WS-FOLLOW-IN NUMERIC AND WS-FOLLOW-IN >= WS-TODAY-DATE
        MOVE WS-FOLLOW-IN TO QTX-followUpDate
    END-IF
    MOVE "O" TO QTX-quoteStatus
    MOVE 0 TO QTX-acceptedScen
    MOVE 0 TO QTX-saleID

    MOVE "QUOTE" TO WS-ID-SERIES
    CALL 'GET_NEXT_ID' USING WS-ID-SERIES, WS-NEXT-QUOTE-ID
    MOVE WS-NEXT-QUOTE-ID TO QTX-quoteID
    OPEN I-O QUOTE-FILE
    WRITE QTX-QUOTE
        INVALID KEY
            DISPLAY "Could not write the quote."
        NOT INVALID KEY
            DISPLAY "Quote " WS-NEXT-QUOTE-ID " recorded with "
                QTX-scenCount " scenario(s) - follow up on "
                QTX-followUpDate
    END-WRITE
    CLOSE QUOTE-FILE.

*> The rate off TAXRATE.DAT for the buyer's registration state:
*> the county-SPACES row is the state's base rate and a row for
*> the keyed county stacks its surcharge on top. A state with no
*> row on file falls back to the default rate, with a warning.
210-LOOKUP-TAX-RATE-RTN.
    MOVE WS-SALES-TAX-RATE TO WS-LOOKUP-RATE
    MOVE "N" TO WS-BASE-RATE-FOUND
    MOVE 0 TO WS-COUNTY-SURCHARGE
    MOVE SPACES TO QTX-taxCounty
    DISPLAY "Buyer registration county (blank if none): "
    ACCEPT QTX-taxCounty
    MOVE FUNCTION UPPER-CASE(QTX-taxCounty) TO QTX-taxCounty
    MOVE "N" TO WS-EOF
    OPEN INPUT TAXRATE-FILE
    PERFORM UNTIL WS-EOF = "Y"
        READ TAXRATE-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF TR-TR-STATE = WS-CUST-STATE
                    IF TR-TR-COUNTY = SPACES
                        IF WS-BASE-RATE-FOUND = "N"
                            MOVE "Y" TO WS-BASE-RATE-FOUND
                            MOVE TR-TR-RATE TO WS-LOOKUP-RATE
                        END-IF
                    ELSE
                        IF QTX-taxCounty NOT = SPACES
                                AND TR-TR-COUNTY = QTX-taxCounty
                            MOVE TR-TR-RATE TO WS-COUNTY-SURCHARGE
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE TAXRATE-FILE
    ADD WS-COUNTY-SURCHARGE TO WS-LOOKUP-RATE
    IF WS-BASE-RATE-FOUND = "N"
        DISPLAY "No tax rate on file for state " WS-CUST-STATE
            " - using the default rate. See TAXRATE_ADMIN."
    ELSE
        DISPLAY "Tax rate for " WS-CUST-STATE ": " WS-LOOKUP-RATE
    END-IF.

*> One payment scenario: price (0 takes the lot price), how the
*> customer pays, and for a financed or leased option the term,
*> rate and down payment. Tax, total due and the payment are
*> worked and shown as soon as it is keyed.
220-KEY-SCENARIO-RTN.
    ADD 1 TO QTX-scenCount
    DISPLAY "Scenario " WS-SC " - Price (0 = lot price): "
    ACCEPT QTX-scPrice(WS-SC)
    IF QTX-scPrice(WS-SC) = 0
        MOVE WS-LOT-PRICE TO QTX-scPrice(WS-SC)
    END-IF
    DISPLAY "Cash(C), Financed(F), or Leased(L): "
    ACCEPT QTX-scFinanceType(WS-SC)
    MOVE FUNCTION UPPER-CASE(QTX-scFinanceType(WS-SC))
        TO QTX-scFinanceType(WS-SC)
    IF QTX-scFinanceType(WS-SC) = "F"
            OR QTX-scFinanceType(WS-SC) = "L"
        DISPLAY "Term (months): "
        ACCEPT QTX-scTerm(WS-SC)
        DISPLAY "Rate (APR, e.g. 05499 for 5.499%): "
        ACCEPT QTX-scRate(WS-SC)
        DISPLAY "Down Payment: "
        ACCEPT QTX-scDown(WS-SC)
        IF QTX-scTerm(WS-SC) = 0
            DISPLAY "No term keyed - scenario quoted as cash."
            MOVE "C" TO QTX-scFinanceType(WS-SC)
        END-IF
    ELSE
        MOVE "C" TO QTX-scFinanceType(WS-SC)
    END-IF
    IF QTX-scFinanceType(WS-SC) = "C"
        MOVE 0 TO QTX-scTerm(WS-SC)
        MOVE 0 TO QTX-scRate(WS-SC)
        MOVE 0 TO QTX-scDown(WS-SC)
    END-IF
    PERFORM 230-WORK-SCENARIO-RTN
    PERFORM 350-SHOW-SCENARIO-RTN.

*> Tax on the price at the quote's rate; total due as the sale
*> flow works it - price, tax and fees less the trade, floored at
*> zero; the amount financed is total due less the down payment,
*> and the level monthly payment is LOAN_AMORT's formula.
230-WORK-SCENARIO-RTN.
    COMPUTE QTX-scTax(WS-SC) ROUNDED =
        QTX-scPrice(WS-SC) * QTX-taxRate
    IF QTX-tradeValue > QTX-scPrice(WS-SC) + QTX-scTax(WS-SC)
            + QTX-docFee + QTX-titleFee
        MOVE 0 TO QTX-scTotalDue(WS-SC)
    ELSE
        COMPUTE QTX-scTotalDue(WS-SC) =
            QTX-scPrice(WS-SC) + QTX-scTax(WS-SC) + QTX-docFee
            + QTX-titleFee - QTX-tradeValue
    END-IF
    MOVE 0 TO QTX-scPayment(WS-SC)
    IF QTX-scFinanceType(WS-SC) = "C"
        EXIT PARAGRAPH
    END-IF
    IF QTX-scDown(WS-SC) > QTX-scTotalDue(WS-SC)
        MOVE 0 TO WS-PRINCIPAL
    ELSE
        COMPUTE WS-PRINCIPAL =
            QTX-scTotalDue(WS-SC) - QTX-scDown(WS-SC)
    END-IF
    COMPUTE WS-MONTHLY-RATE = QTX-scRate(WS-SC) / 1200
    IF WS-MONTHLY-RATE = 0
        COMPUTE QTX-scPayment(WS-SC) ROUNDED =
            WS-PRINCIPAL / QTX-scTerm(WS-SC)
    ELSE
        COMPUTE WS-RATE-FACTOR =
            (1 + WS-MONTHLY-RATE) ** QTX-scTerm(WS-SC)
        COMPUTE QTX-scPayment(WS-SC) ROUNDED =
            (WS-PRINCIPAL * WS-MONTHLY-RATE * WS-RATE-FACTOR)
            / (WS-RATE-FACTOR - 1)
    END-IF.

*> The worksheet, on screen and to QUOTE_SHEET.RPT.
300-SHOW-QUOTE-RTN.
    PERFORM 700-READ-QUOTE-RTN
    IF WS-FOUND NOT = "Y"
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT SHEET-FILE
    MOVE "Y" TO WS-SHEET-OPEN
    MOVE "==============================================" TO WS-OUT-LINE
    PERFORM 800-PUT-LINE
    MOVE "        J&J AUTO - DEAL WORKSHEET" TO WS-OUT-LINE
    PERFORM 800-PUT-LINE
    MOVE "==============================================" TO WS-OUT-LINE
    PERFORM 800-PUT-LINE
    PERFORM 320-QUOTE-HEADER-RTN
    PERFORM VARYING WS-SC FROM 1 BY 1 UNTIL WS-SC > QTX-scenCount
        PERFORM 350-SHOW-SCENARIO-RTN
    END-PERFORM
    MOVE SPACES TO WS-OUT-LINE
    PERFORM 800-PUT-LINE
    MOVE "QUOTED FIGURES ARE ESTIMATES - NOT A CONTRACT. PAYMENTS"
        TO WS-OUT-LINE
    PERFORM 800-PUT-LINE
    MOVE "SUBJECT TO LENDER APPROVAL." TO WS-OUT-LINE
    PERFORM 800-PUT-LINE
    CLOSE SHEET-FILE
    MOVE "N" TO WS-SHEET-OPEN
    DISPLAY "Worksheet written to QUOTE_SHEET.RPT".

320-QUOTE-HEADER-RTN.
    PERFORM 710-CUSTOMER-NAME-RTN
    EVALUATE TRUE
        WHEN QTX-QT-ACCEPTED
            MOVE "ACCEPTED" TO WS-STATUS-DISP
        WHEN QTX-QT-SOLD
            MOVE "SOLD" TO WS-STATUS-DISP
        WHEN QTX-QT-LOST
            MOVE "LOST" TO WS-STATUS-DISP
        WHEN OTHER
            MOVE "OPEN" TO WS-STATUS-DISP
    END-EVALUATE
    MOVE SPACES TO WS-OUT-LINE
    STRING "QUOTE NO: " QTX-quoteID "    DATE: " QTX-quoteDate
           "    " WS-STATUS-DISP
        DELIMITED BY SIZE INTO WS-OUT-LINE
    PERFORM 800-PUT-LINE
    MOVE SPACES TO WS-OUT-LINE
    STRING "CUSTOMER: " QTX-custID " " WS-CUST-NAME
        DELIMITED BY SIZE INTO WS-OUT-LINE
    PERFORM 800-PUT-LINE
    MOVE SPACES TO WS-OUT-LINE
    STRING "VIN:      " QTX-carVIN "    SALESPERSON: " QTX-empID
        DELIMITED BY SIZE INTO WS-OUT-LINE
    PERFORM 800-PUT-LINE
    MOVE QTX-taxRate TO WS-TAX-RATE-DISP
    MOVE SPACES TO WS-OUT-LINE
    STRING "TAX RATE: " WS-TAX-RATE-DISP " (" QTX-custState " "
           QTX-taxCounty ")"
        DELIMITED BY SIZE INTO WS-OUT-LINE
    PERFORM 800-PUT-LINE
    MOVE QTX-docFee TO WS-MONEY-DISP
    MOVE QTX-titleFee TO WS-MONEY-DISP-2
    MOVE SPACES TO WS-OUT-LINE
    STRING "DOC FEE:  " WS-MONEY-DISP "   TITLE/REG: " WS-MONEY-DISP-2
        DELIMITED BY SIZE INTO WS-OUT-LINE
    PERFORM 800-PUT-LINE
    MOVE QTX-tradeValue TO WS-MONEY-DISP
    MOVE SPACES TO WS-OUT-LINE
    STRING "TRADE ALLOWANCE: " WS-MONEY-DISP
        DELIMITED BY SIZE INTO WS-OUT-LINE
    PERFORM 800-PUT-LINE.

*> One scenario: the deal, then the money, then for a financed
*> or leased option the down payment and the monthly payment.
350-SHOW-SCENARIO-RTN.
    EVALUATE QTX-scFinanceType(WS-SC)
        WHEN "F"
            MOVE "FINANCED" TO WS-TYPE-DISP
        WHEN "L"
            MOVE "LEASED" TO WS-TYPE-DISP
        WHEN OTHER
            MOVE "CASH" TO WS-TYPE-DISP
    END-EVALUATE
    MOVE QTX-scPrice(WS-SC) TO WS-MONEY-DISP
    MOVE SPACES TO WS-OUT-LINE
    IF QTX-QT-ACCEPTED AND QTX-acceptedScen = WS-SC
        STRING "* SCENARIO " WS-SC ": " WS-TYPE-DISP " PRICE "
               WS-MONEY-DISP
            DELIMITED BY SIZE INTO WS-OUT-LINE
    ELSE
        STRING "  SCENARIO " WS-SC ": " WS-TYPE-DISP " PRICE "
               WS-MONEY-DISP
            DELIMITED BY SIZE INTO WS-OUT-LINE
    END-IF
    IF QTX-scFinanceType(WS-SC) NOT = "C"
        MOVE QTX-scRate(WS-SC) TO WS-RATE-DISP
        STRING " " QTX-scTerm(WS-SC) " MO @ " WS-RATE-DISP "%"
            DELIMITED BY SIZE INTO WS-OUT-LINE(45:)
    END-IF
    PERFORM 800-PUT-LINE
    MOVE QTX-scTax(WS-SC) TO WS-MONEY-DISP
    MOVE QTX-scTotalDue(WS-SC) TO WS-MONEY-DISP-2
    MOVE SPACES TO WS-OUT-LINE
    STRING "      TAX " WS-MONEY-DISP "  TOTAL DUE " WS-MONEY-DISP-2
        DELIMITED BY SIZE INTO WS-OUT-LINE
    PERFORM 800-PUT-LINE
    IF QTX-scFinanceType(WS-SC) NOT = "C"
        MOVE QTX-scDown(WS-SC) TO WS-MONEY-DISP
        MOVE QTX-scPayment(WS-SC) TO WS-PAY-DISP
        MOVE SPACES TO WS-OUT-LINE
        STRING "      DOWN " WS-MONEY-DISP "  PAYMENT " WS-PAY-DISP
               " / MONTH"
            DELIMITED BY SIZE INTO WS-OUT-LINE
        PERFORM 800-PUT-LINE
    END-IF.

400-CUSTOMER-QUOTES-RTN.
    DISPLAY "Customer ID: "
    ACCEPT WS-CUST-IN
    MOVE 0 TO WS-LIST-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT QUOTE-FILE
    MOVE WS-CUST-IN TO QTX-custID
    START QUOTE-FILE KEY IS EQUAL TO QTX-custID
        INVALID KEY
            MOVE "Y" TO WS-EOF
    END-START
    PERFORM UNTIL WS-EOF = "Y"
        READ QUOTE-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF QTX-custID NOT = WS-CUST-IN
                    MOVE "Y" TO WS-EOF
                ELSE
                    ADD 1 TO WS-LIST-COUNT
                    PERFORM 450-LIST-ONE-RTN
                END-IF
        END-READ
    END-PERFORM
    CLOSE QUOTE-FILE
    IF WS-LIST-COUNT = 0
        DISPLAY "No quotes on file for that customer."
    END-IF.

450-LIST-ONE-RTN.
    EVALUATE TRUE
        WHEN QTX-QT-ACCEPTED
            MOVE "ACCEPTED" TO WS-STATUS-DISP
        WHEN QTX-QT-SOLD
            MOVE "SOLD" TO WS-STATUS-DISP
        WHEN QTX-QT-LOST
            MOVE "LOST" TO WS-STATUS-DISP
        WHEN OTHER
            MOVE "OPEN" TO WS-STATUS-DISP
    END-EVALUATE
    DISPLAY QTX-quoteID " " QTX-quoteDate " " QTX-carVIN " "
        QTX-scenCount " scenario(s) " WS-STATUS-DISP
        " follow up " QTX-followUpDate.

*> The customer's pick. A quote can be re-picked while it is
*> still short of a posted deal.
500-ACCEPT-QUOTE-RTN.
    PERFORM 700-READ-QUOTE-RTN
    IF WS-FOUND NOT = "Y"
        EXIT PARAGRAPH
    END-IF
    IF NOT QTX-QT-OPEN AND NOT QTX-QT-ACCEPTED
        DISPLAY "That quote is closed - nothing to accept."
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-SC FROM 1 BY 1 UNTIL WS-SC > QTX-scenCount
        PERFORM 350-SHOW-SCENARIO-RTN
    END-PERFORM
    DISPLAY "Scenario the customer accepted (1-" QTX-scenCount
        "): "
    ACCEPT WS-SCEN-IN
    IF WS-SCEN-IN < 1 OR WS-SCEN-IN > QTX-scenCount
        DISPLAY "No such scenario - quote not changed."
        EXIT PARAGRAPH
    END-IF
    MOVE "A" TO QTX-quoteStatus
    MOVE WS-SCEN-IN TO QTX-acceptedScen
    PERFORM 750-REWRITE-QUOTE-RTN
    DISPLAY "Quote " QTX-quoteID " accepted on scenario " WS-SCEN-IN
        " - load it in Complete a Sale.".

550-LOSE-QUOTE-RTN.
    PERFORM 700-READ-QUOTE-RTN
    IF WS-FOUND NOT = "Y"
        EXIT PARAGRAPH
    END-IF
    IF NOT QTX-QT-OPEN AND NOT QTX-QT-ACCEPTED
        DISPLAY "That quote is already closed."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Mark quote " QTX-quoteID " lost? (Y/N): "
    ACCEPT WS-ANSWER
    IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
        MOVE "L" TO QTX-quoteStatus
        PERFORM 750-REWRITE-QUOTE-RTN
        DISPLAY "Quote " QTX-quoteID " marked lost."
    END-IF.

*> Every quote still short of a deal for one salesperson (0 for
*> the whole floor), the ones due a call today or earlier flagged
*> DUE. Each call logged sets the next follow-up date.
600-FOLLOW-UP-RTN.
    DISPLAY "Salesperson Employee ID (0 = all): "
    ACCEPT WS-EMP-IN
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
    MOVE 0 TO WS-LIST-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT QUOTE-FILE
    MOVE 0 TO QTX-quoteID
    START QUOTE-FILE KEY IS NOT LESS THAN QTX-quoteID
        INVALID KEY
            MOVE "Y" TO WS-EOF
    END-START
    PERFORM UNTIL WS-EOF = "Y"
        READ QUOTE-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF (QTX-QT-OPEN OR QTX-QT-ACCEPTED) AND
                        (WS-EMP-IN = 0 OR QTX-empID = WS-EMP-IN)
                    ADD 1 TO WS-LIST-COUNT
                    PERFORM 650-FOLLOW-UP-ONE-RTN
                END-IF
        END-READ
    END-PERFORM
    CLOSE QUOTE-FILE
    IF WS-LIST-COUNT = 0
        DISPLAY "No open quotes to follow up."
        EXIT PARAGRAPH
    END-IF

    DISPLAY "Log a follow-up call - Quote ID (0 = done): "
    ACCEPT WS-QUOTE-IN
    PERFORM UNTIL WS-QUOTE-IN = 0
        PERFORM 670-LOG-FOLLOW-UP-RTN
        DISPLAY "Log a follow-up call - Quote ID (0 = done): "
        ACCEPT WS-QUOTE-IN
    END-PERFORM.

650-FOLLOW-UP-ONE-RTN.
    PERFORM 710-CUSTOMER-NAME-RTN
    IF QTX-followUpDate <= WS-TODAY-DATE
        MOVE "DUE" TO WS-DUE-FLAG
    ELSE
        MOVE SPACES TO WS-DUE-FLAG
    END-IF
    IF QTX-QT-ACCEPTED
        MOVE "ACCEPTED" TO WS-STATUS-DISP
    ELSE
        MOVE "OPEN" TO WS-STATUS-DISP
    END-IF
    DISPLAY WS-DUE-FLAG " " QTX-followUpDate " " QTX-quoteID " "
        WS-CUST-NAME " " QTX-carVIN " " WS-STATUS-DISP
        " (emp " QTX-empID ")".

670-LOG-FOLLOW-UP-RTN.
    MOVE WS-QUOTE-IN TO QTX-quoteID
    OPEN I-O QUOTE-FILE
    READ QUOTE-FILE
        INVALID KEY
            DISPLAY "No quote found for that ID."
        NOT INVALID KEY
            IF NOT QTX-QT-OPEN AND NOT QTX-QT-ACCEPTED
                DISPLAY "That quote is closed."
            ELSE
                COMPUTE WS-FOLLOW-INT =
                    FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                    + WS-FOLLOW-DAYS
                MOVE FUNCTION DATE-OF-INTEGER(WS-FOLLOW-INT)
                    TO WS-FOLLOW-IN
                DISPLAY "Next Follow Up (YYYYMMDD, 0 = "
                    WS-FOLLOW-IN "): "
                ACCEPT QTX-followUpDate
                IF NOT (QTX-followUpDate NUMERIC AND
                        QTX-followUpDate >= WS-TODAY-DATE)
                    MOVE WS-FOLLOW-IN TO QTX-followUpDate
                END-IF
                REWRITE QTX-QUOTE
                    INVALID KEY
                        DISPLAY "Could not update the quote."
                    NOT INVALID KEY
                        DISPLAY "Quote " QTX-quoteID
                            " - next follow up " QTX-followUpDate
                END-REWRITE
            END-IF
    END-READ
    CLOSE QUOTE-FILE.

700-READ-QUOTE-RTN.
    DISPLAY "Quote ID: "
    ACCEPT WS-QUOTE-IN
    MOVE "Y" TO WS-FOUND
    OPEN INPUT QUOTE-FILE
    MOVE WS-QUOTE-IN TO QTX-quoteID
    READ QUOTE-FILE
        INVALID KEY
            MOVE "N" TO WS-FOUND
            DISPLAY "No quote found for that ID."
    END-READ
    CLOSE QUOTE-FILE.

710-CUSTOMER-NAME-RTN.
    MOVE SPACES TO WS-CUST-NAME
    MOVE QTX-custID TO CUST-ID-REC
    OPEN INPUT CUS-FILE
    READ CUS-FILE
        INVALID KEY
            MOVE "(UNKNOWN)" TO WS-CUST-NAME
        NOT INVALID KEY
            STRING CUST-FNAME-REC DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   CUST-LNAME-REC DELIMITED BY SPACE
                INTO WS-CUST-NAME
    END-READ
    CLOSE CUS-FILE.

*> Status and follow-up changes go back over the record read by
*> 700, re-read under I-O so the rewrite has its key in place.
750-REWRITE-QUOTE-RTN.
    MOVE QTX-quoteStatus TO WS-ANSWER
    MOVE QTX-acceptedScen TO WS-SCEN-IN
    OPEN I-O QUOTE-FILE
    READ QUOTE-FILE
        INVALID KEY
            DISPLAY "Could not find quote " QTX-quoteID
        NOT INVALID KEY
            MOVE WS-ANSWER TO QTX-quoteStatus
            MOVE WS-SCEN-IN TO QTX-acceptedScen
            REWRITE QTX-QUOTE
                INVALID KEY
                    DISPLAY "Could not update the quote."
            END-REWRITE
    END-READ
    CLOSE QUOTE-FILE.

800-PUT-LINE.
    DISPLAY WS-OUT-LINE
    IF WS-SHEET-OPEN = "Y"
        MOVE WS-OUT-LINE TO SHEET-REC
        WRITE SHEET-REC
    END-IF.

END PROGRAM QUOTE_DESK.
