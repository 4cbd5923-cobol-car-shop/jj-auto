*>          no transaction behind the number - no seller, no lien
*>          payoff, no record of the check we cut. This captures
*>          the seller as an existing CUSTOMER.IDX customer, the
*>          agreed price, any payoff owed to the seller's bank,
*>          cuts the checks off our stock through ISSUE_CHECK
*>          (source CPUR - the payoff to the lienholder and the
*>          rest of the price to the seller, both numbers kept as
*>          the disbursement reference), writes the CAR.IDX
*>          record as its OUTPUT (dateAcquired today,
*>          acquisitionCost the agreed price) instead of someone
*>          typing those fields cold, appends the transaction to
*>          VEHPURCH.DAT, and closes out the seller's open
*>          OWNERSHIP.IDX row with today's disposedDate.
*>          The unit goes onto the floor plan line here too - the
*>          lender and the advance are keyed and ADD_FLOORPLAN
*>          files the FLOORPLAN.IDX advance off the new
*>          dateAcquired. An open APPRAISAL_DESK appraisal on the
*>          VIN (found through OPEN_APPRAISAL) supplies the year,
*>          make and model and stands as the agreed price unless
*>          another is keyed, and is marked acquired against the
*>          purchase once the unit files.
*>          Launched from JJUI off a PERMISSIONS.DAT row.
*> Tectonics: cobc
*>****************************************************************
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS CUST-ID-REC
        ALTERNATE RECORD KEY IS CUST-LNAME-REC WITH DUPLICATES
        ALTERNATE RECORD KEY IS CUST-PHONE-REC WITH DUPLICATES
        ALTERNATE RECORD KEY IS CUST-EMAIL-REC WITH DUPLICATES.
    SELECT OPTIONAL OWNERSHIP-FILE
        ASSIGN TO '../../INDEXES/OWNERSHIP.IDX'
        ORGANIZATION IS INDEXED
DATA DIVISION.
FILE SECTION.
FD CAR-FILE
    RECORD CONTAINS 99 CHARACTERS.
    COPY CAR_DEF REPLACING ==:TAG:== BY ==CRX==.
*> Mirrors the CUST-REC layout CUSTOMER_MGMT's own programs carry
*> inline, same as SalesMain.cbl and AR_AGING_REPORT.cbl.
    05  CUST-AR-BALANCE-REC              PIC 9(7)V99.
    05  CUST-CREDIT-HOLD-REC             PIC X.
    05  CUST-NO-CONTACT-REC              PIC X.
    05  CUST-NO-CHECKS-REC               PIC X.
FD OWNERSHIP-FILE
    RECORD CONTAINS 43 CHARACTERS.
    COPY OWNER_DEF REPLACING ==:TAG:== BY ==OWX==.
01  WS-LIENHOLDER           PIC X(25).
01  WS-PAYOFF               PIC 9(7)V99.
01  WS-DISB-REF             PIC X(12).
01  WS-SELLER-NAME          PIC X(30).
01  WS-PAYEE                PIC X(30).
01  WS-CHECK-AMOUNT         PIC 9(7)V99.
01  WS-SOURCE               PIC X(4).
01  WS-SOURCE-DOC           PIC X(12).
01  WS-SELLER-CHECK         PIC 9(5).
01  WS-PAYOFF-CHECK         PIC 9(5).
01  WS-ISSUE-RESULT         PIC 99.
01  WS-ID-SERIES            PIC X(10).
01  WS-NEXT-PURCH-ID        PIC 9(5).
01  WS-TODAY-DATE           PIC 9(8).
01  WS-ODO-OK               PIC X.
01  WS-ODO-LOG-KEY          PIC X(20).
01  WS-ODO-LOG-CODE         PIC 99 VALUE 88.
01  WS-FLOOR-LENDER         PIC 9(5).
01  WS-FLOOR-ADVANCE        PIC 9(7)V99.
01  WS-FLOOR-FPID           PIC 9(5).
01  WS-FLOOR-RESULT         PIC 99.
01  WS-APPR-USED            PIC X.
01  WS-APPR-RESULT          PIC 99.
COPY APPRAISAL_DEF REPLACING ==:TAG:== BY ==WSA==.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
            " abandoned."
    ELSE
        DISPLAY "Seller: " CUST-FNAME-REC " " CUST-LNAME-REC
        MOVE SPACES TO WS-SELLER-NAME
        STRING CUST-FNAME-REC DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               CUST-LNAME-REC DELIMITED BY SIZE
            INTO WS-SELLER-NAME
        PERFORM 250-TAKE-THE-DEAL-RTN
    END-IF.

250-TAKE-THE-DEAL-RTN.
    DISPLAY "Enter Vehicle VIN: "
    ACCEPT WS-VIN-IN
    MOVE FUNCTION UPPER-CASE(WS-VIN-IN) TO WS-VIN-IN
    PERFORM 255-FIND-APPRAISAL-RTN
    IF WS-APPR-USED = "Y"
        MOVE WSA-apprValue TO WS-MONEY-DISP
        DISPLAY "Agreed Price (0 = appraised " WS-MONEY-DISP "): "
        ACCEPT WS-AGREED-PRICE
        IF WS-AGREED-PRICE = 0
            MOVE WSA-apprValue TO WS-AGREED-PRICE
        END-IF
    ELSE
        DISPLAY "Agreed Price: "
        ACCEPT WS-AGREED-PRICE
    END-IF
    DISPLAY "Lienholder (blank if owned free and clear): "
    ACCEPT WS-LIENHOLDER
    MOVE 0 TO WS-PAYOFF
        DISPLAY "Payoff Amount owed to the lienholder: "
        ACCEPT WS-PAYOFF
    END-IF

    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
    MOVE WS-VIN-IN TO CRX-carVIN
    IF WS-APPR-USED = "Y"
        MOVE WSA-make TO CRX-make
        MOVE WSA-model TO CRX-model
        MOVE WSA-year TO CRX-year
        DISPLAY "Appraised at " WSA-mileage " miles."
    ELSE
        DISPLAY "Enter Make: "
        ACCEPT CRX-make
        DISPLAY "Enter Model: "
        ACCEPT CRX-model
        DISPLAY "Enter Year: "
        ACCEPT CRX-year
    END-IF
    DISPLAY "Enter Mileage: "
    ACCEPT CRX-mileage
*>  A street buy is exactly where a rolled-back odometer walks in
    DISPLAY "Enter Lot Price: "
    ACCEPT CRX-lotPrice
    MOVE WS-AGREED-PRICE TO CRX-acquisitionCost
    MOVE "O" TO CRX-ownership
    MOVE WS-TODAY-DATE TO CRX-dateAcquired
    DISPLAY "Enter Lot Location (MN/R9): "
    ACCEPT CRX-lotLocation
    IF CRX-warrantyType NOT = "W"
        MOVE "A" TO CRX-warrantyType
    END-IF
    DISPLAY "Title Brand - Clean(C) Salvage(S) Rebuilt(R) Flood(F)"
        " Lemon buyback(L): "
    ACCEPT CRX-titleBrand
    MOVE FUNCTION UPPER-CASE(CRX-titleBrand) TO CRX-titleBrand
    IF NOT CRX-TB-VALID
        MOVE "C" TO CRX-titleBrand
    END-IF
*>  With a lien on it the title comes from the seller's bank
*>  once the payoff clears - it is rarely in hand on the day.
    DISPLAY "Title in hand now? (Y/N): "
    ACCEPT WS-ANSWER
    IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
        MOVE WS-TODAY-DATE TO CRX-titleRcvdDate
    ELSE
        MOVE 0 TO CRX-titleRcvdDate
    END-IF
    MOVE "P" TO CRX-titleSource

    OPEN I-O CAR-FILE
    WRITE CRX-CAR
            PERFORM 400-CLOSE-SELLER-OWNERSHIP-RTN
            CALL "WINDOW_STICKER" USING WS-VIN-IN,
                WS-STICKER-RESULT
            PERFORM 450-FLOOR-UNIT-RTN
            PERFORM 470-BOOK-APPRAISAL-RTN
            MOVE WS-AGREED-PRICE TO WS-MONEY-DISP
            DISPLAY "Unit filed. Purchase " WS-NEXT-PURCH-ID
                " recorded at " WS-MONEY-DISP
            IF WS-DISB-REF NOT = SPACES
                DISPLAY "Checks cut: " WS-DISB-REF
            END-IF
    END-WRITE
    CLOSE CAR-FILE.

*>  The latest open appraisal on the VIN, offered for the buy. One
*>  past its good-through date is only shown - the price is keyed.
255-FIND-APPRAISAL-RTN.
    MOVE "N" TO WS-APPR-USED
    INITIALIZE WSA-APPRAISAL
    MOVE WS-VIN-IN TO WSA-carVIN
    CALL "OPEN_APPRAISAL" USING "F", WSA-APPRAISAL, WS-APPR-RESULT
    EVALUATE WS-APPR-RESULT
        WHEN 00
            MOVE WSA-apprValue TO WS-MONEY-DISP
            DISPLAY "Appraisal " WSA-apprID " of " WSA-apprDate
                " by employee " WSA-appraiserID ": " WS-MONEY-DISP
            DISPLAY "  " WSA-year " " WSA-make " " WSA-model
            DISPLAY "  " WSA-conditionNotes
            IF WSA-custID NOT = WS-SELLER-IN
                DISPLAY "  (appraised for customer " WSA-custID ")"
            END-IF
            DISPLAY "Use this appraisal? (Y/N): "
            ACCEPT WS-ANSWER
            IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
                MOVE "Y" TO WS-APPR-USED
            END-IF
        WHEN 24
            DISPLAY "Appraisal " WSA-apprID " on this VIN expired "
                WSA-expiryDate " - key the price."
    END-EVALUATE.

260-CHECK-PURCHASE-ODO-RTN.
    MOVE "N" TO WS-ODO-OK
    PERFORM UNTIL WS-ODO-OK = "Y"
    MOVE "VEHPURCH" TO WS-ID-SERIES
    CALL 'GET_NEXT_ID' USING WS-ID-SERIES, WS-NEXT-PURCH-ID
    MOVE WS-NEXT-PURCH-ID TO VP-purchID
    PERFORM 320-CUT-PURCHASE-CHECKS-RTN
    MOVE WS-VIN-IN TO VP-carVIN
    MOVE WS-SELLER-IN TO VP-sellerCustID
    MOVE WS-AGREED-PRICE TO VP-agreedPrice
    WRITE VP-VEH-PURCHASE
    CLOSE VEHPURCH-FILE.

*>  The lienholder is paid first out of the price and the seller
*>  gets what is left; the reference reads seller check, then
*>  payoff check. A seller upside down on the loan gets no check.
320-CUT-PURCHASE-CHECKS-RTN.
    MOVE SPACES TO WS-DISB-REF
    MOVE 0 TO WS-SELLER-CHECK
    MOVE 0 TO WS-PAYOFF-CHECK
    MOVE SPACES TO WS-SOURCE-DOC
    STRING "PURCH " WS-NEXT-PURCH-ID DELIMITED BY SIZE
        INTO WS-SOURCE-DOC
    MOVE "CPUR" TO WS-SOURCE
    IF WS-AGREED-PRICE > WS-PAYOFF
        COMPUTE WS-CHECK-AMOUNT = WS-AGREED-PRICE - WS-PAYOFF
        MOVE WS-SELLER-NAME TO WS-PAYEE
        CALL "ISSUE_CHECK" USING WS-PAYEE, WS-CHECK-AMOUNT,
            WS-SOURCE, WS-SOURCE-DOC, WS-SELLER-CHECK,
            WS-ISSUE-RESULT
    END-IF
    IF WS-PAYOFF > 0
        MOVE WS-LIENHOLDER TO WS-PAYEE
        CALL "ISSUE_CHECK" USING WS-PAYEE, WS-PAYOFF,
            WS-SOURCE, WS-SOURCE-DOC, WS-PAYOFF-CHECK,
            WS-ISSUE-RESULT
    END-IF
    EVALUATE TRUE
        WHEN WS-SELLER-CHECK > 0 AND WS-PAYOFF-CHECK > 0
            STRING WS-SELLER-CHECK "/" WS-PAYOFF-CHECK
                DELIMITED BY SIZE INTO WS-DISB-REF
        WHEN WS-SELLER-CHECK > 0
            MOVE WS-SELLER-CHECK TO WS-DISB-REF
        WHEN WS-PAYOFF-CHECK > 0
            STRING "/" WS-PAYOFF-CHECK
                DELIMITED BY SIZE INTO WS-DISB-REF
    END-EVALUATE
    IF (WS-AGREED-PRICE > WS-PAYOFF AND WS-SELLER-CHECK = 0) OR
            (WS-PAYOFF > 0 AND WS-PAYOFF-CHECK = 0)
        DISPLAY "*** A CHECK COULD NOT BE CUT - WRITE IT AT"
            " CHECK_DESK AND NOTE PURCHASE " WS-NEXT-PURCH-ID " ***"
    END-IF.

*>  The seller no longer has the car - their open OWNERSHIP.IDX
*>  row for the VIN closes out with today's date, the same
*>  close-out ADD_SALE makes when a unit changes hands on a deal.
    END-PERFORM
    CLOSE OWNERSHIP-FILE.

*>  Every unit we stock is bought on the floor plan line - the
*>  lender's advance is recorded against the VIN the day it files.
*>  A zero advance takes the agreed price.
450-FLOOR-UNIT-RTN.
    DISPLAY "Floor Plan Lender ID (0 = not floored): "
    ACCEPT WS-FLOOR-LENDER
    IF WS-FLOOR-LENDER > 0
        DISPLAY "Floor Plan Advance (0 = agreed price): "
        ACCEPT WS-FLOOR-ADVANCE
        IF WS-FLOOR-ADVANCE = 0
            MOVE WS-AGREED-PRICE TO WS-FLOOR-ADVANCE
        END-IF
        CALL "ADD_FLOORPLAN" USING WS-VIN-IN, WS-FLOOR-LENDER,
            WS-FLOOR-ADVANCE, WS-TODAY-DATE, WS-FLOOR-FPID,
            WS-FLOOR-RESULT
        EVALUATE WS-FLOOR-RESULT
            WHEN 00
                DISPLAY "Floor plan advance " WS-FLOOR-FPID
                    " recorded."
            WHEN 23
                DISPLAY "No lender with that ID - unit NOT floored."
                    " Record it at the Floor Plan Desk."
            WHEN 25
                DISPLAY "That VIN already has an open floor plan"
                    " advance."
            WHEN OTHER
                DISPLAY "Floor plan advance not recorded - see the"
                    " exception log."
        END-EVALUATE
    END-IF.

*>  The appraisal turned into a unit we own - booked acquired
*>  against the purchase so LOOK_TO_BOOK counts it.
470-BOOK-APPRAISAL-RTN.
    IF WS-APPR-USED = "Y"
        MOVE "P" TO WSA-acqSource
        MOVE WS-NEXT-PURCH-ID TO WSA-acqRef
        CALL "OPEN_APPRAISAL" USING "B", WSA-APPRAISAL,
            WS-APPR-RESULT
    END-IF.

END PROGRAM CAR_PURCHASE.
