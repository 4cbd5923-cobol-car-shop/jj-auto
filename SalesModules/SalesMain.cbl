               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CUST-ID-REC
               ALTERNATE RECORD KEY IS CUST-LNAME-REC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CUST-PHONE-REC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CUST-EMAIL-REC WITH DUPLICATES.
           SELECT OPTIONAL WAITLIST-FILE
           ASSIGN TO '../../INDEXES/WAITLIST.IDX'
               ORGANIZATION IS INDEXED
               ALTERNATE RECORD KEY IS SCX-carVIN WITH DUPLICATES
               ALTERNATE RECORD KEY IS SCX-saleID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SCX-custID WITH DUPLICATES.
           SELECT OPTIONAL QUOTE-FILE
           ASSIGN TO '../../INDEXES/QUOTE.IDX'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS QTX-quoteID
               ALTERNATE RECORD KEY IS QTX-custID WITH DUPLICATES
               ALTERNATE RECORD KEY IS QTX-carVIN WITH DUPLICATES.
           SELECT OPTIONAL AUCTION-FILE
           ASSIGN TO '../AUCTIONPURCH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUCTION-ERR-FILE
           ASSIGN TO 'AUCTION_ERRORS.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RECON-FILE
           ASSIGN TO '../RECONEXP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CAR-FILE
           RECORD CONTAINS 99 CHARACTERS.
           COPY CAR_DEF REPLACING ==:TAG:== BY ==IDX==.
       FD  SALE-FILE
           RECORD CONTAINS 167 CHARACTERS.
           COPY SALE_DEF REPLACING ==:TAG:== BY ==SIDX==.
       FD  DEPOSIT-FILE
           RECORD CONTAINS 43 CHARACTERS.
           COPY CREDIT_APP_DEF REPLACING ==:TAG:== BY ==CAX==.
       FD  LENDERDEC-FILE.
           COPY LENDER_DEC_DEF REPLACING ==:TAG:== BY ==LD==.
       FD  QUOTE-FILE
           RECORD CONTAINS 317 CHARACTERS.
           COPY DEAL_QUOTE_DEF REPLACING ==:TAG:== BY ==QTX==.
       FD  AUCTION-FILE.
           COPY AUCTION_PURCH_DEF REPLACING ==:TAG:== BY ==AUC==.
       FD  AUCTION-ERR-FILE.
       01  AUCTION-ERR-REC     PIC X(100).
       FD  RECON-FILE.
           COPY RECON_EXP_DEF REPLACING ==:TAG:== BY ==RX==.
      *    Mirrors the CUST-REC layout CUSTOMER_MGMT's own programs
      *    carry inline (CUSADD/CUSUPD/CUSTVW/CUST_PURGE/CUST_MIGRATE) -
      *    that module has no shared copybook for it, so this FD has
           05  CUST-AR-BALANCE-REC               PIC 9(7)V99.
           05  CUST-CREDIT-HOLD-REC              PIC X.
           05  CUST-NO-CONTACT-REC               PIC X.
           05  CUST-NO-CHECKS-REC                PIC X.

       WORKING-STORAGE SECTION.
           COPY SALE_DEF REPLACING ==:TAG:== BY ==WSS==.
           COPY EMP_DEF  REPLACING ==:TAG:== BY ==SEMP==.
           COPY APPRAISAL_DEF REPLACING ==:TAG:== BY ==WSA==.
           COPY WEOWE_DEF REPLACING ==:TAG:== BY ==SWO==.
           COPY DEAL_QUOTE_DEF REPLACING ==:TAG:== BY ==SQT==.
           COPY SESSION_DEF.
       01  MENU-OPTION PIC 9.
       01  WS-MENU-DONE PIC X VALUE "N".
       01  VIN         PIC X(17).
           05 WS-NewCarLocation    PIC XX.
           05 WS-NewCarStatus      PIC X.
           05 WS-NewCarWarranty    PIC X.
           05 WS-NewCarTitleBrand  PIC X.
           05 WS-NewCarTitleRcvd   PIC 9(8).
           05 WS-NewCarTitleSource PIC X.

       01  WS-SALE-WORK-AREAS.
           05 WS-SALE-FOUND-CAR    PIC X           VALUE "N".
           05 WS-SALE-FOUND-EMP    PIC X           VALUE "N".
           05 WS-SALE-ANSWER       PIC X.
           05 WS-SALE-CUSTID       PIC 9(5).
           05 WS-FIND-BY           PIC X.
           05 WS-FIND-PHONE        PIC 9(10).
           05 WS-FIND-FNAME        PIC X(15).
           05 WS-FIND-LNAME        PIC X(15).
           05 WS-FIND-EMAIL        PIC X(35).
           05 WS-SALE-EMPID        PIC 9(5).
           05 WS-SPLIT-EMPID       PIC 9(5).
           05 WS-SPLIT-PCT         PIC 9(3).
           05 WS-SALE-PRICE        PIC 9(7)V99.
           05 WS-SALE-MILEAGE      PIC 9(7).
           05 WS-SALE-YEAR         PIC 9(4).
           05 WS-SALE-CAR-ABSENT   PIC X           VALUE "N".
           05 WS-SALE-CAR-STATUS   PIC X.
           05 WS-SALE-CREDIT-HOLD  PIC X           VALUE "N".
           05 WS-SALE-NO-CHECKS    PIC X           VALUE "N".
           05 WS-SALE-SCREEN-RESULT PIC X.
           05 WS-NOTE-EOF          PIC X.
           05 WS-NOTE-FOUND        PIC X.
           05 WS-LAST-NOTE-DATE    PIC 9(8).
           05 WS-TRADE-VIN         PIC X(17)       VALUE SPACES.
           05 WS-TRADE-VALUE       PIC 9(7)V99     VALUE 0.
           05 WS-TRADE-CONDITION   PIC X(20)       VALUE SPACES.
           05 WS-TRADE-APPR-ID     PIC 9(5)        VALUE 0.
           05 WS-APPR-RESULT       PIC 99.
           05 WS-APPR-DISP         PIC $,$$$,$$9.99.
           05 WS-INTAKE-VIN-KEYED  PIC X           VALUE "N".
           05 WS-WO-ANSWER         PIC X.
           05 WS-WO-RESULT         PIC 99.
           05 WS-WO-COUNT          PIC 99          VALUE 0.
           05 WS-QUOTE-IN          PIC 9(5).
           05 WS-QUOTE-LOADED      PIC X           VALUE "N".
           05 WS-QUOTE-SCEN        PIC 9           VALUE 0.
           05 WS-FINANCE-TYPE      PIC X           VALUE "C".
           05 WS-FINANCE-TERM      PIC 999         VALUE 0.
           05 WS-FINANCE-RATE      PIC 99V999      VALUE 0.
           05 WS-ISSUED-TAG        PIC 9(7).
           05 WS-TAG-RESULT        PIC 99.
           05 WS-STICKER-RESULT    PIC 99.
           05 WS-FLOOR-LENDER      PIC 9(5).
           05 WS-FLOOR-ADVANCE     PIC 9(7)V99.
           05 WS-FLOOR-ACQ-DATE    PIC 9(8).
           05 WS-FLOOR-FPID        PIC 9(5).
           05 WS-FLOOR-RESULT      PIC 99.
           05 WS-PAYOFF-LIENHOLDER PIC X(25)       VALUE SPACES.
           05 WS-PAYOFF-AMOUNT     PIC 9(7)V99     VALUE 0.
           05 WS-PAYOFF-GOODTHRU   PIC 9(8)        VALUE 0.
           05 WS-DEC-EOF           PIC X.
           05 WS-DEC-FOUND         PIC X.
           05 WS-WIN-LENDER        PIC 9(5).
           05 WS-BUY-RATE          PIC 99V999      VALUE 0.
           05 WS-RESERVE-PCT       PIC 9(3)        VALUE 0.
           05 WS-RESERVE-AMT       PIC 9(7)V99.
           05 WS-RESERVE-RESULT    PIC 99.
           05 WS-RESERVE-DISP      PIC $,$$$,$$9.99.
           05 WS-ODO-HIGHEST       PIC 9(7).
           05 WS-ODO-ROLLBACK      PIC X.
           05 WS-ODO-OK            PIC X.
      *    Exception-log code stamped on an accepted lower reading
      *    so EXCEPT_SUMMARY surfaces odometer overrides.
           05 WS-ODO-LOG-CODE      PIC 99          VALUE 88.
           05 WS-TITLE-BRAND-NAME  PIC X(13).
           05 WS-AUC-EOF           PIC X.
           05 WS-AUC-ROW-OK        PIC X.
           05 WS-AUC-READ          PIC 9(3).
           05 WS-AUC-LOADED        PIC 9(3).
           05 WS-AUC-REJECTED      PIC 9(3).
           05 WS-AUC-MARKUP        PIC 9(3).
           05 WS-AUC-REASON        PIC X(30).
           COPY PERIOD_LOCK_DEF.


                DISPLAY "5. Complete a Sale /n"
                DISPLAY "6. Void a Sale /n"
                DISPLAY "7. Print Bill of Sale /n"
                DISPLAY "8. Import Auction Purchase File /n"
                DISPLAY "9. Exit /n"
                ACCEPT MENU-OPTION
                EVALUATE MENU-OPTION
                    WHEN 1
                    WHEN 7
                        PERFORM 270-PrintBillOfSale
                    WHEN 8
                        PERFORM 238-IMPORT-AUCTION-RTN
                    WHEN 9
                        MOVE "Y" TO WS-MENU-DONE
                    WHEN OTHER
                        DISPLAY "Invalid Option, Please enter 1-9."
                END-EVALUATE
      *need to design Screen for sales menu
            END-PERFORM
               CLOSE CAR-FILE
           END-IF.
       210-LookUpCustomer.
           DISPLAY "Enter Customer ID (0 = find by phone/name/email): "
           ACCEPT WS-SALE-CUSTID
      *    No ID to hand - CUST_FIND walks the phone, last name or
      *    email key and hands back the one the rep picks.
           IF WS-SALE-CUSTID = 0
               MOVE SPACE TO WS-FIND-BY
               CALL "CUST_FIND" USING WS-FIND-BY, WS-FIND-PHONE,
                   WS-FIND-FNAME, WS-FIND-LNAME, WS-FIND-EMAIL,
                   WS-SALE-CUSTID
           END-IF
           MOVE WS-SALE-CUSTID TO CUST-ID-REC
           MOVE "N" TO WS-SALE-FOUND-CUST
           OPEN INPUT CUS-FILE
           MOVE 0                    TO CUST-AR-BALANCE-REC
           MOVE "N"                  TO CUST-CREDIT-HOLD-REC
           MOVE "N"                  TO CUST-NO-CONTACT-REC
           MOVE "N"                  TO CUST-NO-CHECKS-REC
           OPEN I-O CUS-FILE
      *    Only a write that lands hands its ID on to the sale leg -
      *    a duplicate-ID failure (say, a stale counter after a

       230-AddNewCar.
           MOVE "N" TO WS-CAR-ADDED-OK
      *    The trade-in leg keys the VIN up front to find its
      *    appraisal - it is not asked for twice.
           IF WS-INTAKE-VIN-KEYED NOT = "Y"
               DISPLAY "Enter Vehicle VIN: "
               ACCEPT WS-NewCarVIN
           END-IF
           MOVE WS-NewCarVIN TO WS-VIN-CHECK
           PERFORM 900-VALIDATE-VIN-RTN
           IF WS-VIN-VALID NOT = "Y"
               IF WS-NewCarWarranty NOT = "W"
                   MOVE "A" TO WS-NewCarWarranty
               END-IF
               PERFORM 234-TITLE-INTAKE-RTN
               MOVE WS-NewCarVIN      TO IDX-carVIN
               MOVE WS-NewCarWarranty TO IDX-warrantyType
               MOVE WS-NewCarTitleBrand  TO IDX-titleBrand
               MOVE WS-NewCarTitleRcvd   TO IDX-titleRcvdDate
               MOVE WS-NewCarTitleSource TO IDX-titleSource
               MOVE WS-NewCarMake     TO IDX-make
               MOVE WS-NewCarModel    TO IDX-model
               MOVE WS-NewCarYear     TO IDX-year
               MOVE WS-NewCarAcqCost  TO IDX-acquisitionCost
               MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE
               MOVE WS-TODAY-DATE     TO IDX-dateAcquired
               MOVE IDX-dateAcquired  TO WS-FLOOR-ACQ-DATE
               MOVE WS-NewCarLocation TO IDX-lotLocation
               MOVE WS-NewCarStatus   TO IDX-status
      *    Intake is always our own stock - consigned units come in
      *    through CONSIGN_DESK.
               MOVE "O"               TO IDX-ownership
               OPEN I-O CAR-FILE
               WRITE IDX-CAR
                   INVALID KEY
               IF WS-CAR-ADDED-OK = "Y"
                   CALL 'WINDOW_STICKER' USING WS-NewCarVIN,
                       WS-STICKER-RESULT
                   PERFORM 237-FLOOR-NEW-CAR-RTN
               END-IF
               END-IF
           END-IF.

      *    The title brand is a disclosure on the sticker and the
      *    bill of sale, and trade and auction titles often trail
      *    the car by weeks - both are captured at intake. A
      *    trade-in's title is owed by the customer (or their
      *    lender); anything else keyed here came off an auction
      *    or from somewhere else.
       234-TITLE-INTAKE-RTN.
           DISPLAY "Title Brand - Clean(C) Salvage(S) Rebuilt(R)"
               " Flood(F) Lemon buyback(L): "
           ACCEPT WS-NewCarTitleBrand
           MOVE FUNCTION UPPER-CASE(WS-NewCarTitleBrand)
               TO WS-NewCarTitleBrand
           IF WS-NewCarTitleBrand NOT = "S" AND NOT = "R"
                   AND NOT = "F" AND NOT = "L"
               MOVE "C" TO WS-NewCarTitleBrand
           END-IF
           IF WS-INTAKE-VIN-KEYED = "Y"
               MOVE "T" TO WS-NewCarTitleSource
           ELSE
               DISPLAY "Title comes from - Auction(A) or Other(O): "
               ACCEPT WS-NewCarTitleSource
               MOVE FUNCTION UPPER-CASE(WS-NewCarTitleSource)
                   TO WS-NewCarTitleSource
               IF WS-NewCarTitleSource NOT = "A"
                   MOVE "O" TO WS-NewCarTitleSource
               END-IF
           END-IF
           DISPLAY "Title in hand now? (Y/N): "
           ACCEPT WS-SALE-ANSWER
           IF WS-SALE-ANSWER = "Y" OR WS-SALE-ANSWER = "y"
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-NewCarTitleRcvd
           ELSE
               MOVE 0 TO WS-NewCarTitleRcvd
           END-IF.

      *    Matches the unit just keyed into inventory against every
      *    OPEN wait-list entry - first dealership that calls wins
      *    the deal, so the call list comes out the moment the car
               DISPLAY CALL-LIST-REC
           END-IF.

      *    Every unit we stock is bought on the floor plan line -
      *    the lender's advance goes on FLOORPLAN.IDX the day the
      *    unit files, so the payoff and curtailments are known.
      *    A trade-in we own outright is simply not floored (0).
      *    A zero advance takes the acquisition cost.
       237-FLOOR-NEW-CAR-RTN.
           DISPLAY "Floor Plan Lender ID (0 = not floored): "
           ACCEPT WS-FLOOR-LENDER
           IF WS-FLOOR-LENDER > 0
               DISPLAY "Floor Plan Advance (0 = acquisition cost): "
               ACCEPT WS-FLOOR-ADVANCE
               IF WS-FLOOR-ADVANCE = 0
                   MOVE WS-NewCarAcqCost TO WS-FLOOR-ADVANCE
               END-IF
               CALL 'ADD_FLOORPLAN' USING WS-NewCarVIN,
                   WS-FLOOR-LENDER, WS-FLOOR-ADVANCE,
                   WS-FLOOR-ACQ-DATE, WS-FLOOR-FPID, WS-FLOOR-RESULT
               EVALUATE WS-FLOOR-RESULT
                   WHEN 00
                       DISPLAY "Floor plan advance " WS-FLOOR-FPID
                           " recorded."
                   WHEN 23
                       DISPLAY "No lender with that ID - unit NOT"
                           " floored. Use the Floor Plan Desk."
                   WHEN 25
                       DISPLAY "That VIN already has an open floor"
                           " plan advance."
                   WHEN OTHER
                       DISPLAY "Floor plan advance not recorded -"
                           " see the exception log."
               END-EVALUATE
           END-IF.

      *    Bulk intake off the auction's electronic purchase file
      *    (AUCTIONPURCH.DAT) instead of keying each unit from the
      *    bill of sale. Each row becomes an IN-TRANSIT unit headed
      *    for the keyed lot - CAR_TRANSFER's receive puts it on
      *    the line when the truck arrives. Cost is the hammer
      *    price plus the buyer fee; the transport charge goes on
      *    RECONEXP.DAT the same day instead of days later. A row
      *    whose VIN fails validation, whose year contradicts the
      *    VIN, whose mileage is under the VIN's prior reading, or
      *    whose VIN is already on file is not loaded - it goes to
      *    AUCTION_ERRORS.RPT for the buyer to sort out by hand.
       238-IMPORT-AUCTION-RTN.
           DISPLAY "--- Import Auction Purchase File ---"
           DISPLAY "Destination Lot (MN/R9): "
           ACCEPT WS-NewCarLocation
           MOVE FUNCTION UPPER-CASE(WS-NewCarLocation)
               TO WS-NewCarLocation
           IF WS-NewCarLocation NOT = "MN"
                   AND WS-NewCarLocation NOT = "R9"
               DISPLAY "Lot must be MN or R9 - nothing imported."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Lot Price Markup % over cost (0 = price later): "
           ACCEPT WS-AUC-MARKUP
           DISPLAY "Floor Plan Lender ID (0 = not floored): "
           ACCEPT WS-FLOOR-LENDER
           MOVE 0 TO WS-AUC-READ
           MOVE 0 TO WS-AUC-LOADED
           MOVE 0 TO WS-AUC-REJECTED
           MOVE "N" TO WS-AUC-EOF
           OPEN INPUT AUCTION-FILE
           OPEN OUTPUT AUCTION-ERR-FILE
           MOVE "AUCTION IMPORT REJECTS" TO AUCTION-ERR-REC
           WRITE AUCTION-ERR-REC
           PERFORM UNTIL WS-AUC-EOF = "Y"
               READ AUCTION-FILE
                   AT END
                       MOVE "Y" TO WS-AUC-EOF
                   NOT AT END
                       ADD 1 TO WS-AUC-READ
                       PERFORM 239-IMPORT-AUCTION-ROW-RTN
               END-READ
           END-PERFORM
           CLOSE AUCTION-ERR-FILE
           CLOSE AUCTION-FILE
           DISPLAY WS-AUC-READ " row(s) read, " WS-AUC-LOADED
               " unit(s) filed in transit, " WS-AUC-REJECTED
               " rejected."
           IF WS-AUC-REJECTED > 0
               DISPLAY "Rejected rows are on AUCTION_ERRORS.RPT"
           END-IF.

      *    One auction row through the same VIN validation and
      *    decode 230-AddNewCar uses; the decoded make wins over
      *    the auction's spelling of it.
       239-IMPORT-AUCTION-ROW-RTN.
           MOVE "Y" TO WS-AUC-ROW-OK
           MOVE SPACES TO WS-AUC-REASON
           MOVE FUNCTION UPPER-CASE(AUC-carVIN) TO WS-NewCarVIN
           MOVE WS-NewCarVIN TO WS-VIN-CHECK
           PERFORM 900-VALIDATE-VIN-RTN
           IF WS-VIN-VALID NOT = "Y"
               MOVE "N" TO WS-AUC-ROW-OK
               MOVE "VIN FAILS CHECK DIGIT/FORMAT" TO WS-AUC-REASON
           END-IF
           IF WS-AUC-ROW-OK = "Y"
               PERFORM 905-DECODE-VIN-RTN
               IF WS-DECODED-MAKE NOT = SPACES
                   MOVE WS-DECODED-MAKE TO WS-NewCarMake
               ELSE
                   MOVE AUC-make TO WS-NewCarMake
               END-IF
               MOVE AUC-model TO WS-NewCarModel
               MOVE AUC-year TO WS-NewCarYear
               IF WS-NewCarYear = 0
                   MOVE WS-DECODED-YEAR TO WS-NewCarYear
               END-IF
               PERFORM 906-CHECK-YEAR-VS-VIN-RTN
               IF WS-CAR-INTAKE-OK NOT = "Y"
                   MOVE "N" TO WS-AUC-ROW-OK
                   MOVE "YEAR CONTRADICTS THE VIN" TO WS-AUC-REASON
               END-IF
               IF WS-NewCarYear = 0
                   MOVE "N" TO WS-AUC-ROW-OK
                   MOVE "NO MODEL YEAR" TO WS-AUC-REASON
               END-IF
           END-IF
           IF WS-AUC-ROW-OK = "Y"
               MOVE WS-NewCarVIN TO IDX-carVIN
               OPEN INPUT CAR-FILE
               READ CAR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WS-AUC-ROW-OK
                       MOVE "VIN ALREADY ON FILE" TO WS-AUC-REASON
               END-READ
               CLOSE CAR-FILE
           END-IF
           IF WS-AUC-ROW-OK = "Y"
               MOVE AUC-mileage TO WS-NewCarMileage
               CALL 'CHECK_ODOMETER' USING WS-NewCarVIN,
                   WS-NewCarMileage, WS-ODO-HIGHEST,
                   WS-ODO-ROLLBACK
               IF WS-ODO-ROLLBACK = "Y"
                   MOVE "N" TO WS-AUC-ROW-OK
                   MOVE "MILEAGE UNDER PRIOR READING"
                       TO WS-AUC-REASON
               END-IF
           END-IF
           IF WS-AUC-ROW-OK NOT = "Y"
               ADD 1 TO WS-AUC-REJECTED
               MOVE SPACES TO AUCTION-ERR-REC
               STRING AUC-carVIN " " AUC-year " " AUC-make " "
                      AUC-model " " WS-AUC-REASON
                   DELIMITED BY SIZE INTO AUCTION-ERR-REC
               WRITE AUCTION-ERR-REC
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-NewCarAcqCost =
               AUC-purchasePrice + AUC-buyerFee
           MOVE 0 TO WS-NewCarLotPrice
           IF WS-AUC-MARKUP > 0
               COMPUTE WS-NewCarLotPrice ROUNDED =
                   WS-NewCarAcqCost * (100 + WS-AUC-MARKUP) / 100
           END-IF
           MOVE "T" TO WS-NewCarStatus
           MOVE "A" TO WS-NewCarWarranty
           MOVE AUC-titleBrand TO WS-NewCarTitleBrand
           IF WS-NewCarTitleBrand NOT = "S" AND NOT = "R"
                   AND NOT = "F" AND NOT = "L"
               MOVE "C" TO WS-NewCarTitleBrand
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE
           MOVE WS-NewCarVIN      TO IDX-carVIN
           MOVE WS-NewCarWarranty TO IDX-warrantyType
           MOVE WS-NewCarMake     TO IDX-make
           MOVE WS-NewCarModel    TO IDX-model
           MOVE WS-NewCarYear     TO IDX-year
           MOVE WS-NewCarMileage  TO IDX-mileage
           MOVE WS-NewCarLotPrice TO IDX-lotPrice
           MOVE WS-NewCarAcqCost  TO IDX-acquisitionCost
           IF AUC-saleDate > 0
               MOVE AUC-saleDate  TO IDX-dateAcquired
           ELSE
               MOVE WS-TODAY-DATE TO IDX-dateAcquired
           END-IF
           MOVE IDX-dateAcquired  TO WS-FLOOR-ACQ-DATE
           MOVE WS-NewCarLocation TO IDX-lotLocation
           MOVE WS-NewCarStatus   TO IDX-status
           MOVE "O"               TO IDX-ownership
      *    The auction mails the title after the sale clears.
           MOVE WS-NewCarTitleBrand TO IDX-titleBrand
           MOVE 0                 TO IDX-titleRcvdDate
           MOVE "A"               TO IDX-titleSource
           MOVE "N" TO WS-CAR-ADDED-OK
           OPEN I-O CAR-FILE
           WRITE IDX-CAR
               INVALID KEY
                   MOVE "VIN ALREADY ON FILE" TO WS-AUC-REASON
               NOT INVALID KEY
                   MOVE "Y" TO WS-CAR-ADDED-OK
           END-WRITE
           CLOSE CAR-FILE
           IF WS-CAR-ADDED-OK NOT = "Y"
               ADD 1 TO WS-AUC-REJECTED
               MOVE SPACES TO AUCTION-ERR-REC
               STRING AUC-carVIN " " AUC-year " " AUC-make " "
                      AUC-model " " WS-AUC-REASON
                   DELIMITED BY SIZE INTO AUCTION-ERR-REC
               WRITE AUCTION-ERR-REC
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AUC-LOADED
           DISPLAY "Filed " WS-NewCarVIN " " WS-NewCarYear " "
               WS-NewCarMake " " WS-NewCarModel
           CALL 'LOG_ODOMETER' USING WS-NewCarVIN,
               WS-NewCarMileage, "INT"
           IF AUC-transportFee > 0
               MOVE WS-NewCarVIN     TO RX-carVIN
               MOVE WS-TODAY-YEAR    TO RX-EXP-YEAR
               MOVE WS-TODAY-MONTH   TO RX-EXP-MONTH
               MOVE WS-TODAY-DAY     TO RX-EXP-DAY
               MOVE AUC-transportFee TO RX-EXP-AMOUNT
               MOVE SPACES TO RX-EXP-DESC
               STRING "TRANSPORT - " AUC-auctionName
                   DELIMITED BY SIZE INTO RX-EXP-DESC
               MOVE SESSION-CURRENT-USER TO RX-ENTERED-BY
               OPEN EXTEND RECON-FILE
               WRITE RX-RECON-EXP
               CLOSE RECON-FILE
           END-IF
           PERFORM 235-MATCH-WAITLIST-RTN
           IF WS-FLOOR-LENDER > 0
               MOVE WS-NewCarAcqCost TO WS-FLOOR-ADVANCE
               CALL 'ADD_FLOORPLAN' USING WS-NewCarVIN,
                   WS-FLOOR-LENDER, WS-FLOOR-ADVANCE,
                   WS-FLOOR-ACQ-DATE, WS-FLOOR-FPID, WS-FLOOR-RESULT
               IF WS-FLOOR-RESULT NOT = 00
                   DISPLAY "  Not floored (result " WS-FLOOR-RESULT
                       ") - use the Floor Plan Desk."
               END-IF
           END-IF.

      *    Walks a sale through end-to-end: find or add the vehicle,
      *    find or add the customer, assign the selling employee,
      *    then hand the finished record to ADD_SALE to post into
           MOVE "N" TO WS-SALE-FOUND-CAR
           MOVE "N" TO WS-SALE-FOUND-CUST
           MOVE "N" TO WS-SALE-CREDIT-HOLD
           MOVE "N" TO WS-SALE-NO-CHECKS
           MOVE "N" TO WS-SALE-FOUND-EMP
           MOVE 0   TO WS-SPLIT-EMPID
           MOVE 0   TO WS-SPLIT-PCT
           MOVE "N" TO WS-DEP-FOUND
           MOVE 0   TO WS-DEP-ID
           MOVE 0   TO WS-DEP-AMOUNT
           MOVE "A" TO WS-SALE-CAR-STATUS
           DISPLAY "--- Complete a Sale ---"
           PERFORM 267-LOAD-QUOTE-RTN
           IF WS-QUOTE-LOADED = "Y"
               MOVE SQT-carVIN TO VIN
               DISPLAY "Vehicle VIN: " VIN
           ELSE
               DISPLAY "Enter Vehicle VIN: "
               ACCEPT VIN
           END-IF
           MOVE VIN TO WS-VIN-CHECK
           PERFORM 900-VALIDATE-VIN-RTN
           IF WS-VIN-VALID NOT = "Y"
                       MOVE IDX-lotPrice TO WS-SALE-LOT-PRICE
                       IF IDX-CAR-AVAILABLE OR IDX-CAR-DEPOSIT-HOLD
                           MOVE "Y" TO WS-SALE-FOUND-CAR
                           PERFORM 269-TITLE-WARNING-RTN
                       ELSE
                           DISPLAY "That unit is not available"
                               " for sale - status is " IDX-status
           END-IF

           IF WS-SALE-FOUND-CAR = "Y"
               IF WS-QUOTE-LOADED = "Y"
                   MOVE SQT-custID TO WS-SALE-CUSTID
                   DISPLAY "Customer ID: " WS-SALE-CUSTID
               ELSE
                   DISPLAY "Enter Customer ID (0 if a new customer): "
                   ACCEPT WS-SALE-CUSTID
               END-IF
               IF WS-SALE-CUSTID = 0
                   PERFORM 220-CreateNewCustomer
               ELSE
      *    saved here for the credit gate to test later.
                               MOVE CUST-CREDIT-HOLD-REC
                                   TO WS-SALE-CREDIT-HOLD
                               MOVE CUST-NO-CHECKS-REC
                                   TO WS-SALE-NO-CHECKS
      *    The buyer's registration state drives the tax lookup
      *    later, after the record area has been re-read - saved
      *    here the same way the hold flag is.
               PERFORM 242-CHECK-DEPOSIT-RTN
           END-IF

      *    Every buyer is screened against the SDN list, with the
      *    ID they showed written down, before the deal goes any
      *    further. A possible match stops the deal here unless a
      *    manager clears it; OFAC_SCREEN logs the check either way.
           IF WS-SALE-FOUND-CAR = "Y" AND WS-SALE-FOUND-CUST = "Y"
               CALL 'OFAC_SCREEN' USING WS-SALE-CUSTID, "SAL", VIN,
                   WS-SALE-SCREEN-RESULT
               IF WS-SALE-SCREEN-RESULT NOT = "C"
                       AND WS-SALE-SCREEN-RESULT NOT = "O"
                   MOVE "N" TO WS-SALE-FOUND-CUST
               END-IF
           END-IF

           IF WS-SALE-FOUND-CAR = "Y" AND WS-SALE-FOUND-CUST = "Y"
               IF WS-QUOTE-LOADED = "Y"
                   MOVE SQT-empID TO WS-SALE-EMPID
                   DISPLAY "Selling Employee ID: " WS-SALE-EMPID
               ELSE
                   DISPLAY "Enter Selling Employee ID: "
                   ACCEPT WS-SALE-EMPID
               END-IF
               MOVE WS-SALE-EMPID TO SEMP-empID
               CALL 'READ_EMP' USING SEMP-EMPLOYEE
               IF SEMP-fName = SPACES
                   DISPLAY "No employee found for that ID."
               ELSE
                   MOVE "Y" TO WS-SALE-FOUND-EMP
                   PERFORM 243-SPLIT-DEAL-RTN
               END-IF
           END-IF

                   " deposit is on file."
           END-IF.

      *    Two salespeople who worked the customer together split
      *    the deal: the second one and their percentage go on the
      *    sale, and ADD_SALE accrues each one's share of the
      *    commission. An unknown ID, the selling employee again,
      *    or a share outside 1-99 leaves the deal unsplit.
       243-SPLIT-DEAL-RTN.
           DISPLAY "Split this deal with a second salesperson? (Y/N)"
           ACCEPT WS-SALE-ANSWER
           IF WS-SALE-ANSWER = "Y" OR WS-SALE-ANSWER = "y"
               DISPLAY "Enter Second Salesperson ID: "
               ACCEPT WS-SPLIT-EMPID
               IF WS-SPLIT-EMPID = WS-SALE-EMPID
                       OR WS-SPLIT-EMPID = 0
                   DISPLAY "Same or no salesperson - deal not split."
                   MOVE 0 TO WS-SPLIT-EMPID
               ELSE
                   MOVE WS-SPLIT-EMPID TO SEMP-empID
                   CALL 'READ_EMP' USING SEMP-EMPLOYEE
                   IF SEMP-fName = SPACES
                       DISPLAY "No employee found for that ID - deal"
                           " not split."
                       MOVE 0 TO WS-SPLIT-EMPID
                   ELSE
                       DISPLAY "Second Salesperson's Share %"
                           " (1-99, 50 even): "
                       ACCEPT WS-SPLIT-PCT
                       IF WS-SPLIT-PCT < 1 OR WS-SPLIT-PCT > 99
                           DISPLAY "Share must be 1-99 - deal not"
                               " split."
                           MOVE 0 TO WS-SPLIT-EMPID
                           MOVE 0 TO WS-SPLIT-PCT
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    The buyer's deposit money already sits in the drawer -
      *    once the deal posts, the deposit record flips to APPLIED
      *    so it can't be refunded or applied twice.
           MOVE "SALE" TO WS-ID-SERIES
           CALL 'GET_NEXT_ID' USING WS-ID-SERIES, WS-NEXT-SALE-ID.
       250-WRITE-SALE-RTN.
           IF WS-QUOTE-LOADED = "Y"
               MOVE SQT-scPrice(WS-QUOTE-SCEN) TO WS-SALE-PRICE
               DISPLAY "Quoted Sale Price: " WS-SALE-PRICE
           ELSE
               DISPLAY "Enter Sale Price: "
               ACCEPT WS-SALE-PRICE
           END-IF
           MOVE "N" TO WS-OVERRIDE-NEEDED
           MOVE "N" TO WS-OVERRIDE-OK
           IF WS-SALE-LOT-PRICE > 0 AND
           PERFORM 257-FINANCING-RTN
      *    A customer on credit hold can still buy for cash, but
      *    can't finance or lease another vehicle through us until
      *    the hold is cleared on their account - nor can one
      *    whose account has gone to collections (C). The saved
      *    flag is tested, not the record area - the trade-in leg
      *    just ran and its wait-list match reads other customers
      *    over it.
           IF (WS-FINANCE-TYPE = "F" OR WS-FINANCE-TYPE = "L")
                   AND (WS-SALE-CREDIT-HOLD = "Y" OR
                        WS-SALE-CREDIT-HOLD = "C")
               DISPLAY "This customer is on credit hold and cannot"
               DISPLAY "finance or lease another vehicle through us."
               DISPLAY "Sale was not completed."
               PERFORM 245-GET-NEXT-SALE-ID-RTN
               MOVE WS-NEXT-SALE-ID TO WSS-saleID
               MOVE WS-SALE-EMPID   TO WSS-empID
               MOVE WS-SPLIT-EMPID  TO WSS-splitEmpID
               MOVE WS-SPLIT-PCT    TO WSS-splitPct
               MOVE VIN             TO WSS-carVIN
               MOVE WS-SALE-CUSTID  TO WSS-custID
               MOVE WS-SALE-PRICE   TO WSS-price
               MOVE WS-DOC-FEE      TO WSS-docFee
               MOVE WS-TITLE-FEE    TO WSS-titleFee
               MOVE WS-TOTAL-DUE    TO WSS-totalDue
               PERFORM 266-WE-OWE-RTN
               CALL 'ADD_SALE' USING WSS-Sale, WS-ADDSALE-RESULT
      *    Nothing downstream of a failed write: a sale that never
      *    made it to file must not mark the car sold, consume the
                   DISPLAY "Sale could not be written - nothing"
                       " was posted. Run NEXTID_SYNC if this"
                       " follows a restore."
                   IF WS-WO-COUNT > 0
                       MOVE WS-NEXT-SALE-ID TO SWO-saleID
                       CALL 'WE_OWE_POST' USING "X", SWO-WEOWE,
                           WS-WO-RESULT
                   END-IF
               ELSE
                   PERFORM 252-MARK-CAR-SOLD-RTN
                   IF WS-DEP-FOUND = "Y"
      *    A cash down payment is money into the physical drawer
      *    (CASH_DRAWER's closing count reconciles it); one taken
      *    by card goes onto the card journal with its auth
      *    reference for CARD_SETTLE instead, and a check goes to
      *    the bank bag - never from a buyer AR_RECEIPTS has
      *    flagged cash-or-card only after a returned check.
                   IF WS-DOWN-PAYMENT > 0
                       MOVE SPACES TO WS-CASH-DOC
                       STRING "SAL" WS-NEXT-SALE-ID
                           DELIMITED BY SIZE INTO WS-CASH-DOC
                       DISPLAY "Down payment by Cash(C), Card(D), or"
                           " Check(K)?: "
                       ACCEPT WS-SALE-ANSWER
                       MOVE FUNCTION UPPER-CASE(WS-SALE-ANSWER)
                           TO WS-SALE-ANSWER
                       PERFORM UNTIL WS-SALE-ANSWER NOT = "K"
                               OR WS-SALE-NO-CHECKS NOT = "Y"
                           DISPLAY "Buyer has had a check returned -"
                               " cash or card only."
                           DISPLAY "Down payment by Cash(C) or"
                               " Card(D)?: "
                           ACCEPT WS-SALE-ANSWER
                           MOVE FUNCTION UPPER-CASE(WS-SALE-ANSWER)
                               TO WS-SALE-ANSWER
                       END-PERFORM
                       IF WS-SALE-ANSWER = "K"
                           DISPLAY "Check taken for the down payment."
                       ELSE
                       IF WS-SALE-ANSWER = "D"
                           DISPLAY "Card Authorization Reference: "
                           ACCEPT WS-CARD-AUTH-REF
                           CALL "LOG_CARD_TAKE" USING "DWN",
                           CALL "LOG_CASH_EVENT" USING "DWN",
                               WS-CASH-DOC, WS-CASH-AMOUNT
                       END-IF
                       END-IF
                   END-IF
                   DISPLAY "Sale recorded. Sale ID: "
                       WS-NEXT-SALE-ID
                   END-IF
                   PERFORM 263-TRADE-PAYOFF-RTN
                   PERFORM 261-SERVICE-CONTRACT-RTN
                   PERFORM 264-FINANCE-RESERVE-RTN
                   PERFORM 265-BOOK-APPRAISAL-RTN
                   PERFORM 268-MARK-QUOTE-SOLD-RTN
               END-IF
           END-IF
           END-IF
      *    allowance comes off, and is shown before the deal posts
      *    so the buyer sees the same number the office does.
       256-TAX-AND-FEES-RTN.
           IF WS-QUOTE-LOADED = "Y"
               MOVE SQT-taxRate TO WS-LOOKUP-RATE
               DISPLAY "Quoted tax rate for " SQT-custState ": "
                   WS-LOOKUP-RATE
           ELSE
               PERFORM 256A-LOOKUP-TAX-RATE-RTN
           END-IF
           COMPUTE WS-TAX-AMOUNT ROUNDED =
               WS-SALE-PRICE * WS-LOOKUP-RATE
           DISPLAY "Computed Sales Tax: " WS-TAX-AMOUNT
               DISPLAY "Enter Sales Tax Amount: "
               ACCEPT WS-TAX-AMOUNT
           END-IF
           IF WS-QUOTE-LOADED = "Y"
               MOVE SQT-docFee TO WS-DOC-FEE
               MOVE SQT-titleFee TO WS-TITLE-FEE
               DISPLAY "Quoted Documentation Fee: " WS-DOC-FEE
               DISPLAY "Quoted Title/Registration Fee: " WS-TITLE-FEE
           ELSE
               DISPLAY "Enter Documentation Fee: "
               ACCEPT WS-DOC-FEE
               DISPLAY "Enter Title/Registration Fee: "
               ACCEPT WS-TITLE-FEE
           END-IF
      *    A trade allowance bigger than the whole deal owes the
      *    buyer money, not us - floor the balance due at zero
      *    rather than letting the sign drop off the unsigned field.
           END-IF.

      *    One OVERRIDELOG.DAT row per approved deep discount, in
      *    the style of PRICEHIST.DAT - who approved it and who
      *    keyed the deal, so a self-approval shows on SOD_REPORT.
       259-LOG-OVERRIDE-RTN.
           MOVE WS-NEXT-SALE-ID   TO OVR-saleID
           MOVE VIN               TO OVR-carVIN
           MOVE WS-SALE-LOT-PRICE TO OVR-lotPrice
           MOVE WS-SALE-PRICE     TO OVR-salePrice
           MOVE WS-OVERRIDE-USER  TO OVR-APPROVED-BY
           MOVE SESSION-CURRENT-USER TO OVR-ENTERED-BY
           MOVE FUNCTION CURRENT-DATE(1:8) TO OVR-OVR-DATE
           OPEN EXTEND OVERRIDE-FILE
           WRITE OVR-OVERRIDE
      *    same 230-AddNewCar intake used for any other vehicle;
      *    the appraisal value and condition notes are specific to
      *    this sale, so they live on the sale record instead.
      *    An open appraisal from APPRAISAL_DESK on the VIN supplies
      *    the value and notes rather than re-keying them.
       255-TRADE-IN-RTN.
           MOVE SPACES TO WS-TRADE-VIN
           MOVE 0      TO WS-TRADE-VALUE
           MOVE SPACES TO WS-TRADE-CONDITION
           MOVE 0      TO WS-TRADE-APPR-ID
           MOVE SPACES TO WS-PAYOFF-LIENHOLDER
           MOVE 0      TO WS-PAYOFF-AMOUNT
           MOVE 0      TO WS-PAYOFF-GOODTHRU
           DISPLAY "Is there a trade-in vehicle on this sale? (Y/N): "
           ACCEPT WS-TRADE-ANSWER
           IF WS-TRADE-ANSWER = "Y" OR WS-TRADE-ANSWER = "y"
               DISPLAY "Enter Trade-In VIN: "
               ACCEPT WS-NewCarVIN
               MOVE FUNCTION UPPER-CASE(WS-NewCarVIN) TO WS-NewCarVIN
               MOVE "Y" TO WS-INTAKE-VIN-KEYED
               PERFORM 255A-TRADE-APPRAISAL-RTN
               IF WS-TRADE-APPR-ID = 0
                   IF WS-QUOTE-LOADED = "Y" AND SQT-tradeValue > 0
                       MOVE SQT-tradeValue TO WS-TRADE-VALUE
                       DISPLAY "Quoted Trade Allowance: "
                           WS-TRADE-VALUE
                   ELSE
                       DISPLAY "Enter Trade-In Appraisal Value: "
                       ACCEPT WS-TRADE-VALUE
                   END-IF
                   DISPLAY "Enter Trade-In Condition Notes: "
                   ACCEPT WS-TRADE-CONDITION
               END-IF
      *    Most trades come in with money still owed to a bank -
      *    the payoff quote and its good-through date land on
      *    PAYOFF.IDX once the deal posts, and PAYOFF_DESK chases
               END-IF
               DISPLAY "Add the trade-in to inventory now: "
               PERFORM 230-AddNewCar
               MOVE "N" TO WS-INTAKE-VIN-KEYED
               IF WS-VIN-VALID = "Y"
                   MOVE WS-NewCarVIN TO WS-TRADE-VIN
               ELSE
                   MOVE SPACES TO WS-TRADE-VIN
                   MOVE 0      TO WS-TRADE-VALUE
                   MOVE SPACES TO WS-TRADE-CONDITION
                   MOVE 0      TO WS-TRADE-APPR-ID
               END-IF
           END-IF.

      *    The latest open appraisal on the trade's VIN, offered for
      *    the deal. One past its good-through date is only shown -
      *    the number has to be re-keyed or the car re-appraised.
       255A-TRADE-APPRAISAL-RTN.
           INITIALIZE WSA-APPRAISAL
           MOVE WS-NewCarVIN TO WSA-carVIN
           CALL 'OPEN_APPRAISAL' USING "F", WSA-APPRAISAL,
               WS-APPR-RESULT
           EVALUATE WS-APPR-RESULT
               WHEN 00
                   MOVE WSA-apprValue TO WS-APPR-DISP
                   DISPLAY "Appraisal " WSA-apprID " of "
                       WSA-apprDate " by employee " WSA-appraiserID
                       ": " WS-APPR-DISP
                   DISPLAY "  " WSA-conditionNotes
                   DISPLAY "  Good through " WSA-expiryDate
                   IF WSA-custID NOT = WS-SALE-CUSTID
                       DISPLAY "  (appraised for customer "
                           WSA-custID ")"
                   END-IF
                   DISPLAY "Use this appraisal? (Y/N): "
                   ACCEPT WS-TRADE-ANSWER
                   IF WS-TRADE-ANSWER = "Y" OR WS-TRADE-ANSWER = "y"
                       MOVE WSA-apprID TO WS-TRADE-APPR-ID
                       MOVE WSA-apprValue TO WS-TRADE-VALUE
                       MOVE WSA-conditionNotes TO WS-TRADE-CONDITION
                   END-IF
               WHEN 24
                   DISPLAY "Appraisal " WSA-apprID " on this VIN"
                       " expired " WSA-expiryDate " - key the value."
               WHEN OTHER
                   DISPLAY "No open appraisal on this VIN."
           END-EVALUATE.

      *    Cash/financed/leased breakdown for the deal. Defaults to a
      *    cash sale with no term/rate/down-payment so every sale
      *    carries a valid financeType even when the buyer pays cash.
           MOVE 0   TO WS-FINANCE-RATE
           MOVE 0   TO WS-DOWN-PAYMENT
           MOVE 0   TO WS-LENDER-ID
           MOVE 0   TO WS-BUY-RATE
           MOVE 0   TO WS-RESERVE-PCT
           IF WS-QUOTE-LOADED = "Y"
               MOVE SQT-scFinanceType(WS-QUOTE-SCEN) TO WS-FINANCE-TYPE
               DISPLAY "Quoted Sale Type: " WS-FINANCE-TYPE
           ELSE
               DISPLAY "Sale Type - Cash(C), Financed(F), or"
                   " Leased(L): "
               ACCEPT WS-FINANCE-TYPE
               MOVE FUNCTION UPPER-CASE(WS-FINANCE-TYPE)
                   TO WS-FINANCE-TYPE
           END-IF
           IF WS-FINANCE-TYPE = "F" OR WS-FINANCE-TYPE = "L"
      *    A deal shopped through CREDIT_DESK carries its winning
      *    bank's approved rate and term - pulled straight off the
      *    decision row instead of re-keyed from the legal pad.
      *    A loaded quote carries the down payment the buyer agreed
      *    to, and its penciled term and rate stand unless a bank
      *    approval comes in over them.
               PERFORM 257A-CREDIT-APP-RTN
               IF WS-APP-APPLIED = "Y"
                   IF WS-QUOTE-LOADED = "Y"
                       MOVE SQT-scDown(WS-QUOTE-SCEN)
                           TO WS-DOWN-PAYMENT
                       DISPLAY "Quoted Down Payment: " WS-DOWN-PAYMENT
                   ELSE
                       DISPLAY "Enter Down Payment: "
                       ACCEPT WS-DOWN-PAYMENT
                   END-IF
               ELSE
                   IF WS-QUOTE-LOADED = "Y"
                       MOVE SQT-scTerm(WS-QUOTE-SCEN)
                           TO WS-FINANCE-TERM
                       MOVE SQT-scRate(WS-QUOTE-SCEN)
                           TO WS-FINANCE-RATE
                       MOVE SQT-scDown(WS-QUOTE-SCEN)
                           TO WS-DOWN-PAYMENT
                       DISPLAY "Quoted TERM " WS-FINANCE-TERM
                           " RATE " WS-FINANCE-RATE
                           " DOWN " WS-DOWN-PAYMENT
                   ELSE
                       DISPLAY "Enter Term (months): "
                       ACCEPT WS-FINANCE-TERM
                       DISPLAY "Enter Rate (APR, e.g. 05499 for"
                           " 5.499%): "
                       ACCEPT WS-FINANCE-RATE
                       DISPLAY "Enter Down Payment: "
                       ACCEPT WS-DOWN-PAYMENT
                   END-IF
                   PERFORM 258-LENDER-RTN
      *    A bank deal keyed by hand still earns a reserve when the
      *    bank buys it under the contract rate.
                   IF WS-FINANCE-TYPE = "F" AND WS-LENDER-ID > 0
                       DISPLAY "Lender Buy Rate (0 if none): "
                       ACCEPT WS-BUY-RATE
                       IF WS-BUY-RATE > 0
                           DISPLAY "Dealer Share of Reserve %"
                               " (0 for 75): "
                           ACCEPT WS-RESERVE-PCT
                       END-IF
                   END-IF
               END-IF
           ELSE
               MOVE "C" TO WS-FINANCE-TYPE
                           MOVE "Y" TO WS-DEC-FOUND
                           MOVE LD-DEC-RATE TO WS-FINANCE-RATE
                           MOVE LD-DEC-TERM TO WS-FINANCE-TERM
                           MOVE 0 TO WS-BUY-RATE
                           MOVE 0 TO WS-RESERVE-PCT
                           IF LD-DEC-BUY-RATE NUMERIC
                               MOVE LD-DEC-BUY-RATE TO WS-BUY-RATE
                           END-IF
                           IF LD-DEC-RESERVE-PCT NUMERIC
                               MOVE LD-DEC-RESERVE-PCT
                                   TO WS-RESERVE-PCT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
               CLOSE PAYOFF-FILE
           END-IF.

      *    A bank deal bought under its contract rate earns us a
      *    finance reserve - booked on FINRESERVE.DAT now so the
      *    office can hold the lender to it when the deal funds.
       264-FINANCE-RESERVE-RTN.
           IF WS-FINANCE-TYPE = "F" AND WS-BUY-RATE > 0
               CALL 'FIN_RESERVE' USING "E", WSS-Sale, WS-BUY-RATE,
                   WS-RESERVE-PCT, WS-RESERVE-AMT, WS-RESERVE-RESULT
               IF WS-RESERVE-RESULT = 00
                   MOVE WS-RESERVE-AMT TO WS-RESERVE-DISP
                   DISPLAY "Finance reserve expected from lender: "
                       WS-RESERVE-DISP
               END-IF
           END-IF.

      *    The trade's appraisal turned into a unit we own - booked
      *    acquired against the deal so LOOK_TO_BOOK counts it.
       265-BOOK-APPRAISAL-RTN.
           IF WS-TRADE-APPR-ID > 0 AND WS-TRADE-VIN NOT = SPACES
               MOVE WS-TRADE-APPR-ID TO WSA-apprID
               MOVE "T" TO WSA-acqSource
               MOVE WS-NEXT-SALE-ID TO WSA-acqRef
               CALL 'OPEN_APPRAISAL' USING "B", WSA-APPRAISAL,
                   WS-APPR-RESULT
           END-IF.

      *    Whatever was promised at delivery - the second key, the
      *    touch-up, the mats - goes on WEOWE.IDX against the deal
      *    before it posts, so ADD_SALE takes the cost off the
      *    gross and BILL_OF_SALE prints the items for the buyer.
       266-WE-OWE-RTN.
           MOVE 0 TO WS-WO-COUNT
           DISPLAY "Anything owed the buyer on this deal? (Y/N): "
           ACCEPT WS-WO-ANSWER
           PERFORM UNTIL (WS-WO-ANSWER NOT = "Y" AND
                          WS-WO-ANSWER NOT = "y")
                   OR WS-WO-COUNT = 99
               INITIALIZE SWO-WEOWE
               MOVE WS-NEXT-SALE-ID TO SWO-saleID
               MOVE VIN             TO SWO-carVIN
               MOVE WS-SALE-CUSTID  TO SWO-custID
               MOVE WS-SALE-EMPID   TO SWO-empID
               DISPLAY "We-owe item: "
               ACCEPT SWO-itemDesc
               DISPLAY "Estimated cost: "
               ACCEPT SWO-estCost
               CALL 'WE_OWE_POST' USING "A", SWO-WEOWE,
                   WS-WO-RESULT
               IF WS-WO-RESULT = 00
                   ADD 1 TO WS-WO-COUNT
                   DISPLAY "We-owe " SWO-weOweID " recorded."
               ELSE
                   DISPLAY "We-owe could not be written."
               END-IF
               DISPLAY "Another item? (Y/N): "
               ACCEPT WS-WO-ANSWER
           END-PERFORM.

      *    A deal penciled at QUOTE_DESK and accepted there comes in
      *    off QUOTE.IDX: VIN, buyer, salesperson, price, trade
      *    allowance, tax rate, fees and the chosen scenario's
      *    financing are taken from the quote instead of re-keyed.
      *    The deal still runs every gate a keyed deal does. Only an
      *    ACCEPTED quote loads - an open one has no scenario picked.
       267-LOAD-QUOTE-RTN.
           MOVE "N" TO WS-QUOTE-LOADED
           MOVE 0 TO WS-QUOTE-SCEN
           DISPLAY "Accepted Quote ID (0 if none): "
           ACCEPT WS-QUOTE-IN
           IF WS-QUOTE-IN > 0
               OPEN INPUT QUOTE-FILE
               MOVE WS-QUOTE-IN TO QTX-quoteID
               READ QUOTE-FILE
                   INVALID KEY
                       DISPLAY "No quote found for that ID - key the"
                           " deal by hand."
                   NOT INVALID KEY
                       IF QTX-QT-ACCEPTED AND QTX-acceptedScen > 0
                           MOVE QTX-QUOTE TO SQT-QUOTE
                           MOVE QTX-acceptedScen TO WS-QUOTE-SCEN
                           MOVE "Y" TO WS-QUOTE-LOADED
                           DISPLAY "Quote " WS-QUOTE-IN
                               " loaded - scenario " WS-QUOTE-SCEN
                       ELSE
                           DISPLAY "Quote " WS-QUOTE-IN " is not"
                               " accepted - key the deal by hand."
                       END-IF
               END-READ
               CLOSE QUOTE-FILE
           END-IF.

      *    The quote the deal came from is closed SOLD with the sale
      *    ID, so it drops off the follow-up list.
       268-MARK-QUOTE-SOLD-RTN.
           IF WS-QUOTE-LOADED = "Y"
               OPEN I-O QUOTE-FILE
               MOVE SQT-quoteID TO QTX-quoteID
               READ QUOTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO QTX-quoteStatus
                       MOVE WS-NEXT-SALE-ID TO QTX-saleID
                       REWRITE QTX-QUOTE
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-READ
               CLOSE QUOTE-FILE
           END-IF.

      *    A unit can be sold before its title arrives, but the
      *    buyer's registration waits on it - the desk hears about
      *    it before the deal is written, along with any brand the
      *    buyer has to be told about.
       269-TITLE-WARNING-RTN.
           IF IDX-titleRcvdDate IS NUMERIC
               IF IDX-titleRcvdDate = 0
                   DISPLAY "*** WARNING: TITLE NOT IN HAND FOR THIS"
                       " UNIT - REGISTRATION WILL WAIT ON IT ***"
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN IDX-TB-SALVAGE
                   MOVE "SALVAGE" TO WS-TITLE-BRAND-NAME
               WHEN IDX-TB-REBUILT
                   MOVE "REBUILT" TO WS-TITLE-BRAND-NAME
               WHEN IDX-TB-FLOOD
                   MOVE "FLOOD" TO WS-TITLE-BRAND-NAME
               WHEN IDX-TB-LEMON
                   MOVE "LEMON BUYBACK" TO WS-TITLE-BRAND-NAME
               WHEN OTHER
                   MOVE SPACES TO WS-TITLE-BRAND-NAME
           END-EVALUATE
           IF WS-TITLE-BRAND-NAME NOT = SPACES
               DISPLAY "*** " WS-TITLE-BRAND-NAME " TITLE -"
                   " DISCLOSE TO THE BUYER ***"
           END-IF.

      *    The federal odometer disclosure printed alongside the
      *    bill of sale at delivery - the mileage figure on it is
      *    the one 908 just validated against the VIN's history.
