*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Consignment desk - customers' cars we sell on the lot
*>          on the owner's behalf for a fee. Taking a unit in
*>          writes its CAR.IDX record with ownership C and no
*>          acquisitionCost (it is not our money in the car, so it
*>          stays out of PROFITS_REPORT's cost basis and off the
*>          floor plan line), and files the CONSIGN.IDX agreement:
*>          the consignor (an existing CUSTOMER.IDX customer), the
*>          agreed net to the owner, and when the agreement runs
*>          out. When the unit sells, CONSIGN_SETTLE raises the
*>          settlement payable and prints the statement; this desk
*>          cuts the owner's check off our stock through
*>          ISSUE_CHECK (source CONS, onto the CHKREG.IDX register
*>          and the bank's positive-pay file) and records its
*>          number against the settlement, reprints statements,
*>          extends an agreement, and hands an unsold unit back to
*>          its owner (the CAR.IDX record comes off - the car was
*>          never ours; the agreement row keeps the history).
*>          Consignments nearing expiry are on CONSIGN_EXPIRY.
*>          Launched from JJUI off a PERMISSIONS.DAT row.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. CONSIGN_DESK.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL CONSIGN-FILE
        ASSIGN TO '../../INDEXES/CONSIGN.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS CNX-consignID
        ALTERNATE RECORD KEY IS CNX-carVIN WITH DUPLICATES
        ALTERNATE RECORD KEY IS CNX-consignorID WITH DUPLICATES.
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

DATA DIVISION.
FILE SECTION.
FD CONSIGN-FILE
    RECORD CONTAINS 127 CHARACTERS.
    COPY CONSIGN_DEF REPLACING ==:TAG:== BY ==CNX==.
FD CAR-FILE
    RECORD CONTAINS 99 CHARACTERS.
    COPY CAR_DEF REPLACING ==:TAG:== BY ==CRX==.
*> Mirrors the CUST-REC layout CUSTOMER_MGMT's own programs carry
*> inline, same as CAR_PURCHASE.cbl.
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

WORKING-STORAGE SECTION.
COPY SESSION_DEF.
01  MENU-OPTION             PIC 9.
01  WS-MENU-DONE            PIC X VALUE "N".
01  WS-ANSWER               PIC X.
01  WS-EOF                  PIC X.
01  WS-FOUND                PIC X.
01  WS-CONSIGNOR-IN         PIC 9(5).
01  WS-CONSIGN-IN           PIC 9(5).
01  WS-VIN-IN               PIC X(17).
01  WS-NET-IN               PIC 9(7)V99.
01  WS-TERM-IN              PIC 9(3).
01  WS-REF-IN               PIC X(12).
01  WS-PAYEE                PIC X(30).
01  WS-SOURCE               PIC X(4).
01  WS-SOURCE-DOC           PIC X(12).
01  WS-ISSUED-CHECK         PIC 9(5).
01  WS-ISSUE-RESULT         PIC 99.
01  WS-ID-SERIES            PIC X(10).
01  WS-NEXT-CONSIGN-ID      PIC 9(5).
01  WS-TODAY-DATE           PIC 9(8).
01  WS-WORK-INT             PIC 9(8).
01  WS-MONEY-DISP           PIC $,$$$,$$9.99.
01  WS-STICKER-RESULT       PIC 99.
01  WS-STMT-RESULT          PIC 99.
01  WS-ODO-HIGHEST          PIC 9(7).
01  WS-ODO-ROLLBACK         PIC X.
01  WS-ODO-LOG-KEY          PIC X(20).
01  WS-ODO-LOG-CODE         PIC 99 VALUE 88.

*> Standard consignment agreement term when the desk doesn't key one.
01  WS-CONSIGN-DAYS         PIC 9(3) VALUE 90.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM UNTIL WS-MENU-DONE = "Y"
        MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
        DISPLAY "--- Consignment Desk ---"
        DISPLAY "1. Take In a Consigned Unit"
        DISPLAY "2. List Open Consignments"
        DISPLAY "3. Record Settlement Check Paid"
        DISPLAY "4. Return Unit to Owner"
        DISPLAY "5. Extend a Consignment"
        DISPLAY "6. Reprint Settlement Statement"
        DISPLAY "7. Exit"
        ACCEPT MENU-OPTION
        EVALUATE MENU-OPTION
            WHEN 1
                PERFORM 200-TAKE-IN-RTN
            WHEN 2
                PERFORM 300-LIST-OPEN-RTN
            WHEN 3
                PERFORM 400-CHECK-PAID-RTN
            WHEN 4
                PERFORM 500-RETURN-UNIT-RTN
            WHEN 5
                PERFORM 600-EXTEND-RTN
            WHEN 6
                DISPLAY "Consignment ID: "
                ACCEPT WS-CONSIGN-IN
                CALL "CONSIGN_STATEMENT" USING WS-CONSIGN-IN,
                    WS-STMT-RESULT
                EVALUATE WS-STMT-RESULT
                    WHEN 00
                        DISPLAY "Statement written to"
                            " CONSIGN_STMT.RPT."
                    WHEN 24
                        DISPLAY "That unit has not sold yet."
                    WHEN OTHER
                        DISPLAY "No consignment with that ID."
                END-EVALUATE
            WHEN 7
                MOVE "Y" TO WS-MENU-DONE
            WHEN OTHER
                DISPLAY "Invalid Option, Please enter 1-7."
        END-EVALUATE
    END-PERFORM
    STOP RUN.

200-TAKE-IN-RTN.
    DISPLAY "Owner's Customer ID (add them in CUSADD first): "
    ACCEPT WS-CONSIGNOR-IN
    MOVE "Y" TO WS-FOUND
    MOVE WS-CONSIGNOR-IN TO CUST-ID-REC
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
        DISPLAY "No customer found for that ID - unit not taken"
            " in."
    ELSE
        DISPLAY "Owner: " CUST-FNAME-REC " " CUST-LNAME-REC
        PERFORM 250-FILE-THE-UNIT-RTN
    END-IF.

250-FILE-THE-UNIT-RTN.
    DISPLAY "Enter Vehicle VIN: "
    ACCEPT WS-VIN-IN
    MOVE FUNCTION UPPER-CASE(WS-VIN-IN) TO WS-VIN-IN
    DISPLAY "Agreed Net to Owner: "
    ACCEPT WS-NET-IN
    DISPLAY "Agreement Term in Days (0 = " WS-CONSIGN-DAYS "): "
    ACCEPT WS-TERM-IN
    IF WS-TERM-IN = 0
        MOVE WS-CONSIGN-DAYS TO WS-TERM-IN
    END-IF

    MOVE WS-VIN-IN TO CRX-carVIN
    DISPLAY "Enter Make: "
    ACCEPT CRX-make
    DISPLAY "Enter Model: "
    ACCEPT CRX-model
    DISPLAY "Enter Year: "
    ACCEPT CRX-year
    DISPLAY "Enter Mileage: "
    ACCEPT CRX-mileage
    PERFORM 260-CHECK-CONSIGN-ODO-RTN
    DISPLAY "Enter Lot Price: "
    ACCEPT CRX-lotPrice
    MOVE 0 TO CRX-acquisitionCost
    MOVE WS-TODAY-DATE TO CRX-dateAcquired
    DISPLAY "Enter Lot Location (MN/R9): "
    ACCEPT CRX-lotLocation
    MOVE FUNCTION UPPER-CASE(CRX-lotLocation) TO CRX-lotLocation
    DISPLAY "Status - Available(A) or In-Recon(R): "
    ACCEPT CRX-status
    MOVE FUNCTION UPPER-CASE(CRX-status) TO CRX-status
    IF CRX-status NOT = "A"
        MOVE "R" TO CRX-status
    END-IF
    DISPLAY "Buyers Guide - As-Is(A) or Warranty(W): "
    ACCEPT CRX-warrantyType
    MOVE FUNCTION UPPER-CASE(CRX-warrantyType)
        TO CRX-warrantyType
    IF CRX-warrantyType NOT = "W"
        MOVE "A" TO CRX-warrantyType
    END-IF
    MOVE "C" TO CRX-ownership
    DISPLAY "Title Brand - Clean(C) Salvage(S) Rebuilt(R) Flood(F)"
        " Lemon buyback(L): "
    ACCEPT CRX-titleBrand
    MOVE FUNCTION UPPER-CASE(CRX-titleBrand) TO CRX-titleBrand
    IF NOT CRX-TB-VALID
        MOVE "C" TO CRX-titleBrand
    END-IF
*>  We hold the consignor's signed title while the unit is on
*>  the lot, so it is owed by them until they bring it in.
    DISPLAY "Title in hand now? (Y/N): "
    ACCEPT WS-ANSWER
    IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
        MOVE WS-TODAY-DATE TO CRX-titleRcvdDate
    ELSE
        MOVE 0 TO CRX-titleRcvdDate
    END-IF
    MOVE "C" TO CRX-titleSource

    OPEN I-O CAR-FILE
    WRITE CRX-CAR
        INVALID KEY
            DISPLAY "A vehicle with that VIN already exists -"
                " unit not taken in."
        NOT INVALID KEY
            PERFORM 270-FILE-AGREEMENT-RTN
            CALL "WINDOW_STICKER" USING WS-VIN-IN,
                WS-STICKER-RESULT
    END-WRITE
    CLOSE CAR-FILE.

*>  A consigned car can walk in with a rolled-back odometer as
*>  easily as a bought one - same gate as CAR_PURCHASE.
260-CHECK-CONSIGN-ODO-RTN.
    MOVE "N" TO WS-FOUND
    PERFORM UNTIL WS-FOUND = "Y"
        CALL 'CHECK_ODOMETER' USING WS-VIN-IN,
            CRX-mileage, WS-ODO-HIGHEST, WS-ODO-ROLLBACK
        IF WS-ODO-ROLLBACK NOT = "Y"
            MOVE "Y" TO WS-FOUND
        ELSE
            DISPLAY "*** ODOMETER WARNING: READING "
                CRX-mileage " IS BELOW THE HIGHEST PRIOR"
                " READING " WS-ODO-HIGHEST " ***"
            DISPLAY "Manager accepts the lower reading? (Y/N): "
            ACCEPT WS-ANSWER
            IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
                MOVE "Y" TO WS-FOUND
                MOVE WS-VIN-IN TO WS-ODO-LOG-KEY
                CALL "LOG_EXCEPTION" USING "CONSIGN_DESK",
                    WS-ODO-LOG-KEY, WS-ODO-LOG-CODE
                CALL 'LOG_ODOMETER' USING WS-VIN-IN,
                    CRX-mileage, "OVR"
            ELSE
                DISPLAY "Enter Mileage: "
                ACCEPT CRX-mileage
            END-IF
        END-IF
    END-PERFORM
    CALL 'LOG_ODOMETER' USING WS-VIN-IN, CRX-mileage, "CSG".

270-FILE-AGREEMENT-RTN.
    MOVE "CONSIGN" TO WS-ID-SERIES
    CALL 'GET_NEXT_ID' USING WS-ID-SERIES, WS-NEXT-CONSIGN-ID
    INITIALIZE CNX-CONSIGN
    MOVE WS-NEXT-CONSIGN-ID TO CNX-consignID
    MOVE WS-VIN-IN TO CNX-carVIN
    MOVE WS-CONSIGNOR-IN TO CNX-consignorID
    MOVE WS-NET-IN TO CNX-netToOwner
    MOVE WS-TODAY-DATE TO CNX-consignDate
    MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) TO WS-WORK-INT
    ADD WS-TERM-IN TO WS-WORK-INT
    MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INT) TO CNX-expiryDate
    MOVE "C" TO CNX-cnStatus
    MOVE SPACES TO CNX-saleRef
    MOVE SPACES TO CNX-checkRef
    OPEN I-O CONSIGN-FILE
    WRITE CNX-CONSIGN
        INVALID KEY
            DISPLAY "Could not write the consignment agreement -"
                " run NEXTID_SYNC and file it again."
        NOT INVALID KEY
            MOVE WS-NET-IN TO WS-MONEY-DISP
            DISPLAY "Consignment " WS-NEXT-CONSIGN-ID " filed: net "
                WS-MONEY-DISP " to the owner, expires "
                CNX-expiryDate
    END-WRITE
    CLOSE CONSIGN-FILE.

300-LIST-OPEN-RTN.
    MOVE "N" TO WS-EOF
    OPEN INPUT CONSIGN-FILE
    MOVE 0 TO CNX-consignID
    START CONSIGN-FILE KEY IS NOT LESS THAN CNX-consignID
        INVALID KEY
            MOVE "Y" TO WS-EOF
    END-START
    PERFORM UNTIL WS-EOF = "Y"
        READ CONSIGN-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF CNX-CN-ON-LOT
                    MOVE CNX-netToOwner TO WS-MONEY-DISP
                    DISPLAY CNX-consignID " " CNX-carVIN
                        " OWNER " CNX-consignorID
                        " NET " WS-MONEY-DISP
                        " EXPIRES " CNX-expiryDate
                END-IF
                IF CNX-CN-SOLD
                    MOVE CNX-checkAmt TO WS-MONEY-DISP
                    DISPLAY CNX-consignID " " CNX-carVIN
                        " OWNER " CNX-consignorID
                        " SOLD - CHECK DUE " WS-MONEY-DISP
                END-IF
        END-READ
    END-PERFORM
    CLOSE CONSIGN-FILE.

*>  The settlement payable is cleared when the owner's check is cut.
400-CHECK-PAID-RTN.
    DISPLAY "Consignment ID: "
    ACCEPT WS-CONSIGN-IN
    OPEN I-O CONSIGN-FILE
    MOVE WS-CONSIGN-IN TO CNX-consignID
    READ CONSIGN-FILE
        INVALID KEY
            DISPLAY "No consignment with that ID."
        NOT INVALID KEY
            IF NOT CNX-CN-SOLD
                DISPLAY "Nothing is owed on that consignment."
            ELSE
                MOVE CNX-checkAmt TO WS-MONEY-DISP
                DISPLAY "Check due to owner " CNX-consignorID ": "
                    WS-MONEY-DISP
                DISPLAY "Cut the check now? (Y/N): "
                ACCEPT WS-ANSWER
                MOVE SPACES TO WS-REF-IN
                IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
                    PERFORM 450-CUT-OWNER-CHECK-RTN
                END-IF
                IF WS-REF-IN = SPACES
                    DISPLAY "Settlement not recorded."
                ELSE
                    MOVE "P" TO CNX-cnStatus
                    MOVE WS-TODAY-DATE TO CNX-paidDate
                    MOVE WS-REF-IN TO CNX-checkRef
                    REWRITE CNX-CONSIGN
                        INVALID KEY
                            DISPLAY "Could not update the"
                                " consignment."
                        NOT INVALID KEY
                            DISPLAY "Settlement paid - check "
                                WS-REF-IN " recorded."
                    END-REWRITE
                END-IF
            END-IF
    END-READ
    CLOSE CONSIGN-FILE.

*>  The owner's check, made out to the consignor on file.
450-CUT-OWNER-CHECK-RTN.
    MOVE SPACES TO WS-PAYEE
    MOVE CNX-consignorID TO CUST-ID-REC
    OPEN INPUT CUS-FILE
    READ CUS-FILE
        INVALID KEY
            STRING "CUSTOMER " CNX-consignorID DELIMITED BY SIZE
                INTO WS-PAYEE
        NOT INVALID KEY
            STRING CUST-FNAME-REC DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   CUST-LNAME-REC DELIMITED BY SIZE
                INTO WS-PAYEE
    END-READ
    CLOSE CUS-FILE
    MOVE SPACES TO WS-SOURCE-DOC
    STRING "CONS " CNX-consignID DELIMITED BY SIZE
        INTO WS-SOURCE-DOC
    MOVE "CONS" TO WS-SOURCE
    CALL "ISSUE_CHECK" USING WS-PAYEE, CNX-checkAmt, WS-SOURCE,
        WS-SOURCE-DOC, WS-ISSUED-CHECK, WS-ISSUE-RESULT
    IF WS-ISSUE-RESULT = 00
        MOVE WS-ISSUED-CHECK TO WS-REF-IN
    END-IF.

*>  Unsold and going home - a unit under a deposit or already sold
*>  can't be handed back from here.
500-RETURN-UNIT-RTN.
    DISPLAY "Consignment ID: "
    ACCEPT WS-CONSIGN-IN
    OPEN I-O CONSIGN-FILE
    MOVE WS-CONSIGN-IN TO CNX-consignID
    READ CONSIGN-FILE
        INVALID KEY
            DISPLAY "No consignment with that ID."
        NOT INVALID KEY
            IF NOT CNX-CN-ON-LOT
                DISPLAY "That unit is not on the lot under"
                    " consignment."
            ELSE
                PERFORM 550-PULL-CAR-RTN
            END-IF
    END-READ
    CLOSE CONSIGN-FILE.

550-PULL-CAR-RTN.
    MOVE "Y" TO WS-FOUND
    OPEN I-O CAR-FILE
    MOVE CNX-carVIN TO CRX-carVIN
    READ CAR-FILE
        INVALID KEY
            MOVE "N" TO WS-FOUND
    END-READ
    IF WS-FOUND = "Y" AND NOT CRX-CAR-AVAILABLE
            AND NOT CRX-CAR-IN-RECON
        DISPLAY "Unit status is " CRX-status
            " - clear the deposit or transfer first."
    ELSE
        IF WS-FOUND = "Y"
            DELETE CAR-FILE
                INVALID KEY
                    CONTINUE
            END-DELETE
        END-IF
        MOVE "R" TO CNX-cnStatus
        MOVE WS-TODAY-DATE TO CNX-paidDate
        REWRITE CNX-CONSIGN
            INVALID KEY
                DISPLAY "Could not update the consignment."
            NOT INVALID KEY
                DISPLAY "Unit " CNX-carVIN " returned to owner "
                    CNX-consignorID "."
        END-REWRITE
    END-IF
    CLOSE CAR-FILE.

600-EXTEND-RTN.
    DISPLAY "Consignment ID: "
    ACCEPT WS-CONSIGN-IN
    OPEN I-O CONSIGN-FILE
    MOVE WS-CONSIGN-IN TO CNX-consignID
    READ CONSIGN-FILE
        INVALID KEY
            DISPLAY "No consignment with that ID."
        NOT INVALID KEY
            IF NOT CNX-CN-ON-LOT
                DISPLAY "That consignment is no longer open."
            ELSE
                DISPLAY "Expires " CNX-expiryDate
                    ". Days to extend: "
                ACCEPT WS-TERM-IN
                MOVE FUNCTION INTEGER-OF-DATE(CNX-expiryDate)
                    TO WS-WORK-INT
                ADD WS-TERM-IN TO WS-WORK-INT
                MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
                    TO CNX-expiryDate
                REWRITE CNX-CONSIGN
                    INVALID KEY
                        DISPLAY "Could not update the"
                            " consignment."
                    NOT INVALID KEY
                        DISPLAY "Now expires " CNX-expiryDate "."
                END-REWRITE
            END-IF
    END-READ
    CLOSE CONSIGN-FILE.

END PROGRAM CONSIGN_DESK.
