*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Trade appraisal desk. A trade's value used to exist
*>          only as the number keyed into the sale flow's trade-in
*>          leg in the middle of writing the deal, so the
*>          appraisals we gave that never turned into deals left
*>          no trace. Each appraisal now lands on APPRAISAL.IDX
*>          ahead of the deal: the VIN and the customer, year /
*>          make / model and mileage, condition notes, the
*>          estimated recon, the value we put on it, the appraiser,
*>          and the date the number expires (a week out unless the
*>          desk says otherwise). The trade-in leg and CAR_PURCHASE
*>          pull the open appraisal through OPEN_APPRAISAL and mark
*>          it acquired; LOOK_TO_BOOK on the reporting menu shows
*>          each appraiser's appraisals against units acquired.
*>          Launched from JJUI off a PERMISSIONS.DAT row.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. APPRAISAL_DESK.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL APPRAISAL-FILE
        ASSIGN TO '../../INDEXES/APPRAISAL.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS APX-apprID
        ALTERNATE RECORD KEY IS APX-carVIN WITH DUPLICATES
        ALTERNATE RECORD KEY IS APX-custID WITH DUPLICATES.
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
FD APPRAISAL-FILE
    RECORD CONTAINS 160 CHARACTERS.
    COPY APPRAISAL_DEF REPLACING ==:TAG:== BY ==APX==.
*> Mirrors the CUST-REC layout CUSTOMER_MGMT's own programs carry
*> inline, same as SalesMain.cbl and CAR_PURCHASE.cbl.
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
COPY EMP_DEF REPLACING ==:TAG:== BY ==WSE==.
01  MENU-OPTION             PIC 9.
01  WS-MENU-DONE            PIC X VALUE "N".
01  WS-EOF                  PIC X.
01  WS-FOUND                PIC X.
01  WS-VIN-IN               PIC X(17).
01  WS-ID-SERIES            PIC X(10).
01  WS-NEXT-APPR-ID         PIC 9(5).
01  WS-TODAY-DATE           PIC 9(8).
*> How long an appraisal number is good for unless the desk
*> keys its own expiry.
01  WS-GOOD-FOR-DAYS        PIC 9(3) VALUE 7.
01  WS-EXPIRY-INT           PIC 9(8).
01  WS-EXPIRY-IN            PIC 9(8).
01  WS-STATUS-DISP          PIC X(8).
01  WS-MONEY-DISP           PIC $,$$$,$$9.99.
01  WS-RECON-DISP           PIC $$$,$$9.99.
01  WS-LIST-COUNT           PIC 9(5).

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM UNTIL WS-MENU-DONE = "Y"
        DISPLAY "--- Trade Appraisals ---"
        DISPLAY "1. New Appraisal"
        DISPLAY "2. Show a VIN's Appraisals"
        DISPLAY "3. List Open Appraisals"
        DISPLAY "4. Exit"
        ACCEPT MENU-OPTION
        EVALUATE MENU-OPTION
            WHEN 1
                PERFORM 200-NEW-APPRAISAL-RTN
            WHEN 2
                PERFORM 300-SHOW-VIN-RTN
            WHEN 3
                PERFORM 400-LIST-OPEN-RTN
            WHEN 4
                MOVE "Y" TO WS-MENU-DONE
            WHEN OTHER
                DISPLAY "Invalid Option, Please enter 1-4."
        END-EVALUATE
    END-PERFORM
    STOP RUN.

200-NEW-APPRAISAL-RTN.
    INITIALIZE APX-APPRAISAL
    DISPLAY "Customer ID (add them in CUSADD first): "
    ACCEPT APX-custID
    MOVE "Y" TO WS-FOUND
    MOVE APX-custID TO CUST-ID-REC
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
        DISPLAY "No customer found for that ID - appraisal"
            " not recorded."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Customer: " CUST-FNAME-REC " " CUST-LNAME-REC

    DISPLAY "Appraiser Employee ID: "
    ACCEPT APX-appraiserID
    INITIALIZE WSE-EMPLOYEE
    MOVE APX-appraiserID TO WSE-empID
    CALL "READ_EMP" USING WSE-EMPLOYEE
    IF WSE-fName = SPACES
        DISPLAY "No employee " APX-appraiserID " on file -"
            " appraisal not recorded."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Appraiser: " WSE-fName " " WSE-lName

    DISPLAY "Vehicle VIN: "
    ACCEPT APX-carVIN
    MOVE FUNCTION UPPER-CASE(APX-carVIN) TO APX-carVIN
    IF APX-carVIN = SPACES
        DISPLAY "A VIN is required - appraisal not recorded."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Year: "
    ACCEPT APX-year
    DISPLAY "Make: "
    ACCEPT APX-make
    DISPLAY "Model: "
    ACCEPT APX-model
    DISPLAY "Mileage: "
    ACCEPT APX-mileage
    DISPLAY "Condition Notes: "
    ACCEPT APX-conditionNotes
    DISPLAY "Estimated Recon: "
    ACCEPT APX-estRecon
    DISPLAY "Appraised Value: "
    ACCEPT APX-apprValue

    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
    MOVE WS-TODAY-DATE TO APX-apprDate
    COMPUTE WS-EXPIRY-INT =
        FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) + WS-GOOD-FOR-DAYS
    MOVE FUNCTION DATE-OF-INTEGER(WS-EXPIRY-INT) TO APX-expiryDate
    DISPLAY "Good Through (YYYYMMDD, 0 = " APX-expiryDate "): "
    ACCEPT WS-EXPIRY-IN
    IF WS-EXPIRY-IN NUMERIC AND WS-EXPIRY-IN >= WS-TODAY-DATE
        MOVE WS-EXPIRY-IN TO APX-expiryDate
    END-IF
    MOVE "O" TO APX-apprStatus
    MOVE SPACE TO APX-acqSource
    MOVE 0 TO APX-acqRef
    MOVE 0 TO APX-acqDate

    MOVE "APPRAISAL" TO WS-ID-SERIES
    CALL 'GET_NEXT_ID' USING WS-ID-SERIES, WS-NEXT-APPR-ID
    MOVE WS-NEXT-APPR-ID TO APX-apprID
    OPEN I-O APPRAISAL-FILE
    WRITE APX-APPRAISAL
        INVALID KEY
            DISPLAY "Could not write the appraisal."
        NOT INVALID KEY
            MOVE APX-apprValue TO WS-MONEY-DISP
            DISPLAY "Appraisal " WS-NEXT-APPR-ID " recorded at "
                WS-MONEY-DISP " - good through " APX-expiryDate
    END-WRITE
    CLOSE APPRAISAL-FILE.

300-SHOW-VIN-RTN.
    DISPLAY "Vehicle VIN: "
    ACCEPT WS-VIN-IN
    MOVE FUNCTION UPPER-CASE(WS-VIN-IN) TO WS-VIN-IN
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
    MOVE 0 TO WS-LIST-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT APPRAISAL-FILE
    MOVE WS-VIN-IN TO APX-carVIN
    START APPRAISAL-FILE KEY IS EQUAL TO APX-carVIN
        INVALID KEY
            MOVE "Y" TO WS-EOF
    END-START
    PERFORM UNTIL WS-EOF = "Y"
        READ APPRAISAL-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF APX-carVIN NOT = WS-VIN-IN
                    MOVE "Y" TO WS-EOF
                ELSE
                    ADD 1 TO WS-LIST-COUNT
                    PERFORM 500-SHOW-ONE-RTN
                END-IF
        END-READ
    END-PERFORM
    CLOSE APPRAISAL-FILE
    IF WS-LIST-COUNT = 0
        DISPLAY "No appraisals on file for that VIN."
    END-IF.

400-LIST-OPEN-RTN.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
    MOVE 0 TO WS-LIST-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT APPRAISAL-FILE
    MOVE 0 TO APX-apprID
    START APPRAISAL-FILE KEY IS NOT LESS THAN APX-apprID
        INVALID KEY
            MOVE "Y" TO WS-EOF
    END-START
    PERFORM UNTIL WS-EOF = "Y"
        READ APPRAISAL-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF APX-APPR-OPEN AND
                        APX-expiryDate >= WS-TODAY-DATE
                    ADD 1 TO WS-LIST-COUNT
                    PERFORM 500-SHOW-ONE-RTN
                END-IF
        END-READ
    END-PERFORM
    CLOSE APPRAISAL-FILE
    DISPLAY WS-LIST-COUNT " open appraisal(s).".

500-SHOW-ONE-RTN.
    EVALUATE TRUE
        WHEN APX-APPR-ACQUIRED AND APX-ACQ-TRADE
            MOVE "TRADED" TO WS-STATUS-DISP
        WHEN APX-APPR-ACQUIRED
            MOVE "BOUGHT" TO WS-STATUS-DISP
        WHEN APX-expiryDate < WS-TODAY-DATE
            MOVE "EXPIRED" TO WS-STATUS-DISP
        WHEN OTHER
            MOVE "OPEN" TO WS-STATUS-DISP
    END-EVALUATE
    MOVE APX-apprValue TO WS-MONEY-DISP
    MOVE APX-estRecon TO WS-RECON-DISP
    DISPLAY "APPR " APX-apprID " " APX-apprDate " " APX-carVIN
        " " APX-year " " APX-make " " APX-model
    DISPLAY "     CUST " APX-custID " BY " APX-appraiserID
        " MILES " APX-mileage " VALUE " WS-MONEY-DISP
        " RECON " WS-RECON-DISP
    DISPLAY "     " APX-conditionNotes
    IF APX-APPR-ACQUIRED
        DISPLAY "     " WS-STATUS-DISP " " APX-acqDate
            " REF " APX-acqRef
    ELSE
        DISPLAY "     " WS-STATUS-DISP " - GOOD THROUGH "
            APX-expiryDate
    END-IF.

END PROGRAM APPRAISAL_DESK.
