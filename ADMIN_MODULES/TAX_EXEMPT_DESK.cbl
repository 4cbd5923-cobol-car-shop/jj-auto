*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Maintains the TAXEXEMPT.IDX sales tax exemption
*>          certificates - the school district, the church vans,
*>          the resale shop buying parts to resell. Puts a
*>          certificate on file against an existing CUSTOMER.IDX
*>          customer with its exemption type, certificate number
*>          and expiry date, or replaces the one already there
*>          when the customer brings in a renewal; lists every
*>          certificate on file with the expired ones flagged.
*>          Each change is stamped with the date and the
*>          SESSION-CURRENT-USER who keyed it. TICKET_CLOSE and
*>          COUNTER_SALE skip the tax only while the certificate
*>          is current (CHECK_TAX_EXEMPT); TAX_EXEMPT_REPORT gives
*>          the auditor the exempt sales and the certificates
*>          about to lapse. Launched from JJUI off a
*>          PERMISSIONS.DAT row.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. TAX_EXEMPT_DESK.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL TAX-EXEMPT-FILE
        ASSIGN TO '../../INDEXES/TAXEXEMPT.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS TXX-custID.
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
FD TAX-EXEMPT-FILE
    RECORD CONTAINS 72 CHARACTERS.
    COPY TAX_EXEMPT_DEF REPLACING ==:TAG:== BY ==TXX==.
*> Mirrors the CUST-REC layout CUSTOMER_MGMT's own programs carry
*> inline, same as SalesMain.cbl and FLEET_DESK.cbl.
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
01  WS-EOF                  PIC X.
01  WS-FOUND                PIC X.
01  WS-ON-FILE              PIC X.
01  WS-CUST-IN              PIC 9(5).
01  WS-TODAY-DATE           PIC 9(8).
01  WS-TYPE-IN              PIC X.
01  WS-CERT-IN              PIC X(20).
01  WS-EXPIRE-IN            PIC 9(8).
01  WS-STATUS-DISP          PIC X(8).
01  WS-CERT-COUNT           PIC 9(5).

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM UNTIL WS-MENU-DONE = "Y"
        DISPLAY "--- Tax Exempt Certificates ---"
        DISPLAY "1. Add/Change Certificate"
        DISPLAY "2. List Certificates"
        DISPLAY "3. Exit"
        ACCEPT MENU-OPTION
        EVALUATE MENU-OPTION
            WHEN 1
                PERFORM 200-KEEP-CERT-RTN
            WHEN 2
                PERFORM 400-LIST-CERTS-RTN
            WHEN 3
                MOVE "Y" TO WS-MENU-DONE
            WHEN OTHER
                DISPLAY "Invalid Option, Please enter 1-3."
        END-EVALUATE
    END-PERFORM
    STOP RUN.

*> One certificate per customer: a renewal replaces the row, so
*> the exempt sales already logged keep the certificate they were
*> made under (EXEMPTSALE.DAT copies it) and the counter works off
*> the new one.
200-KEEP-CERT-RTN.
    DISPLAY "Enter Customer ID: "
    ACCEPT WS-CUST-IN
    MOVE "Y" TO WS-FOUND
    MOVE WS-CUST-IN TO CUST-ID-REC
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
    IF WS-FOUND NOT = "Y" OR WS-CUST-IN = 0
        DISPLAY "No customer found for that ID."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Customer: " CUST-FNAME-REC " " CUST-LNAME-REC

    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
    MOVE "Y" TO WS-ON-FILE
    OPEN I-O TAX-EXEMPT-FILE
    MOVE WS-CUST-IN TO TXX-custID
    READ TAX-EXEMPT-FILE
        INVALID KEY
            MOVE "N" TO WS-ON-FILE
        NOT INVALID KEY
            DISPLAY "On file: TYPE " TXX-exemptType
                "  CERT " TXX-certNumber
                "  EXPIRES " TXX-expireDate
    END-READ

    DISPLAY "Exemption Type - Government(G), Charity(C),"
        " Resale(R), Other(O): "
    ACCEPT WS-TYPE-IN
    MOVE FUNCTION UPPER-CASE(WS-TYPE-IN) TO WS-TYPE-IN
    IF WS-TYPE-IN NOT = "G" AND WS-TYPE-IN NOT = "C"
            AND WS-TYPE-IN NOT = "R" AND WS-TYPE-IN NOT = "O"
        DISPLAY "Exemption type must be G, C, R or O."
        CLOSE TAX-EXEMPT-FILE
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Certificate Number: "
    ACCEPT WS-CERT-IN
    IF WS-CERT-IN = SPACES
        DISPLAY "A certificate number is required."
        CLOSE TAX-EXEMPT-FILE
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Expiry Date (YYYYMMDD): "
    ACCEPT WS-EXPIRE-IN
    IF WS-EXPIRE-IN = 0
            OR FUNCTION TEST-DATE-YYYYMMDD(WS-EXPIRE-IN) NOT = 0
        DISPLAY "Not a valid date."
        CLOSE TAX-EXEMPT-FILE
        EXIT PARAGRAPH
    END-IF
    IF WS-EXPIRE-IN < WS-TODAY-DATE
        DISPLAY "Certificate has already expired - kept on file,"
            " but tax will be charged."
    END-IF

    MOVE WS-CUST-IN TO TXX-custID
    MOVE WS-TYPE-IN TO TXX-exemptType
    MOVE WS-CERT-IN TO TXX-certNumber
    MOVE WS-EXPIRE-IN TO TXX-expireDate
    MOVE WS-TODAY-DATE TO TXX-enteredDate
    MOVE SESSION-CURRENT-USER TO TXX-enteredBy
    IF WS-ON-FILE = "Y"
        REWRITE TXX-TAX-EXEMPT
            INVALID KEY
                DISPLAY "Could not update the certificate."
            NOT INVALID KEY
                DISPLAY "Certificate for customer " WS-CUST-IN
                    " updated."
        END-REWRITE
    ELSE
        WRITE TXX-TAX-EXEMPT
            INVALID KEY
                DISPLAY "Could not write the certificate."
            NOT INVALID KEY
                DISPLAY "Certificate for customer " WS-CUST-IN
                    " added."
        END-WRITE
    END-IF
    CLOSE TAX-EXEMPT-FILE.

400-LIST-CERTS-RTN.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
    MOVE 0 TO WS-CERT-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT TAX-EXEMPT-FILE
    MOVE 0 TO TXX-custID
    START TAX-EXEMPT-FILE KEY IS NOT LESS THAN TXX-custID
        INVALID KEY
            MOVE "Y" TO WS-EOF
    END-START
    PERFORM UNTIL WS-EOF = "Y"
        READ TAX-EXEMPT-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF TXX-expireDate < WS-TODAY-DATE
                    MOVE "EXPIRED" TO WS-STATUS-DISP
                ELSE
                    MOVE "CURRENT" TO WS-STATUS-DISP
                END-IF
                ADD 1 TO WS-CERT-COUNT
                DISPLAY TXX-custID " TYPE " TXX-exemptType
                    " CERT " TXX-certNumber
                    " EXPIRES " TXX-expireDate
                    " " WS-STATUS-DISP
                    " BY " TXX-enteredBy
        END-READ
    END-PERFORM
    CLOSE TAX-EXEMPT-FILE
    DISPLAY WS-CERT-COUNT " certificate(s) on file.".

END PROGRAM TAX_EXEMPT_DESK.
