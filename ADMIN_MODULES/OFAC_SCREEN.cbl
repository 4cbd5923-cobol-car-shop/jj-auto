*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: OFAC and identity red-flag screening of one buyer.
*>          Every buyer is supposed to be checked against the
*>          Treasury SDN list, with the ID they showed written down,
*>          before a deal or a financing application goes anywhere.
*>          This takes the ID type, number and expiry (an expired
*>          or missing ID stops the deal), reads the buyer's name
*>          off CUSTOMER.IDX, and walks SDN.DAT for it: an
*>          individual on the list whose last name matches and
*>          whose first name starts with the same letter, or an
*>          entity whose name matches the buyer's last name, is a
*>          possible match. A possible match - or a list that has
*>          never been loaded - blocks the deal unless a manager
*>          signs in with the same credential gate REFUND_DESK
*>          keeps and clears it. Every check, passed or not, is
*>          written to COMPLIANCE.DAT. CALLed by SalesMain at the
*>          sale, by CREDIT_DESK at a new application, and by
*>          COMPLIANCE_DESK on request.
*> RETURN: LS-RESULT = "C" clear, "O" possible match cleared by a
*>         manager, "B" blocked - the deal must not go on.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. OFAC_SCREEN.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL SDN-FILE ASSIGN TO '../SDN.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL COMPLIANCE-FILE ASSIGN TO '../COMPLIANCE.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL CUS-FILE
        ASSIGN TO '../CUSTOMER_MGMT/CUSTOMER.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS CUST-ID-REC
        ALTERNATE RECORD KEY IS CUST-LNAME-REC WITH DUPLICATES
        ALTERNATE RECORD KEY IS CUST-PHONE-REC WITH DUPLICATES
        ALTERNATE RECORD KEY IS CUST-EMAIL-REC WITH DUPLICATES.
    SELECT OPTIONAL ACCOUNT-FILE
        ASSIGN TO '../MenuUI/ACCOUNT.MST'
        ORGANIZATION IS INDEXED
        ACCESS IS RANDOM
        RECORD KEY IS USERNAME.

DATA DIVISION.
FILE SECTION.
FD SDN-FILE.
    COPY SDN_DEF REPLACING ==:TAG:== BY ==SD==.
FD COMPLIANCE-FILE.
    COPY COMPLIANCE_DEF REPLACING ==:TAG:== BY ==CK==.
*> Mirrors the CUST-REC layout CUSTOMER_MGMT's own programs carry
*> inline, same as AR_RECEIPTS.cbl and AR_AGING_REPORT.cbl.
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
FD ACCOUNT-FILE.
    COPY ACCOUNT_DEF.

WORKING-STORAGE SECTION.
COPY SESSION_DEF.
01  WS-EOF                  PIC X.
01  WS-TODAY-DATE           PIC 9(8).
01  WS-NOW-TIME             PIC 9(6).
01  WS-CUST-FOUND           PIC X.
01  WS-CUST-LAST            PIC X(15).
01  WS-CUST-FIRST           PIC X(15).
01  WS-ID-TYPE              PIC XX.
01  WS-ID-NUMBER            PIC X(20).
01  WS-ID-EXPIRY            PIC 9(8).
01  WS-LIST-COUNT           PIC 9(6).
01  WS-LIST-DATE            PIC 9(8).
01  WS-LIST-AGE             PIC S9(5).
01  WS-MATCH-COUNT          PIC 9(3).
01  WS-MATCH-ENT            PIC 9(6).
01  WS-MATCH-NAME           PIC X(40).
01  WS-REASON               PIC X(20).
01  WS-CLEARED-BY           PIC X(30).

*> A list older than this still screens, but the desk is told to
*> load a fresh one.
01  WS-LIST-STALE-DAYS      PIC 9(3) VALUE 30.

*> Manager credential check work areas - the same SHA3-512 hash
*> comparison JJSIGNIN makes at sign-in, against the same
*> ACCOUNT.MST record. Mirrors REFUND_DESK's gate.
01  WS-MGR-USERNAME         PIC X(30).
01  WS-MGR-PASSWORD         PIC X(30).
01  WS-MGR-PASS-LENGTH      PIC 9(2).
01  WS-MGR-TALLY            PIC 9(10).
01  WS-MGR-SHA3-OUTPUT      PIC X(128).
01  WS-MGR-ROLE-IDX         PIC 9.
01  WS-MGR-IS-MANAGER       PIC X.
01  WS-OVERRIDE-OK          PIC X.
01  WS-ANSWER               PIC X.

LINKAGE SECTION.
01  LS-CUSTID               PIC 9(5).
01  LS-SOURCE               PIC X(3).
01  LS-VIN                  PIC X(17).
01  LS-RESULT               PIC X.

PROCEDURE DIVISION USING LS-CUSTID, LS-SOURCE, LS-VIN, LS-RESULT.
MAIN-PROCEDURE.
    MOVE "B" TO LS-RESULT
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
    MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
    MOVE 0 TO WS-MATCH-COUNT
    MOVE 0 TO WS-MATCH-ENT
    MOVE SPACES TO WS-MATCH-NAME
    MOVE SPACES TO WS-REASON
    MOVE SPACES TO WS-CLEARED-BY
    MOVE SPACES TO WS-ID-TYPE
    MOVE SPACES TO WS-ID-NUMBER
    MOVE 0 TO WS-ID-EXPIRY
    DISPLAY "--- OFAC / ID Check ---"

    PERFORM 100-READ-CUSTOMER-RTN
    IF WS-CUST-FOUND NOT = "Y"
        MOVE "NO CUSTOMER" TO WS-REASON
        PERFORM 800-LOG-CHECK-RTN
        DISPLAY "No customer on file to screen - blocked."
        GOBACK
    END-IF

    PERFORM 200-CAPTURE-ID-RTN
    IF WS-REASON NOT = SPACES
        PERFORM 800-LOG-CHECK-RTN
        DISPLAY "ID check failed (" FUNCTION TRIM(WS-REASON)
            ") - the deal cannot go on."
        GOBACK
    END-IF

    PERFORM 300-SCAN-LIST-RTN
    IF WS-LIST-COUNT = 0
        MOVE "LIST NOT LOADED" TO WS-REASON
        DISPLAY "The SDN list has not been loaded - a manager"
            " must clear this buyer."
    ELSE
        IF WS-MATCH-COUNT > 0
            MOVE "POSSIBLE MATCH" TO WS-REASON
            DISPLAY WS-MATCH-COUNT " possible SDN match(es) - first"
                " is " WS-MATCH-ENT " " WS-MATCH-NAME
            DISPLAY "Check the buyer's ID against the list entry."
                " A manager must clear it."
        END-IF
    END-IF

    IF WS-REASON = SPACES
        MOVE "C" TO LS-RESULT
        DISPLAY "Buyer screened clear."
    ELSE
        DISPLAY "Clear this buyer? (Y/N): "
        ACCEPT WS-ANSWER
        IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
            PERFORM 500-MANAGER-GATE-RTN
            IF WS-OVERRIDE-OK = "Y"
                MOVE "O" TO LS-RESULT
                MOVE WS-MGR-USERNAME TO WS-CLEARED-BY
                DISPLAY "Buyer cleared by " WS-MGR-USERNAME
            END-IF
        END-IF
        IF LS-RESULT = "B"
            DISPLAY "Buyer not cleared - the deal is blocked."
        END-IF
    END-IF
    PERFORM 800-LOG-CHECK-RTN
    GOBACK.

100-READ-CUSTOMER-RTN.
    MOVE "N" TO WS-CUST-FOUND
    OPEN INPUT CUS-FILE
    MOVE LS-CUSTID TO CUST-ID-REC
    READ CUS-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF CUST-DST-REC NOT = "Y"
                MOVE "Y" TO WS-CUST-FOUND
                MOVE FUNCTION UPPER-CASE(CUST-LNAME-REC)
                    TO WS-CUST-LAST
                MOVE FUNCTION UPPER-CASE(CUST-FNAME-REC)
                    TO WS-CUST-FIRST
                DISPLAY "BUYER: " CUST-FNAME-REC " " CUST-LNAME-REC
            END-IF
    END-READ
    CLOSE CUS-FILE.

*>  The ID the buyer showed. WS-REASON comes back blank when it
*>  will do.
200-CAPTURE-ID-RTN.
    DISPLAY "ID Type - DL driver's license, ST state ID,"
        " PP passport, MI military: "
    ACCEPT WS-ID-TYPE
    MOVE FUNCTION UPPER-CASE(WS-ID-TYPE) TO WS-ID-TYPE
    IF WS-ID-TYPE NOT = "DL" AND WS-ID-TYPE NOT = "ST" AND
            WS-ID-TYPE NOT = "PP" AND WS-ID-TYPE NOT = "MI"
        MOVE "NO VALID ID TYPE" TO WS-REASON
        EXIT PARAGRAPH
    END-IF
    DISPLAY "ID Number: "
    ACCEPT WS-ID-NUMBER
    MOVE FUNCTION UPPER-CASE(WS-ID-NUMBER) TO WS-ID-NUMBER
    IF WS-ID-NUMBER = SPACES
        MOVE "NO ID NUMBER" TO WS-REASON
        EXIT PARAGRAPH
    END-IF
    DISPLAY "ID Expiry Date (YYYYMMDD): "
    ACCEPT WS-ID-EXPIRY
    IF WS-ID-EXPIRY < WS-TODAY-DATE
        MOVE "ID EXPIRED" TO WS-REASON
    END-IF.

*>  One pass over SDN.DAT. The header row says when the list was
*>  loaded; every name row is tested against the buyer.
300-SCAN-LIST-RTN.
    MOVE 0 TO WS-LIST-COUNT
    MOVE 0 TO WS-LIST-DATE
    MOVE "N" TO WS-EOF
    OPEN INPUT SDN-FILE
    PERFORM UNTIL WS-EOF = "Y"
        READ SDN-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF SD-SDN-HEADER
                    MOVE SD-SDN-LOAD-DATE TO WS-LIST-DATE
                ELSE
                    ADD 1 TO WS-LIST-COUNT
                    PERFORM 350-TEST-NAME-RTN
                END-IF
        END-READ
    END-PERFORM
    CLOSE SDN-FILE
    IF WS-LIST-COUNT > 0 AND WS-LIST-DATE > 0
        COMPUTE WS-LIST-AGE =
            FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
            - FUNCTION INTEGER-OF-DATE(WS-LIST-DATE)
        IF WS-LIST-AGE > WS-LIST-STALE-DAYS
            DISPLAY "Note: the SDN list was loaded " WS-LIST-DATE
                " - load a fresh one at the compliance desk."
        END-IF
    END-IF.

*>  The customer file holds 15 characters of each name, so only
*>  that much of the list's name is compared - a longer listed name
*>  that agrees that far is worth a manager's look.
350-TEST-NAME-RTN.
    IF SD-SDN-LAST(1:15) NOT = WS-CUST-LAST
        EXIT PARAGRAPH
    END-IF
    IF SD-SDN-INDIVIDUAL
        IF SD-SDN-FIRST(1:1) NOT = WS-CUST-FIRST(1:1)
            EXIT PARAGRAPH
        END-IF
    END-IF
    ADD 1 TO WS-MATCH-COUNT
    IF WS-MATCH-COUNT = 1
        MOVE SD-SDN-ENT-NUM TO WS-MATCH-ENT
        MOVE SPACES TO WS-MATCH-NAME
        STRING FUNCTION TRIM(SD-SDN-LAST) ", "
               FUNCTION TRIM(SD-SDN-FIRST)
            DELIMITED BY SIZE INTO WS-MATCH-NAME
    END-IF.

*>  The same credential gate REFUND_DESK and the sale flow's
*>  deep-discount override keep: the manager's own account and
*>  password, the hash compared the way JJSIGNIN compares it,
*>  MANAG or ADMIN role required.
500-MANAGER-GATE-RTN.
    MOVE "N" TO WS-OVERRIDE-OK
    DISPLAY "Manager Username: "
    ACCEPT WS-MGR-USERNAME
    MOVE FUNCTION UPPER-CASE(WS-MGR-USERNAME)
        TO WS-MGR-USERNAME
    DISPLAY "Manager Password: "
    ACCEPT WS-MGR-PASSWORD
    MOVE WS-MGR-USERNAME TO USERNAME
    OPEN INPUT ACCOUNT-FILE
    READ ACCOUNT-FILE
        INVALID KEY
            DISPLAY "No such account."
        NOT INVALID KEY
            IF ACCOUNT-LOCKED = "Y"
                DISPLAY "That account is locked."
            ELSE
                PERFORM 550-CHECK-CREDENTIAL-RTN
            END-IF
    END-READ
    CLOSE ACCOUNT-FILE.

550-CHECK-CREDENTIAL-RTN.
    MOVE 0 TO WS-MGR-TALLY
    INITIALIZE WS-MGR-SHA3-OUTPUT
    INSPECT FUNCTION REVERSE (WS-MGR-PASSWORD)
        TALLYING WS-MGR-TALLY FOR LEADING SPACES
    COMPUTE WS-MGR-PASS-LENGTH =
        LENGTH OF WS-MGR-PASSWORD - WS-MGR-TALLY
    CALL "SHA3-512" USING WS-MGR-PASSWORD
                          WS-MGR-PASS-LENGTH
                          WS-MGR-SHA3-OUTPUT
    END-CALL
    IF WS-MGR-SHA3-OUTPUT NOT = HASH
        DISPLAY "Password does not match."
    ELSE
        MOVE "N" TO WS-MGR-IS-MANAGER
        PERFORM VARYING WS-MGR-ROLE-IDX FROM 1 BY 1
                UNTIL WS-MGR-ROLE-IDX > 4
            IF PERMISSION-ROLE(WS-MGR-ROLE-IDX) = "MANAG"
                    OR PERMISSION-ROLE(WS-MGR-ROLE-IDX)
                    = "ADMIN"
                MOVE "Y" TO WS-MGR-IS-MANAGER
            END-IF
        END-PERFORM
        IF WS-MGR-IS-MANAGER = "Y"
            MOVE "Y" TO WS-OVERRIDE-OK
        ELSE
            DISPLAY "That account is not a manager."
        END-IF
    END-IF.

800-LOG-CHECK-RTN.
    MOVE WS-TODAY-DATE        TO CK-CK-DATE
    MOVE WS-NOW-TIME          TO CK-CK-TIME
    MOVE LS-SOURCE            TO CK-CK-SOURCE
    MOVE LS-CUSTID            TO CK-custID
    MOVE LS-VIN               TO CK-CK-VIN
    MOVE WS-ID-TYPE           TO CK-CK-ID-TYPE
    MOVE WS-ID-NUMBER         TO CK-CK-ID-NUMBER
    MOVE WS-ID-EXPIRY         TO CK-CK-ID-EXPIRY
    MOVE LS-RESULT            TO CK-CK-RESULT
    MOVE WS-MATCH-ENT         TO CK-CK-MATCH-ENT
    MOVE WS-MATCH-NAME        TO CK-CK-MATCH-NAME
    MOVE WS-REASON            TO CK-CK-REASON
    MOVE SESSION-CURRENT-USER TO CK-CK-BY
    MOVE WS-CLEARED-BY        TO CK-CK-CLEARED-BY
    OPEN EXTEND COMPLIANCE-FILE
    WRITE CK-COMPLIANCE
    CLOSE COMPLIANCE-FILE.

END PROGRAM OFAC_SCREEN.
