*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Bad-debt desk - the way an uncollectible AR balance
*>          finally leaves the books instead of sitting on
*>          AR_AGING_REPORT past 120 days forever. A write-off
*>          clears the customer's whole CUST-AR-BALANCE-REC under
*>          a reason code, takes the same manager credential gate
*>          REFUND_DESK keeps (the approver goes on the row), and
*>          ledgers a W row on ARLEDGER.DAT that GL_EXPORT journals
*>          that night as bad-debt expense against AR. The account
*>          is marked sent to collections (credit hold C), which
*>          stops TICKET_CLOSE, COUNTER_SALE, and SalesMain from
*>          putting anything on it again, and - unless the office
*>          says not to (a bankruptcy or an estate) - is referred
*>          to the collection agency (method A on the W row). The
*>          day's referrals go to the agency as
*>          COLLECT_REFERRAL.TXT in their fixed layout, with the
*>          customer's contact details and the balance written off.
*>          What the agency later remits is posted here as a V row
*>          against the amount written off - the balance stays at
*>          zero, GL_EXPORT puts the cash back against the expense.
*>          Launched from JJUI off a PERMISSIONS.DAT row.
*>
*>          WRITE-OFF REASON CODES: BK bankruptcy, SK skip (cannot
*>          locate), DC deceased, RF refuses to pay, DS dispute
*>          lost, SB small balance.
*>
*>          COLLECT_REFERRAL.TXT ROW (200 BYTES): record type X
*>          (D or T), our client number 9(6), account (custID)
*>          9(5), last name X(15), first name X(15), middle initial
*>          X, street X(35), city X(15), state X(2), zip 9(5),
*>          phone 9(10), e-mail X(35), balance in cents 9(10),
*>          charge-off date 9(8), reason code X(2), last payment
*>          date 9(8) (zero when none), filler X(27). The trailer
*>          carries the row count in the account field and the
*>          total in the balance.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. BAD_DEBT_DESK.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL AR-LEDGER-FILE ASSIGN TO '../ARLEDGER.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL CUS-FILE
        ASSIGN TO '../CUSTOMER_MGMT/CUSTOMER.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS CUST-ID-REC
        ALTERNATE RECORD KEY IS CUST-LNAME-REC WITH DUPLICATES
        ALTERNATE RECORD KEY IS CUST-PHONE-REC WITH DUPLICATES
        ALTERNATE RECORD KEY IS CUST-EMAIL-REC WITH DUPLICATES.
    SELECT OPTIONAL INDEX-FILE-SALE
        ASSIGN TO '../../INDEXES/SALE.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS IDX-saleID
        ALTERNATE RECORD KEY IS IDX-empID WITH DUPLICATES
        ALTERNATE RECORD KEY IS IDX-carVIN WITH DUPLICATES
        ALTERNATE RECORD KEY IS IDX-custID WITH DUPLICATES.
    SELECT OPTIONAL ACCOUNT-FILE
        ASSIGN TO '../MenuUI/ACCOUNT.MST'
        ORGANIZATION IS INDEXED
        ACCESS IS RANDOM
        RECORD KEY IS USERNAME.
    SELECT AGENCY-FILE ASSIGN TO 'COLLECT_REFERRAL.TXT'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD AR-LEDGER-FILE.
    COPY AR_LEDGER_DEF REPLACING ==:TAG:== BY ==ARL==.
*> Mirrors the CUST-REC layout CUSTOMER_MGMT's own programs carry
*> inline, same as SalesMain.cbl and AR_AGING_REPORT.cbl.
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
FD INDEX-FILE-SALE
    RECORD CONTAINS 167 CHARACTERS.
    COPY SALE_DEF REPLACING ==:TAG:== BY ==IDX==.
FD ACCOUNT-FILE.
    COPY ACCOUNT_DEF.
FD AGENCY-FILE.
01 AG-REC.
   05 AG-REC-TYPE          PIC X.
   05 AG-CLIENT-NO         PIC 9(6).
   05 AG-ACCOUNT-NO        PIC 9(5).
   05 AG-LAST-NAME         PIC X(15).
   05 AG-FIRST-NAME        PIC X(15).
   05 AG-MIDDLE-INIT       PIC X.
   05 AG-STREET            PIC X(35).
   05 AG-CITY              PIC X(15).
   05 AG-STATE             PIC XX.
   05 AG-ZIP               PIC 9(5).
   05 AG-PHONE             PIC 9(10).
   05 AG-EMAIL             PIC X(35).
   05 AG-BALANCE-CENTS     PIC 9(10).
   05 AG-CHARGE-OFF-DATE   PIC 9(8).
   05 AG-REASON-CODE       PIC XX.
   05 AG-LAST-PAY-DATE     PIC 9(8).
   05 FILLER               PIC X(27).

WORKING-STORAGE SECTION.
COPY SESSION_DEF.
01  MENU-OPTION             PIC 9.
01  WS-MENU-DONE            PIC X VALUE "N".
01  WS-EOF                  PIC X.
01  WS-LED-EOF              PIC X.
01  WS-MORE-SALES           PIC X.
01  WS-FOUND                PIC X.
01  WS-ANSWER               PIC X.
01  WS-CUST-IN              PIC 9(5).
01  WS-TODAY-DATE           PIC 9(8).
01  WS-RUN-DATE             PIC 9(8).
01  WS-ROW-DATE             PIC 9(8).
01  WS-PERIOD-LOCKED        PIC X.
01  WS-WRITEOFF-AMOUNT      PIC 9(7)V99.
01  WS-REFER-FLAG           PIC X.
01  WS-MONEY-DISP           PIC $,$$$,$$9.99.

*> Our client number on the collection agency's books.
01  WS-AGENCY-CLIENT-NO     PIC 9(6) VALUE 031775.

*> A balance younger than this is not normally written off - the
*> office is asked twice before it goes.
01  WS-WRITEOFF-AGE         PIC 9(3) VALUE 120.
01  WS-BALANCE-DATE         PIC 9(8).
01  WS-AGE-DAYS             PIC S9(5).

01  WS-REASON-CODE-IN       PIC XX.
01  WS-REASON-TEXT          PIC X(20).
01  WS-REASON-TABLE.
    05  FILLER PIC X(20) VALUE "BK BANKRUPTCY".
    05  FILLER PIC X(20) VALUE "SK SKIP - NO ADDRESS".
    05  FILLER PIC X(20) VALUE "DC DECEASED".
    05  FILLER PIC X(20) VALUE "RF REFUSES TO PAY".
    05  FILLER PIC X(20) VALUE "DS DISPUTE LOST".
    05  FILLER PIC X(20) VALUE "SB SMALL BALANCE".
01  WS-REASON-ENTRIES REDEFINES WS-REASON-TABLE.
    05  WS-REASON-ENTRY     PIC X(20) OCCURS 6 TIMES
                            INDEXED BY RSN-IDX.

*> Recovery work areas - what was written off less what the agency
*> has already sent.
01  WS-W-TOTAL              PIC 9(9)V99.
01  WS-V-TOTAL              PIC 9(9)V99.
01  WS-OUTSTANDING          PIC S9(9)V99.
01  WS-RECOVERY-AMOUNT      PIC 9(7)V99.
01  WS-RECOVERY-REF         PIC X(12).
01  WS-RECOVERY-DATE        PIC 9(8).
01  WS-LAST-PAY-DATE        PIC 9(8).
01  WS-REFER-COUNT          PIC 9(5).
01  WS-REF-COUNT            PIC 9(3).
01  WS-REF-TABLE.
    05  WS-REF-ENTRY OCCURS 200 TIMES INDEXED BY REF-IDX.
        10  WS-REF-CUST     PIC 9(5).
        10  WS-REF-AMOUNT   PIC 9(7)V99.
        10  WS-REF-REASON   PIC XX.
01  WS-REFER-TOTAL          PIC 9(9)V99.

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

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM UNTIL WS-MENU-DONE = "Y"
        DISPLAY "--- Bad Debt Desk ---"
        DISPLAY "1. Write Off a Balance"
        DISPLAY "2. Post Agency Recovery"
        DISPLAY "3. Write Agency Referral File"
        DISPLAY "4. Exit"
        ACCEPT MENU-OPTION
        EVALUATE MENU-OPTION
            WHEN 1
                PERFORM 200-WRITE-OFF-RTN
            WHEN 2
                PERFORM 500-AGENCY-RECOVERY-RTN
            WHEN 3
                PERFORM 600-REFERRAL-FILE-RTN
            WHEN 4
                MOVE "Y" TO WS-MENU-DONE
            WHEN OTHER
                DISPLAY "Invalid Option, Please enter 1-4."
        END-EVALUATE
    END-PERFORM
    STOP RUN.

*>  One write-off, end to end: the customer and what they owe, how
*>  old it is, the reason, the manager, then the balance cleared
*>  and the W row written.
200-WRITE-OFF-RTN.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
    CALL "CHECK_PERIOD_LOCK" USING WS-TODAY-DATE, WS-PERIOD-LOCKED
    IF WS-PERIOD-LOCKED = "Y"
        DISPLAY "Today sits in a closed period - nothing can be"
            " written off."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Enter Customer ID: "
    ACCEPT WS-CUST-IN
    MOVE "Y" TO WS-FOUND
    OPEN I-O CUS-FILE
    MOVE WS-CUST-IN TO CUST-ID-REC
    READ CUS-FILE
        INVALID KEY
            MOVE "N" TO WS-FOUND
        NOT INVALID KEY
            IF CUST-DST-REC = "Y"
                MOVE "N" TO WS-FOUND
            END-IF
    END-READ
    IF WS-FOUND NOT = "Y"
        DISPLAY "No customer found for that ID."
    ELSE
        MOVE CUST-AR-BALANCE-REC TO WS-MONEY-DISP
        DISPLAY CUST-FNAME-REC " " CUST-LNAME-REC
            "  BALANCE: " WS-MONEY-DISP
        IF CUST-AR-BALANCE-REC = 0
            DISPLAY "This customer owes nothing."
        ELSE
            PERFORM 250-TAKE-WRITE-OFF-RTN
        END-IF
    END-IF
    CLOSE CUS-FILE.

250-TAKE-WRITE-OFF-RTN.
    PERFORM 260-AGE-BALANCE-RTN
    DISPLAY "BALANCE AGE: " WS-AGE-DAYS " DAYS"
    IF WS-AGE-DAYS <= WS-WRITEOFF-AGE
        DISPLAY "This balance is not past " WS-WRITEOFF-AGE
            " days. Write it off anyway? (Y/N): "
        ACCEPT WS-ANSWER
        IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
            DISPLAY "Nothing written off."
            EXIT PARAGRAPH
        END-IF
    END-IF

    DISPLAY "Reason - BK bankruptcy, SK skip, DC deceased,"
        " RF refuses to pay, DS dispute lost, SB small balance: "
    ACCEPT WS-REASON-CODE-IN
    MOVE FUNCTION UPPER-CASE(WS-REASON-CODE-IN) TO WS-REASON-CODE-IN
    MOVE SPACES TO WS-REASON-TEXT
    PERFORM VARYING RSN-IDX FROM 1 BY 1 UNTIL RSN-IDX > 6
        IF WS-REASON-ENTRY(RSN-IDX)(1:2) = WS-REASON-CODE-IN
            MOVE WS-REASON-ENTRY(RSN-IDX) TO WS-REASON-TEXT
        END-IF
    END-PERFORM
    IF WS-REASON-TEXT = SPACES
        DISPLAY "That is not a write-off reason - nothing written"
            " off."
        EXIT PARAGRAPH
    END-IF

    DISPLAY "Refer the account to the collection agency? (Y/N): "
    ACCEPT WS-ANSWER
    IF WS-ANSWER = "N" OR WS-ANSWER = "n"
        MOVE SPACE TO WS-REFER-FLAG
    ELSE
        MOVE "A" TO WS-REFER-FLAG
    END-IF

    DISPLAY "A write-off takes manager approval."
    PERFORM 300-MANAGER-GATE-RTN
    IF WS-OVERRIDE-OK NOT = "Y"
        DISPLAY "Approval refused - nothing written off."
        EXIT PARAGRAPH
    END-IF

    MOVE CUST-AR-BALANCE-REC TO WS-WRITEOFF-AMOUNT
    MOVE 0 TO CUST-AR-BALANCE-REC
    MOVE "C" TO CUST-CREDIT-HOLD-REC
    REWRITE CUST-REC
        INVALID KEY
            DISPLAY "Could not update the customer - nothing"
                " written off."
        NOT INVALID KEY
            PERFORM 280-LEDGER-WRITE-OFF-RTN
            MOVE WS-WRITEOFF-AMOUNT TO WS-MONEY-DISP
            DISPLAY WS-MONEY-DISP " written off - account sent to"
                " collections."
            IF WS-REFER-FLAG = "A"
                DISPLAY "The account goes on today's agency"
                    " referral file."
            END-IF
    END-REWRITE.

*>  The balance is aged the way AR_AGING_REPORT ages it - off the
*>  customer's latest non-voided sale, or the date they were added.
260-AGE-BALANCE-RTN.
    MOVE CUST-ADDED-DATE-REC TO WS-BALANCE-DATE
    OPEN INPUT INDEX-FILE-SALE
    MOVE "Y" TO WS-MORE-SALES
    MOVE CUST-ID-REC TO IDX-custID
    START INDEX-FILE-SALE KEY IS NOT LESS THAN IDX-custID
        INVALID KEY
            MOVE "N" TO WS-MORE-SALES
    END-START
    PERFORM UNTIL WS-MORE-SALES = "N"
        READ INDEX-FILE-SALE NEXT RECORD
            AT END
                MOVE "N" TO WS-MORE-SALES
            NOT AT END
                IF IDX-custID NOT = CUST-ID-REC
                    MOVE "N" TO WS-MORE-SALES
                ELSE
                    IF IDX-DST NOT = "Y" AND
                            IDX-saleDate > WS-BALANCE-DATE
                        MOVE IDX-saleDate TO WS-BALANCE-DATE
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE INDEX-FILE-SALE
    IF WS-BALANCE-DATE = 0
        MOVE WS-TODAY-DATE TO WS-BALANCE-DATE
    END-IF
    COMPUTE WS-AGE-DAYS = FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
        - FUNCTION INTEGER-OF-DATE(WS-BALANCE-DATE)
    IF WS-AGE-DAYS < 0
        MOVE 0 TO WS-AGE-DAYS
    END-IF.

280-LEDGER-WRITE-OFF-RTN.
    MOVE WS-CUST-IN           TO ARL-custID
    MOVE WS-TODAY-DATE        TO ARL-AR-DATE
    MOVE "W"                  TO ARL-AR-TYPE
    MOVE WS-REFER-FLAG        TO ARL-AR-METHOD
    MOVE "BAD DEBT"           TO ARL-AR-REFERENCE
    MOVE WS-WRITEOFF-AMOUNT   TO ARL-AR-AMOUNT
    MOVE SESSION-CURRENT-USER TO ARL-AR-ENTERED-BY
    MOVE WS-REASON-TEXT       TO ARL-AR-REASON
    MOVE WS-MGR-USERNAME      TO ARL-AR-APPROVED-BY
    OPEN EXTEND AR-LEDGER-FILE
    WRITE ARL-AR-LEDGER
    CLOSE AR-LEDGER-FILE.

*>  The same credential gate REFUND_DESK and the sale flow's
*>  deep-discount override keep: the manager's own account and
*>  password, the hash compared the way JJSIGNIN compares it,
*>  MANAG or ADMIN role required.
300-MANAGER-GATE-RTN.
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
                PERFORM 350-CHECK-CREDENTIAL-RTN
            END-IF
    END-READ
    CLOSE ACCOUNT-FILE.

350-CHECK-CREDENTIAL-RTN.
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
            DISPLAY "Approved by " WS-MGR-USERNAME
        ELSE
            DISPLAY "That account is not a manager."
        END-IF
    END-IF.

*>  What is still out on one customer: the W rows less the V rows
*>  the agency has already remitted.
450-SUM-WRITTEN-OFF-RTN.
    MOVE 0 TO WS-W-TOTAL
    MOVE 0 TO WS-V-TOTAL
    MOVE "N" TO WS-LED-EOF
    OPEN INPUT AR-LEDGER-FILE
    PERFORM UNTIL WS-LED-EOF = "Y"
        READ AR-LEDGER-FILE
            AT END
                MOVE "Y" TO WS-LED-EOF
            NOT AT END
                IF ARL-custID = WS-CUST-IN
                    EVALUATE TRUE
                        WHEN ARL-AR-WRITE-OFF
                            ADD ARL-AR-AMOUNT TO WS-W-TOTAL
                        WHEN ARL-AR-AGENCY-RECOVERY
                            ADD ARL-AR-AMOUNT TO WS-V-TOTAL
                    END-EVALUATE
                END-IF
        END-READ
    END-PERFORM
    CLOSE AR-LEDGER-FILE
    COMPUTE WS-OUTSTANDING = WS-W-TOTAL - WS-V-TOTAL.

*>  Money the agency sends back on a written-off account. It is a
*>  receipt against the write-off, not against the balance - the
*>  balance was cleared when the debt was written off.
500-AGENCY-RECOVERY-RTN.
    DISPLAY "Enter Customer ID: "
    ACCEPT WS-CUST-IN
    PERFORM 450-SUM-WRITTEN-OFF-RTN
    MOVE WS-OUTSTANDING TO WS-MONEY-DISP
    DISPLAY "WRITTEN OFF AND NOT YET RECOVERED: " WS-MONEY-DISP
    IF WS-OUTSTANDING <= 0
        DISPLAY "Nothing written off is outstanding for this"
            " customer."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Amount Remitted by the Agency: "
    ACCEPT WS-RECOVERY-AMOUNT
    IF WS-RECOVERY-AMOUNT = 0 OR WS-RECOVERY-AMOUNT > WS-OUTSTANDING
        DISPLAY "Amount refused - post what is outstanding or"
            " less."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Agency Remittance Reference: "
    ACCEPT WS-RECOVERY-REF
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
    DISPLAY "Remittance Date (YYYYMMDD, 0 = today): "
    ACCEPT WS-RECOVERY-DATE
    IF WS-RECOVERY-DATE = 0
        MOVE WS-TODAY-DATE TO WS-RECOVERY-DATE
    END-IF
    MOVE WS-CUST-IN           TO ARL-custID
    MOVE WS-RECOVERY-DATE     TO ARL-AR-DATE
    MOVE "V"                  TO ARL-AR-TYPE
    MOVE "A"                  TO ARL-AR-METHOD
    MOVE WS-RECOVERY-REF      TO ARL-AR-REFERENCE
    MOVE WS-RECOVERY-AMOUNT   TO ARL-AR-AMOUNT
    MOVE SESSION-CURRENT-USER TO ARL-AR-ENTERED-BY
    MOVE "AGENCY RECOVERY"    TO ARL-AR-REASON
    MOVE SPACES               TO ARL-AR-APPROVED-BY
    OPEN EXTEND AR-LEDGER-FILE
    WRITE ARL-AR-LEDGER
    CLOSE AR-LEDGER-FILE
    COMPUTE WS-OUTSTANDING = WS-OUTSTANDING - WS-RECOVERY-AMOUNT
    MOVE WS-OUTSTANDING TO WS-MONEY-DISP
    DISPLAY "Recovery posted. Still outstanding: " WS-MONEY-DISP.

*>  The agency's file for one day: every W row dated that day and
*>  marked for referral, with the customer's contact details off
*>  CUSTOMER.IDX, closed on a trailer. The day's referrals are
*>  gathered first, so the last-payment look-up for each can make
*>  its own pass over the ledger.
600-REFERRAL-FILE-RTN.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
    DISPLAY "Referrals written off on (YYYYMMDD, 0 = today): "
    ACCEPT WS-RUN-DATE
    IF WS-RUN-DATE = 0
        MOVE WS-TODAY-DATE TO WS-RUN-DATE
    END-IF
    MOVE 0 TO WS-REF-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT AR-LEDGER-FILE
    PERFORM UNTIL WS-EOF = "Y"
        READ AR-LEDGER-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE ARL-AR-DATE TO WS-ROW-DATE
                IF ARL-AR-WRITE-OFF AND ARL-AR-BY-AGENCY AND
                        WS-ROW-DATE = WS-RUN-DATE AND
                        WS-REF-COUNT < 200
                    ADD 1 TO WS-REF-COUNT
                    MOVE ARL-custID TO WS-REF-CUST(WS-REF-COUNT)
                    MOVE ARL-AR-AMOUNT
                        TO WS-REF-AMOUNT(WS-REF-COUNT)
                    MOVE ARL-AR-REASON(1:2)
                        TO WS-REF-REASON(WS-REF-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE AR-LEDGER-FILE

    MOVE 0 TO WS-REFER-COUNT
    MOVE 0 TO WS-REFER-TOTAL
    OPEN OUTPUT AGENCY-FILE
    OPEN INPUT CUS-FILE
    PERFORM VARYING REF-IDX FROM 1 BY 1 UNTIL REF-IDX > WS-REF-COUNT
        PERFORM 650-WRITE-REFERRAL-RTN
    END-PERFORM
    CLOSE CUS-FILE

    MOVE SPACES TO AG-REC
    MOVE "T" TO AG-REC-TYPE
    MOVE WS-AGENCY-CLIENT-NO TO AG-CLIENT-NO
    MOVE WS-REFER-COUNT TO AG-ACCOUNT-NO
    MOVE 0 TO AG-ZIP
    MOVE 0 TO AG-PHONE
    COMPUTE AG-BALANCE-CENTS = WS-REFER-TOTAL * 100
    MOVE WS-RUN-DATE TO AG-CHARGE-OFF-DATE
    MOVE 0 TO AG-LAST-PAY-DATE
    WRITE AG-REC
    CLOSE AGENCY-FILE
    MOVE WS-REFER-TOTAL TO WS-MONEY-DISP
    DISPLAY WS-REFER-COUNT " account(s), " WS-MONEY-DISP
        " written to COLLECT_REFERRAL.TXT for the agency.".

650-WRITE-REFERRAL-RTN.
    MOVE SPACES TO AG-REC
    MOVE "D" TO AG-REC-TYPE
    MOVE WS-AGENCY-CLIENT-NO TO AG-CLIENT-NO
    MOVE WS-REF-CUST(REF-IDX) TO AG-ACCOUNT-NO
    MOVE 0 TO AG-ZIP
    MOVE 0 TO AG-PHONE
    MOVE WS-REF-CUST(REF-IDX) TO CUST-ID-REC
    READ CUS-FILE
        INVALID KEY
            MOVE "NOT ON FILE" TO AG-LAST-NAME
        NOT INVALID KEY
            MOVE CUST-LNAME-REC TO AG-LAST-NAME
            MOVE CUST-FNAME-REC TO AG-FIRST-NAME
            MOVE CUST-INIT-REC TO AG-MIDDLE-INIT
            MOVE CUST-ADDRS-REC TO AG-STREET
            MOVE CUST-CITY-REC TO AG-CITY
            MOVE CUST-STATE-REC TO AG-STATE
            MOVE CUST-ZIP-REC TO AG-ZIP
            MOVE CUST-PHONE-REC TO AG-PHONE
            MOVE CUST-EMAIL-REC TO AG-EMAIL
    END-READ
    COMPUTE AG-BALANCE-CENTS = WS-REF-AMOUNT(REF-IDX) * 100
    MOVE WS-RUN-DATE TO AG-CHARGE-OFF-DATE
    MOVE WS-REF-REASON(REF-IDX) TO AG-REASON-CODE
    MOVE WS-REF-CUST(REF-IDX) TO WS-CUST-IN
    PERFORM 680-LAST-PAYMENT-RTN
    MOVE WS-LAST-PAY-DATE TO AG-LAST-PAY-DATE
    WRITE AG-REC
    ADD 1 TO WS-REFER-COUNT
    ADD WS-REF-AMOUNT(REF-IDX) TO WS-REFER-TOTAL
    DISPLAY AG-ACCOUNT-NO " " AG-LAST-NAME " " AG-REASON-CODE.

*>  The agency wants the date we last saw money from the customer -
*>  their latest receipt on the ledger, zero when there is none.
680-LAST-PAYMENT-RTN.
    MOVE 0 TO WS-LAST-PAY-DATE
    MOVE "N" TO WS-LED-EOF
    OPEN INPUT AR-LEDGER-FILE
    PERFORM UNTIL WS-LED-EOF = "Y"
        READ AR-LEDGER-FILE
            AT END
                MOVE "Y" TO WS-LED-EOF
            NOT AT END
                MOVE ARL-AR-DATE TO WS-ROW-DATE
                IF ARL-custID = WS-CUST-IN AND ARL-AR-RECEIPT AND
                        WS-ROW-DATE > WS-LAST-PAY-DATE
                    MOVE WS-ROW-DATE TO WS-LAST-PAY-DATE
                END-IF
        END-READ
    END-PERFORM
    CLOSE AR-LEDGER-FILE.

END PROGRAM BAD_DEBT_DESK.
