*>          unsigned balance and billing corrections land as C
*>          rows on ARLEDGER.DAT; this desk reports the credit
*>          balances (C less F per customer) so we see who we owe,
*>          and issues the refund: reason, a check drawn off our
*>          stock through ISSUE_CHECK (payee the customer, source
*>          REFD, so the number lands on the CHKREG.IDX register
*>          and the bank's positive-pay file), and an F row on the
*>          ledger carrying that check number. Amounts over the
*>          limit take the same manager credential gate the sale
*>          flow's 251-MANAGER-OVERRIDE-RTN keeps - the manager's own
*>          ACCOUNT.MST password, hashed the way JJSIGNIN hashes
*>          it, and a MANAG or ADMIN role. Launched from JJUI off
*>          a PERMISSIONS.DAT row.
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS CUST-ID-REC
        ALTERNATE RECORD KEY IS CUST-LNAME-REC WITH DUPLICATES
        ALTERNATE RECORD KEY IS CUST-PHONE-REC WITH DUPLICATES
        ALTERNATE RECORD KEY IS CUST-EMAIL-REC WITH DUPLICATES.
    SELECT OPTIONAL ACCOUNT-FILE
        ASSIGN TO '../MenuUI/ACCOUNT.MST'
        ORGANIZATION IS INDEXED
    05  CUST-AR-BALANCE-REC              PIC 9(7)V99.
    05  CUST-CREDIT-HOLD-REC             PIC X.
    05  CUST-NO-CONTACT-REC              PIC X.
    05  CUST-NO-CHECKS-REC               PIC X.
FD ACCOUNT-FILE.
    COPY ACCOUNT_DEF.
FD EXPORT-FILE.
01  WS-REFUND-AMOUNT        PIC 9(7)V99.
01  WS-REASON-IN            PIC X(20).
01  WS-CHECK-REF            PIC X(12).
01  WS-PAYEE                PIC X(30).
01  WS-SOURCE               PIC X(4).
01  WS-SOURCE-DOC           PIC X(12).
01  WS-ISSUED-CHECK         PIC 9(5).
01  WS-ISSUE-RESULT         PIC 99.
01  WS-OWED                 PIC S9(9)V99.
01  WS-C-TOTAL              PIC 9(9)V99.
01  WS-F-TOTAL              PIC 9(9)V99.
        ELSE
            DISPLAY "Reason: "
            ACCEPT WS-REASON-IN
            MOVE "Y" TO WS-OVERRIDE-OK
            MOVE SPACES TO WS-MGR-USERNAME
            IF WS-REFUND-AMOUNT > WS-REFUND-LIMIT
            IF WS-OVERRIDE-OK NOT = "Y"
                DISPLAY "Approval refused - no check issued."
            ELSE
                PERFORM 240-CUT-REFUND-CHECK-RTN
                IF WS-ISSUE-RESULT NOT = 00
                    DISPLAY "No check could be cut - refund not"
                        " recorded."
                ELSE
                    PERFORM 250-LEDGER-REFUND-RTN
                    MOVE WS-REFUND-AMOUNT TO WS-MONEY-DISP
                    DISPLAY "Refund recorded on check "
                        WS-ISSUED-CHECK " for " WS-MONEY-DISP
                END-IF
            END-IF
        END-IF
    END-IF.

*>  The refund check is made out to the customer on file and the
*>  ledger row keeps its number as the reference.
240-CUT-REFUND-CHECK-RTN.
    MOVE SPACES TO WS-PAYEE
    MOVE WS-CUST-IN TO CUST-ID-REC
    OPEN INPUT CUS-FILE
    READ CUS-FILE
        INVALID KEY
            STRING "CUSTOMER " WS-CUST-IN DELIMITED BY SIZE
                INTO WS-PAYEE
        NOT INVALID KEY
            STRING CUST-FNAME-REC DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   CUST-LNAME-REC DELIMITED BY SIZE
                INTO WS-PAYEE
    END-READ
    CLOSE CUS-FILE
    MOVE SPACES TO WS-SOURCE-DOC
    STRING "CUST " WS-CUST-IN DELIMITED BY SIZE INTO WS-SOURCE-DOC
    MOVE "REFD" TO WS-SOURCE
    CALL "ISSUE_CHECK" USING WS-PAYEE, WS-REFUND-AMOUNT, WS-SOURCE,
        WS-SOURCE-DOC, WS-ISSUED-CHECK, WS-ISSUE-RESULT
    MOVE WS-ISSUED-CHECK TO WS-CHECK-REF.

250-LEDGER-REFUND-RTN.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
    MOVE WS-CUST-IN TO ARL-custID
