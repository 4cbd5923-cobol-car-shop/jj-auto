*>          PRICEHIST.DAT, and releases CUST-CREDIT-HOLD-REC
*>          automatically once the balance is back under the
*>          release limit, instead of the hold waiting for someone
*>          to remember it in CUSUPD. When the bank sends a
*>          customer's check back, the returned check is posted
*>          against the original K receipt by its reference: an N
*>          row puts the amount back on the balance, an E row adds
*>          our returned-check fee, and the customer goes on
*>          credit hold and is flagged cash-or-card only
*>          (CUST-NO-CHECKS-REC) - COUNTER_SALE, TICKET_CLOSE, and
*>          SalesMain refuse their next check. The flag comes off
*>          here too, once the office is satisfied. NSF_REPORT
*>          lists the month's returned checks and what has been
*>          recovered. Launched from JJUI off a PERMISSIONS.DAT
*>          row.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS CUST-ID-REC
        ALTERNATE RECORD KEY IS CUST-LNAME-REC WITH DUPLICATES
        ALTERNATE RECORD KEY IS CUST-PHONE-REC WITH DUPLICATES
        ALTERNATE RECORD KEY IS CUST-EMAIL-REC WITH DUPLICATES.
    SELECT OPTIONAL AR-LEDGER-FILE ASSIGN TO '../ARLEDGER.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.

    05  CUST-AR-BALANCE-REC              PIC 9(7)V99.
    05  CUST-CREDIT-HOLD-REC             PIC X.
    05  CUST-NO-CONTACT-REC              PIC X.
    05  CUST-NO-CHECKS-REC               PIC X.
FD AR-LEDGER-FILE.
    COPY AR_LEDGER_DEF REPLACING ==:TAG:== BY ==ARL==.

01  WS-TODAY-DATE           PIC 9(8).
01  WS-CASH-AMOUNT          PIC S9(7)V99.
01  WS-CASH-DOC             PIC X(10).
01  WS-EOF                  PIC X.
01  WS-ORIG-FOUND           PIC X.
01  WS-ALREADY-RETURNED     PIC X.
01  WS-ORIG-AMOUNT          PIC 9(7)V99.
01  WS-ORIG-DATE            PIC 9(8).
01  WS-FEE-AMOUNT           PIC 9(3)V99.
01  WS-ANSWER               PIC X.
01  WS-ROW-TYPE             PIC X.
01  WS-ROW-AMOUNT           PIC 9(7)V99.
01  WS-ROW-REASON           PIC X(20).

*> What we charge when a customer's check comes back unpaid.
01  WS-NSF-FEE              PIC 9(3)V99     VALUE 35.00.

*> Once a payment brings the balance back under this figure the
*> credit hold comes off automatically - the mirror image of
    PERFORM UNTIL WS-MENU-DONE = "Y"
        DISPLAY "--- AR Receipts Desk ---"
        DISPLAY "1. Post Customer Payment"
        DISPLAY "2. Post Returned Check"
        DISPLAY "3. Lift Cash-or-Card-Only Flag"
        DISPLAY "4. Exit"
        ACCEPT MENU-OPTION
        EVALUATE MENU-OPTION
            WHEN 1
                PERFORM 200-POST-PAYMENT-RTN
            WHEN 2
                PERFORM 400-RETURNED-CHECK-RTN
            WHEN 3
                PERFORM 500-LIFT-NO-CHECKS-RTN
            WHEN 4
                MOVE "Y" TO WS-MENU-DONE
            WHEN OTHER
                DISPLAY "Invalid Option, Please enter 1-4."
        END-EVALUATE
    END-PERFORM
    STOP RUN.
    IF WS-METHOD-IN NOT = "K"
        MOVE "C" TO WS-METHOD-IN
    END-IF
    IF WS-METHOD-IN = "K" AND CUST-NO-CHECKS-REC = "Y"
        DISPLAY "This customer has had a check returned - cash or"
            " card only. Check refused."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Reference (check no. or receipt no.): "
    ACCEPT WS-REFERENCE-IN
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
            WS-CASH-AMOUNT
    END-IF.

*>  A bounced check is posted against the receipt it paid - the K
*>  row on ARLEDGER.DAT carrying the same reference - so the amount
*>  put back is what was actually taken off, and the same check
*>  cannot come back twice.
400-RETURNED-CHECK-RTN.
    DISPLAY "Enter Customer ID: "
    ACCEPT WS-RCPT-CUSTID
    DISPLAY "Reference of the returned check (as posted): "
    ACCEPT WS-REFERENCE-IN
    PERFORM 420-FIND-ORIGINAL-RTN
    EVALUATE TRUE
        WHEN WS-ORIG-FOUND NOT = "Y"
            DISPLAY "No check payment with that reference for that"
                " customer."
        WHEN WS-ALREADY-RETURNED = "Y"
            DISPLAY "That check has already been posted as returned."
        WHEN OTHER
            PERFORM 440-REVERSE-RECEIPT-RTN
    END-EVALUATE.

420-FIND-ORIGINAL-RTN.
    MOVE "N" TO WS-ORIG-FOUND
    MOVE "N" TO WS-ALREADY-RETURNED
    MOVE "N" TO WS-EOF
    OPEN INPUT AR-LEDGER-FILE
    PERFORM UNTIL WS-EOF = "Y"
        READ AR-LEDGER-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF ARL-custID = WS-RCPT-CUSTID AND
                        ARL-AR-REFERENCE = WS-REFERENCE-IN
                    IF ARL-AR-RECEIPT AND ARL-AR-BY-CHECK
                        MOVE "Y" TO WS-ORIG-FOUND
                        MOVE ARL-AR-AMOUNT TO WS-ORIG-AMOUNT
                        MOVE ARL-AR-DATE TO WS-ORIG-DATE
                    END-IF
                    IF ARL-AR-RETURNED-CHECK
                        MOVE "Y" TO WS-ALREADY-RETURNED
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE AR-LEDGER-FILE.

*>  The check amount and the fee go back on the balance, the hold
*>  goes on, and the customer's checks are refused from here on.
440-REVERSE-RECEIPT-RTN.
    MOVE "Y" TO WS-FOUND
    OPEN I-O CUS-FILE
    MOVE WS-RCPT-CUSTID TO CUST-ID-REC
    READ CUS-FILE
        INVALID KEY
            MOVE "N" TO WS-FOUND
    END-READ
    IF WS-FOUND NOT = "Y"
        DISPLAY "No customer found for that ID."
    ELSE
        MOVE WS-ORIG-AMOUNT TO WS-BALANCE-DISP
        DISPLAY CUST-FNAME-REC " " CUST-LNAME-REC
        DISPLAY "CHECK " WS-REFERENCE-IN " OF " WS-ORIG-DATE
            " FOR " WS-BALANCE-DISP
        MOVE WS-NSF-FEE TO WS-BALANCE-DISP
        DISPLAY "Charge the returned-check fee of " WS-BALANCE-DISP
            "? (Y/N): "
        ACCEPT WS-ANSWER
        IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
            MOVE WS-NSF-FEE TO WS-FEE-AMOUNT
        ELSE
            MOVE 0 TO WS-FEE-AMOUNT
        END-IF
        DISPLAY "Post the returned check? (Y/N): "
        ACCEPT WS-ANSWER
        IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
            DISPLAY "Nothing posted."
        ELSE
            ADD WS-ORIG-AMOUNT TO CUST-AR-BALANCE-REC
            ADD WS-FEE-AMOUNT TO CUST-AR-BALANCE-REC
            IF CUST-CREDIT-HOLD-REC NOT = "C"
                MOVE "Y" TO CUST-CREDIT-HOLD-REC
            END-IF
            MOVE "Y" TO CUST-NO-CHECKS-REC
            MOVE CUST-AR-BALANCE-REC TO WS-NEW-BALANCE
            REWRITE CUST-REC
                INVALID KEY
                    DISPLAY "Could not post the returned check."
                NOT INVALID KEY
                    PERFORM 460-LEDGER-RETURN-RTN
                    MOVE WS-NEW-BALANCE TO WS-BALANCE-DISP
                    DISPLAY "Returned check posted. New balance: "
                        WS-BALANCE-DISP
                    DISPLAY "Customer is on credit hold and is now"
                        " cash-or-card only."
            END-REWRITE
        END-IF
    END-IF
    CLOSE CUS-FILE.

460-LEDGER-RETURN-RTN.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
    OPEN EXTEND AR-LEDGER-FILE
    MOVE "N"                TO WS-ROW-TYPE
    MOVE WS-ORIG-AMOUNT     TO WS-ROW-AMOUNT
    MOVE "RETURNED CHECK"   TO WS-ROW-REASON
    PERFORM 470-WRITE-LEDGER-ROW-RTN
    IF WS-FEE-AMOUNT > 0
        MOVE "E"            TO WS-ROW-TYPE
        MOVE WS-FEE-AMOUNT  TO WS-ROW-AMOUNT
        MOVE "RETURNED CHECK FEE" TO WS-ROW-REASON
        PERFORM 470-WRITE-LEDGER-ROW-RTN
    END-IF
    CLOSE AR-LEDGER-FILE.

470-WRITE-LEDGER-ROW-RTN.
    MOVE WS-RCPT-CUSTID     TO ARL-custID
    MOVE WS-TODAY-DATE      TO ARL-AR-DATE
    MOVE WS-ROW-TYPE        TO ARL-AR-TYPE
    MOVE "K"                TO ARL-AR-METHOD
    MOVE WS-REFERENCE-IN    TO ARL-AR-REFERENCE
    MOVE WS-ROW-AMOUNT      TO ARL-AR-AMOUNT
    MOVE SESSION-CURRENT-USER TO ARL-AR-ENTERED-BY
    MOVE WS-ROW-REASON      TO ARL-AR-REASON
    MOVE SPACES             TO ARL-AR-APPROVED-BY
    WRITE ARL-AR-LEDGER.

*>  The office's call, once the customer has made good - the
*>  credit hold is left to come off the way it always does.
500-LIFT-NO-CHECKS-RTN.
    DISPLAY "Enter Customer ID: "
    ACCEPT WS-RCPT-CUSTID
    MOVE "Y" TO WS-FOUND
    OPEN I-O CUS-FILE
    MOVE WS-RCPT-CUSTID TO CUST-ID-REC
    READ CUS-FILE
        INVALID KEY
            MOVE "N" TO WS-FOUND
    END-READ
    IF WS-FOUND NOT = "Y"
        DISPLAY "No customer found for that ID."
    ELSE
    IF CUST-NO-CHECKS-REC NOT = "Y"
        DISPLAY "That customer's checks are already accepted."
    ELSE
        DISPLAY CUST-FNAME-REC " " CUST-LNAME-REC
            " - accept checks from this customer again? (Y/N): "
        ACCEPT WS-ANSWER
        IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
            MOVE "N" TO CUST-NO-CHECKS-REC
            REWRITE CUST-REC
                INVALID KEY
                    DISPLAY "Could not update the customer."
                NOT INVALID KEY
                    DISPLAY "Checks accepted again."
            END-REWRITE
        END-IF
    END-IF
    END-IF
    CLOSE CUS-FILE.

END PROGRAM AR_RECEIPTS.
