*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Customer loyalty points desk. Shows a customer's
*>          points balance, its dollar value, and their history on
*>          LOYALTY.DAT (earned on a ticket or counter receipt,
*>          redeemed as a discount, taken back on a parts return,
*>          expired); sets the program rule - points earned per
*>          dollar of customer-pay spend, the dollar value of a
*>          point, and the months without a visit before a
*>          balance expires - as a CONTROL row, the last of which
*>          LOYALTY_POINTS works to; and runs the expiry sweep
*>          across every customer on CUSTOMER.IDX so the month-end
*>          liability (LOYALTY_REPORT) carries no lapsed balances.
*>          Rows this desk writes are stamped with
*>          SESSION-CURRENT-USER. Launched from JJUI off a
*>          PERMISSIONS.DAT row.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. LOYALTY_DESK.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL CUS-FILE
        ASSIGN TO '../CUSTOMER_MGMT/CUSTOMER.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS CUST-ID-REC
        ALTERNATE RECORD KEY IS CUST-LNAME-REC WITH DUPLICATES
        ALTERNATE RECORD KEY IS CUST-PHONE-REC WITH DUPLICATES
        ALTERNATE RECORD KEY IS CUST-EMAIL-REC WITH DUPLICATES.
    SELECT OPTIONAL LOYALTY-FILE ASSIGN TO '../LOYALTY.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> Mirrors the CUST-REC layout CUSTOMER_MGMT's own programs carry
*> inline, same as AR_STATEMENTS.cbl.
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
FD LOYALTY-FILE.
    COPY LOYALTY_DEF REPLACING ==:TAG:== BY ==LY==.

WORKING-STORAGE SECTION.
COPY SESSION_DEF.
01  MENU-OPTION             PIC 9.
01  WS-MENU-DONE            PIC X VALUE "N".
01  WS-EOF                  PIC X.
01  WS-CUST-EOF             PIC X.
01  WS-CUST-IN              PIC 9(5).
01  WS-CUST-FOUND           PIC X.
01  WS-ANSWER               PIC X.
01  WS-ROWS-SHOWN           PIC 9(5).
01  WS-ROW-DESC             PIC X(10).
01  WS-POINTS-DISP          PIC Z,ZZZ,ZZ9.
01  WS-MONEY-DISP           PIC $,$$$,$$9.99.

*> The rule in force - the last CONTROL row, or the shop default.
01  WS-EARN-RATE            PIC 9(3)V99.
01  WS-POINT-VALUE          PIC 9V9999.
01  WS-EXPIRE-MONTHS        PIC 9(3).
01  WS-RATE-DISP            PIC ZZ9.99.
01  WS-VALUE-DISP           PIC 9.9999.
01  WS-EARN-RATE-IN         PIC 9(3)V99.
01  WS-POINT-VALUE-IN       PIC 9V9999.
01  WS-EXPIRE-MONTHS-IN     PIC 9(3).

*> The LOYALTY_POINTS call.
01  WS-LOY-FUNCTION         PIC X.
01  WS-LOY-DOC-REF          PIC X(10).
01  WS-LOY-AMOUNT           PIC 9(7)V99.
01  WS-LOY-POINTS           PIC 9(7).
01  WS-LOY-VALUE            PIC 9(7)V99.
01  WS-LOY-BALANCE          PIC 9(7).

01  WS-SWEPT-CUSTS          PIC 9(5).
01  WS-EXPIRED-CUSTS        PIC 9(5).
01  WS-EXPIRED-POINTS       PIC 9(9).
01  WS-EXPIRED-VALUE        PIC 9(7)V99.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM UNTIL WS-MENU-DONE = "Y"
        DISPLAY "--- Customer Loyalty Points ---"
        DISPLAY "1. Show Customer Points"
        DISPLAY "2. Set Program Rules"
        DISPLAY "3. Expire Inactive Points"
        DISPLAY "4. Exit"
        ACCEPT MENU-OPTION
        EVALUATE MENU-OPTION
            WHEN 1
                PERFORM 200-SHOW-CUSTOMER-RTN
            WHEN 2
                PERFORM 300-SET-RULES-RTN
            WHEN 3
                PERFORM 400-EXPIRE-SWEEP-RTN
            WHEN 4
                MOVE "Y" TO WS-MENU-DONE
            WHEN OTHER
                DISPLAY "Invalid Option, Please enter 1-4."
        END-EVALUATE
    END-PERFORM
    STOP RUN.

*> The rule LOYALTY_POINTS works to - the last CONTROL row on
*> file, or the shop default when none has been set.
100-LOAD-RULE-RTN.
    MOVE 1 TO WS-EARN-RATE
    MOVE 0.05 TO WS-POINT-VALUE
    MOVE 12 TO WS-EXPIRE-MONTHS
    MOVE "N" TO WS-EOF
    OPEN INPUT LOYALTY-FILE
    PERFORM UNTIL WS-EOF = "Y"
        READ LOYALTY-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF LY-LY-CONTROL
                    MOVE LY-earnRate TO WS-EARN-RATE
                    MOVE LY-pointValue TO WS-POINT-VALUE
                    MOVE LY-expireMonths TO WS-EXPIRE-MONTHS
                END-IF
        END-READ
    END-PERFORM
    CLOSE LOYALTY-FILE.

150-SHOW-RULE-RTN.
    MOVE WS-EARN-RATE TO WS-RATE-DISP
    MOVE WS-POINT-VALUE TO WS-VALUE-DISP
    DISPLAY "Points per dollar: " WS-RATE-DISP
        "   Value per point: $" WS-VALUE-DISP
        "   Expire after " WS-EXPIRE-MONTHS " month(s) without"
        " a visit".

*> The balance comes through LOYALTY_POINTS so a lapsed balance is
*> expired before it is shown; the history is the customer's rows
*> straight off the ledger.
200-SHOW-CUSTOMER-RTN.
    DISPLAY "Customer ID: "
    ACCEPT WS-CUST-IN
    MOVE "N" TO WS-CUST-FOUND
    OPEN INPUT CUS-FILE
    MOVE WS-CUST-IN TO CUST-ID-REC
    READ CUS-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE "Y" TO WS-CUST-FOUND
    END-READ
    CLOSE CUS-FILE
    IF WS-CUST-FOUND NOT = "Y" OR WS-CUST-IN = 0
        DISPLAY "No customer found for that ID."
        EXIT PARAGRAPH
    END-IF

    MOVE "B" TO WS-LOY-FUNCTION
    MOVE SPACES TO WS-LOY-DOC-REF
    MOVE 0 TO WS-LOY-AMOUNT
    MOVE 0 TO WS-LOY-POINTS
    CALL "LOYALTY_POINTS" USING WS-LOY-FUNCTION, WS-CUST-IN,
        WS-LOY-DOC-REF, WS-LOY-AMOUNT, WS-LOY-POINTS,
        WS-LOY-VALUE, WS-LOY-BALANCE
    DISPLAY CUST-FNAME-REC " " CUST-LNAME-REC
    MOVE WS-LOY-BALANCE TO WS-POINTS-DISP
    MOVE WS-LOY-VALUE TO WS-MONEY-DISP
    DISPLAY "Points balance: " WS-POINTS-DISP
        "   worth " WS-MONEY-DISP

    DISPLAY "DATE      TYPE        POINTS  DOCUMENT    AMOUNT"
    MOVE 0 TO WS-ROWS-SHOWN
    MOVE "N" TO WS-EOF
    OPEN INPUT LOYALTY-FILE
    PERFORM UNTIL WS-EOF = "Y"
        READ LOYALTY-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF LY-custID = WS-CUST-IN AND NOT LY-LY-CONTROL
                    EVALUATE TRUE
                        WHEN LY-LY-EARN
                            MOVE "EARNED" TO WS-ROW-DESC
                        WHEN LY-LY-REDEEM
                            MOVE "REDEEMED" TO WS-ROW-DESC
                        WHEN LY-LY-TAKE-BACK
                            MOVE "TAKEN BACK" TO WS-ROW-DESC
                        WHEN LY-LY-EXPIRE
                            MOVE "EXPIRED" TO WS-ROW-DESC
                        WHEN OTHER
                            MOVE LY-rowType TO WS-ROW-DESC
                    END-EVALUATE
                    MOVE LY-points TO WS-POINTS-DISP
                    MOVE LY-amount TO WS-MONEY-DISP
                    DISPLAY LY-txnDate "  " WS-ROW-DESC
                        WS-POINTS-DISP "  " LY-docRef
                        WS-MONEY-DISP
                    ADD 1 TO WS-ROWS-SHOWN
                END-IF
        END-READ
    END-PERFORM
    CLOSE LOYALTY-FILE
    IF WS-ROWS-SHOWN = 0
        DISPLAY "No loyalty activity on file."
    END-IF.

*> A new rule is a new CONTROL row - the old ones stay on the
*> ledger as the history of what the program paid.
300-SET-RULES-RTN.
    PERFORM 100-LOAD-RULE-RTN
    DISPLAY "Rule in force:"
    PERFORM 150-SHOW-RULE-RTN
    DISPLAY "Points earned per dollar spent (e.g. 001.00): "
    ACCEPT WS-EARN-RATE-IN
    DISPLAY "Dollar value of one point (e.g. 0.0500): "
    ACCEPT WS-POINT-VALUE-IN
    DISPLAY "Months without a visit before points expire"
        " (0 = never): "
    ACCEPT WS-EXPIRE-MONTHS-IN
    IF WS-EARN-RATE-IN = 0 AND WS-POINT-VALUE-IN = 0
        DISPLAY "No rule keyed - the rule in force stands."
        EXIT PARAGRAPH
    END-IF
    MOVE WS-EARN-RATE-IN TO WS-EARN-RATE
    MOVE WS-POINT-VALUE-IN TO WS-POINT-VALUE
    MOVE WS-EXPIRE-MONTHS-IN TO WS-EXPIRE-MONTHS
    PERFORM 150-SHOW-RULE-RTN
    DISPLAY "Save this rule? (Y/N): "
    ACCEPT WS-ANSWER
    MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-ANSWER
    IF WS-ANSWER NOT = "Y"
        DISPLAY "Rule not saved."
        EXIT PARAGRAPH
    END-IF
    INITIALIZE LY-LOYALTY
    MOVE "C" TO LY-rowType
    MOVE 0 TO LY-custID
    MOVE FUNCTION CURRENT-DATE(1:8) TO LY-txnDate
    MOVE SPACES TO LY-docRef
    MOVE SESSION-CURRENT-USER TO LY-postedBy
    MOVE WS-EARN-RATE TO LY-earnRate
    MOVE WS-POINT-VALUE TO LY-pointValue
    MOVE WS-EXPIRE-MONTHS TO LY-expireMonths
    OPEN EXTEND LOYALTY-FILE
    WRITE LY-LOYALTY
    CLOSE LOYALTY-FILE
    DISPLAY "Rule saved - it applies from the next posting.".

*> Every customer on file gets the expiry check LOYALTY_POINTS
*> runs at each posting, so a balance nobody has come back to
*> spend still lapses on time.
400-EXPIRE-SWEEP-RTN.
    MOVE 0 TO WS-SWEPT-CUSTS
    MOVE 0 TO WS-EXPIRED-CUSTS
    MOVE 0 TO WS-EXPIRED-POINTS
    MOVE 0 TO WS-EXPIRED-VALUE
    MOVE "N" TO WS-CUST-EOF
    OPEN INPUT CUS-FILE
    MOVE 0 TO CUST-ID-REC
    START CUS-FILE KEY IS NOT LESS THAN CUST-ID-REC
        INVALID KEY
            MOVE "Y" TO WS-CUST-EOF
    END-START
    PERFORM UNTIL WS-CUST-EOF = "Y"
        READ CUS-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-CUST-EOF
            NOT AT END
                ADD 1 TO WS-SWEPT-CUSTS
                MOVE "X" TO WS-LOY-FUNCTION
                MOVE SPACES TO WS-LOY-DOC-REF
                MOVE 0 TO WS-LOY-AMOUNT
                MOVE 0 TO WS-LOY-POINTS
                CALL "LOYALTY_POINTS" USING WS-LOY-FUNCTION,
                    CUST-ID-REC, WS-LOY-DOC-REF, WS-LOY-AMOUNT,
                    WS-LOY-POINTS, WS-LOY-VALUE, WS-LOY-BALANCE
                IF WS-LOY-POINTS > 0
                    ADD 1 TO WS-EXPIRED-CUSTS
                    ADD WS-LOY-POINTS TO WS-EXPIRED-POINTS
                    ADD WS-LOY-VALUE TO WS-EXPIRED-VALUE
                    MOVE WS-LOY-POINTS TO WS-POINTS-DISP
                    DISPLAY "Customer " CUST-ID-REC " "
                        CUST-LNAME-REC " expired " WS-POINTS-DISP
                END-IF
        END-READ
    END-PERFORM
    CLOSE CUS-FILE
    MOVE WS-EXPIRED-VALUE TO WS-MONEY-DISP
    DISPLAY WS-SWEPT-CUSTS " customer(s) checked, "
        WS-EXPIRED-CUSTS " expired - " WS-EXPIRED-POINTS
        " point(s) worth " WS-MONEY-DISP.

END PROGRAM LOYALTY_DESK.
