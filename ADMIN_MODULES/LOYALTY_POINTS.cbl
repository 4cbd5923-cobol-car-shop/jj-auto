*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Posts to and reads the customer loyalty points ledger,
*>          LOYALTY.DAT, for any caller at a point of sale. The
*>          program rule in force is the last CONTROL row on file
*>          (LOYALTY_DESK appends them); with none on file the
*>          shop default of 1 point per dollar, $0.05 a point and
*>          12 months applies. Every call first expires the
*>          customer's balance with an EXPIRE row when their last
*>          visit (latest EARN or REDEEM row) is older than the
*>          expiry months, so a lapsed balance can never be spent.
*>          LS-FUNCTION:
*>            B -> balance only
*>            E -> earn on LS-AMOUNT of customer-pay spend
*>                 (TICKET_CLOSE invoice, COUNTER_SALE receipt)
*>            R -> redeem up to LS-POINTS, never more than the
*>                 balance and never more than LS-AMOUNT of bill;
*>                 LS-VALUE comes back as the discount to take
*>            T -> take back the points earned on LS-AMOUNT of
*>                 refund (PARTS_RETURN), never more than is left
*>                 of what LS-DOC-REF earned and never more than
*>                 the balance
*>            X -> run the expiry check only (LOYALTY_DESK sweep)
*>          On return LS-POINTS is the points posted by this call,
*>          LS-VALUE their dollar value (for B, the value of the
*>          balance) and LS-BALANCE the customer's balance after.
*>          Walk-in customer zero never earns or redeems.
*>          Rows are stamped with SESSION-CURRENT-USER.
*> RETURN CODES: none - callers act on the points handed back.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. LOYALTY_POINTS.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL LOYALTY-FILE ASSIGN TO '../LOYALTY.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD LOYALTY-FILE.
    COPY LOYALTY_DEF REPLACING ==:TAG:== BY ==LY==.

WORKING-STORAGE SECTION.
COPY SESSION_DEF.
01 WS-EOF               PIC X.
01 WS-TODAY-DATE        PIC 9(8).
01 WS-CUTOFF-DATE       PIC 9(8).
01 WS-LAST-VISIT        PIC 9(8).
01 WS-BALANCE           PIC S9(8).
01 WS-DOC-EARNED        PIC S9(8).
01 WS-POST-POINTS       PIC 9(7).
01 WS-POST-VALUE        PIC 9(7)V99.
01 WS-MAX-POINTS        PIC 9(7).
01 WS-EARN-RATE         PIC 9(3)V99.
01 WS-POINT-VALUE       PIC 9V9999.
01 WS-EXPIRE-MONTHS     PIC 9(3).

LINKAGE SECTION.
01 LS-FUNCTION          PIC X.
01 LS-CUSTID            PIC 9(5).
01 LS-DOC-REF           PIC X(10).
01 LS-AMOUNT            PIC 9(7)V99.
01 LS-POINTS            PIC 9(7).
01 LS-VALUE             PIC 9(7)V99.
01 LS-BALANCE           PIC 9(7).

PROCEDURE DIVISION USING LS-FUNCTION, LS-CUSTID, LS-DOC-REF,
        LS-AMOUNT, LS-POINTS, LS-VALUE, LS-BALANCE.
MAIN-PROCEDURE.
   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
   MOVE 0 TO WS-POST-POINTS
   MOVE 0 TO WS-POST-VALUE
   IF LS-CUSTID = 0
      MOVE 0 TO LS-POINTS
      MOVE 0 TO LS-VALUE
      MOVE 0 TO LS-BALANCE
      GOBACK
   END-IF

   PERFORM 100-LOAD-CUSTOMER-RTN
   PERFORM 200-EXPIRE-CHECK-RTN

   EVALUATE LS-FUNCTION
      WHEN "E"
         COMPUTE WS-POST-POINTS = LS-AMOUNT * WS-EARN-RATE
         IF WS-POST-POINTS > 0
            MOVE LS-AMOUNT TO WS-POST-VALUE
            MOVE "E" TO LY-rowType
            PERFORM 300-WRITE-ROW-RTN
            ADD WS-POST-POINTS TO WS-BALANCE
         END-IF
      WHEN "R"
         MOVE LS-POINTS TO WS-POST-POINTS
         IF WS-POST-POINTS > WS-BALANCE
            MOVE WS-BALANCE TO WS-POST-POINTS
         END-IF
*> A point is never worth more than the bill it comes off.
         IF WS-POINT-VALUE > 0
            COMPUTE WS-MAX-POINTS = LS-AMOUNT / WS-POINT-VALUE
            IF WS-POST-POINTS > WS-MAX-POINTS
               MOVE WS-MAX-POINTS TO WS-POST-POINTS
            END-IF
         END-IF
         COMPUTE WS-POST-VALUE ROUNDED =
            WS-POST-POINTS * WS-POINT-VALUE
         IF WS-POST-POINTS > 0
            MOVE "R" TO LY-rowType
            PERFORM 300-WRITE-ROW-RTN
            SUBTRACT WS-POST-POINTS FROM WS-BALANCE
         END-IF
      WHEN "T"
         COMPUTE WS-POST-POINTS = LS-AMOUNT * WS-EARN-RATE
         IF WS-DOC-EARNED < 0
            MOVE 0 TO WS-DOC-EARNED
         END-IF
         IF WS-POST-POINTS > WS-DOC-EARNED
            MOVE WS-DOC-EARNED TO WS-POST-POINTS
         END-IF
         IF WS-POST-POINTS > WS-BALANCE
            MOVE WS-BALANCE TO WS-POST-POINTS
         END-IF
         IF WS-POST-POINTS > 0
            MOVE LS-AMOUNT TO WS-POST-VALUE
            MOVE "T" TO LY-rowType
            PERFORM 300-WRITE-ROW-RTN
            SUBTRACT WS-POST-POINTS FROM WS-BALANCE
         END-IF
      WHEN "B"
         COMPUTE WS-POST-VALUE ROUNDED = WS-BALANCE * WS-POINT-VALUE
      WHEN OTHER
         CONTINUE
   END-EVALUATE

   MOVE WS-POST-POINTS TO LS-POINTS
   MOVE WS-POST-VALUE TO LS-VALUE
   MOVE WS-BALANCE TO LS-BALANCE
   GOBACK.

*> One pass of the ledger: the rule in force, the customer's
*> balance and last visit, and what LS-DOC-REF has earned net of
*> take-backs already posted against it.
100-LOAD-CUSTOMER-RTN.
   MOVE 1 TO WS-EARN-RATE
   MOVE 0.05 TO WS-POINT-VALUE
   MOVE 12 TO WS-EXPIRE-MONTHS
   MOVE 0 TO WS-BALANCE
   MOVE 0 TO WS-DOC-EARNED
   MOVE 0 TO WS-LAST-VISIT
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
            IF LY-custID = LS-CUSTID AND NOT LY-LY-CONTROL
               EVALUATE TRUE
                  WHEN LY-LY-EARN
                     ADD LY-points TO WS-BALANCE
                     IF LY-docRef = LS-DOC-REF
                        ADD LY-points TO WS-DOC-EARNED
                     END-IF
                  WHEN LY-LY-TAKE-BACK
                     SUBTRACT LY-points FROM WS-BALANCE
                     IF LY-docRef = LS-DOC-REF
                        SUBTRACT LY-points FROM WS-DOC-EARNED
                     END-IF
                  WHEN OTHER
                     SUBTRACT LY-points FROM WS-BALANCE
               END-EVALUATE
               IF (LY-LY-EARN OR LY-LY-REDEEM)
                     AND LY-txnDate > WS-LAST-VISIT
                  MOVE LY-txnDate TO WS-LAST-VISIT
               END-IF
            END-IF
      END-READ
   END-PERFORM
   CLOSE LOYALTY-FILE
   IF WS-BALANCE < 0
      MOVE 0 TO WS-BALANCE
   END-IF
   EXIT PARAGRAPH.

*> No visit inside the expiry period writes the balance off.
200-EXPIRE-CHECK-RTN.
   IF WS-BALANCE = 0 OR WS-EXPIRE-MONTHS = 0 OR WS-LAST-VISIT = 0
      EXIT PARAGRAPH
   END-IF
   COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
      FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
      - WS-EXPIRE-MONTHS * 30)
   IF WS-LAST-VISIT >= WS-CUTOFF-DATE
      EXIT PARAGRAPH
   END-IF
   MOVE WS-BALANCE TO WS-POST-POINTS
   COMPUTE WS-POST-VALUE ROUNDED = WS-BALANCE * WS-POINT-VALUE
   MOVE "X" TO LY-rowType
   PERFORM 300-WRITE-ROW-RTN
   MOVE 0 TO WS-BALANCE
*> The sweep reports what it wrote off; a posting call starts
*> clean.
   IF LS-FUNCTION NOT = "X"
      MOVE 0 TO WS-POST-POINTS
      MOVE 0 TO WS-POST-VALUE
   END-IF
   EXIT PARAGRAPH.

300-WRITE-ROW-RTN.
   MOVE LS-CUSTID TO LY-custID
   MOVE WS-TODAY-DATE TO LY-txnDate
   MOVE WS-POST-POINTS TO LY-points
   MOVE LS-DOC-REF TO LY-docRef
   MOVE WS-POST-VALUE TO LY-amount
   MOVE SESSION-CURRENT-USER TO LY-postedBy
   MOVE 0 TO LY-earnRate
   MOVE 0 TO LY-pointValue
   MOVE 0 TO LY-expireMonths
   OPEN EXTEND LOYALTY-FILE
   WRITE LY-LOYALTY
   CLOSE LOYALTY-FILE
   EXIT PARAGRAPH.

END PROGRAM LOYALTY_POINTS.
