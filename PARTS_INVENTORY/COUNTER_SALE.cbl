      *   09/01/2026 BS - Cash takes journal to CASHEVENT.DAT through
      *                   LOG_CASH_EVENT so CASH_DRAWER's closing
      *                   count reconciles the day.
      *   10/15/2026 BS - A known customer may pay by check (K) -
      *                   refused when AR_RECEIPTS has flagged them
      *                   cash-or-card only after a returned check.
      *   10/15/2026 BS - No on-account charge for a customer whose
      *                   balance BAD_DEBT_DESK has written off and
      *                   sent to collections (credit hold C).
      *   10/15/2026 BS - A known customer may redeem loyalty points
      *                   as a discount off the total, and earns
      *                   points on the parts bought, through
      *                   LOYALTY_POINTS - both shown on the receipt.
      *   10/15/2026 BS - No sales tax for a known customer whose
      *                   exemption certificate is current
      *                   (CHECK_TAX_EXEMPT); the certificate prints
      *                   on the receipt and the sale is logged to
      *                   EXEMPTSALE.DAT through LOG_EXEMPT_SALE.
      *   10/15/2026 BS - Available stock, line totals and the receipt
      *                   lines widened with the part master - a
      *                   9(5)V99 price and five-digit on-hand.
      *   10/15/2026 BS - A line the counter cannot fill - not enough
      *                   on the shelf, a part we do not carry (part
      *                   99999 and a description), or a customer who
      *                   walked on the price - can be logged to
      *                   LOSTSALE.DAT through LOG_LOST_SALE for
      *                   LOST_SALES_REPORT.
      *   10/15/2026 BS - A serial-tracked part's serials are keyed
      *                   as the line is rung (SERIAL_CAPTURE) so the
      *                   warranty lookup finds the unit by serial.
      *   10/15/2026 BS - A line may be rung by barcode or by the
      *                   supplier's own part number as well as by Part
      *                   ID - FIND_PART turns it into the Part ID.
      *   10/15/2026 BS - A line's quantity takes up to five digits -
      *                   the case of 144 plugs rings as one line.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CUST-ID-REC
               ALTERNATE RECORD KEY IS CUST-LNAME-REC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CUST-PHONE-REC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CUST-EMAIL-REC WITH DUPLICATES.
               SELECT OPTIONAL AR-LEDGER-FILE
               ASSIGN TO "..\ARLEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           05  CUST-AR-BALANCE-REC              PIC 9(7)V99.
           05  CUST-CREDIT-HOLD-REC             PIC X.
           05  CUST-NO-CONTACT-REC              PIC X.
           05  CUST-NO-CHECKS-REC               PIC X.
       FD AR-LEDGER-FILE.
           COPY AR_LEDGER_DEF REPLACING ==:TAG:== BY ==ARL==.
      *-----------------------
       01  WS-NEXT-CS-ID       PIC 9(5).
       01  WS-CUST-IN          PIC 9(5).
       01  WS-CUST-OK          PIC X.
       01  WS-CUST-NO-CHECKS   PIC X.
       01  WS-CUST-COLLECTIONS PIC X.
       01  WS-PART-IN          PIC 9(5).
       01  WS-PART-CODE-IN     PIC X(20).
       01  WS-PART-RESOLVED    PIC X.
       01  WS-LINES-DONE       PIC X.
       COPY PART_FIND_DEF REPLACING ==:TAG:== BY ==WS==.
       01  WS-QTY-IN           PIC 9(5).
      *    A sale the counter could not make - see LOG_LOST_SALE.
       01  WS-LOST-ANSWER      PIC X.
       01  WS-LOST-PART-ID     PIC 9(5).
       01  WS-LOST-DESC        PIC X(30).
       01  WS-LOST-QTY         PIC 9(5).
       01  WS-LOST-REASON      PIC X.
       01  WS-AVAILABLE        PIC S9(5).
       01  WS-PAY-IN           PIC X.
       01  WS-LINE-TOTAL       PIC 9(7)V99.
       01  WS-SALE-SUBTOTAL    PIC 9(7)V99.
       01  WS-SALE-TAX         PIC 9(5)V99.
       01  WS-SALE-TOTAL       PIC 9(7)V99.
       01  WS-TOTAL-DISP       PIC $,$$$,$$9.99.
       01  WS-TODAY-DATE       PIC 9(8).
       01  WS-QTY-DELTA        PIC S9(5).
       01  WS-MOVE-DOC         PIC X(10).
       01  WS-CASH-AMOUNT      PIC S9(7)V99.
       01  WS-CORE-AMOUNT      PIC 9(7)V99.
       01  WS-SALE-CORE-TOTAL  PIC 9(7)V99.
       01  WS-RECEIPT-ID       PIC 9(5).
       01  WS-ID-SERIES        PIC X(10).
       01  WS-RCPT-TABLE.
           05  WS-RT-ENTRY OCCURS 20 TIMES.
               10  WS-RT-NAME      PIC X(15).
               10  WS-RT-QTY       PIC 9(5).
               10  WS-RT-PRICE     PIC 9(5)V99.
               10  WS-RT-TOTAL     PIC 9(7)V99.
       01  WS-RT-USED          PIC 99.
       01  WS-RT-IDX           PIC 99.
      *    Loyalty points redeemed and earned on the visit - see
      *    LOYALTY_POINTS.
       01  WS-LOY-FUNCTION     PIC X.
       01  WS-LOY-DOC-REF      PIC X(10).
       01  WS-LOY-AMOUNT       PIC 9(7)V99.
       01  WS-LOY-POINTS       PIC 9(7).
       01  WS-LOY-VALUE        PIC 9(7)V99.
       01  WS-LOY-BALANCE      PIC 9(7).
       01  WS-LOY-REDEEMED     PIC 9(7).
       01  WS-LOY-EARNED       PIC 9(7).
       01  WS-LOY-DISCOUNT     PIC 9(7)V99.
       01  WS-LOY-DISP         PIC Z,ZZZ,ZZ9.
       COPY SESSION_DEF.
       COPY SERIAL_REQ_DEF REPLACING ==:TAG:== BY ==WSR==.
      *    Same rate the sale flow and service invoicing charge.
       01  WS-SALES-TAX-RATE   PIC 9V9999 VALUE 0.0625.
      *    The rate this visit is taxed at - zero while the
      *    customer's exemption certificate is current.
       01  WS-CUST-TAX-RATE    PIC 9V9999.
       01  WS-TAX-EXEMPT       PIC X.
       01  WS-EXEMPT-RESULT    PIC 99.
       01  WS-EXEMPT-EXP-DISP  PIC 9999/99/99.
       COPY TAX_EXEMPT_DEF REPLACING ==:TAG:== BY ==WTX==.
       COPY EXEMPT_SALE_DEF REPLACING ==:TAG:== BY ==WXS==.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               MOVE 0 TO WS-SALE-CORE-TOTAL
               MOVE 0 TO WS-SO-DEPOSIT-TOTAL
               MOVE 0 TO WS-RT-USED
               MOVE 0 TO WS-LOY-REDEEMED
               MOVE 0 TO WS-LOY-EARNED
               MOVE 0 TO WS-LOY-DISCOUNT
               MOVE 0 TO WS-LOY-BALANCE
      *        One receipt number covers every line of the visit -
      *        the number the customer's printed receipt carries
      *        and PARTS_RETURN pulls the purchase back up by.
      *        with the right pay type on it. Card is the tender
      *        half our counter customers actually use.
               MOVE 'C' TO WS-PAY-IN
      *        A check is only taken from a customer on file, and
      *        not from one whose check has already come back.
               IF WS-CUST-IN > 0
                   DISPLAY "Cash(C), Card(D), Check(K), or On"
                       " Account(A)?: "
                   ACCEPT WS-PAY-IN
                   MOVE FUNCTION UPPER-CASE(WS-PAY-IN) TO WS-PAY-IN
                   IF WS-PAY-IN = 'K' AND WS-CUST-NO-CHECKS = 'Y'
                       DISPLAY "Customer has had a check returned -"
                           " cash or card only."
                       DISPLAY "Cash(C), Card(D), or On Account(A)?: "
                       ACCEPT WS-PAY-IN
                       MOVE FUNCTION UPPER-CASE(WS-PAY-IN) TO WS-PAY-IN
                   END-IF
                   IF WS-PAY-IN NOT = 'A' AND WS-PAY-IN NOT = 'D'
                           AND WS-PAY-IN NOT = 'K'
                       MOVE 'C' TO WS-PAY-IN
                   END-IF
                   IF WS-PAY-IN = 'K' AND WS-CUST-NO-CHECKS = 'Y'
                       MOVE 'C' TO WS-PAY-IN
                   END-IF
      *            An account sent to collections takes no new
      *            charges - the visit is paid for at the counter.
                   IF WS-PAY-IN = 'A' AND WS-CUST-COLLECTIONS = 'Y'
                       DISPLAY "Account is with collections - no"
                           " charging. Cash(C) or Card(D)?: "
                       ACCEPT WS-PAY-IN
                       MOVE FUNCTION UPPER-CASE(WS-PAY-IN) TO WS-PAY-IN
                       IF WS-PAY-IN NOT = 'D'
                           MOVE 'C' TO WS-PAY-IN
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "Cash(C) or Card(D)?: "
                   ACCEPT WS-PAY-IN
                       MOVE 'C' TO WS-PAY-IN
                   END-IF
               END-IF
               MOVE 'N' TO WS-LINES-DONE
               PERFORM 0290-ASK-PART
               PERFORM UNTIL WS-LINES-DONE = 'Y'
                   IF WS-PART-RESOLVED = 'Y'
                       PERFORM 0300-RING-ONE-LINE
                   END-IF
                   PERFORM 0290-ASK-PART
               END-PERFORM

               IF WS-SALE-SUBTOTAL > 0
                   MOVE 'N' TO WS-TAX-EXEMPT
                   MOVE WS-SALES-TAX-RATE TO WS-CUST-TAX-RATE
                   IF WS-CUST-IN > 0
                       PERFORM 0800-CHECK-TAX-EXEMPT
                   END-IF
                   COMPUTE WS-SALE-TAX ROUNDED =
                       WS-SALE-SUBTOTAL * WS-CUST-TAX-RATE
      *            Core charges are a refundable deposit, not
      *            merchandise - they ride on top of the taxed
      *            total and come back when the old unit does.
                               FROM WS-SALE-TOTAL
                       END-IF
                   END-IF
                   IF WS-CUST-IN > 0 AND WS-SALE-TOTAL > 0
                       PERFORM 0700-OFFER-LOYALTY
                   END-IF
                   MOVE WS-SALE-TOTAL TO WS-TOTAL-DISP
                   DISPLAY "TOTAL WITH TAX: " WS-TOTAL-DISP
                   PERFORM 0500-TAKE-PAYMENT
                   IF WS-CUST-IN > 0
                       PERFORM 0750-EARN-LOYALTY
                   END-IF
                   PERFORM 0600-WRITE-RECEIPT
                   IF WS-TAX-EXEMPT = 'Y'
                       PERFORM 0850-LOG-EXEMPT-SALE
                   END-IF
               END-IF
           END-IF.

       0250-VERIFY-CUSTOMER.
           MOVE 'Y' TO WS-CUST-OK
           MOVE 'N' TO WS-CUST-NO-CHECKS
           MOVE 'N' TO WS-CUST-COLLECTIONS
           MOVE WS-CUST-IN TO CUST-ID-REC
           OPEN INPUT CUS-FILE
           READ CUS-FILE
                   IF CUST-DST-REC = 'Y'
                       MOVE 'N' TO WS-CUST-OK
                   END-IF
                   MOVE CUST-NO-CHECKS-REC TO WS-CUST-NO-CHECKS
                   IF CUST-CREDIT-HOLD-REC = 'C'
                       MOVE 'Y' TO WS-CUST-COLLECTIONS
                   END-IF
           END-READ
           CLOSE CUS-FILE.

           CLOSE COUNTER-SALE-FILE
           ADD 1 TO WS-NEXT-CS-ID.

      ****************************************************************
      * The next line's part - Part ID, barcode off the box, or the *
      * supplier's number off the old part, all through FIND_PART.  *
      * Blank or 0 ends the lines; 99999 still means not on file.   *
      ****************************************************************
       0290-ASK-PART.
           MOVE 'N' TO WS-PART-RESOLVED
           DISPLAY "Part ID, barcode or supplier no (0 when done,"
               " 99999 = not on file): "
           MOVE SPACES TO WS-PART-CODE-IN
           ACCEPT WS-PART-CODE-IN
           MOVE WS-PART-CODE-IN TO WS-PF-CODE
           MOVE 0 TO WS-PF-SUPPLIER-ID
           CALL "FIND_PART" USING WS-PART-FIND
           EVALUATE TRUE
               WHEN WS-PART-CODE-IN = SPACES
                   MOVE 'Y' TO WS-LINES-DONE
               WHEN WS-PF-FOUND AND WS-PF-PART-ID = 0
                   MOVE 'Y' TO WS-LINES-DONE
               WHEN WS-PF-FOUND
                   MOVE WS-PF-PART-ID TO WS-PART-IN
                   MOVE 'Y' TO WS-PART-RESOLVED
               WHEN WS-PF-AMBIGUOUS
                   DISPLAY "Key the Part ID for that one."
               WHEN OTHER
                   DISPLAY "No part, barcode or supplier number"
                       " matches that."
           END-EVALUATE.

       0300-RING-ONE-LINE.
           IF WS-PART-IN = 99999
               PERFORM 0920-LOG-UNLISTED-PART
               EXIT PARAGRAPH
           END-IF
           INITIALIZE WS-PART
           MOVE WS-PART-IN TO WS-PART-ID
           CALL "READ_PART" USING WS-PART, WS-RESULT-CODE
               DISPLAY "Quantity: "
               ACCEPT WS-QTY-IN
               IF WS-QTY-IN = 0
                   PERFORM 0910-OFFER-LOST-SALE
               ELSE
                   IF WS-QTY-IN > WS-AVAILABLE
                       DISPLAY "Not enough available - line skipped."
                       PERFORM 0900-LOG-OUT-OF-STOCK
                   ELSE
                       PERFORM 0400-POST-ONE-LINE
                   END-IF
               OPEN EXTEND COUNTER-SALE-FILE
               WRITE CS-COUNTER-SALE
               CLOSE COUNTER-SALE-FILE
               INITIALIZE WSR-SERIAL-REQ
               MOVE "S" TO WSR-SR-FUNCTION
               MOVE WS-PART-ID TO WSR-SR-PART-ID
               MOVE WS-QTY-IN TO WSR-SR-QTY
               MOVE "C" TO WSR-SR-SALE-SOURCE
               MOVE WS-NEXT-CS-ID TO WSR-SR-SALE-LINE
               MOVE WS-RECEIPT-ID TO WSR-SR-SALE-DOC
               MOVE WS-CUST-IN TO WSR-SR-CUST-ID
               MOVE WS-PART-PRICE TO WSR-SR-SALE-PRICE
               CALL "SERIAL_CAPTURE" USING WSR-SERIAL-REQ
      *        A core-bearing part collects its refundable core
      *        charge on top of the line, ledgered so the refund
      *        desk and the supplier credit can be chased.
               END-READ
               CLOSE CUS-FILE
           ELSE
           IF WS-PAY-IN = 'K'
      *        A check goes to the bank bag, not the drawer - it
      *        stays off the cash ledger the way AR_RECEIPTS keeps
      *        a check payment off it.
               DISPLAY "Check taken - thank you."
           ELSE
      *        The drawer's ledger gets the take so the closing
      *        count in CASH_DRAWER can reconcile the day.
               MOVE WS-SALE-TOTAL TO WS-CASH-AMOUNT
                   WS-CASH-AMOUNT
               DISPLAY "Cash taken - thank you."
           END-IF
           END-IF
           END-IF.

      ****************************************************************
                  "  CORES " WS-SALE-CORE-TOTAL
               DELIMITED BY SIZE INTO RECEIPT-PRINT-REC
           WRITE RECEIPT-PRINT-REC
           IF WS-TAX-EXEMPT = 'Y'
               MOVE WTX-expireDate TO WS-EXEMPT-EXP-DISP
               MOVE SPACES TO RECEIPT-PRINT-REC
               STRING "TAX EXEMPT CERT " WTX-certNumber
                      " EXP " WS-EXEMPT-EXP-DISP
                   DELIMITED BY SIZE INTO RECEIPT-PRINT-REC
               WRITE RECEIPT-PRINT-REC
           END-IF
           MOVE WS-SALE-TOTAL TO WS-TOTAL-DISP
           MOVE SPACES TO RECEIPT-PRINT-REC
           STRING "TOTAL " WS-TOTAL-DISP "  PAID " WS-PAY-IN
               DELIMITED BY SIZE INTO RECEIPT-PRINT-REC
           WRITE RECEIPT-PRINT-REC
           IF WS-LOY-REDEEMED > 0
               MOVE WS-LOY-REDEEMED TO WS-LOY-DISP
               MOVE WS-LOY-DISCOUNT TO WS-TOTAL-DISP
               MOVE SPACES TO RECEIPT-PRINT-REC
               STRING "LOYALTY POINTS REDEEMED " WS-LOY-DISP
                      "  DISCOUNT -" WS-TOTAL-DISP
                   DELIMITED BY SIZE INTO RECEIPT-PRINT-REC
               WRITE RECEIPT-PRINT-REC
           END-IF
           IF WS-LOY-EARNED > 0 OR WS-LOY-BALANCE > 0
               MOVE WS-LOY-EARNED TO WS-LOY-DISP
               MOVE SPACES TO RECEIPT-PRINT-REC
               STRING "LOYALTY POINTS EARNED   " WS-LOY-DISP
                   DELIMITED BY SIZE INTO RECEIPT-PRINT-REC
               WRITE RECEIPT-PRINT-REC
               MOVE WS-LOY-BALANCE TO WS-LOY-DISP
               MOVE SPACES TO RECEIPT-PRINT-REC
               STRING "LOYALTY POINTS BALANCE  " WS-LOY-DISP
                   DELIMITED BY SIZE INTO RECEIPT-PRINT-REC
               WRITE RECEIPT-PRINT-REC
           END-IF
           CLOSE RECEIPT-PRINT-FILE
           DISPLAY "Receipt " WS-RECEIPT-ID " printed to"
               " CS_RECEIPT.RPT".

      ****************************************************************
      * A known customer's points balance is offered against the    *
      * total - LOYALTY_POINTS holds the redemption to the balance  *
      * and to what the total will bear, and the discount comes off *
      * the way a special-order deposit does.                       *
      ****************************************************************
       0700-OFFER-LOYALTY.
           MOVE SPACES TO WS-LOY-DOC-REF
           STRING "RC " WS-RECEIPT-ID
               DELIMITED BY SIZE INTO WS-LOY-DOC-REF
           MOVE "B" TO WS-LOY-FUNCTION
           MOVE 0 TO WS-LOY-AMOUNT
           MOVE 0 TO WS-LOY-POINTS
           CALL "LOYALTY_POINTS" USING WS-LOY-FUNCTION, WS-CUST-IN,
               WS-LOY-DOC-REF, WS-LOY-AMOUNT, WS-LOY-POINTS,
               WS-LOY-VALUE, WS-LOY-BALANCE
           IF WS-LOY-BALANCE = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOY-BALANCE TO WS-LOY-DISP
           MOVE WS-LOY-VALUE TO WS-TOTAL-DISP
           DISPLAY "Loyalty points balance: " WS-LOY-DISP
               " (worth " WS-TOTAL-DISP ")"
           DISPLAY "Points to redeem (0 for none): "
           ACCEPT WS-LOY-POINTS
           IF WS-LOY-POINTS = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "R" TO WS-LOY-FUNCTION
           MOVE WS-SALE-TOTAL TO WS-LOY-AMOUNT
           CALL "LOYALTY_POINTS" USING WS-LOY-FUNCTION, WS-CUST-IN,
               WS-LOY-DOC-REF, WS-LOY-AMOUNT, WS-LOY-POINTS,
               WS-LOY-VALUE, WS-LOY-BALANCE
           MOVE WS-LOY-POINTS TO WS-LOY-REDEEMED
           MOVE WS-LOY-VALUE TO WS-LOY-DISCOUNT
           IF WS-LOY-DISCOUNT > WS-SALE-TOTAL
               MOVE WS-SALE-TOTAL TO WS-LOY-DISCOUNT
           END-IF
           SUBTRACT WS-LOY-DISCOUNT FROM WS-SALE-TOTAL
           MOVE WS-LOY-DISCOUNT TO WS-TOTAL-DISP
           DISPLAY "LOYALTY DISCOUNT: " WS-TOTAL-DISP.

      ****************************************************************
      * The parts the customer paid for earn points on the receipt, *
      * less whatever the points themselves took off.               *
      ****************************************************************
       0750-EARN-LOYALTY.
           IF WS-SALE-SUBTOTAL > WS-LOY-DISCOUNT
               COMPUTE WS-LOY-AMOUNT =
                   WS-SALE-SUBTOTAL - WS-LOY-DISCOUNT
           ELSE
               MOVE 0 TO WS-LOY-AMOUNT
           END-IF
           MOVE SPACES TO WS-LOY-DOC-REF
           STRING "RC " WS-RECEIPT-ID
               DELIMITED BY SIZE INTO WS-LOY-DOC-REF
           MOVE "E" TO WS-LOY-FUNCTION
           MOVE 0 TO WS-LOY-POINTS
           CALL "LOYALTY_POINTS" USING WS-LOY-FUNCTION, WS-CUST-IN,
               WS-LOY-DOC-REF, WS-LOY-AMOUNT, WS-LOY-POINTS,
               WS-LOY-VALUE, WS-LOY-BALANCE
           MOVE WS-LOY-POINTS TO WS-LOY-EARNED
           IF WS-LOY-EARNED > 0
               MOVE WS-LOY-EARNED TO WS-LOY-DISP
               DISPLAY "Loyalty points earned: " WS-LOY-DISP
           END-IF.

      ****************************************************************
      * A known customer with a current exemption certificate on    *
      * TAXEXEMPT.IDX is rung up without tax. A lapsed certificate  *
      * is taxed, and the counter is told so the customer can bring *
      * in the renewal.                                             *
      ****************************************************************
       0800-CHECK-TAX-EXEMPT.
           CALL "CHECK_TAX_EXEMPT" USING WS-CUST-IN, WS-TODAY-DATE,
               WTX-TAX-EXEMPT, WS-EXEMPT-RESULT
           EVALUATE WS-EXEMPT-RESULT
               WHEN 00
                   MOVE 'Y' TO WS-TAX-EXEMPT
                   MOVE 0 TO WS-CUST-TAX-RATE
                   DISPLAY "TAX EXEMPT - CERTIFICATE " WTX-certNumber
                       " EXPIRES " WTX-expireDate
               WHEN 24
                   DISPLAY "Tax exempt certificate " WTX-certNumber
                       " expired " WTX-expireDate " - tax charged."
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ****************************************************************
      * The exempt receipt goes on the auditor's log with the tax   *
      * the counter rate would have charged on the parts.           *
      ****************************************************************
       0850-LOG-EXEMPT-SALE.
           INITIALIZE WXS-EXEMPT-SALE
           MOVE 'C' TO WXS-source
           STRING "RC " WS-RECEIPT-ID
               DELIMITED BY SIZE INTO WXS-docRef
           MOVE WS-CUST-IN TO WXS-custID
           MOVE WTX-exemptType TO WXS-exemptType
           MOVE WTX-certNumber TO WXS-certNumber
           MOVE WTX-expireDate TO WXS-certExpire
           MOVE WS-SALE-SUBTOTAL TO WXS-exemptBase
           COMPUTE WXS-taxWaived ROUNDED =
               WS-SALE-SUBTOTAL * WS-SALES-TAX-RATE
           CALL "LOG_EXEMPT_SALE" USING WXS-EXEMPT-SALE.

      ****************************************************************
      * Lost sales - the demand the counter turned away, logged so  *
      * LOST_SALES_REPORT can put it in front of the stocking       *
      * levels.                                                     *
      ****************************************************************
       0900-LOG-OUT-OF-STOCK.
           DISPLAY "Log it as a lost sale? (Y/N): "
           ACCEPT WS-LOST-ANSWER
           MOVE FUNCTION UPPER-CASE(WS-LOST-ANSWER) TO WS-LOST-ANSWER
           IF WS-LOST-ANSWER = 'Y'
               MOVE WS-PART-ID TO WS-LOST-PART-ID
               MOVE WS-PART-NAME TO WS-LOST-DESC
               MOVE WS-QTY-IN TO WS-LOST-QTY
               MOVE "O" TO WS-LOST-REASON
               PERFORM 0950-WRITE-LOST-SALE
           END-IF.

      *    A zero quantity is the customer deciding against the
      *    line - on the price, or because what they need is not
      *    here.
       0910-OFFER-LOST-SALE.
           DISPLAY "Lost sale? Out of stock(O), Price(P),"
               " or Enter for none: "
           ACCEPT WS-LOST-ANSWER
           MOVE FUNCTION UPPER-CASE(WS-LOST-ANSWER) TO WS-LOST-REASON
           IF WS-LOST-REASON = "O" OR WS-LOST-REASON = "P"
               DISPLAY "Quantity wanted: "
               ACCEPT WS-LOST-QTY
               IF WS-LOST-QTY > 0
                   MOVE WS-PART-ID TO WS-LOST-PART-ID
                   MOVE WS-PART-NAME TO WS-LOST-DESC
                   PERFORM 0950-WRITE-LOST-SALE
               END-IF
           END-IF.

      *    Part 99999 - something we do not carry at all, recorded by
      *    description.
       0920-LOG-UNLISTED-PART.
           DISPLAY "Not on file - what was asked for: "
           MOVE SPACES TO WS-LOST-DESC
           ACCEPT WS-LOST-DESC
           IF WS-LOST-DESC = SPACES
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Quantity wanted: "
           ACCEPT WS-LOST-QTY
           IF WS-LOST-QTY > 0
               MOVE 0 TO WS-LOST-PART-ID
               MOVE FUNCTION UPPER-CASE(WS-LOST-DESC) TO WS-LOST-DESC
               MOVE "N" TO WS-LOST-REASON
               PERFORM 0950-WRITE-LOST-SALE
           END-IF.

       0950-WRITE-LOST-SALE.
           CALL "LOG_LOST_SALE" USING WS-LOST-PART-ID, WS-LOST-DESC,
               WS-LOST-QTY, WS-LOST-REASON, WS-CUST-IN
           DISPLAY "Lost sale logged.".

       END PROGRAM COUNTER_SALE.
