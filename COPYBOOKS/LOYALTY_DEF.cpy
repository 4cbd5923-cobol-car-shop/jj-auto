      *>*****************************************************************
      *> Copybook: LOYALTY_DEF
      *> Purpose:  Shared record layout for a LOYALTY.DAT row - the
      *>           customer loyalty points ledger, append-only in the
      *>           style of ADVLEDGER.DAT. A customer's balance is the
      *>           sum of their rows: EARN rows add the points a
      *>           customer-pay visit earned (TICKET_CLOSE invoice,
      *>           COUNTER_SALE receipt); REDEEM rows take off the
      *>           points spent as a discount at either counter;
      *>           TAKE-BACK rows take off points earned on parts that
      *>           came back through PARTS_RETURN; EXPIRE rows write
      *>           off the balance of a customer with no visit inside
      *>           the expiry period. docRef is the document the row
      *>           belongs to (TKT + ticketID, RC + receipt ID), and
      *>           amount is the spend, the refund, or the dollar
      *>           value of the points redeemed or expired.
      *>           A CONTROL row (custID zero) holds the program rule
      *>           LOYALTY_DESK sets - points earned per dollar, the
      *>           dollar value of a point, and the months without a
      *>           visit before points expire; the last one on file
      *>           is the rule in force. Posted through LOYALTY_POINTS.
      *>           REPLACING ==:TAG:== BY ==prefix==.
      *>*****************************************************************
       01  :TAG:-LOYALTY.
           05  :TAG:-rowType          PIC X.
               88  :TAG:-LY-CONTROL       VALUE "C".
               88  :TAG:-LY-EARN          VALUE "E".
               88  :TAG:-LY-REDEEM        VALUE "R".
               88  :TAG:-LY-TAKE-BACK     VALUE "T".
               88  :TAG:-LY-EXPIRE        VALUE "X".
           05  :TAG:-custID           PIC 9(5).
           05  :TAG:-txnDate          PIC 9(8).
           05  :TAG:-points           PIC 9(7).
           05  :TAG:-docRef           PIC X(10).
           05  :TAG:-amount           PIC 9(7)V99.
           05  :TAG:-postedBy         PIC X(30).
           05  :TAG:-earnRate         PIC 9(3)V99.
           05  :TAG:-pointValue       PIC 9V9999.
           05  :TAG:-expireMonths     PIC 9(3).
