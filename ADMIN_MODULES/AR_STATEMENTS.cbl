*>          the record without moving the balance - credit owed
*>          lives outside the unsigned balance field and
*>          REFUND_DESK nets F against C, never against the
*>          account. A bounced check's N row and its E fee row
*>          raise the balance the way an invoice does, and the
*>          monthly finance charge FINANCE_CHARGE posts as an I row
*>          prints as a FINANCE CHARGE line of its own. A
*>          BAD_DEBT_DESK write-off (W) lowers it like a payment;
*>          an agency recovery (V) is listed without moving it. Re-pricing
*>          tickets here is gone: a re-priced figure drifts from
*>          what was posted the moment a fleet rate, fee, sublet, or
*>          core charge lands on the real invoice. Running balance from
*>          the computed opening figure down to the balance on
*>          file. Date range comes from the screen, or from
*>          BATCH_DEF storage when BATCH_RUNNER drives it.
*>          The footer also carries the customer's loyalty points
*>          balance and its dollar value (LOYALTY_POINTS), so the
*>          statement tells them what they have to spend.
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
    SELECT EXPORT-FILE ASSIGN TO 'AR_STATEMENTS.RPT'
    05  CUST-AR-BALANCE-REC              PIC 9(7)V99.
    05  CUST-CREDIT-HOLD-REC             PIC X.
    05  CUST-NO-CONTACT-REC              PIC X.
    05  CUST-NO-CHECKS-REC               PIC X.
FD AR-LEDGER-FILE.
    COPY AR_LEDGER_DEF REPLACING ==:TAG:== BY ==ARL==.
FD EXPORT-FILE.
01 WS-OPEN-BALANCE      PIC S9(9)V99.
01 WS-STATEMENTS-OUT    PIC 9(5) VALUE 0.
01 WS-MONEY-DISP        PIC $,$$$,$$9.99.
01 WS-LOY-FUNCTION      PIC X.
01 WS-LOY-DOC-REF       PIC X(10).
01 WS-LOY-AMOUNT        PIC 9(7)V99.
01 WS-LOY-POINTS        PIC 9(7).
01 WS-LOY-VALUE         PIC 9(7)V99.
01 WS-LOY-BALANCE       PIC 9(7).
01 WS-LOY-DISP          PIC Z,ZZZ,ZZ9.

01 WS-DETAIL-LINE.
   05 WS-DL-DATE        PIC 9(8).
       MOVE "ACCOUNT IS ON CREDIT HOLD" TO EXPORT-REC
       WRITE EXPORT-REC
   END-IF
   IF CUST-CREDIT-HOLD-REC = "C"
       MOVE "ACCOUNT HAS BEEN SENT TO COLLECTIONS" TO EXPORT-REC
       WRITE EXPORT-REC
   END-IF
   MOVE "B" TO WS-LOY-FUNCTION
   MOVE SPACES TO WS-LOY-DOC-REF
   MOVE 0 TO WS-LOY-AMOUNT
   MOVE 0 TO WS-LOY-POINTS
   CALL "LOYALTY_POINTS" USING WS-LOY-FUNCTION, CUST-ID-REC,
       WS-LOY-DOC-REF, WS-LOY-AMOUNT, WS-LOY-POINTS,
       WS-LOY-VALUE, WS-LOY-BALANCE
   IF WS-LOY-BALANCE > 0
       MOVE WS-LOY-BALANCE TO WS-LOY-DISP
       MOVE WS-LOY-VALUE TO WS-MONEY-DISP
       MOVE SPACES TO EXPORT-REC
       STRING "LOYALTY POINTS  " WS-LOY-DISP
              "   WORTH          " WS-MONEY-DISP
           DELIMITED BY SIZE INTO EXPORT-REC
       WRITE EXPORT-REC
   END-IF
   MOVE SPACES TO EXPORT-REC
   WRITE EXPORT-REC
   WRITE EXPORT-REC.
   MOVE ARL-AR-DATE TO WS-DL-DATE
   MOVE SPACES TO WS-DL-DESC
   EVALUATE TRUE
       WHEN ARL-AR-INVOICE AND ARL-AR-FINANCE-CHARGE
           ADD ARL-AR-AMOUNT TO WS-RUNNING-BALANCE
           STRING "FINANCE CHARGE " ARL-AR-REFERENCE
               DELIMITED BY SIZE INTO WS-DL-DESC
       WHEN ARL-AR-INVOICE
           ADD ARL-AR-AMOUNT TO WS-RUNNING-BALANCE
           STRING "INVOICE " ARL-AR-REFERENCE
           SUBTRACT ARL-AR-AMOUNT FROM WS-RUNNING-BALANCE
           STRING "PAYMENT - THANK YOU " ARL-AR-REFERENCE
               DELIMITED BY SIZE INTO WS-DL-DESC
       WHEN ARL-AR-RETURNED-CHECK
           ADD ARL-AR-AMOUNT TO WS-RUNNING-BALANCE
           STRING "RETURNED CHECK " ARL-AR-REFERENCE
               DELIMITED BY SIZE INTO WS-DL-DESC
       WHEN ARL-AR-NSF-FEE
           ADD ARL-AR-AMOUNT TO WS-RUNNING-BALANCE
           STRING "RETURNED CHECK FEE " ARL-AR-REFERENCE
               DELIMITED BY SIZE INTO WS-DL-DESC
       WHEN ARL-AR-WRITE-OFF
           SUBTRACT ARL-AR-AMOUNT FROM WS-RUNNING-BALANCE
           STRING "WRITTEN OFF - " ARL-AR-REASON
               DELIMITED BY SIZE INTO WS-DL-DESC
       WHEN ARL-AR-AGENCY-RECOVERY
*>         Collected by the agency after the write-off - listed for
*>         the record, the balance never moves.
           STRING "COLLECTION AGENCY RECOVERY " ARL-AR-REFERENCE
               DELIMITED BY SIZE INTO WS-DL-DESC
       WHEN ARL-AR-CREDIT-OWED
*>         Money owed back outside the balance field - listed for
*>         the record, the balance never moves.
*> Silent pre-pass over the ledger so the opening balance can be
*> worked back before the page prints. The net of the period's
*> postings mirrors exactly what each row did to the unsigned
*> balance field: I, N, and E raised it, R and W lowered it, C, F,
*> and V never touched it.
600-TOTAL-PERIOD-ACTIVITY.
   MOVE 'N' TO WS-ARL-EOF
   OPEN INPUT AR-LEDGER-FILE
                       ARL-AR-DATE <= WS-TO-DATE
                   EVALUATE TRUE
                       WHEN ARL-AR-INVOICE
                       WHEN ARL-AR-RETURNED-CHECK
                       WHEN ARL-AR-NSF-FEE
                           ADD ARL-AR-AMOUNT TO WS-PERIOD-NET
                       WHEN ARL-AR-RECEIPT
                       WHEN ARL-AR-WRITE-OFF
                           SUBTRACT ARL-AR-AMOUNT
                               FROM WS-PERIOD-NET
                       WHEN OTHER
