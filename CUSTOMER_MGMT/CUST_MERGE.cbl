      *    repoints every SALE.IDX record (via the custID alternate
      *    key), every TICKET.IDX and APPOINTMENT.IDX record, and the
      *    OWNERSHIP.IDX and DEPOSIT.IDX rows onto the survivor, rolls
      *    the duplicate's AR balance across (and a returned-check
      *    cash-or-card-only flag with it), lets the operator take
      *    the duplicate's contact fields where they are better, and
      *    soft-deletes the duplicate with a MERGELOG.DAT row pointing
      *    at where it went so old paperwork can still be traced.
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CUST-ID-REC
               ALTERNATE RECORD KEY IS CUST-LNAME-REC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CUST-PHONE-REC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CUST-EMAIL-REC WITH DUPLICATES.
           SELECT OPTIONAL SALE-FILE
           ASSIGN TO '../../INDEXES/SALE.IDX'
               ORGANIZATION IS INDEXED
           05  CUST-AR-BALANCE-REC              PIC 9(7)V99.
           05  CUST-CREDIT-HOLD-REC             PIC X.
           05  CUST-NO-CONTACT-REC              PIC X.
           05  CUST-NO-CHECKS-REC               PIC X.
       FD  SALE-FILE
           RECORD CONTAINS 167 CHARACTERS.
           COPY SALE_DEF REPLACING ==:TAG:== BY ==SIDX==.
       FD  TICKET-FILE
           RECORD CONTAINS 137 CHARACTERS.
           COPY TICKET_DEF REPLACING ==:TAG:== BY ==TKX==.
       FD  APPT-FILE
           RECORD CONTAINS 79 CHARACTERS.
           05  WS-SCAN-EOF        PIC X.
           05  WS-REPOINTED       PIC 9(5).
           05  WS-DUP-BALANCE     PIC 9(7)V99.
           05  WS-DUP-NO-CHECKS   PIC X.
           05  WS-TODAY-DATE      PIC 9(8).

      *    The duplicate's record held aside while the survivor is
                       MOVE CUST-STATE-REC TO DUP-STATE
                       MOVE CUST-ZIP-REC   TO DUP-ZIP
                       MOVE CUST-AR-BALANCE-REC TO WS-DUP-BALANCE
                       MOVE CUST-NO-CHECKS-REC TO WS-DUP-NO-CHECKS
                   END-IF
           END-READ
           CLOSE CUS-FILE.
                   CONTINUE
               NOT INVALID KEY
                   ADD WS-DUP-BALANCE TO CUST-AR-BALANCE-REC
                   IF WS-DUP-NO-CHECKS = "Y"
                       MOVE "Y" TO CUST-NO-CHECKS-REC
                   END-IF
                   DISPLAY "Take the duplicate's phone/address"
                       " fields instead? (Y/N): "
                   ACCEPT WS-ANSWER
