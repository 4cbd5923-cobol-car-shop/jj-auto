           SELECT OPTIONAL CUS-FILE
           ASSIGN TO 'CUSTOMER.IDX'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CUST-ID-REC
               ALTERNATE RECORD KEY IS CUST-LNAME-REC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CUST-PHONE-REC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CUST-EMAIL-REC WITH DUPLICATES.

       DATA DIVISION.
       FILE SECTION.
           05  CUST-AR-BALANCE-REC               PIC 9(7)V99.
           05  CUST-CREDIT-HOLD-REC              PIC X.
           05  CUST-NO-CONTACT-REC               PIC X.
           05  CUST-NO-CHECKS-REC                PIC X.

       WORKING-STORAGE SECTION.
       01  TRANS-REC-IN.
           OPEN INPUT CUS-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           PERFORM UNTIL MORE-RECS = "N"
             READ CUS-FILE NEXT RECORD
               AT END
                 MOVE "N" TO MORE-RECS
                 IF CUST-ID-REC IS NUMERIC THEN
             END-READ
           END-PERFORM
           CLOSE CUS-FILE
           OPEN I-O CUS-FILE
           MOVE "Y" TO MORE-RECS
           PERFORM UNTIL MORE-RECS = "N" OR "n"
               MOVE "N" TO DATA-OK
                   IF DATA-OK = "Y" OR "y"
                       PERFORM 150-CHECK-DUPLICATE-RTN
                       IF WS-DUP-FOUND = "Y"
                           IF WS-DUP-ON-HOLD = "Y" OR "C"
                               DISPLAY SCREEN-DUP-ON-HOLD
                               ACCEPT SCREEN-DUP-ON-HOLD
                           ELSE
      *    Also flags whether the matched duplicate is currently on
      *    credit hold, so a past-due customer can't dodge the hold
      *    by getting a second, fresh-looking customer number here.
      *    Only the customers already on the keyed phone number are
      *    read, off the phone alternate key.
       150-CHECK-DUPLICATE-RTN.
           MOVE "N" TO WS-DUP-FOUND
           MOVE "N" TO WS-DUP-ON-HOLD
           MOVE "N" TO WS-EOF-CHK
           MOVE TRANS-PHONE-IN TO CUST-PHONE-REC
           START CUS-FILE KEY IS EQUAL TO CUST-PHONE-REC
               INVALID KEY
                   MOVE "Y" TO WS-EOF-CHK
           END-START
           PERFORM UNTIL WS-EOF-CHK = "Y"
               READ CUS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-CHK
                   NOT AT END
                       IF CUST-PHONE-REC NOT = TRANS-PHONE-IN
                           MOVE "Y" TO WS-EOF-CHK
                       ELSE
                           IF CUST-DST-REC NOT = "Y"
                               AND CUST-LNAME-REC = TRANS-LNAME-IN
                               MOVE "Y" TO WS-DUP-FOUND
                               MOVE CUST-CREDIT-HOLD-REC
                                   TO WS-DUP-ON-HOLD
                               MOVE "Y" TO WS-EOF-CHK
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       200-ADD-RTN.
           MOVE TRANS-ID-IN TO CUST-ID-REC
           MOVE 0 TO CUST-AR-BALANCE-REC
           MOVE "N" TO CUST-CREDIT-HOLD-REC
           MOVE "N" TO CUST-NO-CONTACT-REC
           MOVE "N" TO CUST-NO-CHECKS-REC
           WRITE CUST-REC
           ADD 1 TO TRANS-ID-IN.

