               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
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
       01  WORK-AREAS.
           MOVE 0 TO CUST-AR-BALANCE-REC
           MOVE "N" TO CUST-CREDIT-HOLD-REC
           MOVE "N" TO CUST-NO-CONTACT-REC
           MOVE "N" TO CUST-NO-CHECKS-REC
           WRITE CUST-REC
           ADD 1 TO WS-NEXT-ID
           ADD 1 TO WS-LOADED-CNT.
