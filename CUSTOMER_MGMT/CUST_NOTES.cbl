               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CUST-ID-REC
               ALTERNATE RECORD KEY IS CUST-LNAME-REC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CUST-PHONE-REC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CUST-EMAIL-REC WITH DUPLICATES.
           SELECT OPTIONAL NOTES-FILE ASSIGN TO '../CUSTNOTES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           05  CUST-AR-BALANCE-REC              PIC 9(7)V99.
           05  CUST-CREDIT-HOLD-REC             PIC X.
           05  CUST-NO-CONTACT-REC              PIC X.
           05  CUST-NO-CHECKS-REC               PIC X.
       FD  NOTES-FILE.
           COPY CUST_NOTE_DEF REPLACING ==:TAG:== BY ==NT==.

