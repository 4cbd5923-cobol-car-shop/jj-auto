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
       01  CUS-SRCH-INFO.
           05  TRANS-AR-BALANCE-IN               PIC 9(7)V99.
           05  TRANS-CREDIT-HOLD-IN              PIC X.
           05  TRANS-NO-CONTACT-IN               PIC X.
           05  TRANS-NO-CHECKS-IN                PIC X.


      *    Image of the record as it looked when the clerk loaded it -
      *    compared again at rewrite time so an edit made at the other
      *    terminal in between (AR_AGING_REPORT setting a credit hold,
      *    say) is detected and re-presented instead of clobbered.
       01  ORIG-REC-SAVE                        PIC X(167).
       01  COLLISION-LOG-KEY                    PIC X(20).
       01  COLLISION-LOG-CODE                   PIC 99 VALUE 77.

      *    Before/after row for each field the save changes - see
      *    LOG_FIELD_CHANGE.
           COPY CHANGE_LOG_DEF REPLACING ==:TAG:== BY ==CL==.

       01  WORK-AREAS.
           05  MORE-RECS          PIC X(1)
                  VALUE 'Y'.
      *        image loaded at search time, somebody else got here
      *        first: log it, say so, and save nothing.
               IF CUST-REC = ORIG-REC-SAVE
                 PERFORM 600-JOURNAL-RTN
                 REWRITE CUST-REC FROM TRANS-REC-IN
               ELSE
                 MOVE CUST-ID-REC TO COLLISION-LOG-KEY
           MOVE CUST-ADDED-DATE-REC TO TRANS-ADDED-DATE-IN
           MOVE CUST-AR-BALANCE-REC TO TRANS-AR-BALANCE-IN
           MOVE CUST-CREDIT-HOLD-REC TO TRANS-CREDIT-HOLD-IN
           MOVE CUST-NO-CONTACT-REC TO TRANS-NO-CONTACT-IN
           MOVE CUST-NO-CHECKS-REC TO TRANS-NO-CHECKS-IN.

       450-CLRFLD-RTN.
           MOVE 0 TO TRANS-ID-IN
           MOVE 0 TO TRANS-ADDED-DATE-IN
           MOVE 0 TO TRANS-AR-BALANCE-IN
           MOVE "N" TO TRANS-CREDIT-HOLD-IN
           MOVE "N" TO TRANS-NO-CONTACT-IN
           MOVE "N" TO TRANS-NO-CHECKS-IN.

       500-READ-RTN.
           READ CUS-FILE
             AT END MOVE "N" TO DATA-OK
           END-READ.

      ****************************************************
      *    Journals every field on the update screen, old   *
      *    value against new, before the save - only the    *
      *    fields that changed land on CHANGELOG.DAT.       *
      ****************************************************
       600-JOURNAL-RTN.
           INITIALIZE CL-CHANGE-LOG
           MOVE 'CUSUPD' TO CL-CHG-PROGRAM
           MOVE 'CUSTOMER' TO CL-CHG-FILE
           MOVE CUST-ID-REC TO CL-CHG-KEY
           MOVE 'FIRST NAME' TO CL-CHG-FIELD
           MOVE CUST-FNAME-REC TO CL-OLD-VALUE
           MOVE TRANS-FNAME-IN TO CL-NEW-VALUE
           PERFORM 610-LOG-FIELD-RTN
           MOVE 'LAST NAME' TO CL-CHG-FIELD
           MOVE CUST-LNAME-REC TO CL-OLD-VALUE
           MOVE TRANS-LNAME-IN TO CL-NEW-VALUE
           PERFORM 610-LOG-FIELD-RTN
           MOVE 'MIDDLE INITIAL' TO CL-CHG-FIELD
           MOVE CUST-INIT-REC TO CL-OLD-VALUE
           MOVE TRANS-INIT-IN TO CL-NEW-VALUE
           PERFORM 610-LOG-FIELD-RTN
           MOVE 'PHONE' TO CL-CHG-FIELD
           MOVE CUST-PHONE-REC TO CL-OLD-VALUE
           MOVE TRANS-PHONE-IN TO CL-NEW-VALUE
           PERFORM 610-LOG-FIELD-RTN
           MOVE 'EMAIL' TO CL-CHG-FIELD
           MOVE CUST-EMAIL-REC TO CL-OLD-VALUE
           MOVE TRANS-EMAIL-IN TO CL-NEW-VALUE
           PERFORM 610-LOG-FIELD-RTN
           MOVE 'ADDRESS' TO CL-CHG-FIELD
           MOVE CUST-ADDRS-REC TO CL-OLD-VALUE
           MOVE TRANS-ADDRS-IN TO CL-NEW-VALUE
           PERFORM 610-LOG-FIELD-RTN
           MOVE 'CITY' TO CL-CHG-FIELD
           MOVE CUST-CITY-REC TO CL-OLD-VALUE
           MOVE TRANS-CITY-IN TO CL-NEW-VALUE
           PERFORM 610-LOG-FIELD-RTN
           MOVE 'STATE' TO CL-CHG-FIELD
           MOVE CUST-STATE-REC TO CL-OLD-VALUE
           MOVE TRANS-STATE-IN TO CL-NEW-VALUE
           PERFORM 610-LOG-FIELD-RTN
           MOVE 'ZIPCODE' TO CL-CHG-FIELD
           MOVE CUST-ZIP-REC TO CL-OLD-VALUE
           MOVE TRANS-ZIP-IN TO CL-NEW-VALUE
           PERFORM 610-LOG-FIELD-RTN
           MOVE 'DO NOT CONTACT' TO CL-CHG-FIELD
           MOVE CUST-NO-CONTACT-REC TO CL-OLD-VALUE
           MOVE TRANS-NO-CONTACT-IN TO CL-NEW-VALUE
           PERFORM 610-LOG-FIELD-RTN.

       610-LOG-FIELD-RTN.
           CALL "LOG_FIELD_CHANGE" USING CL-CHANGE-LOG.

       END PROGRAM CUSUPD.
