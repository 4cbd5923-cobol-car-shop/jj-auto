           SELECT OPTIONAL CUS-FILE
           ASSIGN TO 'CUSTOMER.IDX'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CUST-ID-REC
               ALTERNATE RECORD KEY IS CUST-LNAME-REC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CUST-PHONE-REC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CUST-EMAIL-REC WITH DUPLICATES.
           SELECT OPTIONAL SALE-FILE
           ASSIGN TO '../../INDEXES/SALE.IDX'
               ORGANIZATION IS INDEXED
           05  CUST-AR-BALANCE-REC               PIC 9(7)V99.
           05  CUST-CREDIT-HOLD-REC              PIC X.
           05  CUST-NO-CONTACT-REC               PIC X.
           05  CUST-NO-CHECKS-REC                PIC X.

       FD  SALE-FILE
           RECORD CONTAINS 167 CHARACTERS.
           COPY SALE_DEF REPLACING ==:TAG:== BY ==IDX==.

       WORKING-STORAGE SECTION.
       01  WS-AR-ALLOWED                        PIC X.
       01  WS-AR-DISP                           PIC X(12).
       01  WS-AR-ED                             PIC 9(7).99.
      *    Loyalty points balance and its dollar value, off
      *    LOYALTY.DAT through LOYALTY_POINTS.
       01  WS-LOY-FUNCTION                      PIC X.
       01  WS-LOY-DOC-REF                       PIC X(10).
       01  WS-LOY-AMOUNT                        PIC 9(7)V99.
       01  WS-LOY-POINTS                        PIC 9(7).
       01  WS-LOY-VALUE                         PIC 9(7)V99.
       01  WS-LOY-BALANCE                       PIC 9(7).
       01  WS-LOY-DISP.
           05  WS-LOY-PTS-ED                    PIC Z,ZZZ,ZZ9.
           05  FILLER                           PIC X(7)
                  VALUE " PTS  (".
           05  WS-LOY-VAL-ED                    PIC $$$$,$$9.99.
           05  FILLER                           PIC X VALUE ")".

       01  WORK-AREAS.
           05  MORE-RECS                       PIC X(1)
           05  WS-SALE-EOF                     PIC X(1)  VALUE 'N'.
           05  WS-SALE-MORE                    PIC X(3)  VALUE SPACES.
           05  WS-SALE-KEY                      PIC X(1).
           05  WS-FIND-BY                       PIC X.
           05  WS-FOUND-ID                      PIC 9(5).

       01  COLOR-LIST.
           05  BLACK                           PIC 9(1)    VALUE 0.
               10  LINE PLUS 2 COLUMN 20  VALUE "DELETION STATUS: ".
               10  LINE PLUS 2 COLUMN 20  VALUE "AR BALANCE: ".
               10  LINE PLUS 2 COLUMN 20  VALUE "CREDIT HOLD: ".
               10  LINE PLUS 2 COLUMN 20  VALUE "CASH/CARD ONLY: ".
               10  LINE PLUS 2 COLUMN 20  VALUE "LOYALTY POINTS: ".
           05  OUTPUT-FIELDS.
               10  LINE 8      COLUMN 39  PIC 9(5)  FROM CUST-ID-REC.
               10  LINE PLUS 2 COLUMN 39  PIC X(20) FROM CUST-FNAME-REC.
                                           FROM WS-AR-DISP.
               10  LINE PLUS 2 COLUMN 39  PIC X     FROM
                                           CUST-CREDIT-HOLD-REC.
               10  LINE PLUS 2 COLUMN 39  PIC X     FROM
                                           CUST-NO-CHECKS-REC.
               10  LINE PLUS 2 COLUMN 39  PIC X(30)
                                           FROM WS-LOY-DISP.
           05  INPUT-PROMPTS.
               10  LINE 38 COLUMN 20
                   VALUE "Search for another (Y/N)?".
           05  INPUT-FIELDS
                 REVERSE-VIDEO
                 AUTO.
               10 LINE 38 COLUMN 46       PIC X TO MORE-RECS.

       01  SALE-HIST-SCREEN.
           05  BLANK SCREEN
               ELSE
                 MOVE "(MASKED)" TO WS-AR-DISP
               END-IF
               MOVE "B" TO WS-LOY-FUNCTION
               MOVE SPACES TO WS-LOY-DOC-REF
               MOVE 0 TO WS-LOY-AMOUNT
               MOVE 0 TO WS-LOY-POINTS
               CALL "LOYALTY_POINTS" USING WS-LOY-FUNCTION,
                   CUST-ID-REC, WS-LOY-DOC-REF, WS-LOY-AMOUNT,
                   WS-LOY-POINTS, WS-LOY-VALUE, WS-LOY-BALANCE
               MOVE WS-LOY-BALANCE TO WS-LOY-PTS-ED
               MOVE WS-LOY-VALUE TO WS-LOY-VAL-ED
               DISPLAY CLEAR-SCREEN
               DISPLAY SCREEN-DISPLAY-F
               ACCEPT SCREEN-DISPLAY-F
           CLOSE CUS-FILE
           STOP RUN.

      *    Every search lands on a customer ID and the record is
      *    then read straight off the key. Phone, name and email go
      *    through CUST_FIND, which walks the alternate key and lets
      *    the operator pick among everyone sharing it.
       200-CID-RTN.
           MOVE CUS-ID-IN TO WS-FOUND-ID
           PERFORM 400-READ-RTN
           IF DATA-OK = "F"
             MOVE "I" TO WS-LAST-SEARCH
             PERFORM 250-LOAD-SALES-RTN
           END-IF.

           CLOSE SALE-FILE.

       300-NAME-RTN.
           MOVE "L" TO WS-FIND-BY
           PERFORM 380-FIND-RTN.

       350-PHONE-RTN.
           MOVE "P" TO WS-FIND-BY
           PERFORM 380-FIND-RTN.

       375-EMAIL-RTN.
           MOVE "E" TO WS-FIND-BY
           PERFORM 380-FIND-RTN.

       380-FIND-RTN.
           CALL "CUST_FIND" USING WS-FIND-BY, CUS-PHONE-IN,
               CUS-FNAME-IN, CUS-LNAME-IN, CUS-EMAIL-IN, WS-FOUND-ID
           PERFORM 400-READ-RTN.

       400-READ-RTN.
           OPEN INPUT CUS-FILE
           MOVE WS-FOUND-ID TO CUST-ID-REC
           READ CUS-FILE
             INVALID KEY
               MOVE "N" TO DATA-OK
             NOT INVALID KEY
               IF CUST-DST-REC = "Y"
                 MOVE "N" TO DATA-OK
               ELSE
                 MOVE "F" TO DATA-OK
               END-IF
           END-READ
           CLOSE CUS-FILE.

       450-CLRFLD-RTN.
           MOVE 0 TO CUS-ID-IN
