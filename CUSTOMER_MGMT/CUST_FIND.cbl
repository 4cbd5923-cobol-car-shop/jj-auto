       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           CUST_FIND.
      *    Programmer: Jonathan Walker
      *
      *    Finds a customer by phone, last name or email off the
      *    CUSTOMER.IDX alternate keys and hands the chosen ID back
      *    to the caller - CUSTVW's phone, name and email searches,
      *    SalesMain's customer lookup and SERVICE_DESK's ticket
      *    and appointment entry all come through here instead of
      *    reading the file from the top. Every live customer on
      *    the key is listed, ten to a page, so two people sharing
      *    a phone or a last name both turn up; a first name given
      *    with a last name narrows the list. Deleted customers are
      *    skipped. The caller may pass the search already keyed,
      *    or a blank FIND-BY to have it asked for here. The ID
      *    comes back zero when nothing matched or the operator
      *    cancelled.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CUS-FILE
           ASSIGN TO '../CUSTOMER_MGMT/CUSTOMER.IDX'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CUST-ID-REC
               ALTERNATE RECORD KEY IS CUST-LNAME-REC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CUST-PHONE-REC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CUST-EMAIL-REC WITH DUPLICATES.

       DATA DIVISION.
       FILE SECTION.
       FD  CUS-FILE.
       01  CUST-REC.
           05  CUST-ID-REC                      PIC 9(5).
           05  CUST-FNAME-REC                   PIC X(15).
           05  CUST-LNAME-REC                   PIC X(15).
           05  CUST-INIT-REC                    PIC X.
           05  CUST-PHONE-REC                   PIC 9(10).
           05  CUST-EMAIL-REC                   PIC X(35).
           05  CUST-ADDRS-REC                   PIC X(35).
           05  CUST-CITY-REC                    PIC X(15).
           05  CUST-STATE-REC                   PIC XX.
           05  CUST-ZIP-REC                     PIC 9(5).
           05  CUST-DST-REC                     PIC X.
           05  CUST-DST-DATE-REC                PIC 9(8).
           05  CUST-ADDED-DATE-REC              PIC 9(8).
           05  CUST-AR-BALANCE-REC              PIC 9(7)V99.
           05  CUST-CREDIT-HOLD-REC             PIC X.
           05  CUST-NO-CONTACT-REC              PIC X.
           05  CUST-NO-CHECKS-REC               PIC X.

       WORKING-STORAGE SECTION.
       01  WORK-AREAS.
           05  WS-MENU-OPTION     PIC 9.
           05  WS-SCAN-EOF        PIC X.
           05  WS-STOP            PIC X.
           05  WS-MORE            PIC X.
           05  WS-TOTAL-CNT       PIC 9(5).
           05  WS-PAGE-CNT        PIC 99.
           05  WS-PAGE-IDX        PIC 99.
           05  WS-PICK            PIC XX.
           05  WS-PICK-NUM        PIC 99.
           05  WS-PAGE-ID         PIC 9(5) OCCURS 10 TIMES.

       LINKAGE SECTION.
       01  LS-FIND-BY             PIC X.
           88  LS-FIND-BY-PHONE       VALUE "P".
           88  LS-FIND-BY-LNAME       VALUE "L".
           88  LS-FIND-BY-EMAIL       VALUE "E".
       01  LS-FIND-PHONE          PIC 9(10).
       01  LS-FIND-FNAME          PIC X(15).
       01  LS-FIND-LNAME          PIC X(15).
       01  LS-FIND-EMAIL          PIC X(35).
       01  LS-CUSTID              PIC 9(5).

       PROCEDURE DIVISION USING LS-FIND-BY, LS-FIND-PHONE,
           LS-FIND-FNAME, LS-FIND-LNAME, LS-FIND-EMAIL, LS-CUSTID.
       100-MAIN-MODULE.
           MOVE 0 TO LS-CUSTID
           IF LS-FIND-BY = SPACE
               PERFORM 150-ASK-SEARCH-RTN
           END-IF
           MOVE 0 TO WS-TOTAL-CNT
           MOVE 0 TO WS-PAGE-CNT
           MOVE "N" TO WS-STOP
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT CUS-FILE
           EVALUATE TRUE
               WHEN LS-FIND-BY-PHONE
                   MOVE LS-FIND-PHONE TO CUST-PHONE-REC
                   START CUS-FILE KEY IS EQUAL TO CUST-PHONE-REC
                       INVALID KEY
                           MOVE "Y" TO WS-SCAN-EOF
                   END-START
               WHEN LS-FIND-BY-LNAME
                   MOVE LS-FIND-LNAME TO CUST-LNAME-REC
                   START CUS-FILE KEY IS EQUAL TO CUST-LNAME-REC
                       INVALID KEY
                           MOVE "Y" TO WS-SCAN-EOF
                   END-START
               WHEN LS-FIND-BY-EMAIL
                   MOVE LS-FIND-EMAIL TO CUST-EMAIL-REC
                   START CUS-FILE KEY IS EQUAL TO CUST-EMAIL-REC
                       INVALID KEY
                           MOVE "Y" TO WS-SCAN-EOF
                   END-START
               WHEN OTHER
                   MOVE "Y" TO WS-SCAN-EOF
           END-EVALUATE

           PERFORM UNTIL WS-SCAN-EOF = "Y" OR WS-STOP = "Y"
               READ CUS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       PERFORM 200-CHECK-MATCH-RTN
               END-READ
           END-PERFORM
           IF WS-STOP NOT = "Y" AND WS-PAGE-CNT > 0
               MOVE "N" TO WS-MORE
               PERFORM 300-PICK-RTN
           END-IF
           CLOSE CUS-FILE

           IF WS-TOTAL-CNT = 0
               DISPLAY "No customer found."
           ELSE
               IF WS-STOP NOT = "Y"
                   DISPLAY "No more matches."
               END-IF
           END-IF
           GOBACK.

       150-ASK-SEARCH-RTN.
           DISPLAY "Find customer by: 1. Phone  2. Last Name"
               "  3. Email"
           ACCEPT WS-MENU-OPTION
           EVALUATE WS-MENU-OPTION
               WHEN 1
                   MOVE "P" TO LS-FIND-BY
                   DISPLAY "Phone: "
                   ACCEPT LS-FIND-PHONE
               WHEN 2
                   MOVE "L" TO LS-FIND-BY
                   DISPLAY "Last Name: "
                   ACCEPT LS-FIND-LNAME
                   DISPLAY "First Name (blank = any): "
                   ACCEPT LS-FIND-FNAME
               WHEN 3
                   MOVE "E" TO LS-FIND-BY
                   DISPLAY "Email: "
                   ACCEPT LS-FIND-EMAIL
               WHEN OTHER
                   DISPLAY "Invalid Option, Please enter 1-3."
           END-EVALUATE.

      *    The walk ends at the first record off the key. A full
      *    page is offered before reading on.
       200-CHECK-MATCH-RTN.
           EVALUATE TRUE
               WHEN LS-FIND-BY-PHONE
                   IF CUST-PHONE-REC NOT = LS-FIND-PHONE
                       MOVE "Y" TO WS-SCAN-EOF
                   END-IF
               WHEN LS-FIND-BY-LNAME
                   IF CUST-LNAME-REC NOT = LS-FIND-LNAME
                       MOVE "Y" TO WS-SCAN-EOF
                   END-IF
               WHEN LS-FIND-BY-EMAIL
                   IF CUST-EMAIL-REC NOT = LS-FIND-EMAIL
                       MOVE "Y" TO WS-SCAN-EOF
                   END-IF
           END-EVALUATE
           IF WS-SCAN-EOF = "Y" OR CUST-DST-REC = "Y"
               EXIT PARAGRAPH
           END-IF
           IF LS-FIND-BY-LNAME AND LS-FIND-FNAME NOT = SPACES
                   AND CUST-FNAME-REC NOT = LS-FIND-FNAME
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOTAL-CNT
           ADD 1 TO WS-PAGE-CNT
           MOVE CUST-ID-REC TO WS-PAGE-ID(WS-PAGE-CNT)
           DISPLAY WS-PAGE-CNT ". " CUST-ID-REC " " CUST-FNAME-REC
               " " CUST-LNAME-REC " PH " CUST-PHONE-REC " "
               CUST-CITY-REC " " CUST-STATE-REC
           IF WS-PAGE-CNT = 10
               MOVE "Y" TO WS-MORE
               PERFORM 300-PICK-RTN
           END-IF.

       300-PICK-RTN.
           IF WS-MORE = "Y"
               DISPLAY "Number to select, M for more, 0 to cancel: "
           ELSE
               DISPLAY "Number to select, 0 to cancel: "
           END-IF
           ACCEPT WS-PICK
           IF WS-MORE = "Y" AND (WS-PICK = "M" OR WS-PICK = "m")
               MOVE 0 TO WS-PAGE-CNT
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-STOP
           MOVE FUNCTION NUMVAL(WS-PICK) TO WS-PICK-NUM
           IF WS-PICK-NUM > 0 AND WS-PICK-NUM NOT > WS-PAGE-CNT
               MOVE WS-PAGE-ID(WS-PICK-NUM) TO LS-CUSTID
           END-IF.

       END PROGRAM CUST_FIND.
