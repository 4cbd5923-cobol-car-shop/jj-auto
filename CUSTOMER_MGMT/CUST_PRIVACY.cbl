       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           CUST_PRIVACY.
      *    Programmer: Jonathan Walker
      *
      *    What we hold on one customer, and forgetting it when they
      *    ask. CUST_PURGE only takes the CUSTOMER.IDX row; the name
      *    stays behind in leads, notes and ticket approvals. Option
      *    1 prints everything on file for a customer ID - the
      *    CUSTOMER.IDX record and every SALE.IDX, TICKET.IDX,
      *    ARLEDGER.DAT, CUSTNOTES.DAT (and its CUSTNOTES.ARC
      *    archive), LEAD.IDX, CREDITAPP.IDX and OWNERSHIP.IDX row
      *    for them - to the screen and CUST_DATA.RPT. Option 2
      *    anonymizes: name, phone, email and address are blanked on
      *    the customer record (the last name becomes ANON and the
      *    ID so the record still reads as someone), on their leads -
      *    by custID and by phone for leads never tied to a
      *    customer - on the ticket "authorized by" names, in the
      *    note text, and in the before/after values CUSUPD
      *    journaled to CHANGELOG.DAT. IDs, VINs, dates and amounts
      *    are left alone so sales, tickets and the AR ledger still
      *    add up for accounting. It is refused while the customer
      *    owes an AR balance, has a LOAN.IDX loan open (or a repo
      *    not yet settled), or has an open DEPOSIT.IDX deposit.
      *    CREDITAPP.IDX and OWNERSHIP.IDX carry only IDs, so they
      *    are reported but need no blanking. The anonymize itself
      *    is journaled through LOG_FIELD_CHANGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
               ACCESS IS DYNAMIC
               RECORD KEY IS SIDX-saleID
               ALTERNATE RECORD KEY IS SIDX-empID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SIDX-carVIN WITH DUPLICATES
               ALTERNATE RECORD KEY IS SIDX-custID WITH DUPLICATES.
           SELECT OPTIONAL TICKET-FILE
           ASSIGN TO '../../INDEXES/TICKET.IDX'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TKX-ticketID
               ALTERNATE RECORD KEY IS TKX-custID WITH DUPLICATES
               ALTERNATE RECORD KEY IS TKX-carVIN WITH DUPLICATES
               ALTERNATE RECORD KEY IS TKX-empID WITH DUPLICATES.
           SELECT OPTIONAL OWNERSHIP-FILE
           ASSIGN TO '../../INDEXES/OWNERSHIP.IDX'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OWX-ownerID
               ALTERNATE RECORD KEY IS OWX-custID WITH DUPLICATES
               ALTERNATE RECORD KEY IS OWX-carVIN WITH DUPLICATES.
           SELECT OPTIONAL DEPOSIT-FILE
           ASSIGN TO '../../INDEXES/DEPOSIT.IDX'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DPX-depositID
               ALTERNATE RECORD KEY IS DPX-carVIN WITH DUPLICATES
               ALTERNATE RECORD KEY IS DPX-custID WITH DUPLICATES.
           SELECT OPTIONAL LEAD-FILE
           ASSIGN TO '../../INDEXES/LEAD.IDX'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LDX-leadID
               ALTERNATE RECORD KEY IS LDX-custID WITH DUPLICATES
               ALTERNATE RECORD KEY IS LDX-leadPhone WITH DUPLICATES.
           SELECT OPTIONAL CREDITAPP-FILE
           ASSIGN TO '../../INDEXES/CREDITAPP.IDX'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CAX-appID
               ALTERNATE RECORD KEY IS CAX-custID WITH DUPLICATES
               ALTERNATE RECORD KEY IS CAX-carVIN WITH DUPLICATES.
           SELECT OPTIONAL LOAN-FILE
           ASSIGN TO '../../INDEXES/LOAN.IDX'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LNX-loanID
               ALTERNATE RECORD KEY IS LNX-saleID WITH DUPLICATES
               ALTERNATE RECORD KEY IS LNX-custID WITH DUPLICATES.
           SELECT OPTIONAL AR-LEDGER-FILE ASSIGN TO '../ARLEDGER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FLAT-FILE ASSIGN TO WS-FLAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SCRATCH-FILE ASSIGN TO '../PRIVACY.TMP'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO 'CUST_DATA.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

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
       FD  SALE-FILE
           RECORD CONTAINS 167 CHARACTERS.
           COPY SALE_DEF REPLACING ==:TAG:== BY ==SIDX==.
       FD  TICKET-FILE
           RECORD CONTAINS 137 CHARACTERS.
           COPY TICKET_DEF REPLACING ==:TAG:== BY ==TKX==.
       FD  OWNERSHIP-FILE
           RECORD CONTAINS 43 CHARACTERS.
           COPY OWNER_DEF REPLACING ==:TAG:== BY ==OWX==.
       FD  DEPOSIT-FILE
           RECORD CONTAINS 43 CHARACTERS.
           COPY DEPOSIT_DEF REPLACING ==:TAG:== BY ==DPX==.
       FD  LEAD-FILE
           RECORD CONTAINS 124 CHARACTERS.
           COPY LEAD_DEF REPLACING ==:TAG:== BY ==LDX==.
       FD  CREDITAPP-FILE
           RECORD CONTAINS 36 CHARACTERS.
           COPY CREDIT_APP_DEF REPLACING ==:TAG:== BY ==CAX==.
       FD  LOAN-FILE
           RECORD CONTAINS 201 CHARACTERS.
           COPY LOAN_DEF REPLACING ==:TAG:== BY ==LNX==.
       FD  AR-LEDGER-FILE.
           COPY AR_LEDGER_DEF REPLACING ==:TAG:== BY ==ARL==.
       FD  FLAT-FILE.
       01  FLAT-REC                             PIC X(200).
       FD  SCRATCH-FILE.
       01  SCRATCH-REC                          PIC X(200).
       FD  REPORT-FILE.
       01  REPORT-REC                           PIC X(100).

       WORKING-STORAGE SECTION.
           COPY SESSION_DEF.
       01  WORK-AREAS.
           05  WS-CUSTID          PIC 9(5).
           05  WS-CUST-PHONE      PIC 9(10).
           05  WS-FOUND           PIC X.
           05  WS-ANSWER          PIC X.
           05  WS-MENU-OPTION     PIC 9.
           05  WS-DONE            PIC X VALUE "N".
           05  WS-SCAN-EOF        PIC X.
           05  WS-BLOCKED         PIC X.
           05  WS-ROW-COUNT       PIC 9(5).
           05  WS-CHANGED         PIC 9(5).
           05  WS-FLAT-PATH       PIC X(40).
           05  WS-ANON-NAME       PIC X(15).
           05  WS-AMT-DISP        PIC Z,ZZZ,ZZ9.99.
           05  WS-LINE            PIC X(100).
           05  WS-PL-IDX          PIC 99.
           05  WS-PHONE-LEAD-COUNT PIC 99.
           05  WS-PHONE-LEAD-ID   PIC 9(5) OCCURS 50 TIMES.

      *    The two flat files worked a line at a time. A notes row
      *    and a journal row are laid over the raw line so the
      *    custID / key and the text fields can be picked out.
           COPY CUST_NOTE_DEF REPLACING ==:TAG:== BY ==CN==.
           COPY CHANGE_LOG_DEF REPLACING ==:TAG:== BY ==CJ==.
      *    The row handed to LOG_FIELD_CHANGE.
           COPY CHANGE_LOG_DEF REPLACING ==:TAG:== BY ==CL==.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM UNTIL WS-DONE = "Y"
               DISPLAY "--- Customer Data Report / Anonymize ---"
               DISPLAY "1. Report Everything on File for a Customer"
               DISPLAY "2. Anonymize a Customer"
               DISPLAY "3. Exit"
               ACCEPT WS-MENU-OPTION
               EVALUATE WS-MENU-OPTION
                   WHEN 1
                       PERFORM 200-REPORT-RTN
                   WHEN 2
                       PERFORM 400-ANONYMIZE-RTN
                   WHEN 3
                       MOVE "Y" TO WS-DONE
                   WHEN OTHER
                       DISPLAY "Invalid Option, Please enter 1-3."
               END-EVALUATE
           END-PERFORM
           GOBACK.

       150-GET-CUSTOMER.
           DISPLAY "Enter Customer ID: "
           ACCEPT WS-CUSTID
           MOVE "Y" TO WS-FOUND
           OPEN INPUT CUS-FILE
           MOVE WS-CUSTID TO CUST-ID-REC
           READ CUS-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
                   DISPLAY "No customer found for that ID."
               NOT INVALID KEY
                   MOVE CUST-PHONE-REC TO WS-CUST-PHONE
           END-READ
           CLOSE CUS-FILE.

      ****************************************************
      *    Everything on file for one customer, file by     *
      *    file, to the screen and CUST_DATA.RPT.           *
      ****************************************************
       200-REPORT-RTN.
           PERFORM 150-GET-CUSTOMER
           IF WS-FOUND NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-LINE
           STRING "DATA ON FILE FOR CUSTOMER " WS-CUSTID
               "  RUN " FUNCTION CURRENT-DATE(1:8)
               " BY " SESSION-CURRENT-USER
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 900-PUT-LINE
           PERFORM 210-REPORT-CUSTOMER
           PERFORM 220-REPORT-SALES
           PERFORM 230-REPORT-TICKETS
           PERFORM 240-REPORT-AR-LEDGER
           MOVE '../CUSTNOTES.DAT' TO WS-FLAT-PATH
           PERFORM 250-REPORT-NOTES
           MOVE '../CUSTNOTES.ARC' TO WS-FLAT-PATH
           PERFORM 250-REPORT-NOTES
           PERFORM 260-REPORT-LEADS
           PERFORM 270-REPORT-CREDIT-APPS
           PERFORM 280-REPORT-OWNERSHIP
           CLOSE REPORT-FILE
           DISPLAY "Report written to CUST_DATA.RPT.".

       210-REPORT-CUSTOMER.
           OPEN INPUT CUS-FILE
           MOVE WS-CUSTID TO CUST-ID-REC
           READ CUS-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE "CUSTOMER.IDX" TO WS-LINE
           PERFORM 900-PUT-LINE
           MOVE SPACES TO WS-LINE
           STRING "  NAME    " CUST-FNAME-REC " " CUST-INIT-REC " "
               CUST-LNAME-REC "  PHONE " CUST-PHONE-REC
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 900-PUT-LINE
           MOVE SPACES TO WS-LINE
           STRING "  EMAIL   " CUST-EMAIL-REC
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 900-PUT-LINE
           MOVE SPACES TO WS-LINE
           STRING "  ADDRESS " CUST-ADDRS-REC " " CUST-CITY-REC " "
               CUST-STATE-REC " " CUST-ZIP-REC
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 900-PUT-LINE
           MOVE CUST-AR-BALANCE-REC TO WS-AMT-DISP
           MOVE SPACES TO WS-LINE
           STRING "  ADDED " CUST-ADDED-DATE-REC "  AR BALANCE "
               WS-AMT-DISP "  DELETED " CUST-DST-REC
               "  CREDIT HOLD " CUST-CREDIT-HOLD-REC
               "  NO CONTACT " CUST-NO-CONTACT-REC
               "  NO CHECKS " CUST-NO-CHECKS-REC
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 900-PUT-LINE
           CLOSE CUS-FILE.

       220-REPORT-SALES.
           MOVE "SALE.IDX" TO WS-LINE
           PERFORM 900-PUT-LINE
           MOVE 0 TO WS-ROW-COUNT
           OPEN INPUT SALE-FILE
           MOVE "N" TO WS-SCAN-EOF
           MOVE WS-CUSTID TO SIDX-custID
           START SALE-FILE KEY IS EQUAL TO SIDX-custID
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ SALE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF SIDX-custID NOT = WS-CUSTID
                           MOVE "Y" TO WS-SCAN-EOF
                       ELSE
                           ADD 1 TO WS-ROW-COUNT
                           MOVE SIDX-totalDue TO WS-AMT-DISP
                           MOVE SPACES TO WS-LINE
                           STRING "  SALE " SIDX-saleID " "
                               SIDX-saleDate " VIN " SIDX-carVIN
                               " TYPE " SIDX-financeType
                               " TOTAL " WS-AMT-DISP
                               DELIMITED BY SIZE INTO WS-LINE
                           PERFORM 900-PUT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SALE-FILE
           PERFORM 910-PUT-COUNT.

       230-REPORT-TICKETS.
           MOVE "TICKET.IDX" TO WS-LINE
           PERFORM 900-PUT-LINE
           MOVE 0 TO WS-ROW-COUNT
           OPEN INPUT TICKET-FILE
           MOVE "N" TO WS-SCAN-EOF
           MOVE WS-CUSTID TO TKX-custID
           START TICKET-FILE KEY IS EQUAL TO TKX-custID
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ TICKET-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF TKX-custID NOT = WS-CUSTID
                           MOVE "Y" TO WS-SCAN-EOF
                       ELSE
                           ADD 1 TO WS-ROW-COUNT
                           MOVE SPACES TO WS-LINE
                           STRING "  TICKET " TKX-ticketID " "
                               TKX-openDate " VIN " TKX-carVIN
                               " STATUS " TKX-status " "
                               TKX-problemDesc
                               DELIMITED BY SIZE INTO WS-LINE
                           PERFORM 900-PUT-LINE
                           MOVE SPACES TO WS-LINE
                           STRING "         AUTHORIZED BY "
                               TKX-authorizedBy
                               DELIMITED BY SIZE INTO WS-LINE
                           PERFORM 900-PUT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TICKET-FILE
           PERFORM 910-PUT-COUNT.

       240-REPORT-AR-LEDGER.
           MOVE "ARLEDGER.DAT" TO WS-LINE
           PERFORM 900-PUT-LINE
           MOVE 0 TO WS-ROW-COUNT
           OPEN INPUT AR-LEDGER-FILE
           MOVE "N" TO WS-SCAN-EOF
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ AR-LEDGER-FILE
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF ARL-custID = WS-CUSTID
                           ADD 1 TO WS-ROW-COUNT
                           MOVE ARL-AR-AMOUNT TO WS-AMT-DISP
                           MOVE SPACES TO WS-LINE
                           STRING "  " ARL-AR-DATE " TYPE "
                               ARL-AR-TYPE " " ARL-AR-METHOD " REF "
                               ARL-AR-REFERENCE " " WS-AMT-DISP " "
                               ARL-AR-REASON
                               DELIMITED BY SIZE INTO WS-LINE
                           PERFORM 900-PUT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AR-LEDGER-FILE
           PERFORM 910-PUT-COUNT.

      *    Run once for the live notes and once for the archive
      *    RETENTION_JOB moves the old ones to.
       250-REPORT-NOTES.
           MOVE WS-FLAT-PATH(4:) TO WS-LINE
           PERFORM 900-PUT-LINE
           MOVE 0 TO WS-ROW-COUNT
           OPEN INPUT FLAT-FILE
           MOVE "N" TO WS-SCAN-EOF
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ FLAT-FILE
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       MOVE FLAT-REC TO CN-CUST-NOTE
                       IF CN-custID = WS-CUSTID
                           ADD 1 TO WS-ROW-COUNT
                           MOVE SPACES TO WS-LINE
                           STRING "  " CN-NOTE-DATE " "
                               CN-NOTE-TEXT
                               DELIMITED BY SIZE INTO WS-LINE
                           PERFORM 900-PUT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FLAT-FILE
           PERFORM 910-PUT-COUNT.

      *    Leads tied to the customer, then leads on the customer's
      *    phone that were never tied to anybody.
       260-REPORT-LEADS.
           MOVE "LEAD.IDX" TO WS-LINE
           PERFORM 900-PUT-LINE
           MOVE 0 TO WS-ROW-COUNT
           OPEN INPUT LEAD-FILE
           MOVE "N" TO WS-SCAN-EOF
           MOVE WS-CUSTID TO LDX-custID
           START LEAD-FILE KEY IS EQUAL TO LDX-custID
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ LEAD-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF LDX-custID NOT = WS-CUSTID
                           MOVE "Y" TO WS-SCAN-EOF
                       ELSE
                           PERFORM 265-PUT-LEAD
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO WS-SCAN-EOF
           IF WS-CUST-PHONE = 0
               MOVE "Y" TO WS-SCAN-EOF
           END-IF
           MOVE WS-CUST-PHONE TO LDX-leadPhone
           IF WS-SCAN-EOF NOT = "Y"
               START LEAD-FILE KEY IS EQUAL TO LDX-leadPhone
                   INVALID KEY
                       MOVE "Y" TO WS-SCAN-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ LEAD-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF LDX-leadPhone NOT = WS-CUST-PHONE
                           MOVE "Y" TO WS-SCAN-EOF
                       ELSE
                           IF LDX-custID = 0
                               PERFORM 265-PUT-LEAD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEAD-FILE
           PERFORM 910-PUT-COUNT.

       265-PUT-LEAD.
           ADD 1 TO WS-ROW-COUNT
           MOVE SPACES TO WS-LINE
           STRING "  LEAD " LDX-leadID " " LDX-leadDate " "
               LDX-leadName " PH " LDX-leadPhone
               " STATUS " LDX-leadStatus
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 900-PUT-LINE
           MOVE SPACES TO WS-LINE
           STRING "       EMAIL " LDX-leadEmail
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 900-PUT-LINE.

       270-REPORT-CREDIT-APPS.
           MOVE "CREDITAPP.IDX" TO WS-LINE
           PERFORM 900-PUT-LINE
           MOVE 0 TO WS-ROW-COUNT
           OPEN INPUT CREDITAPP-FILE
           MOVE "N" TO WS-SCAN-EOF
           MOVE WS-CUSTID TO CAX-custID
           START CREDITAPP-FILE KEY IS EQUAL TO CAX-custID
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ CREDITAPP-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF CAX-custID NOT = WS-CUSTID
                           MOVE "Y" TO WS-SCAN-EOF
                       ELSE
                           ADD 1 TO WS-ROW-COUNT
                           MOVE SPACES TO WS-LINE
                           STRING "  APP " CAX-appID " "
                               CAX-appDate " VIN " CAX-carVIN
                               " STATUS " CAX-appStatus
                               DELIMITED BY SIZE INTO WS-LINE
                           PERFORM 900-PUT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CREDITAPP-FILE
           PERFORM 910-PUT-COUNT.

       280-REPORT-OWNERSHIP.
           MOVE "OWNERSHIP.IDX" TO WS-LINE
           PERFORM 900-PUT-LINE
           MOVE 0 TO WS-ROW-COUNT
           OPEN INPUT OWNERSHIP-FILE
           MOVE "N" TO WS-SCAN-EOF
           MOVE WS-CUSTID TO OWX-custID
           START OWNERSHIP-FILE KEY IS EQUAL TO OWX-custID
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ OWNERSHIP-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF OWX-custID NOT = WS-CUSTID
                           MOVE "Y" TO WS-SCAN-EOF
                       ELSE
                           ADD 1 TO WS-ROW-COUNT
                           MOVE SPACES TO WS-LINE
                           STRING "  VIN " OWX-carVIN " ACQUIRED "
                               OWX-acquiredDate " DISPOSED "
                               OWX-disposedDate
                               DELIMITED BY SIZE INTO WS-LINE
                           PERFORM 900-PUT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OWNERSHIP-FILE
           PERFORM 910-PUT-COUNT.

      ****************************************************
      *    Blanks the personal fields everywhere they are   *
      *    kept once the customer owes us nothing and we    *
      *    hold nothing of theirs.                          *
      ****************************************************
       400-ANONYMIZE-RTN.
           PERFORM 150-GET-CUSTOMER
           IF WS-FOUND NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM 410-CHECK-OPEN-ITEMS
           IF WS-BLOCKED = "Y"
               DISPLAY "Anonymize refused - settle the items above"
                   " first."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Blank the name, phone, email and address for "
               WS-CUSTID " on every file? This cannot be undone."
               " (Y/N): "
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
               DISPLAY "Anonymize abandoned."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ANON-NAME
           STRING "ANON" WS-CUSTID DELIMITED BY SIZE
               INTO WS-ANON-NAME
           PERFORM 500-BLANK-CUSTOMER
           PERFORM 510-BLANK-LEADS
           PERFORM 520-BLANK-TICKETS
           MOVE '../CUSTNOTES.DAT' TO WS-FLAT-PATH
           PERFORM 530-BLANK-NOTES
           MOVE '../CUSTNOTES.ARC' TO WS-FLAT-PATH
           PERFORM 530-BLANK-NOTES
           MOVE '../CHANGELOG.DAT' TO WS-FLAT-PATH
           PERFORM 540-BLANK-JOURNAL
           PERFORM 550-JOURNAL-ANONYMIZE
           DISPLAY "Customer " WS-CUSTID " anonymized.".

      *    An AR balance, a loan still being paid (or a repo not
      *    yet settled) and a deposit we still hold each need the
      *    customer reachable - any one of them blocks.
       410-CHECK-OPEN-ITEMS.
           MOVE "N" TO WS-BLOCKED
           OPEN INPUT CUS-FILE
           MOVE WS-CUSTID TO CUST-ID-REC
           READ CUS-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF CUST-AR-BALANCE-REC > 0
               MOVE CUST-AR-BALANCE-REC TO WS-AMT-DISP
               DISPLAY "Open AR balance of " WS-AMT-DISP
               MOVE "Y" TO WS-BLOCKED
           END-IF
           CLOSE CUS-FILE

           OPEN INPUT LOAN-FILE
           MOVE "N" TO WS-SCAN-EOF
           MOVE WS-CUSTID TO LNX-custID
           START LOAN-FILE KEY IS EQUAL TO LNX-custID
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ LOAN-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF LNX-custID NOT = WS-CUSTID
                           MOVE "Y" TO WS-SCAN-EOF
                       ELSE
                           IF LNX-LOAN-OPEN OR LNX-LOAN-REPOSSESSED
                               MOVE LNX-balance TO WS-AMT-DISP
                               DISPLAY "Open loan " LNX-loanID
                                   " balance " WS-AMT-DISP
                               MOVE "Y" TO WS-BLOCKED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-FILE

           OPEN INPUT DEPOSIT-FILE
           MOVE "N" TO WS-SCAN-EOF
           MOVE WS-CUSTID TO DPX-custID
           START DEPOSIT-FILE KEY IS EQUAL TO DPX-custID
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ DEPOSIT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF DPX-custID NOT = WS-CUSTID
                           MOVE "Y" TO WS-SCAN-EOF
                       ELSE
                           IF DPX-DEP-OPEN
                               DISPLAY "Open deposit " DPX-depositID
                                   " on " DPX-carVIN
                               MOVE "Y" TO WS-BLOCKED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPOSIT-FILE.

      *    The last name becomes ANON and the ID rather than blank,
      *    so the record still lists as someone on the last name
      *    key. No contact goes on - there is nothing left to
      *    contact them with.
       500-BLANK-CUSTOMER.
           OPEN I-O CUS-FILE
           MOVE WS-CUSTID TO CUST-ID-REC
           READ CUS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO CUST-FNAME-REC
                   MOVE WS-ANON-NAME TO CUST-LNAME-REC
                   MOVE SPACES TO CUST-INIT-REC
                   MOVE 0 TO CUST-PHONE-REC
                   MOVE SPACES TO CUST-EMAIL-REC
                   MOVE SPACES TO CUST-ADDRS-REC
                   MOVE SPACES TO CUST-CITY-REC
                   MOVE SPACES TO CUST-STATE-REC
                   MOVE 0 TO CUST-ZIP-REC
                   MOVE "Y" TO CUST-NO-CONTACT-REC
                   REWRITE CUST-REC
                       INVALID KEY
                           DISPLAY "Could not rewrite the customer."
                   END-REWRITE
           END-READ
           CLOSE CUS-FILE.

      *    Blanking the phone moves a lead off the phone chain, so
      *    the untied leads on the number are listed first and then
      *    read back and rewritten by leadID. A lead tied to some
      *    other customer who shares the phone is theirs and is
      *    left alone.
       510-BLANK-LEADS.
           MOVE 0 TO WS-CHANGED
           OPEN I-O LEAD-FILE
           MOVE "N" TO WS-SCAN-EOF
           MOVE WS-CUSTID TO LDX-custID
           START LEAD-FILE KEY IS EQUAL TO LDX-custID
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ LEAD-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF LDX-custID NOT = WS-CUSTID
                           MOVE "Y" TO WS-SCAN-EOF
                       ELSE
                           PERFORM 515-REWRITE-LEAD
                       END-IF
               END-READ
           END-PERFORM
           MOVE 0 TO WS-PHONE-LEAD-COUNT
           MOVE "N" TO WS-SCAN-EOF
           IF WS-CUST-PHONE = 0
               MOVE "Y" TO WS-SCAN-EOF
           END-IF
           MOVE WS-CUST-PHONE TO LDX-leadPhone
           IF WS-SCAN-EOF NOT = "Y"
               START LEAD-FILE KEY IS EQUAL TO LDX-leadPhone
                   INVALID KEY
                       MOVE "Y" TO WS-SCAN-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ LEAD-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF LDX-leadPhone NOT = WS-CUST-PHONE
                           MOVE "Y" TO WS-SCAN-EOF
                       ELSE
                           IF LDX-custID = 0
                                   AND WS-PHONE-LEAD-COUNT < 50
                               ADD 1 TO WS-PHONE-LEAD-COUNT
                               MOVE LDX-leadID TO
                                   WS-PHONE-LEAD-ID(WS-PHONE-LEAD-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                   UNTIL WS-PL-IDX > WS-PHONE-LEAD-COUNT
               MOVE WS-PHONE-LEAD-ID(WS-PL-IDX) TO LDX-leadID
               READ LEAD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 515-REWRITE-LEAD
               END-READ
           END-PERFORM
           CLOSE LEAD-FILE
           DISPLAY "Leads blanked: " WS-CHANGED.

       515-REWRITE-LEAD.
           MOVE WS-ANON-NAME TO LDX-leadName
           MOVE 0 TO LDX-leadPhone
           MOVE SPACES TO LDX-leadEmail
           REWRITE LDX-LEAD
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
               NOT INVALID KEY
                   ADD 1 TO WS-CHANGED
           END-REWRITE.

      *    The customer's name as keyed against "authorized by".
      *    The WE-OWE SALE rows WE_OWE_DESK writes there carry no
      *    name and are left as they are.
       520-BLANK-TICKETS.
           MOVE 0 TO WS-CHANGED
           OPEN I-O TICKET-FILE
           MOVE "N" TO WS-SCAN-EOF
           MOVE WS-CUSTID TO TKX-custID
           START TICKET-FILE KEY IS EQUAL TO TKX-custID
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ TICKET-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF TKX-custID NOT = WS-CUSTID
                           MOVE "Y" TO WS-SCAN-EOF
                       ELSE
                           IF TKX-authorizedBy NOT = SPACES
                                   AND TKX-authorizedBy(1:7)
                                       NOT = "WE-OWE "
                               MOVE WS-ANON-NAME TO TKX-authorizedBy
                               REWRITE TKX-TICKET
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       ADD 1 TO WS-CHANGED
                               END-REWRITE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TICKET-FILE
           DISPLAY "Ticket approvals blanked: " WS-CHANGED.

      *    The note rows stay - date and who wrote it are the
      *    office's own record - with the text blanked. The file
      *    is copied through PRIVACY.TMP and back the way
      *    RETENTION_JOB compacts it, so the live file is only
      *    rewritten once the scrubbed copy is complete.
       530-BLANK-NOTES.
           MOVE 0 TO WS-CHANGED
           OPEN INPUT FLAT-FILE
           OPEN OUTPUT SCRATCH-FILE
           MOVE "N" TO WS-SCAN-EOF
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ FLAT-FILE
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       MOVE FLAT-REC TO SCRATCH-REC
                       MOVE FLAT-REC TO CN-CUST-NOTE
                       IF CN-custID = WS-CUSTID
                           MOVE "ANONYMIZED" TO CN-NOTE-TEXT
                           MOVE CN-CUST-NOTE TO SCRATCH-REC
                           ADD 1 TO WS-CHANGED
                       END-IF
                       WRITE SCRATCH-REC
               END-READ
           END-PERFORM
           CLOSE SCRATCH-FILE
           CLOSE FLAT-FILE
           IF WS-CHANGED > 0
               PERFORM 560-COPY-BACK
           END-IF
           DISPLAY WS-FLAT-PATH(4:13) " notes blanked: " WS-CHANGED.

      *    CUSUPD journals each field it saves, old against new, so
      *    the customer's earlier names and addresses sit in
      *    CHANGELOG.DAT too. The rows stay as the record that a
      *    change was made; the values go.
       540-BLANK-JOURNAL.
           MOVE 0 TO WS-CHANGED
           OPEN INPUT FLAT-FILE
           OPEN OUTPUT SCRATCH-FILE
           MOVE "N" TO WS-SCAN-EOF
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ FLAT-FILE
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       MOVE FLAT-REC TO SCRATCH-REC
                       MOVE FLAT-REC TO CJ-CHANGE-LOG
                       IF CJ-CHG-FILE = "CUSTOMER"
                               AND CJ-CHG-KEY = WS-CUSTID
                               AND CJ-CHG-FIELD NOT = "DO NOT CONTACT"
                           MOVE SPACES TO CJ-OLD-VALUE
                           MOVE SPACES TO CJ-NEW-VALUE
                           MOVE CJ-CHANGE-LOG TO SCRATCH-REC
                           ADD 1 TO WS-CHANGED
                       END-IF
                       WRITE SCRATCH-REC
               END-READ
           END-PERFORM
           CLOSE SCRATCH-FILE
           CLOSE FLAT-FILE
           IF WS-CHANGED > 0
               PERFORM 560-COPY-BACK
           END-IF
           DISPLAY "Journal values blanked: " WS-CHANGED.

      *    One row saying it was done, when and by whom - nothing
      *    of what was removed.
       550-JOURNAL-ANONYMIZE.
           INITIALIZE CL-CHANGE-LOG
           MOVE 'CUST_PRIVACY' TO CL-CHG-PROGRAM
           MOVE 'CUSTOMER' TO CL-CHG-FILE
           MOVE WS-CUSTID TO CL-CHG-KEY
           MOVE 'ANONYMIZED' TO CL-CHG-FIELD
           MOVE 'PERSONAL DATA' TO CL-OLD-VALUE
           MOVE 'BLANKED ON ALL FILES' TO CL-NEW-VALUE
           CALL "LOG_FIELD_CHANGE" USING CL-CHANGE-LOG.

       560-COPY-BACK.
           OPEN INPUT SCRATCH-FILE
           OPEN OUTPUT FLAT-FILE
           MOVE "N" TO WS-SCAN-EOF
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ SCRATCH-FILE
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       MOVE SCRATCH-REC TO FLAT-REC
                       WRITE FLAT-REC
               END-READ
           END-PERFORM
           CLOSE FLAT-FILE
           CLOSE SCRATCH-FILE.

       900-PUT-LINE.
           DISPLAY WS-LINE
           MOVE WS-LINE TO REPORT-REC
           WRITE REPORT-REC.

       910-PUT-COUNT.
           MOVE SPACES TO WS-LINE
           STRING "  " WS-ROW-COUNT " ROW(S)"
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 900-PUT-LINE.

       END PROGRAM CUST_PRIVACY.
