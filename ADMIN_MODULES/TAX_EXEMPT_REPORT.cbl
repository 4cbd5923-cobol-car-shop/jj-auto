*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Tax-exempt sales audit for the keyed date range. Part
*>          one lists every sale that went out without sales tax
*>          on an exemption certificate - each EXEMPTSALE.DAT row
*>          TICKET_CLOSE and COUNTER_SALE logged through
*>          LOG_EXEMPT_SALE - with the certificate's type, number
*>          and expiry as they stood on the day of the sale, the
*>          amount that went untaxed and the tax waived on it,
*>          totalled for service tickets and the parts counter.
*>          Part two lists the TAXEXEMPT.IDX certificates that
*>          lapse within the keyed number of days (60 unless told
*>          otherwise) and any already lapsed, so the customer can
*>          be asked for the renewal before the next sale is
*>          taxed. Under BATCH_RUNNER the range is BATCH-FROM-DATE
*>          through BATCH-TO-DATE and the window is 60 days.
*>          Callable from REPORTING_MENU, exporting
*>          TAX_EXEMPT_REPORT.RPT when asked.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. TAX_EXEMPT_REPORT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL EXEMPT-SALE-FILE ASSIGN TO '../EXEMPTSALE.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL TAX-EXEMPT-FILE
        ASSIGN TO '../../INDEXES/TAXEXEMPT.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS TXX-custID.
    SELECT OPTIONAL CUS-FILE
        ASSIGN TO '../CUSTOMER_MGMT/CUSTOMER.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS CUST-ID-REC
        ALTERNATE RECORD KEY IS CUST-LNAME-REC WITH DUPLICATES
        ALTERNATE RECORD KEY IS CUST-PHONE-REC WITH DUPLICATES
        ALTERNATE RECORD KEY IS CUST-EMAIL-REC WITH DUPLICATES.
    SELECT EXPORT-FILE ASSIGN TO 'TAX_EXEMPT_REPORT.RPT'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD EXEMPT-SALE-FILE.
   COPY EXEMPT_SALE_DEF REPLACING ==:TAG:== BY ==XS==.
FD TAX-EXEMPT-FILE
   RECORD CONTAINS 72 CHARACTERS.
   COPY TAX_EXEMPT_DEF REPLACING ==:TAG:== BY ==TXX==.
*> Mirrors the CUST-REC layout CUSTOMER_MGMT's own programs carry
*> inline, same as AR_STATEMENTS.cbl.
FD CUS-FILE.
01 CUST-REC.
   05 CUST-ID-REC                      PIC 9(5).
   05 CUST-FNAME-REC                   PIC X(15).
   05 CUST-LNAME-REC                   PIC X(15).
   05 CUST-INIT-REC                    PIC X.
   05 CUST-PHONE-REC                   PIC 9(10).
   05 CUST-EMAIL-REC                   PIC X(35).
   05 CUST-ADDRS-REC                   PIC X(35).
   05 CUST-CITY-REC                    PIC X(15).
   05 CUST-STATE-REC                   PIC XX.
   05 CUST-ZIP-REC                     PIC 9(5).
   05 CUST-DST-REC                     PIC X.
   05 CUST-DST-DATE-REC                PIC 9(8).
   05 CUST-ADDED-DATE-REC              PIC 9(8).
   05 CUST-AR-BALANCE-REC              PIC 9(7)V99.
   05 CUST-CREDIT-HOLD-REC             PIC X.
   05 CUST-NO-CONTACT-REC              PIC X.
   05 CUST-NO-CHECKS-REC               PIC X.
FD EXPORT-FILE.
01 EXPORT-REC                 PIC X(80).

WORKING-STORAGE SECTION.
COPY BATCH_DEF.

01 WS-EOF                PIC X VALUE 'N'.
01 WS-FROM-DATE          PIC 9(8).
01 WS-TO-DATE            PIC 9(8).
01 WS-TODAY-DATE         PIC 9(8).
01 WS-WINDOW-DAYS        PIC 9(3).
01 WS-WINDOW-DATE        PIC 9(8).
01 WS-DAYS-LEFT          PIC 9(5).

*> Exempt sales in the range, tickets and counter apart.
01 WS-TKT-COUNT          PIC 9(5).
01 WS-TKT-BASE           PIC 9(9)V99.
01 WS-TKT-WAIVED         PIC 9(9)V99.
01 WS-CTR-COUNT          PIC 9(5).
01 WS-CTR-BASE           PIC 9(9)V99.
01 WS-CTR-WAIVED         PIC 9(9)V99.
01 WS-CERT-COUNT         PIC 9(5).
01 WS-LAPSED-COUNT       PIC 9(5).

01 WS-DETAIL-LINE.
   05 WS-DL-DATE         PIC 9(8).
   05 FILLER             PIC X VALUE SPACE.
   05 WS-DL-SOURCE       PIC X.
   05 FILLER             PIC X VALUE SPACE.
   05 WS-DL-DOCREF       PIC X(10).
   05 FILLER             PIC X VALUE SPACE.
   05 WS-DL-CUSTID       PIC 9(5).
   05 FILLER             PIC X VALUE SPACE.
   05 WS-DL-TYPE         PIC X.
   05 FILLER             PIC X VALUE SPACE.
   05 WS-DL-CERT         PIC X(20).
   05 FILLER             PIC X VALUE SPACE.
   05 WS-DL-EXPIRE       PIC 9(8).
   05 FILLER             PIC X VALUE SPACE.
   05 WS-DL-BASE         PIC ZZZ,ZZ9.99.
   05 FILLER             PIC X VALUE SPACE.
   05 WS-DL-WAIVED       PIC ZZ,ZZ9.99.

01 WS-CUST-NAME          PIC X(31).
01 WS-STATUS-DISP        PIC X(16).
01 WS-DAYS-DISP          PIC ZZZZ9.
01 WS-MONEY-DISP         PIC $$$,$$$,$$9.99.
01 WS-WAIVED-DISP        PIC $$$,$$$,$$9.99.
01 WS-COUNT-DISP         PIC ZZZZ9.
01 WS-PAUSE              PIC X.
01 WS-OUT-LINE           PIC X(80).

LINKAGE SECTION.
01 PARAMETRES.
   02 PA-RETURN-CODE PIC 99 VALUE 0.
   02 PA-OPTION-CODE PIC 99 VALUE 0.
   02 PA-EXPORT-FLAG PIC X VALUE "N".

PROCEDURE DIVISION USING PARAMETRES.
MAIN-PROCEDURE.
   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
   MOVE 60 TO WS-WINDOW-DAYS
   IF BATCH-MODE-FLAG = "Y" AND BATCH-FROM-DATE > 0
      MOVE BATCH-FROM-DATE TO WS-FROM-DATE
      MOVE BATCH-TO-DATE TO WS-TO-DATE
   ELSE
      DISPLAY "--- Tax Exempt Sales Audit ---"
      DISPLAY "From Date (YYYYMMDD): "
      ACCEPT WS-FROM-DATE
      DISPLAY "To Date (YYYYMMDD): "
      ACCEPT WS-TO-DATE
      DISPLAY "Certificates expiring within how many days"
          " (0 = 60): "
      ACCEPT WS-WINDOW-DAYS
      IF WS-WINDOW-DAYS = 0
         MOVE 60 TO WS-WINDOW-DAYS
      END-IF
   END-IF
   IF WS-TO-DATE = 0
      MOVE WS-TODAY-DATE TO WS-TO-DATE
   END-IF
   IF WS-FROM-DATE > WS-TO-DATE
      DISPLAY "From date is after the to date."
      MOVE 1 TO PA-RETURN-CODE
      GOBACK
   END-IF
   COMPUTE WS-WINDOW-DATE = FUNCTION DATE-OF-INTEGER(
      FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) + WS-WINDOW-DAYS)

   IF PA-EXPORT-FLAG = 'Y' THEN
       OPEN OUTPUT EXPORT-FILE
   END-IF
   MOVE SPACES TO WS-OUT-LINE
   STRING "TAX EXEMPT SALES " WS-FROM-DATE " THROUGH " WS-TO-DATE
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE SPACES TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE "DATE   SRC DOC        CUST  T CERTIFICATE          EXPIRES"
       TO WS-OUT-LINE
   MOVE "UNTAXED" TO WS-OUT-LINE(64:7)
   MOVE "WAIVED" TO WS-OUT-LINE(75:6)
   PERFORM 500-PUT-LINE
   MOVE ALL "-" TO WS-OUT-LINE
   PERFORM 500-PUT-LINE

   PERFORM 100-LIST-EXEMPT-SALES
   PERFORM 300-LIST-EXPIRING-CERTS
   IF PA-EXPORT-FLAG = 'Y' THEN
       CLOSE EXPORT-FILE
   END-IF

   IF BATCH-MODE-FLAG NOT = "Y"
      DISPLAY "Press ENTER to continue"
      ACCEPT WS-PAUSE
   END-IF

   MOVE 0 TO PA-RETURN-CODE
   GOBACK.
EXIT PROGRAM.

*> Every exempt sale dated in the range, with the certificate it
*> was made under.
100-LIST-EXEMPT-SALES.
   MOVE 0 TO WS-TKT-COUNT
   MOVE 0 TO WS-TKT-BASE
   MOVE 0 TO WS-TKT-WAIVED
   MOVE 0 TO WS-CTR-COUNT
   MOVE 0 TO WS-CTR-BASE
   MOVE 0 TO WS-CTR-WAIVED
   MOVE 'N' TO WS-EOF
   OPEN INPUT EXEMPT-SALE-FILE
   PERFORM UNTIL WS-EOF = 'Y'
       READ EXEMPT-SALE-FILE
           AT END
               MOVE 'Y' TO WS-EOF
           NOT AT END
               IF XS-saleDate >= WS-FROM-DATE
                       AND XS-saleDate <= WS-TO-DATE
                   PERFORM 200-PRINT-ONE-SALE
               END-IF
       END-READ
   END-PERFORM
   CLOSE EXEMPT-SALE-FILE

   MOVE ALL "-" TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE WS-TKT-COUNT TO WS-COUNT-DISP
   MOVE WS-TKT-BASE TO WS-MONEY-DISP
   MOVE WS-TKT-WAIVED TO WS-WAIVED-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING "SERVICE TICKETS " WS-COUNT-DISP
          "   UNTAXED " WS-MONEY-DISP "   WAIVED " WS-WAIVED-DISP
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE WS-CTR-COUNT TO WS-COUNT-DISP
   MOVE WS-CTR-BASE TO WS-MONEY-DISP
   MOVE WS-CTR-WAIVED TO WS-WAIVED-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING "PARTS COUNTER   " WS-COUNT-DISP
          "   UNTAXED " WS-MONEY-DISP "   WAIVED " WS-WAIVED-DISP
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   ADD WS-CTR-COUNT TO WS-TKT-COUNT
   ADD WS-CTR-BASE TO WS-TKT-BASE
   ADD WS-CTR-WAIVED TO WS-TKT-WAIVED
   MOVE WS-TKT-COUNT TO WS-COUNT-DISP
   MOVE WS-TKT-BASE TO WS-MONEY-DISP
   MOVE WS-TKT-WAIVED TO WS-WAIVED-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING "TOTAL EXEMPT    " WS-COUNT-DISP
          "   UNTAXED " WS-MONEY-DISP "   WAIVED " WS-WAIVED-DISP
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE.
EXIT PARAGRAPH.

200-PRINT-ONE-SALE.
   IF XS-XS-COUNTER
       ADD 1 TO WS-CTR-COUNT
       ADD XS-exemptBase TO WS-CTR-BASE
       ADD XS-taxWaived TO WS-CTR-WAIVED
   ELSE
       ADD 1 TO WS-TKT-COUNT
       ADD XS-exemptBase TO WS-TKT-BASE
       ADD XS-taxWaived TO WS-TKT-WAIVED
   END-IF
   MOVE XS-saleDate TO WS-DL-DATE
   MOVE XS-source TO WS-DL-SOURCE
   MOVE XS-docRef TO WS-DL-DOCREF
   MOVE XS-custID TO WS-DL-CUSTID
   MOVE XS-exemptType TO WS-DL-TYPE
   MOVE XS-certNumber TO WS-DL-CERT
   MOVE XS-certExpire TO WS-DL-EXPIRE
   MOVE XS-exemptBase TO WS-DL-BASE
   MOVE XS-taxWaived TO WS-DL-WAIVED
   MOVE WS-DETAIL-LINE TO WS-OUT-LINE
   PERFORM 500-PUT-LINE.
EXIT PARAGRAPH.

*> Certificates lapsing inside the window, and any already lapsed
*> still on file - the customers to ask for a renewal.
300-LIST-EXPIRING-CERTS.
   MOVE 0 TO WS-CERT-COUNT
   MOVE 0 TO WS-LAPSED-COUNT
   MOVE SPACES TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE WS-WINDOW-DAYS TO WS-DAYS-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING "CERTIFICATES EXPIRED OR EXPIRING WITHIN " WS-DAYS-DISP
          " DAYS OF " WS-TODAY-DATE
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE "CUST  NAME                  T CERTIFICATE          EXPIRES"
       TO WS-OUT-LINE
   MOVE "STATUS" TO WS-OUT-LINE(66:6)
   PERFORM 500-PUT-LINE
   MOVE ALL "-" TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE 'N' TO WS-EOF
   OPEN INPUT TAX-EXEMPT-FILE
   OPEN INPUT CUS-FILE
   MOVE 0 TO TXX-custID
   START TAX-EXEMPT-FILE KEY IS NOT LESS THAN TXX-custID
       INVALID KEY
           MOVE 'Y' TO WS-EOF
   END-START
   PERFORM UNTIL WS-EOF = 'Y'
       READ TAX-EXEMPT-FILE NEXT RECORD
           AT END
               MOVE 'Y' TO WS-EOF
           NOT AT END
               IF TXX-expireDate <= WS-WINDOW-DATE
                   PERFORM 350-PRINT-ONE-CERT
               END-IF
       END-READ
   END-PERFORM
   CLOSE CUS-FILE
   CLOSE TAX-EXEMPT-FILE
   MOVE ALL "-" TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE WS-CERT-COUNT TO WS-COUNT-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING WS-COUNT-DISP " CERTIFICATE(S) LISTED, "
       DELIMITED BY SIZE INTO WS-OUT-LINE
   MOVE WS-LAPSED-COUNT TO WS-COUNT-DISP
   MOVE WS-COUNT-DISP TO WS-OUT-LINE(30:5)
   MOVE " ALREADY EXPIRED" TO WS-OUT-LINE(35:16)
   PERFORM 500-PUT-LINE.
EXIT PARAGRAPH.

350-PRINT-ONE-CERT.
   ADD 1 TO WS-CERT-COUNT
   IF TXX-expireDate < WS-TODAY-DATE
       ADD 1 TO WS-LAPSED-COUNT
       MOVE "EXPIRED" TO WS-STATUS-DISP
   ELSE
       COMPUTE WS-DAYS-LEFT =
           FUNCTION INTEGER-OF-DATE(TXX-expireDate)
           - FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
       MOVE WS-DAYS-LEFT TO WS-DAYS-DISP
       MOVE SPACES TO WS-STATUS-DISP
       STRING "IN" WS-DAYS-DISP " DAYS"
           DELIMITED BY SIZE INTO WS-STATUS-DISP
   END-IF
   MOVE SPACES TO WS-CUST-NAME
   MOVE TXX-custID TO CUST-ID-REC
   READ CUS-FILE
       INVALID KEY
           MOVE "(NOT ON FILE)" TO WS-CUST-NAME
       NOT INVALID KEY
           STRING CUST-FNAME-REC DELIMITED BY "  "
                  " " CUST-LNAME-REC DELIMITED BY SIZE
               INTO WS-CUST-NAME
   END-READ
   MOVE SPACES TO WS-OUT-LINE
   STRING TXX-custID " " WS-CUST-NAME(1:21) " " TXX-exemptType
          " " TXX-certNumber " " TXX-expireDate " " WS-STATUS-DISP
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE.
EXIT PARAGRAPH.

500-PUT-LINE.
   DISPLAY WS-OUT-LINE
   IF PA-EXPORT-FLAG = 'Y' THEN
       MOVE WS-OUT-LINE TO EXPORT-REC
       WRITE EXPORT-REC
   END-IF.
EXIT PARAGRAPH.

END PROGRAM TAX_EXEMPT_REPORT.
