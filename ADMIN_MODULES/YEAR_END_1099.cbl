*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Year-end 1099 summary - what we paid each outside
*>          payee in the tax year: every sublet shop off SUBLET.IDX
*>          (the cost of lines on tickets closed in the year,
*>          totalled by the vendor name as keyed) and every
*>          consignor off CONSIGN.IDX (settlement checks cut in the
*>          year), and every supplier AP_PAYMENT_RUN paid off
*>          APINV.IDX in the year that has a supplier (V) W-9 row -
*>          a parts house selling us stock is not reportable, so
*>          only suppliers the office has keyed a W-9 for count.
*>          Each payee at or over the reporting threshold is
*>          matched to its PAYEE1099.DAT W-9 row for legal name,
*>          taxpayer ID, address and form; exempt corporations are
*>          listed but not filed, and a payee with no W-9 is
*>          flagged NO W-9 ON FILE so the office can chase one
*>          before the filing deadline. On screen (exported to
*>          YEAR_END_1099.RPT when asked) and always written as one
*>          pipe-delimited line per reportable payee to
*>          EXPORT1099.DAT for the accountant's software. Callable
*>          from REPORTING_MENU, or by BATCH_RUNNER with the tax
*>          year in BATCH-FROM-DATE.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. YEAR_END_1099.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL SUBLET-FILE
        ASSIGN TO '../../INDEXES/SUBLET.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS SEQUENTIAL
        RECORD KEY IS SBX-subletID
        ALTERNATE RECORD KEY IS SBX-ticketID WITH DUPLICATES.
    SELECT OPTIONAL INDEX-FILE-TICKET
        ASSIGN TO '../../INDEXES/TICKET.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS TKX-ticketID
        ALTERNATE RECORD KEY IS TKX-custID WITH DUPLICATES
        ALTERNATE RECORD KEY IS TKX-carVIN WITH DUPLICATES
        ALTERNATE RECORD KEY IS TKX-empID WITH DUPLICATES.
    SELECT OPTIONAL CONSIGN-FILE
        ASSIGN TO '../../INDEXES/CONSIGN.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS SEQUENTIAL
        RECORD KEY IS CNX-consignID
        ALTERNATE RECORD KEY IS CNX-carVIN WITH DUPLICATES
        ALTERNATE RECORD KEY IS CNX-consignorID WITH DUPLICATES.
    SELECT OPTIONAL CUS-FILE
        ASSIGN TO '../CUSTOMER_MGMT/CUSTOMER.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS CUST-ID-REC
        ALTERNATE RECORD KEY IS CUST-LNAME-REC WITH DUPLICATES
        ALTERNATE RECORD KEY IS CUST-PHONE-REC WITH DUPLICATES
        ALTERNATE RECORD KEY IS CUST-EMAIL-REC WITH DUPLICATES.
    SELECT OPTIONAL APINV-FILE
        ASSIGN TO '../../INDEXES/APINV.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS SEQUENTIAL
        RECORD KEY IS APX-AP-INV-ID
        ALTERNATE RECORD KEY IS APX-AP-SUPP-ID WITH DUPLICATES.
    SELECT OPTIONAL PAYEE-FILE ASSIGN TO '../PAYEE1099.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT EXPORT-FILE ASSIGN TO 'YEAR_END_1099.RPT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT F1099-FILE ASSIGN TO 'EXPORT1099.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD SUBLET-FILE
    RECORD CONTAINS 79 CHARACTERS.
    COPY SUBLET_DEF REPLACING ==:TAG:== BY ==SBX==.
FD INDEX-FILE-TICKET
    RECORD CONTAINS 137 CHARACTERS.
    COPY TICKET_DEF REPLACING ==:TAG:== BY ==TKX==.
FD CONSIGN-FILE
    RECORD CONTAINS 127 CHARACTERS.
    COPY CONSIGN_DEF REPLACING ==:TAG:== BY ==CNX==.
*> Mirrors the CUST-REC layout CUSTOMER_MGMT's own programs carry
*> inline, same as TICKET_CLOSE.cbl.
FD CUS-FILE.
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
FD APINV-FILE
    RECORD CONTAINS 115 CHARACTERS.
    COPY AP_INV_DEF REPLACING ==:TAG:== BY ==APX==.
FD PAYEE-FILE.
    COPY PAYEE_1099_DEF REPLACING ==:TAG:== BY ==P9==.
FD EXPORT-FILE.
01 EXPORT-REC                 PIC X(100).
FD F1099-FILE.
01 F1099-REC                  PIC X(250).

WORKING-STORAGE SECTION.
COPY BATCH_DEF.

01 WS-EOF               PIC X.
01 WS-TAX-YEAR          PIC 9(4).
*> Federal 1099-NEC / MISC reporting threshold - $600 through the
*> 2025 tax year, $2,000 for payments made from 2026 on.
01 WS-THRESHOLD         PIC 9(7)V99.

*> One slot per payee seen in the year, keyed the way PAYEE1099.DAT
*> rows are: payee type and the vendor name, consignor custID or
*> supplier ID.
01 WS-PAY-TABLE.
   05 WS-PAY-ENTRY OCCURS 500 TIMES INDEXED BY PAY-IDX.
      10 WS-PAY-TYPE     PIC X.
      10 WS-PAY-KEY      PIC X(25).
      10 WS-PAY-AMOUNT   PIC 9(9)V99.
      10 WS-PAY-COUNT    PIC 9(5).
01 WS-PAY-USED          PIC 999 VALUE 0.
01 WS-PAY-SLOT          PIC 999.
01 WS-CUR-TYPE          PIC X.
01 WS-CUR-KEY           PIC X(25).
01 WS-CUR-AMOUNT        PIC 9(7)V99.

01 WS-W9-TABLE.
   05 WS-W9-ROW         PIC X(125) OCCURS 300 TIMES
                        INDEXED BY W9-IDX.
01 WS-W9-USED           PIC 999 VALUE 0.
01 WS-W9-FOUND          PIC X.
COPY PAYEE_1099_DEF REPLACING ==:TAG:== BY ==WS==.

01 WS-STATUS            PIC X(6).
01 WS-FLAG              PIC X(16).
01 WS-REPORT-COUNT      PIC 9(5) VALUE 0.
01 WS-REPORT-TOTAL      PIC 9(9)V99 VALUE 0.
01 WS-EXEMPT-COUNT      PIC 9(5) VALUE 0.
01 WS-NOW9-COUNT        PIC 9(5) VALUE 0.
01 WS-UNDER-COUNT       PIC 9(5) VALUE 0.
01 WS-UNDER-TOTAL       PIC 9(9)V99 VALUE 0.
01 WS-MONEY-DISP        PIC $$$,$$$,$$9.99.
01 WS-X-AMOUNT          PIC 9(9).99.
01 WS-OUT-LINE          PIC X(100).

LINKAGE SECTION.
01 PARAMETRES.
   02 PA-RETURN-CODE PIC 99 VALUE 0.
   02 PA-OPTION-CODE PIC 99 VALUE 0.
   02 PA-EXPORT-FLAG PIC X VALUE "N".

PROCEDURE DIVISION USING PARAMETRES.
MAIN-PROCEDURE.
   IF BATCH-MODE-FLAG = "Y"
      MOVE BATCH-FROM-DATE(1:4) TO WS-TAX-YEAR
   ELSE
      DISPLAY "--- Year-End 1099 Summary ---"
      DISPLAY "Tax year (YYYY): "
      ACCEPT WS-TAX-YEAR
   END-IF
   IF WS-TAX-YEAR < 2026
      MOVE 600.00 TO WS-THRESHOLD
   ELSE
      MOVE 2000.00 TO WS-THRESHOLD
   END-IF
   MOVE 0 TO WS-PAY-USED WS-REPORT-COUNT WS-REPORT-TOTAL
   MOVE 0 TO WS-EXEMPT-COUNT WS-NOW9-COUNT
   MOVE 0 TO WS-UNDER-COUNT WS-UNDER-TOTAL

   PERFORM 180-LOAD-W9-ROWS
   PERFORM 100-GATHER-SUBLETS
   PERFORM 150-GATHER-CONSIGNORS
   PERFORM 160-GATHER-SUPPLIERS

   IF PA-EXPORT-FLAG = 'Y' THEN
       OPEN OUTPUT EXPORT-FILE
   END-IF
   OPEN OUTPUT F1099-FILE
   MOVE WS-THRESHOLD TO WS-MONEY-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING "1099 SUMMARY - TAX YEAR " WS-TAX-YEAR
          "   REPORTING THRESHOLD " WS-MONEY-DISP
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE "T FORM TIN        NAME                                  PAID"
       TO WS-OUT-LINE
   PERFORM 500-PUT-LINE

   OPEN INPUT CUS-FILE
   PERFORM VARYING PAY-IDX FROM 1 BY 1 UNTIL PAY-IDX > WS-PAY-USED
       IF WS-PAY-AMOUNT(PAY-IDX) < WS-THRESHOLD
           ADD 1 TO WS-UNDER-COUNT
           ADD WS-PAY-AMOUNT(PAY-IDX) TO WS-UNDER-TOTAL
       ELSE
           PERFORM 300-LIST-ONE-PAYEE
       END-IF
   END-PERFORM
   CLOSE CUS-FILE

   MOVE SPACES TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE WS-REPORT-TOTAL TO WS-MONEY-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING "REPORTABLE: " WS-REPORT-COUNT " " WS-MONEY-DISP
          "   NO W-9: " WS-NOW9-COUNT
          "   EXEMPT: " WS-EXEMPT-COUNT
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE WS-UNDER-TOTAL TO WS-MONEY-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING "UNDER THRESHOLD: " WS-UNDER-COUNT " PAYEE(S) "
          WS-MONEY-DISP
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE

   IF PA-EXPORT-FLAG = 'Y' THEN
       CLOSE EXPORT-FILE
   END-IF
   CLOSE F1099-FILE
   IF BATCH-MODE-FLAG NOT = "Y"
      DISPLAY WS-REPORT-COUNT " payee(s) written to EXPORT1099.DAT"
   END-IF
   MOVE 0 TO PA-RETURN-CODE
   GOBACK.
EXIT PROGRAM.

*> Sublet cost is what the outside shop billed us; it counts in
*> the year the ticket it rode on was closed.
100-GATHER-SUBLETS.
   MOVE "N" TO WS-EOF
   OPEN INPUT SUBLET-FILE
   OPEN INPUT INDEX-FILE-TICKET
   PERFORM UNTIL WS-EOF = "Y"
       READ SUBLET-FILE NEXT RECORD
           AT END
               MOVE "Y" TO WS-EOF
           NOT AT END
               MOVE SBX-ticketID TO TKX-ticketID
               READ INDEX-FILE-TICKET
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TKX-TICKET-CLOSED AND
                               TKX-closeYear = WS-TAX-YEAR
                           MOVE "S" TO WS-CUR-TYPE
                           MOVE FUNCTION UPPER-CASE(SBX-vendor)
                               TO WS-CUR-KEY
                           MOVE SBX-subletCost TO WS-CUR-AMOUNT
                           PERFORM 200-ADD-PAYMENT
                       END-IF
               END-READ
       END-READ
   END-PERFORM
   CLOSE INDEX-FILE-TICKET
   CLOSE SUBLET-FILE.
EXIT PARAGRAPH.

*> A consignor is paid when CONSIGN_DESK records the settlement
*> check against the agreement.
150-GATHER-CONSIGNORS.
   MOVE "N" TO WS-EOF
   OPEN INPUT CONSIGN-FILE
   PERFORM UNTIL WS-EOF = "Y"
       READ CONSIGN-FILE NEXT RECORD
           AT END
               MOVE "Y" TO WS-EOF
           NOT AT END
               IF CNX-CN-SETTLED AND
                       CNX-paidDate(1:4) = WS-TAX-YEAR
                   MOVE "C" TO WS-CUR-TYPE
                   MOVE CNX-consignorID TO WS-CUR-KEY
                   MOVE CNX-checkAmt TO WS-CUR-AMOUNT
                   PERFORM 200-ADD-PAYMENT
               END-IF
       END-READ
   END-PERFORM
   CLOSE CONSIGN-FILE.
EXIT PARAGRAPH.

*> A supplier invoice is paid on the date AP_PAYMENT_RUN stamps
*> it; only suppliers with a V row on PAYEE1099.DAT are gathered.
160-GATHER-SUPPLIERS.
   MOVE "N" TO WS-EOF
   OPEN INPUT APINV-FILE
   PERFORM UNTIL WS-EOF = "Y"
       READ APINV-FILE NEXT RECORD
           AT END
               MOVE "Y" TO WS-EOF
           NOT AT END
               IF APX-AP-PAID AND
                       APX-AP-PAID-DATE(1:4) = WS-TAX-YEAR
                   MOVE "V" TO WS-CUR-TYPE
                   MOVE APX-AP-SUPP-ID TO WS-CUR-KEY
                   MOVE "N" TO WS-W9-FOUND
                   PERFORM VARYING W9-IDX FROM 1 BY 1
                           UNTIL W9-IDX > WS-W9-USED
                       IF WS-W9-ROW(W9-IDX)(1:1) = "V" AND
                               WS-W9-ROW(W9-IDX)(2:25) = WS-CUR-KEY
                           MOVE "Y" TO WS-W9-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-W9-FOUND = "Y"
                       MOVE APX-AP-INV-TOTAL TO WS-CUR-AMOUNT
                       PERFORM 200-ADD-PAYMENT
                   END-IF
               END-IF
       END-READ
   END-PERFORM
   CLOSE APINV-FILE.
EXIT PARAGRAPH.

180-LOAD-W9-ROWS.
   MOVE 0 TO WS-W9-USED
   MOVE "N" TO WS-EOF
   OPEN INPUT PAYEE-FILE
   PERFORM UNTIL WS-EOF = "Y"
       READ PAYEE-FILE
           AT END
               MOVE "Y" TO WS-EOF
           NOT AT END
               IF WS-W9-USED < 300
                   ADD 1 TO WS-W9-USED
                   MOVE P9-PAYEE-1099 TO WS-W9-ROW(WS-W9-USED)
               END-IF
       END-READ
   END-PERFORM
   CLOSE PAYEE-FILE.
EXIT PARAGRAPH.

200-ADD-PAYMENT.
   MOVE 0 TO WS-PAY-SLOT
   PERFORM VARYING PAY-IDX FROM 1 BY 1 UNTIL PAY-IDX > WS-PAY-USED
       IF WS-PAY-TYPE(PAY-IDX) = WS-CUR-TYPE AND
               WS-PAY-KEY(PAY-IDX) = WS-CUR-KEY
           SET WS-PAY-SLOT TO PAY-IDX
       END-IF
   END-PERFORM
   IF WS-PAY-SLOT = 0
       IF WS-PAY-USED >= 500
           DISPLAY "1099 payee table full - " WS-CUR-KEY
               " left off."
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WS-PAY-USED
       MOVE WS-PAY-USED TO WS-PAY-SLOT
       MOVE WS-CUR-TYPE TO WS-PAY-TYPE(WS-PAY-SLOT)
       MOVE WS-CUR-KEY TO WS-PAY-KEY(WS-PAY-SLOT)
       MOVE 0 TO WS-PAY-AMOUNT(WS-PAY-SLOT)
       MOVE 0 TO WS-PAY-COUNT(WS-PAY-SLOT)
   END-IF
   ADD WS-CUR-AMOUNT TO WS-PAY-AMOUNT(WS-PAY-SLOT)
   ADD 1 TO WS-PAY-COUNT(WS-PAY-SLOT).
EXIT PARAGRAPH.

*> Matched to the W-9 on the (type, key) pair. With none on file
*> the name falls back to the vendor name as keyed, or the
*> consignor's CUSTOMER.IDX name and address.
300-LIST-ONE-PAYEE.
   MOVE "N" TO WS-W9-FOUND
   PERFORM VARYING W9-IDX FROM 1 BY 1 UNTIL W9-IDX > WS-W9-USED
       IF WS-W9-ROW(W9-IDX)(1:1) = WS-PAY-TYPE(PAY-IDX) AND
               WS-W9-ROW(W9-IDX)(2:25) = WS-PAY-KEY(PAY-IDX)
           MOVE WS-W9-ROW(W9-IDX) TO WS-PAYEE-1099
           MOVE "Y" TO WS-W9-FOUND
       END-IF
   END-PERFORM
   IF WS-W9-FOUND = "N"
       PERFORM 350-PAYEE-WITHOUT-W9
   END-IF

   EVALUATE TRUE
       WHEN WS-W9-FOUND = "N"
           MOVE "NOW9  " TO WS-STATUS
           MOVE "NO W-9 ON FILE" TO WS-FLAG
           ADD 1 TO WS-NOW9-COUNT
       WHEN WS-P9-IS-EXEMPT
           MOVE "EXEMPT" TO WS-STATUS
           MOVE "EXEMPT-NOT FILED" TO WS-FLAG
           ADD 1 TO WS-EXEMPT-COUNT
       WHEN OTHER
           MOVE "OK    " TO WS-STATUS
           MOVE SPACES TO WS-FLAG
   END-EVALUATE

   MOVE WS-PAY-AMOUNT(PAY-IDX) TO WS-MONEY-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING WS-PAY-TYPE(PAY-IDX) " " WS-P9-FORM "    "
          WS-P9-TIN "  " WS-P9-NAME " " WS-MONEY-DISP
          " " WS-FLAG
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE

   IF WS-STATUS NOT = "EXEMPT"
       ADD 1 TO WS-REPORT-COUNT
       ADD WS-PAY-AMOUNT(PAY-IDX) TO WS-REPORT-TOTAL
       PERFORM 400-WRITE-EXPORT-LINE
   END-IF.
EXIT PARAGRAPH.

350-PAYEE-WITHOUT-W9.
   INITIALIZE WS-PAYEE-1099
   MOVE WS-PAY-TYPE(PAY-IDX) TO WS-P9-TYPE
   MOVE WS-PAY-KEY(PAY-IDX) TO WS-P9-KEY
   MOVE "N" TO WS-P9-EXEMPT
   IF WS-P9-SUBLET
       MOVE "N" TO WS-P9-FORM
       MOVE WS-PAY-KEY(PAY-IDX) TO WS-P9-NAME
   ELSE
       MOVE "M" TO WS-P9-FORM
       MOVE WS-PAY-KEY(PAY-IDX)(1:5) TO CUST-ID-REC
       READ CUS-FILE
           INVALID KEY
               MOVE "** CUSTOMER NOT ON FILE **" TO WS-P9-NAME
           NOT INVALID KEY
               STRING CUST-FNAME-REC DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      CUST-LNAME-REC DELIMITED BY SPACE
                   INTO WS-P9-NAME
               MOVE CUST-ADDRS-REC TO WS-P9-ADDRESS
               MOVE CUST-CITY-REC TO WS-P9-CITY
               MOVE CUST-STATE-REC TO WS-P9-STATE
               MOVE CUST-ZIP-REC TO WS-P9-ZIP
       END-READ
   END-IF.
EXIT PARAGRAPH.

*> year|form|type|key|name|tin type|tin|address|city|state|zip|
*> amount|status
400-WRITE-EXPORT-LINE.
   MOVE WS-PAY-AMOUNT(PAY-IDX) TO WS-X-AMOUNT
   MOVE SPACES TO F1099-REC
   STRING WS-TAX-YEAR DELIMITED BY SIZE
          "|" DELIMITED BY SIZE
          WS-P9-FORM DELIMITED BY SIZE
          "|" DELIMITED BY SIZE
          WS-P9-TYPE DELIMITED BY SIZE
          "|" DELIMITED BY SIZE
          WS-P9-KEY DELIMITED BY "  "
          "|" DELIMITED BY SIZE
          WS-P9-NAME DELIMITED BY "  "
          "|" DELIMITED BY SIZE
          WS-P9-TIN-TYPE DELIMITED BY SIZE
          "|" DELIMITED BY SIZE
          WS-P9-TIN DELIMITED BY SIZE
          "|" DELIMITED BY SIZE
          WS-P9-ADDRESS DELIMITED BY "  "
          "|" DELIMITED BY SIZE
          WS-P9-CITY DELIMITED BY "  "
          "|" DELIMITED BY SIZE
          WS-P9-STATE DELIMITED BY SIZE
          "|" DELIMITED BY SIZE
          WS-P9-ZIP DELIMITED BY SIZE
          "|" DELIMITED BY SIZE
          WS-X-AMOUNT DELIMITED BY SIZE
          "|" DELIMITED BY SIZE
          WS-STATUS DELIMITED BY SPACE
       INTO F1099-REC
   WRITE F1099-REC.
EXIT PARAGRAPH.

500-PUT-LINE.
   DISPLAY WS-OUT-LINE
   IF PA-EXPORT-FLAG = 'Y' THEN
       MOVE WS-OUT-LINE TO EXPORT-REC
       WRITE EXPORT-REC
   END-IF.
EXIT PARAGRAPH.

END PROGRAM YEAR_END_1099.
