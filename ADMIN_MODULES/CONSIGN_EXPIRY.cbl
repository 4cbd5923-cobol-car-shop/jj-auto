*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Consignments nearing expiry - every CONSIGN.IDX
*>          agreement still on the lot whose expiryDate falls
*>          within the look-ahead window, with the owner's name
*>          and phone off CUSTOMER.IDX, the unit's lot price off
*>          CAR.IDX, the agreed net, and the days left. One
*>          already past its date is flagged EXPIRED - the owner
*>          gets the call to extend (CONSIGN_DESK option 5), re-
*>          price, or collect the car. Also lists units sold but
*>          whose settlement check has not gone out yet. On
*>          screen and exported like WIP_REPORT when asked.
*>          Callable from REPORTING_MENU.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. CONSIGN_EXPIRY.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL CONSIGN-FILE
        ASSIGN TO '../../INDEXES/CONSIGN.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS CNX-consignID
        ALTERNATE RECORD KEY IS CNX-carVIN WITH DUPLICATES
        ALTERNATE RECORD KEY IS CNX-consignorID WITH DUPLICATES.
    SELECT OPTIONAL CAR-FILE
        ASSIGN TO '../../INDEXES/CAR.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS CRX-carVIN.
    SELECT OPTIONAL CUS-FILE
        ASSIGN TO '../CUSTOMER_MGMT/CUSTOMER.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS CUST-ID-REC
        ALTERNATE RECORD KEY IS CUST-LNAME-REC WITH DUPLICATES
        ALTERNATE RECORD KEY IS CUST-PHONE-REC WITH DUPLICATES
        ALTERNATE RECORD KEY IS CUST-EMAIL-REC WITH DUPLICATES.
    SELECT EXPORT-FILE ASSIGN TO 'CONSIGN_EXPIRY.RPT'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CONSIGN-FILE
    RECORD CONTAINS 127 CHARACTERS.
    COPY CONSIGN_DEF REPLACING ==:TAG:== BY ==CNX==.
FD CAR-FILE
    RECORD CONTAINS 99 CHARACTERS.
    COPY CAR_DEF REPLACING ==:TAG:== BY ==CRX==.
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
FD EXPORT-FILE.
01 EXPORT-REC                 PIC X(100).

WORKING-STORAGE SECTION.
COPY BATCH_DEF.

01 WS-CN-EOF            PIC X VALUE 'N'.
01 WS-TODAY-DATE        PIC 9(8).
01 WS-TODAY-INT         PIC 9(8).
01 WS-EXPIRY-INT        PIC 9(8).
01 WS-WINDOW-DATE       PIC 9(8).
*> How far ahead an expiring agreement shows up on the list.
01 WS-LOOK-AHEAD-DAYS   PIC 9(3) VALUE 14.
01 WS-DAYS-LEFT         PIC 9(5).
01 WS-EXPIRING-COUNT    PIC 9(5) VALUE 0.
01 WS-EXPIRED-COUNT     PIC 9(5) VALUE 0.
01 WS-UNPAID-COUNT      PIC 9(5) VALUE 0.
01 WS-UNPAID-TOTAL      PIC 9(9)V99 VALUE 0.
01 WS-CUST-NAME         PIC X(31).
01 WS-CUST-PHONE        PIC 9(10).
01 WS-LOT-PRICE         PIC 9(7)V99.
01 WS-FLAG              PIC X(7).
01 WS-MONEY-DISP        PIC $,$$$,$$9.99.
01 WS-MONEY-DISP2       PIC $,$$$,$$9.99.
01 WS-TOTAL-DISP        PIC $$$,$$$,$$9.99.
01 WS-OUT-LINE          PIC X(100).

LINKAGE SECTION.
01 PARAMETRES.
   02 PA-RETURN-CODE PIC 99 VALUE 0.
   02 PA-OPTION-CODE PIC 99 VALUE 0.
   02 PA-EXPORT-FLAG PIC X VALUE "N".

PROCEDURE DIVISION USING PARAMETRES.
MAIN-PROCEDURE.
   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
   MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) TO WS-TODAY-INT
   COMPUTE WS-EXPIRY-INT = WS-TODAY-INT + WS-LOOK-AHEAD-DAYS
   MOVE FUNCTION DATE-OF-INTEGER(WS-EXPIRY-INT) TO WS-WINDOW-DATE
   MOVE 0 TO WS-EXPIRING-COUNT WS-EXPIRED-COUNT
   MOVE 0 TO WS-UNPAID-COUNT WS-UNPAID-TOTAL

   IF PA-EXPORT-FLAG = 'Y' THEN
       OPEN OUTPUT EXPORT-FILE
   END-IF

   MOVE SPACES TO WS-OUT-LINE
   STRING "CONSIGNMENTS EXPIRING THROUGH " WS-WINDOW-DATE
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE "CONS# VIN               OWNER                           PHONE"
       TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE "      EXPIRES  DAYS     LOT PRICE  NET TO OWNER" TO
       WS-OUT-LINE
   PERFORM 500-PUT-LINE

   OPEN INPUT CONSIGN-FILE
   OPEN INPUT CAR-FILE
   OPEN INPUT CUS-FILE

   PERFORM 100-START-SCAN
   PERFORM UNTIL WS-CN-EOF = 'Y'
       READ CONSIGN-FILE NEXT RECORD
           AT END
               MOVE 'Y' TO WS-CN-EOF
           NOT AT END
               IF CNX-CN-ON-LOT
                     AND CNX-expiryDate NOT > WS-WINDOW-DATE
                   PERFORM 200-LIST-EXPIRING
               END-IF
       END-READ
   END-PERFORM

   MOVE SPACES TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE "SOLD - OWNER NOT YET PAID" TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   PERFORM 100-START-SCAN
   PERFORM UNTIL WS-CN-EOF = 'Y'
       READ CONSIGN-FILE NEXT RECORD
           AT END
               MOVE 'Y' TO WS-CN-EOF
           NOT AT END
               IF CNX-CN-SOLD
                   PERFORM 300-LIST-UNPAID
               END-IF
       END-READ
   END-PERFORM

   CLOSE CONSIGN-FILE
   CLOSE CAR-FILE
   CLOSE CUS-FILE

   MOVE SPACES TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE WS-UNPAID-TOTAL TO WS-TOTAL-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING "EXPIRING: " WS-EXPIRING-COUNT
          "   EXPIRED: " WS-EXPIRED-COUNT
          "   SETTLEMENTS OWED: " WS-UNPAID-COUNT
          " " WS-TOTAL-DISP
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   IF BATCH-MODE-FLAG NOT = "Y"
      DISPLAY "Press ENTER to continue"
      ACCEPT WS-OUT-LINE
   END-IF

   IF PA-EXPORT-FLAG = 'Y' THEN
       CLOSE EXPORT-FILE
   END-IF

   MOVE 0 TO PA-RETURN-CODE
   GOBACK.

100-START-SCAN.
   MOVE 'N' TO WS-CN-EOF
   MOVE 0 TO CNX-consignID
   START CONSIGN-FILE KEY IS NOT LESS THAN CNX-consignID
       INVALID KEY
           MOVE 'Y' TO WS-CN-EOF
   END-START.
EXIT PARAGRAPH.

200-LIST-EXPIRING.
   PERFORM 250-RESOLVE-OWNER
   MOVE 0 TO WS-LOT-PRICE
   MOVE CNX-carVIN TO CRX-carVIN
   READ CAR-FILE
       INVALID KEY
           CONTINUE
       NOT INVALID KEY
           MOVE CRX-lotPrice TO WS-LOT-PRICE
   END-READ
   MOVE 0 TO WS-DAYS-LEFT
   MOVE FUNCTION INTEGER-OF-DATE(CNX-expiryDate) TO WS-EXPIRY-INT
   IF WS-EXPIRY-INT < WS-TODAY-INT
       MOVE "EXPIRED" TO WS-FLAG
       ADD 1 TO WS-EXPIRED-COUNT
   ELSE
       MOVE SPACES TO WS-FLAG
       COMPUTE WS-DAYS-LEFT = WS-EXPIRY-INT - WS-TODAY-INT
       ADD 1 TO WS-EXPIRING-COUNT
   END-IF

   MOVE SPACES TO WS-OUT-LINE
   STRING CNX-consignID " " CNX-carVIN " " WS-CUST-NAME " "
          WS-CUST-PHONE
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE WS-LOT-PRICE TO WS-MONEY-DISP
   MOVE CNX-netToOwner TO WS-MONEY-DISP2
   MOVE SPACES TO WS-OUT-LINE
   STRING "      " CNX-expiryDate " " WS-DAYS-LEFT " "
          WS-MONEY-DISP "  " WS-MONEY-DISP2 "  " WS-FLAG
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE.
EXIT PARAGRAPH.

250-RESOLVE-OWNER.
   MOVE SPACES TO WS-CUST-NAME
   MOVE 0 TO WS-CUST-PHONE
   MOVE CNX-consignorID TO CUST-ID-REC
   READ CUS-FILE
       INVALID KEY
           MOVE "** CUSTOMER NOT ON FILE **" TO WS-CUST-NAME
       NOT INVALID KEY
           STRING CUST-LNAME-REC DELIMITED BY SPACE
                  ", " DELIMITED BY SIZE
                  CUST-FNAME-REC DELIMITED BY SPACE
               INTO WS-CUST-NAME
           MOVE CUST-PHONE-REC TO WS-CUST-PHONE
   END-READ.
EXIT PARAGRAPH.

300-LIST-UNPAID.
   PERFORM 250-RESOLVE-OWNER
   ADD 1 TO WS-UNPAID-COUNT
   ADD CNX-checkAmt TO WS-UNPAID-TOTAL
   MOVE CNX-checkAmt TO WS-MONEY-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING CNX-consignID " " CNX-carVIN " " WS-CUST-NAME
          " SOLD " CNX-saleDate " CHECK " WS-MONEY-DISP
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

END PROGRAM CONSIGN_EXPIRY.
