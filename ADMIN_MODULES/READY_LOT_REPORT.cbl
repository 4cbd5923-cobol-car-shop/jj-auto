*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Ready lot call list - every TICKET.IDX ticket marked
*>          READY FOR PICKUP (TICKET_READY) that the cashier has
*>          not yet released, with the customer's name and phone
*>          off CUSTOMER.IDX, the VIN, the day it went ready, the
*>          days it has sat on the lot since, and the storage
*>          CALC_STORAGE says it owes today - the same figure
*>          TICKET_CLOSE will bill at release. A car still inside
*>          the grace period is flagged CALL; one past it is
*>          flagged STORAGE, so the desk knows whose phone call
*>          also carries the storage notice. On screen and
*>          exported like WIP_REPORT when asked. Callable from
*>          REPORTING_MENU.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. READY_LOT_REPORT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL INDEX-FILE-TICKET
        ASSIGN TO '../../INDEXES/TICKET.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS TKX-ticketID
        ALTERNATE RECORD KEY IS TKX-custID WITH DUPLICATES
        ALTERNATE RECORD KEY IS TKX-carVIN WITH DUPLICATES
        ALTERNATE RECORD KEY IS TKX-empID WITH DUPLICATES.
    SELECT OPTIONAL CUS-FILE
        ASSIGN TO '../CUSTOMER_MGMT/CUSTOMER.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS CUST-ID-REC
        ALTERNATE RECORD KEY IS CUST-LNAME-REC WITH DUPLICATES
        ALTERNATE RECORD KEY IS CUST-PHONE-REC WITH DUPLICATES
        ALTERNATE RECORD KEY IS CUST-EMAIL-REC WITH DUPLICATES.
    SELECT EXPORT-FILE ASSIGN TO 'READY_LOT_REPORT.RPT'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD INDEX-FILE-TICKET
    RECORD CONTAINS 137 CHARACTERS.
    COPY TICKET_DEF REPLACING ==:TAG:== BY ==TKX==.
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

01 WS-TICKET-EOF        PIC X VALUE 'N'.
01 WS-TODAY-DATE        PIC 9(8).
01 WS-READY-DATE        PIC 9(8).
01 WS-DAYS-WAITING      PIC 9(5).
01 WS-STORAGE-DAYS      PIC 9(5).
01 WS-STORAGE-CHARGE    PIC 9(7)V99.
01 WS-STORAGE-TOTAL     PIC 9(7)V99 VALUE 0.
01 WS-READY-COUNT       PIC 9(5) VALUE 0.
01 WS-STORAGE-COUNT     PIC 9(5) VALUE 0.
01 WS-CUST-NAME         PIC X(31).
01 WS-CUST-PHONE        PIC 9(10).
01 WS-CALL-TAG          PIC X(7).
01 WS-MONEY-DISP        PIC $,$$$,$$9.99.
01 WS-OUT-LINE          PIC X(100).

LINKAGE SECTION.
01 PARAMETRES.
   02 PA-RETURN-CODE PIC 99 VALUE 0.
   02 PA-OPTION-CODE PIC 99 VALUE 0.
   02 PA-EXPORT-FLAG PIC X VALUE "N".

PROCEDURE DIVISION USING PARAMETRES.
MAIN-PROCEDURE.
   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE

   IF PA-EXPORT-FLAG = 'Y' THEN
       OPEN OUTPUT EXPORT-FILE
   END-IF

   MOVE "FINISHED CARS WAITING FOR PICKUP" TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE "TICKET CUSTOMER                        PHONE      VIN"
       TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE "       READY    DAYS   STORAGE DUE  ACTION" TO WS-OUT-LINE
   PERFORM 500-PUT-LINE

   OPEN INPUT INDEX-FILE-TICKET
   OPEN INPUT CUS-FILE

   MOVE 0 TO TKX-ticketID
   START INDEX-FILE-TICKET KEY IS NOT LESS THAN TKX-ticketID
       INVALID KEY
           MOVE 'Y' TO WS-TICKET-EOF
   END-START
   PERFORM UNTIL WS-TICKET-EOF = 'Y'
       READ INDEX-FILE-TICKET NEXT RECORD
           AT END
               MOVE 'Y' TO WS-TICKET-EOF
           NOT AT END
               IF TKX-TICKET-READY
                   PERFORM 200-LIST-ONE-CAR
               END-IF
       END-READ
   END-PERFORM

   CLOSE INDEX-FILE-TICKET
   CLOSE CUS-FILE

   MOVE SPACES TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE WS-STORAGE-TOTAL TO WS-MONEY-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING "CARS READY: " WS-READY-COUNT
          "   PAST GRACE: " WS-STORAGE-COUNT
          "   STORAGE ACCRUED: " WS-MONEY-DISP
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

*> One ready car - who to call and what the lot has cost them so
*> far. Two lines per car to keep the export inside 100 columns.
200-LIST-ONE-CAR.
   ADD 1 TO WS-READY-COUNT
   PERFORM 250-RESOLVE-CUSTOMER
   MOVE TKX-readyDate TO WS-READY-DATE
   CALL "CALC_STORAGE" USING WS-READY-DATE, WS-TODAY-DATE,
       WS-DAYS-WAITING, WS-STORAGE-DAYS, WS-STORAGE-CHARGE
   IF WS-STORAGE-DAYS > 0
       MOVE "STORAGE" TO WS-CALL-TAG
       ADD 1 TO WS-STORAGE-COUNT
       ADD WS-STORAGE-CHARGE TO WS-STORAGE-TOTAL
   ELSE
       MOVE "CALL" TO WS-CALL-TAG
   END-IF

   MOVE SPACES TO WS-OUT-LINE
   STRING TKX-ticketID "  " WS-CUST-NAME " " WS-CUST-PHONE " "
          TKX-carVIN
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE WS-STORAGE-CHARGE TO WS-MONEY-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING "       " WS-READY-DATE " " WS-DAYS-WAITING " "
          WS-MONEY-DISP "  " WS-CALL-TAG
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE.
EXIT PARAGRAPH.

250-RESOLVE-CUSTOMER.
   MOVE SPACES TO WS-CUST-NAME
   MOVE 0 TO WS-CUST-PHONE
   MOVE TKX-custID TO CUST-ID-REC
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

500-PUT-LINE.
   DISPLAY WS-OUT-LINE
   IF PA-EXPORT-FLAG = 'Y' THEN
       MOVE WS-OUT-LINE TO EXPORT-REC
       WRITE EXPORT-REC
   END-IF.
EXIT PARAGRAPH.

END PROGRAM READY_LOT_REPORT.
