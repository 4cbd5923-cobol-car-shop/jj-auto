*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Prints the consignment settlement statement that goes
*>          out with the owner's check, to CONSIGN_STMT.RPT: the
*>          consignor's name and address off CUSTOMER.IDX, the
*>          unit off CAR.IDX, and the settlement lines off the
*>          CONSIGN.IDX agreement - sale price, our consignment
*>          fee, the recon charged back, and the check amount.
*>          CALLed by CONSIGN_SETTLE the moment the unit sells,
*>          and by CONSIGN_DESK to reprint, the same way
*>          WINDOW_STICKER prints off CAR.IDX.
*> RETURN CODES (LS-RESULT-CODE):
*>     00 -> STATEMENT WRITTEN
*>     23 -> NO CONSIGNMENT WITH THAT consignID
*>     24 -> THE UNIT HAS NOT SOLD - NOTHING TO SETTLE YET
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. CONSIGN_STATEMENT.
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
    SELECT STMT-FILE ASSIGN TO 'CONSIGN_STMT.RPT'
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
FD STMT-FILE.
01 STMT-REC                   PIC X(80).

WORKING-STORAGE SECTION.
01 WS-MONEY-DISP        PIC $,$$$,$$9.99.
01 WS-CAR-FOUND         PIC X.
01 WS-CUST-FOUND        PIC X.

LINKAGE SECTION.
01 LS-CONSIGNID         PIC 9(5).
01 LS-RESULT-CODE       PIC 99.

PROCEDURE DIVISION USING LS-CONSIGNID, LS-RESULT-CODE.
MAIN-PROCEDURE.
   OPEN INPUT CONSIGN-FILE
   MOVE LS-CONSIGNID TO CNX-consignID
   READ CONSIGN-FILE
      INVALID KEY
         MOVE 23 TO LS-RESULT-CODE
      NOT INVALID KEY
         IF CNX-CN-SOLD OR CNX-CN-SETTLED
            MOVE 00 TO LS-RESULT-CODE
         ELSE
            MOVE 24 TO LS-RESULT-CODE
         END-IF
   END-READ
   CLOSE CONSIGN-FILE
   IF LS-RESULT-CODE = 00
      PERFORM 100-LOOK-UP-PARTIES
      PERFORM 200-PRINT-STATEMENT
   END-IF
   GOBACK.

100-LOOK-UP-PARTIES.
   MOVE "Y" TO WS-CAR-FOUND
   OPEN INPUT CAR-FILE
   MOVE CNX-carVIN TO CRX-carVIN
   READ CAR-FILE
      INVALID KEY
         MOVE "N" TO WS-CAR-FOUND
   END-READ
   CLOSE CAR-FILE
   MOVE "Y" TO WS-CUST-FOUND
   OPEN INPUT CUS-FILE
   MOVE CNX-consignorID TO CUST-ID-REC
   READ CUS-FILE
      INVALID KEY
         MOVE "N" TO WS-CUST-FOUND
   END-READ
   CLOSE CUS-FILE.

200-PRINT-STATEMENT.
   OPEN OUTPUT STMT-FILE
   MOVE "==============================================" TO
       STMT-REC
   WRITE STMT-REC
   MOVE "     J&J AUTO - CONSIGNMENT SETTLEMENT STATEMENT" TO
       STMT-REC
   WRITE STMT-REC
   MOVE "==============================================" TO
       STMT-REC
   WRITE STMT-REC
   MOVE SPACES TO STMT-REC
   STRING "CONSIGNMENT " CNX-consignID "   SOLD " CNX-saleDate
          "   DEAL " CNX-saleRef
       DELIMITED BY SIZE INTO STMT-REC
   WRITE STMT-REC
   MOVE SPACES TO STMT-REC
   WRITE STMT-REC
   IF WS-CUST-FOUND = "Y"
      MOVE SPACES TO STMT-REC
      STRING CUST-FNAME-REC DELIMITED BY SPACE
             " " DELIMITED BY SIZE
             CUST-LNAME-REC DELIMITED BY SPACE
          INTO STMT-REC
      WRITE STMT-REC
      MOVE CUST-ADDRS-REC TO STMT-REC
      WRITE STMT-REC
      MOVE SPACES TO STMT-REC
      STRING CUST-CITY-REC DELIMITED BY "  "
             ", " CUST-STATE-REC " " CUST-ZIP-REC
          DELIMITED BY SIZE INTO STMT-REC
      WRITE STMT-REC
   ELSE
      MOVE SPACES TO STMT-REC
      STRING "CONSIGNOR " CNX-consignorID
          DELIMITED BY SIZE INTO STMT-REC
      WRITE STMT-REC
   END-IF
   MOVE SPACES TO STMT-REC
   WRITE STMT-REC
   MOVE SPACES TO STMT-REC
   IF WS-CAR-FOUND = "Y"
      STRING "VEHICLE  " CRX-year " " CRX-make " " CRX-model
          DELIMITED BY SIZE INTO STMT-REC
      WRITE STMT-REC
      MOVE SPACES TO STMT-REC
   END-IF
   STRING "VIN      " CNX-carVIN
       DELIMITED BY SIZE INTO STMT-REC
   WRITE STMT-REC
   MOVE SPACES TO STMT-REC
   WRITE STMT-REC
   MOVE CNX-salePrice TO WS-MONEY-DISP
   MOVE SPACES TO STMT-REC
   STRING "SALE PRICE                    " WS-MONEY-DISP
       DELIMITED BY SIZE INTO STMT-REC
   WRITE STMT-REC
   MOVE CNX-feeAmt TO WS-MONEY-DISP
   MOVE SPACES TO STMT-REC
   STRING "LESS CONSIGNMENT FEE          " WS-MONEY-DISP
       DELIMITED BY SIZE INTO STMT-REC
   WRITE STMT-REC
   MOVE CNX-reconAmt TO WS-MONEY-DISP
   MOVE SPACES TO STMT-REC
   STRING "LESS RECONDITIONING CHARGES   " WS-MONEY-DISP
       DELIMITED BY SIZE INTO STMT-REC
   WRITE STMT-REC
   MOVE "                              ------------" TO STMT-REC
   WRITE STMT-REC
   MOVE CNX-checkAmt TO WS-MONEY-DISP
   MOVE SPACES TO STMT-REC
   STRING "CHECK TO OWNER                " WS-MONEY-DISP
       DELIMITED BY SIZE INTO STMT-REC
   WRITE STMT-REC
   IF CNX-CN-SETTLED
      MOVE SPACES TO STMT-REC
      STRING "PAID " CNX-paidDate "   CHECK NO. " CNX-checkRef
          DELIMITED BY SIZE INTO STMT-REC
      WRITE STMT-REC
   END-IF
   CLOSE STMT-FILE.

END PROGRAM CONSIGN_STATEMENT.
