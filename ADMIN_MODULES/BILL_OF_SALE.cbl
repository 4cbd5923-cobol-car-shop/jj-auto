*>          never quite matches the record. CALLed by SalesMain
*>          right after ADD_SALE posts a deal, and on demand for
*>          any sale ID; the sale itself comes back through
*>          READ_SALE's keyed-read option. Every we-owe item still
*>          standing on the deal (WEOWE.IDX) prints as a due bill
*>          under the charges, so what was promised at delivery is
*>          in writing on both sides of the desk. The vehicle
*>          block carries the unit's title brand as a required
*>          disclosure, with a line for the buyer's initials when
*>          the title is branded.
*> RETURN CODES (LS-RESULT-CODE):
*>     00 -> DOCUMENT WRITTEN
*>     23 -> NO SALE WITH THAT saleID
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS CUST-ID-REC
        ALTERNATE RECORD KEY IS CUST-LNAME-REC WITH DUPLICATES
        ALTERNATE RECORD KEY IS CUST-PHONE-REC WITH DUPLICATES
        ALTERNATE RECORD KEY IS CUST-EMAIL-REC WITH DUPLICATES.
    SELECT OPTIONAL WEOWE-FILE
        ASSIGN TO '../../INDEXES/WEOWE.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS WOX-weOweID
        ALTERNATE RECORD KEY IS WOX-saleID WITH DUPLICATES
        ALTERNATE RECORD KEY IS WOX-ticketID WITH DUPLICATES.
    SELECT DOC-FILE ASSIGN TO 'BILL_OF_SALE.RPT'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CAR-FILE
    RECORD CONTAINS 99 CHARACTERS.
    COPY CAR_DEF REPLACING ==:TAG:== BY ==CRX==.
*> Mirrors the CUST-REC layout CUSTOMER_MGMT's own programs carry
*> inline, same as SalesMain.cbl and AR_AGING_REPORT.cbl.
    05  CUST-AR-BALANCE-REC              PIC 9(7)V99.
    05  CUST-CREDIT-HOLD-REC             PIC X.
    05  CUST-NO-CONTACT-REC              PIC X.
    05  CUST-NO-CHECKS-REC               PIC X.
FD WEOWE-FILE
    RECORD CONTAINS 96 CHARACTERS.
    COPY WEOWE_DEF REPLACING ==:TAG:== BY ==WOX==.
FD DOC-FILE.
01 DOC-REC                    PIC X(80).

01 WS-FOUND             PIC X.
01 WS-MONEY-DISP        PIC $,$$$,$$9.99.
01 WS-RATE-DISP         PIC Z9.999.
01 WS-WO-EOF            PIC X.
01 WS-WO-PRINTED        PIC 99.
01 WS-BRAND-NAME        PIC X(13).

LINKAGE SECTION.
01  LS-SALEID           PIC 9(5).
   PERFORM 200-WRITE-BUYER-BLOCK
   PERFORM 300-WRITE-VEHICLE-BLOCK
   PERFORM 400-WRITE-MONEY-BLOCK
   PERFORM 450-WRITE-WE-OWE-BLOCK
   PERFORM 500-WRITE-FINANCE-BLOCK
   PERFORM 600-WRITE-SIGNATURE-BLOCK
   CLOSE DOC-FILE
      STRING "  MILEAGE AT SALE: " WSS-mileage
          DELIMITED BY SIZE INTO DOC-REC
      WRITE DOC-REC
      PERFORM 350-WRITE-TITLE-BRAND
   END-IF
   MOVE SPACES TO DOC-REC
   WRITE DOC-REC.
EXIT PARAGRAPH.

350-WRITE-TITLE-BRAND.
   EVALUATE TRUE
      WHEN CRX-TB-SALVAGE
         MOVE "SALVAGE" TO WS-BRAND-NAME
      WHEN CRX-TB-REBUILT
         MOVE "REBUILT" TO WS-BRAND-NAME
      WHEN CRX-TB-FLOOD
         MOVE "FLOOD" TO WS-BRAND-NAME
      WHEN CRX-TB-LEMON
         MOVE "LEMON BUYBACK" TO WS-BRAND-NAME
      WHEN OTHER
         MOVE "CLEAN" TO WS-BRAND-NAME
   END-EVALUATE
   MOVE SPACES TO DOC-REC
   STRING "  TITLE BRAND: " WS-BRAND-NAME
       DELIMITED BY SIZE INTO DOC-REC
   WRITE DOC-REC
   IF NOT CRX-TB-CLEAN
      MOVE "  BUYER ACKNOWLEDGES THIS VEHICLE CARRIES A BRANDED"
          TO DOC-REC
      WRITE DOC-REC
      MOVE "  TITLE AS SHOWN ABOVE.     BUYER INITIALS: ______"
          TO DOC-REC
      WRITE DOC-REC
   END-IF.
EXIT PARAGRAPH.

400-WRITE-MONEY-BLOCK.
   MOVE "PRICE AND CHARGES" TO DOC-REC
   WRITE DOC-REC
   WRITE DOC-REC.
EXIT PARAGRAPH.

*> The due bill - each open or kept item promised on the deal. A
*> deal with nothing owed prints nothing here.
450-WRITE-WE-OWE-BLOCK.
   MOVE 0 TO WS-WO-PRINTED
   MOVE 'N' TO WS-WO-EOF
   OPEN INPUT WEOWE-FILE
   MOVE WSS-saleID TO WOX-saleID
   START WEOWE-FILE KEY IS EQUAL TO WOX-saleID
      INVALID KEY
         MOVE 'Y' TO WS-WO-EOF
   END-START
   PERFORM UNTIL WS-WO-EOF = 'Y'
      READ WEOWE-FILE NEXT RECORD
         AT END
            MOVE 'Y' TO WS-WO-EOF
         NOT AT END
            IF WOX-saleID NOT = WSS-saleID
               MOVE 'Y' TO WS-WO-EOF
            ELSE
               IF NOT WOX-WO-CANCELLED
                  IF WS-WO-PRINTED = 0
                     MOVE "WE OWE (DUE BILL) - AT NO CHARGE TO BUYER"
                         TO DOC-REC
                     WRITE DOC-REC
                  END-IF
                  ADD 1 TO WS-WO-PRINTED
                  MOVE SPACES TO DOC-REC
                  STRING "  " WOX-weOweID "  " WOX-itemDesc
                      DELIMITED BY SIZE INTO DOC-REC
                  IF WOX-WO-DONE
                     MOVE "DONE" TO DOC-REC(46:4)
                  END-IF
                  WRITE DOC-REC
               END-IF
            END-IF
      END-READ
   END-PERFORM
   CLOSE WEOWE-FILE
   IF WS-WO-PRINTED > 0
      MOVE SPACES TO DOC-REC
      WRITE DOC-REC
   END-IF.
EXIT PARAGRAPH.

500-WRITE-FINANCE-BLOCK.
   EVALUATE TRUE
      WHEN WSS-CASH-SALE
