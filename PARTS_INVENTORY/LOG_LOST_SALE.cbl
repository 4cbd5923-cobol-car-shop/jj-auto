      ******************************************************************
      * Author: Brock Sharp
      * Date: 10/15/2026
      * Purpose: Appends one row to the lost-sales log, LOSTSALE.DAT,
      *            when the parts counter cannot make a sale - the
      *            part is out, we do not carry it, or the customer
      *            walked on the price. Mirrors LOG_STOCK_MOVE's
      *            OPEN EXTEND / WRITE / CLOSE shape and stamps the
      *            SESSION-CURRENT-USER, so LOST_SALES_REPORT can show
      *            the demand the shelf never saw.
      * RETURN CODES: none - this is a fire-and-forget logging call.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. LOG_LOST_SALE.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT OPTIONAL LOST-SALE-FILE
               ASSIGN TO "..\LOSTSALE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD LOST-SALE-FILE.
           COPY LOST_SALE_DEF REPLACING ==:TAG:== BY ==LX==.
      *-----------------------
       WORKING-STORAGE SECTION.
       01  WS-CURRENT-DATE.
           05  WS-CD-YEAR   PIC 9999.
           05  WS-CD-MONTH  PIC 99.
           05  WS-CD-DAY    PIC 99.
           05  FILLER       PIC X(13).
       COPY SESSION_DEF.
      *-----------------------
       LINKAGE SECTION.
      **-*-*-*-*-*-*-*-*-*-*-*-*-*
       01  LS-PART-ID          PIC 9(5).
       01  LS-LOST-DESC        PIC X(30).
       01  LS-LOST-QTY         PIC 9(5).
       01  LS-LOST-REASON      PIC X.
       01  LS-CUST-ID          PIC 9(5).

       PROCEDURE DIVISION USING LS-PART-ID, LS-LOST-DESC,
               LS-LOST-QTY, LS-LOST-REASON, LS-CUST-ID.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       0100-BEGIN.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.

           MOVE WS-CD-YEAR     TO LX-LOST-YEAR.
           MOVE WS-CD-MONTH    TO LX-LOST-MONTH.
           MOVE WS-CD-DAY      TO LX-LOST-DAY.
           MOVE LS-PART-ID     TO LX-PART-ID.
           MOVE LS-LOST-DESC   TO LX-LOST-DESC.
           MOVE LS-LOST-QTY    TO LX-LOST-QTY.
           MOVE LS-LOST-REASON TO LX-LOST-REASON.
           MOVE LS-CUST-ID     TO LX-CUST-ID.
           MOVE SESSION-CURRENT-USER TO LX-LOGGED-BY.

           OPEN EXTEND LOST-SALE-FILE.
           WRITE LX-LOST-SALE.
           CLOSE LOST-SALE-FILE.

           GOBACK.

       END PROGRAM LOG_LOST_SALE.
