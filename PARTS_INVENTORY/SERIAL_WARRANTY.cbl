      ******************************************************************
      * Author: Brock Sharp
      * Date: 10/15/2026
      * Purpose: Warranty position of one serial-numbered unit for
      *            SERIAL_DESK's lookup and PARTS_RETURN's warranty
      *            return - see SERIAL_WARR_DEF. The unit's row on
      *            SERIALS.IDX gives the customer, the line it left
      *            on and the price paid; the part's PARTWARR.IDX
      *            schedule gives the free-replacement and total
      *            months. The warranty runs from the counter sale
      *            date, or for a ticket line from the day the
      *            ticket closed - a unit on a ticket still open has
      *            not been sold. Months used are whole months to
      *            today; inside the free months the credit is the
      *            price paid, after that the price paid times the
      *            months left over the total months, rounded.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SERIAL_WARRANTY.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT OPTIONAL SERIAL-FILE ASSIGN TO "..\SERIALS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SNX-SN-SERIAL
               ALTERNATE RECORD KEY IS SNX-SN-PART-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SNX-SN-SALE-REF WITH DUPLICATES.
               SELECT OPTIONAL PARTWARR-FILE ASSIGN TO "..\PARTWARR.IDX"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PWX-PW-PART-ID.
               SELECT OPTIONAL TICKET-FILE
               ASSIGN TO "..\..\INDEXES\TICKET.IDX"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TKX-ticketID
               ALTERNATE RECORD KEY IS TKX-custID WITH DUPLICATES
               ALTERNATE RECORD KEY IS TKX-carVIN WITH DUPLICATES
               ALTERNATE RECORD KEY IS TKX-empID WITH DUPLICATES.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD SERIAL-FILE RECORD CONTAINS 85 CHARACTERS.
           COPY SERIAL_DEF REPLACING ==:TAG:== BY ==SNX==.
       FD PARTWARR-FILE RECORD CONTAINS 12 CHARACTERS.
           COPY PART_WARR_DEF REPLACING ==:TAG:== BY ==PWX==.
       FD TICKET-FILE RECORD CONTAINS 137 CHARACTERS.
           COPY TICKET_DEF REPLACING ==:TAG:== BY ==TKX==.
      *-----------------------
       WORKING-STORAGE SECTION.
       01  WS-TODAY.
           05  WS-TODAY-YEAR   PIC 9(4).
           05  WS-TODAY-MONTH  PIC 99.
           05  WS-TODAY-DAY    PIC 99.
       01  WS-START.
           05  WS-START-YEAR   PIC 9(4).
           05  WS-START-MONTH  PIC 99.
           05  WS-START-DAY    PIC 99.
       01  WS-START-N REDEFINES WS-START PIC 9(8).
       01  WS-MONTHS           PIC S9(5).
       01  WS-MONTHS-LEFT      PIC 9(3).
       01  WS-HAS-SCHEDULE     PIC X.
      *-----------------------
       LINKAGE SECTION.
      **-*-*-*-*-*-*-*-*-*-*-*-*-*
       COPY SERIAL_WARR_DEF REPLACING ==:TAG:== BY ==LS==.

       PROCEDURE DIVISION USING LS-SERIAL-WARR.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       0100-BEGIN.
           MOVE 'N' TO LS-SW-FOUND
           MOVE 0 TO LS-SW-PART-ID LS-SW-SALE-LINE LS-SW-SALE-DOC
               LS-SW-CUST-ID LS-SW-SALE-DATE LS-SW-SALE-PRICE
               LS-SW-FREE-MONTHS LS-SW-TOTAL-MONTHS
               LS-SW-MONTHS-USED LS-SW-CREDIT
           MOVE SPACES TO LS-SW-STATUS LS-SW-SALE-SOURCE
               LS-SW-COVERAGE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           OPEN INPUT SERIAL-FILE
           MOVE LS-SW-SERIAL TO SNX-SN-SERIAL
           READ SERIAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO LS-SW-FOUND
                   MOVE SNX-SN-PART-ID TO LS-SW-PART-ID
                   MOVE SNX-SN-STATUS TO LS-SW-STATUS
                   MOVE SNX-SN-SALE-SOURCE TO LS-SW-SALE-SOURCE
                   MOVE SNX-SN-SALE-LINE TO LS-SW-SALE-LINE
                   MOVE SNX-SN-SALE-DOC TO LS-SW-SALE-DOC
                   MOVE SNX-SN-CUST-ID TO LS-SW-CUST-ID
                   MOVE SNX-SN-SALE-DATE TO LS-SW-SALE-DATE
                   MOVE SNX-SN-SALE-PRICE TO LS-SW-SALE-PRICE
           END-READ
           CLOSE SERIAL-FILE
           IF NOT LS-SW-ON-FILE
               GOBACK
           END-IF

           MOVE 'N' TO WS-HAS-SCHEDULE
           OPEN INPUT PARTWARR-FILE
           MOVE LS-SW-PART-ID TO PWX-PW-PART-ID
           READ PARTWARR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PWX-PW-FREE-MONTHS TO LS-SW-FREE-MONTHS
                   MOVE PWX-PW-TOTAL-MONTHS TO LS-SW-TOTAL-MONTHS
                   IF PWX-PW-TOTAL-MONTHS > 0
                       MOVE 'Y' TO WS-HAS-SCHEDULE
                   END-IF
           END-READ
           CLOSE PARTWARR-FILE

           EVALUATE TRUE
               WHEN LS-SW-STATUS = "W"
                   MOVE "R" TO LS-SW-COVERAGE
               WHEN LS-SW-STATUS NOT = "S"
                   MOVE "N" TO LS-SW-COVERAGE
               WHEN LS-SW-SALE-SOURCE = "T"
                   PERFORM 0200-TICKET-CLOSE-DATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF LS-SW-COVERAGE NOT = SPACES
               GOBACK
           END-IF
           IF WS-HAS-SCHEDULE NOT = 'Y'
               MOVE "S" TO LS-SW-COVERAGE
               GOBACK
           END-IF

           PERFORM 0300-MONTHS-USED
           EVALUATE TRUE
               WHEN LS-SW-MONTHS-USED < LS-SW-FREE-MONTHS
                   MOVE "F" TO LS-SW-COVERAGE
                   MOVE LS-SW-SALE-PRICE TO LS-SW-CREDIT
               WHEN LS-SW-MONTHS-USED < LS-SW-TOTAL-MONTHS
                   MOVE "P" TO LS-SW-COVERAGE
                   COMPUTE WS-MONTHS-LEFT =
                       LS-SW-TOTAL-MONTHS - LS-SW-MONTHS-USED
                   COMPUTE LS-SW-CREDIT ROUNDED =
                       LS-SW-SALE-PRICE * WS-MONTHS-LEFT
                           / LS-SW-TOTAL-MONTHS
               WHEN OTHER
                   MOVE "X" TO LS-SW-COVERAGE
           END-EVALUATE
           GOBACK.

      *****************************************************
      * A ticket unit was sold the day the ticket closed  *
      *****************************************************
       0200-TICKET-CLOSE-DATE.
           OPEN INPUT TICKET-FILE
           MOVE LS-SW-SALE-DOC TO TKX-ticketID
           READ TICKET-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TKX-TICKET-CLOSED
                       MOVE TKX-closeDate TO LS-SW-SALE-DATE
                   ELSE
                       MOVE "N" TO LS-SW-COVERAGE
                   END-IF
                   IF TKX-custID > 0
                       MOVE TKX-custID TO LS-SW-CUST-ID
                   END-IF
           END-READ
           CLOSE TICKET-FILE.

      *****************************************************
      * Whole months from the sale to today - a month is  *
      * not used up until its day of the month comes      *
      *****************************************************
       0300-MONTHS-USED.
           MOVE LS-SW-SALE-DATE TO WS-START-N
           COMPUTE WS-MONTHS =
               (WS-TODAY-YEAR - WS-START-YEAR) * 12
               + WS-TODAY-MONTH - WS-START-MONTH
           IF WS-TODAY-DAY < WS-START-DAY
               SUBTRACT 1 FROM WS-MONTHS
           END-IF
           IF WS-MONTHS < 0
               MOVE 0 TO WS-MONTHS
           END-IF
           IF WS-MONTHS > 999
               MOVE 999 TO WS-MONTHS
           END-IF
           MOVE WS-MONTHS TO LS-SW-MONTHS-USED.

       END PROGRAM SERIAL_WARRANTY.
