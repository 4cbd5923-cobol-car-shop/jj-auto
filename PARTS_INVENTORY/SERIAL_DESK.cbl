      ******************************************************************
      * Author: Brock Sharp
      * Date: 10/15/2026
      * Purpose: Serial number and warranty desk for the parts counter.
      *            Looks a unit up by its serial (SERIAL_WARRANTY) -
      *            the part, the customer, the counter or ticket line
      *            it left on and when, and the warranty credit still
      *            due under the part's schedule - so a customer with
      *            a dead battery gets an answer without anyone
      *            hunting receipts. Sets a part's warranty schedule
      *            on PARTWARR.IDX: whether it is serial-tracked, the
      *            free-replacement months and the total months the
      *            prorated credit runs to, journaled old against new
      *            on CHANGELOG.DAT through LOG_FIELD_CHANGE. Lists a
      *            part's serials on SERIALS.IDX with where each one
      *            is. The warranty return itself is taken at
      *            PARTS_RETURN.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SERIAL_DESK.
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
               ACCESS IS DYNAMIC
               RECORD KEY IS PWX-PW-PART-ID.
               SELECT OPTIONAL CUS-FILE
               ASSIGN TO "..\CUSTOMER_MGMT\CUSTOMER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CUST-ID-REC
               ALTERNATE RECORD KEY IS CUST-LNAME-REC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CUST-PHONE-REC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CUST-EMAIL-REC WITH DUPLICATES.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD SERIAL-FILE RECORD CONTAINS 85 CHARACTERS.
           COPY SERIAL_DEF REPLACING ==:TAG:== BY ==SNX==.
       FD PARTWARR-FILE RECORD CONTAINS 12 CHARACTERS.
           COPY PART_WARR_DEF REPLACING ==:TAG:== BY ==PWX==.
      *    Mirrors the CUST-REC layout CUSTOMER_MGMT's own programs
      *    carry inline, same as SalesMain.cbl.
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
      *-----------------------
       WORKING-STORAGE SECTION.
       COPY PART_DEF REPLACING ==:TAG:== BY ==WS==.
       COPY SERIAL_WARR_DEF REPLACING ==:TAG:== BY ==WSW==.
       COPY CHANGE_LOG_DEF REPLACING ==:TAG:== BY ==CL==.
       01  WS-RESULT-CODE      PIC 99.
       01  WS-MENU-OPTION      PIC 9.
       01  WS-DONE             PIC X VALUE 'N'.
       01  WS-EOF              PIC X.
       01  WS-PART-IN          PIC 9(5).
       01  WS-SERIAL-IN        PIC X(20).
       01  WS-CUST-NAME        PIC X(31).
       01  WS-COVERAGE-TEXT    PIC X(40).
       01  WS-PRICE-DISP       PIC $$$,$$9.99.
       01  WS-CREDIT-DISP      PIC $$$,$$9.99.
       01  WS-SALE-DATE-DISP   PIC 9999/99/99.
       01  WS-SERIAL-COUNT     PIC 9(5).
       01  WS-FLAG-IN          PIC X.
       01  WS-FREE-IN          PIC 9(3).
       01  WS-TOTAL-IN         PIC 9(3).
       01  WS-NEW-SCHEDULE     PIC X.
       01  WS-OLD-WARR         PIC X(12).
       01  WS-OLD-WARR-R REDEFINES WS-OLD-WARR.
           05  WS-OLD-PART-ID  PIC 9(5).
           05  WS-OLD-FLAG     PIC X.
           05  WS-OLD-FREE     PIC 9(3).
           05  WS-OLD-TOTAL    PIC 9(3).
       01  WS-WHERE-TEXT       PIC X(30).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       0100-BEGIN.
           PERFORM UNTIL WS-DONE = 'Y'
               DISPLAY "--- Serial Numbers and Warranty ---"
               DISPLAY "1. Look Up a Serial"
               DISPLAY "2. Set a Part's Warranty Schedule"
               DISPLAY "3. List a Part's Serials"
               DISPLAY "4. Exit"
               ACCEPT WS-MENU-OPTION
               EVALUATE WS-MENU-OPTION
                   WHEN 1
                       PERFORM 0200-LOOK-UP-SERIAL
                   WHEN 2
                       PERFORM 0300-SET-SCHEDULE
                   WHEN 3
                       PERFORM 0400-LIST-SERIALS
                   WHEN 4
                       MOVE 'Y' TO WS-DONE
                   WHEN OTHER
                       DISPLAY "Invalid Option, Please enter 1-4."
               END-EVALUATE
           END-PERFORM
           GOBACK.

      ****************************************************************
      * Who bought the unit, on what line and when, and what the     *
      * warranty still owes them on it today                         *
      ****************************************************************
       0200-LOOK-UP-SERIAL.
           DISPLAY "Enter Serial No.: "
           MOVE SPACES TO WS-SERIAL-IN
           ACCEPT WS-SERIAL-IN
           INITIALIZE WSW-SERIAL-WARR
           MOVE WS-SERIAL-IN TO WSW-SW-SERIAL
           CALL "SERIAL_WARRANTY" USING WSW-SERIAL-WARR
           IF NOT WSW-SW-ON-FILE
               DISPLAY "No unit with that serial on file."
               EXIT PARAGRAPH
           END-IF

           INITIALIZE WS-PART
           MOVE WSW-SW-PART-ID TO WS-PART-ID
           CALL "READ_PART" USING WS-PART, WS-RESULT-CODE
           IF WS-RESULT-CODE NOT = 01
               MOVE "(NOT ON FILE)" TO WS-PART-NAME
           END-IF
           DISPLAY "SERIAL " WSW-SW-SERIAL "  PART " WSW-SW-PART-ID
               " " WS-PART-NAME
           IF WSW-SW-SALE-SOURCE = "C" OR WSW-SW-SALE-SOURCE = "T"
               PERFORM 0250-CUSTOMER-NAME
               IF WSW-SW-SALE-SOURCE = "C"
                   DISPLAY "SOLD ON COUNTER LINE " WSW-SW-SALE-LINE
                       "  RECEIPT " WSW-SW-SALE-DOC
               ELSE
                   DISPLAY "SOLD ON TICKET PART LINE "
                       WSW-SW-SALE-LINE "  TICKET " WSW-SW-SALE-DOC
               END-IF
               MOVE WSW-SW-SALE-DATE TO WS-SALE-DATE-DISP
               MOVE WSW-SW-SALE-PRICE TO WS-PRICE-DISP
               DISPLAY "CUSTOMER " WSW-SW-CUST-ID " " WS-CUST-NAME
               DISPLAY "SALE DATE " WS-SALE-DATE-DISP
                   "  PRICE PAID " WS-PRICE-DISP
           END-IF
           PERFORM 0260-COVERAGE-TEXT
           MOVE WSW-SW-CREDIT TO WS-CREDIT-DISP
           DISPLAY "WARRANTY " WSW-SW-FREE-MONTHS " MONTHS FREE / "
               WSW-SW-TOTAL-MONTHS " MONTHS PRORATED - "
               WSW-SW-MONTHS-USED " MONTHS USED"
           DISPLAY WS-COVERAGE-TEXT "  CREDIT DUE " WS-CREDIT-DISP.

       0250-CUSTOMER-NAME.
           MOVE SPACES TO WS-CUST-NAME
           IF WSW-SW-CUST-ID = 0
               MOVE "WALK-IN" TO WS-CUST-NAME
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CUS-FILE
           MOVE WSW-SW-CUST-ID TO CUST-ID-REC
           READ CUS-FILE
               INVALID KEY
                   MOVE "(NOT ON FILE)" TO WS-CUST-NAME
               NOT INVALID KEY
                   STRING CUST-FNAME-REC DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          CUST-LNAME-REC DELIMITED BY SIZE
                       INTO WS-CUST-NAME
           END-READ
           CLOSE CUS-FILE.

       0260-COVERAGE-TEXT.
           EVALUATE TRUE
               WHEN WSW-SW-FREE-REPLACE
                   MOVE "FREE REPLACEMENT" TO WS-COVERAGE-TEXT
               WHEN WSW-SW-PRORATED
                   MOVE "PRORATED CREDIT" TO WS-COVERAGE-TEXT
               WHEN WSW-SW-EXPIRED
                   MOVE "WARRANTY EXPIRED" TO WS-COVERAGE-TEXT
               WHEN WSW-SW-ALREADY-BACK
                   MOVE "ALREADY RETURNED - NOTHING DUE"
                       TO WS-COVERAGE-TEXT
               WHEN WSW-SW-NO-SCHEDULE
                   MOVE "PART HAS NO WARRANTY SCHEDULE"
                       TO WS-COVERAGE-TEXT
               WHEN OTHER
                   MOVE "NOT SOLD - IN STOCK OR ON AN OPEN TICKET"
                       TO WS-COVERAGE-TEXT
           END-EVALUATE.

      ****************************************************************
      * Adds or changes the part's PARTWARR.IDX row. Serial          *
      * tracking starts with the next delivery received - stock     *
      * already on the shelf goes on file as it sells.              *
      ****************************************************************
       0300-SET-SCHEDULE.
           INITIALIZE WS-PART
           DISPLAY "Enter Part ID: "
           ACCEPT WS-PART-ID
           CALL "READ_PART" USING WS-PART, WS-RESULT-CODE
           IF WS-RESULT-CODE NOT = 01
               DISPLAY "No part found for that ID."
               EXIT PARAGRAPH
           END-IF
           OPEN I-O PARTWARR-FILE
           MOVE WS-PART-ID TO PWX-PW-PART-ID
           READ PARTWARR-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-NEW-SCHEDULE
                   INITIALIZE PWX-PART-WARR
                   MOVE WS-PART-ID TO PWX-PW-PART-ID
                   MOVE "N" TO PWX-PW-SERIAL-FLAG
               NOT INVALID KEY
                   MOVE 'N' TO WS-NEW-SCHEDULE
           END-READ
           MOVE PWX-PART-WARR TO WS-OLD-WARR
           DISPLAY WS-PART-NAME "  SERIAL-TRACKED: "
               PWX-PW-SERIAL-FLAG "  FREE MONTHS: "
               PWX-PW-FREE-MONTHS "  TOTAL MONTHS: "
               PWX-PW-TOTAL-MONTHS
           DISPLAY "Track this part by serial number? (Y/N): "
           ACCEPT WS-FLAG-IN
           IF WS-FLAG-IN = 'y'
               MOVE 'Y' TO WS-FLAG-IN
           END-IF
           IF WS-FLAG-IN NOT = 'Y'
               MOVE 'N' TO WS-FLAG-IN
           END-IF
           DISPLAY "Free-replacement months: "
           ACCEPT WS-FREE-IN
           DISPLAY "Total warranty months (prorated to here): "
           ACCEPT WS-TOTAL-IN
           IF WS-TOTAL-IN < WS-FREE-IN
               DISPLAY "Total months can't be less than the free"
                   " months - taken as " WS-FREE-IN "."
               MOVE WS-FREE-IN TO WS-TOTAL-IN
           END-IF
           MOVE WS-FLAG-IN TO PWX-PW-SERIAL-FLAG
           MOVE WS-FREE-IN TO PWX-PW-FREE-MONTHS
           MOVE WS-TOTAL-IN TO PWX-PW-TOTAL-MONTHS
           IF WS-NEW-SCHEDULE = 'Y'
               WRITE PWX-PART-WARR
                   INVALID KEY
                       DISPLAY "Could not add the schedule."
                   NOT INVALID KEY
                       DISPLAY "Schedule added for part " WS-PART-ID
                       PERFORM 0350-JOURNAL-SCHEDULE
               END-WRITE
           ELSE
               REWRITE PWX-PART-WARR
                   INVALID KEY
                       DISPLAY "Could not update the schedule."
                   NOT INVALID KEY
                       DISPLAY "Schedule updated for part "
                           WS-PART-ID
                       PERFORM 0350-JOURNAL-SCHEDULE
               END-REWRITE
           END-IF
           CLOSE PARTWARR-FILE.

       0350-JOURNAL-SCHEDULE.
           INITIALIZE CL-CHANGE-LOG
           MOVE "SERIAL_DESK" TO CL-CHG-PROGRAM
           MOVE "PARTWARR" TO CL-CHG-FILE
           MOVE PWX-PW-PART-ID TO CL-CHG-KEY
           IF WS-NEW-SCHEDULE = 'Y' OR
                   WS-OLD-FLAG NOT = PWX-PW-SERIAL-FLAG
               MOVE "SERIAL TRACKED" TO CL-CHG-FIELD
               MOVE SPACES TO CL-OLD-VALUE
               IF WS-NEW-SCHEDULE NOT = 'Y'
                   MOVE WS-OLD-FLAG TO CL-OLD-VALUE
               END-IF
               MOVE PWX-PW-SERIAL-FLAG TO CL-NEW-VALUE
               CALL "LOG_FIELD_CHANGE" USING CL-CHANGE-LOG
           END-IF
           IF WS-NEW-SCHEDULE = 'Y' OR
                   WS-OLD-FREE NOT = PWX-PW-FREE-MONTHS
               MOVE "FREE MONTHS" TO CL-CHG-FIELD
               MOVE SPACES TO CL-OLD-VALUE
               IF WS-NEW-SCHEDULE NOT = 'Y'
                   MOVE WS-OLD-FREE TO CL-OLD-VALUE
               END-IF
               MOVE PWX-PW-FREE-MONTHS TO CL-NEW-VALUE
               CALL "LOG_FIELD_CHANGE" USING CL-CHANGE-LOG
           END-IF
           IF WS-NEW-SCHEDULE = 'Y' OR
                   WS-OLD-TOTAL NOT = PWX-PW-TOTAL-MONTHS
               MOVE "TOTAL MONTHS" TO CL-CHG-FIELD
               MOVE SPACES TO CL-OLD-VALUE
               IF WS-NEW-SCHEDULE NOT = 'Y'
                   MOVE WS-OLD-TOTAL TO CL-OLD-VALUE
               END-IF
               MOVE PWX-PW-TOTAL-MONTHS TO CL-NEW-VALUE
               CALL "LOG_FIELD_CHANGE" USING CL-CHANGE-LOG
           END-IF.

      ****************************************************************
      * Every serial on file for a part off the part-ID key, with   *
      * where the unit is now                                       *
      ****************************************************************
       0400-LIST-SERIALS.
           DISPLAY "Enter Part ID: "
           ACCEPT WS-PART-IN
           MOVE 0 TO WS-SERIAL-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT SERIAL-FILE
           MOVE WS-PART-IN TO SNX-SN-PART-ID
           START SERIAL-FILE KEY IS EQUAL TO SNX-SN-PART-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ SERIAL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SNX-SN-PART-ID NOT = WS-PART-IN
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           ADD 1 TO WS-SERIAL-COUNT
                           PERFORM 0450-WHERE-IS-IT
                           DISPLAY SNX-SN-SERIAL "  " WS-WHERE-TEXT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SERIAL-FILE
           IF WS-SERIAL-COUNT = 0
               DISPLAY "No serials on file for that part."
           ELSE
               DISPLAY WS-SERIAL-COUNT " serial(s)."
           END-IF.

       0450-WHERE-IS-IT.
           MOVE SPACES TO WS-WHERE-TEXT
           EVALUATE TRUE
               WHEN SNX-SN-IN-STOCK
                   STRING "IN STOCK (PO " SNX-SN-PO-NUMBER ")"
                       DELIMITED BY SIZE INTO WS-WHERE-TEXT
               WHEN SNX-SN-SOLD AND SNX-SN-SOLD-COUNTER
                   STRING "SOLD - COUNTER LINE " SNX-SN-SALE-LINE
                       DELIMITED BY SIZE INTO WS-WHERE-TEXT
               WHEN SNX-SN-SOLD
                   STRING "SOLD - TICKET " SNX-SN-SALE-DOC
                       DELIMITED BY SIZE INTO WS-WHERE-TEXT
               WHEN OTHER
                   STRING "RETURNED " SNX-SN-BACK-DATE
                       DELIMITED BY SIZE INTO WS-WHERE-TEXT
           END-EVALUATE.

       END PROGRAM SERIAL_DESK.
