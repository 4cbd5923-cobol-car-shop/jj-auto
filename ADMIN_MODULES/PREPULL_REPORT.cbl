*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Parts pre-pull and shortage check for the coming
*>          appointments. Walks the SCHEDULED APPOINTMENT.IDX
*>          bookings for the next open day(s) on the shop calendar
*>          (SHOP_DAY) and works out the parts each booked service
*>          will draw: the car's own approved or converted
*>          ESTIMATE.IDX lines for that service when one is still
*>          in date, otherwise the KIT.IDX kit tied to the service
*>          (KIT-SERVICE-ID) and its KITLINE.IDX components. The
*>          demand is set against available stock (on-hand less
*>          committed, through READ_PART) in appointment order, so
*>          the earliest car gets the stock first; a converted
*>          estimate's lines are already committed to its ticket,
*>          so they are not counted against the stock twice.
*>          Anything short is listed with a suggested PO line off
*>          the cheapest PARTSUPP.IDX source (the part's own
*>          supplier when no cross-reference rows exist, the same
*>          pick SUGGEST_PO makes), and what is on the shelf comes
*>          out as a pre-pull list in PART-BIN order, one line per
*>          appointment, so the runner can set the parts aside for
*>          the ticket before the car arrives. Callable from
*>          REPORTING_MENU; under BATCH_RUNNER it covers the next
*>          open day. Always written to PREPULL.RPT.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. PREPULL_REPORT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL INDEX-FILE-APPT
        ASSIGN TO '../../INDEXES/APPOINTMENT.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS IDX-apptID
        ALTERNATE RECORD KEY IS IDX-apptDate WITH DUPLICATES
        ALTERNATE RECORD KEY IS IDX-empID WITH DUPLICATES
        ALTERNATE RECORD KEY IS IDX-bayNumber WITH DUPLICATES
        ALTERNATE RECORD KEY IS IDX-custID WITH DUPLICATES.
    SELECT OPTIONAL ESTIMATE-FILE
        ASSIGN TO '../../INDEXES/ESTIMATE.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS ESX-estimateID
        ALTERNATE RECORD KEY IS ESX-custID WITH DUPLICATES
        ALTERNATE RECORD KEY IS ESX-carVIN WITH DUPLICATES.
    SELECT OPTIONAL ESTLINE-FILE
        ASSIGN TO '../../INDEXES/ESTLINE.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS ELX-estLineID
        ALTERNATE RECORD KEY IS ELX-estimateID WITH DUPLICATES.
    SELECT OPTIONAL KIT-FILE ASSIGN TO '../KIT.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS KTX-KIT-ID.
    SELECT OPTIONAL KITLINE-FILE ASSIGN TO '../KITLINE.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS KLX-KITLINE-ID
        ALTERNATE RECORD KEY IS KLX-KIT-ID WITH DUPLICATES.
    SELECT OPTIONAL PARTSUPP-FILE ASSIGN TO '../PARTSUPP.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS PSX-XREF-ID
        ALTERNATE RECORD KEY IS PSX-PART-ID WITH DUPLICATES
        ALTERNATE RECORD KEY IS PSX-SUPPLIER-ID WITH DUPLICATES
        ALTERNATE RECORD KEY IS PSX-SUPP-PART-NO WITH DUPLICATES.
    SELECT EXPORT-FILE ASSIGN TO 'PREPULL.RPT'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD INDEX-FILE-APPT
        RECORD CONTAINS 79 CHARACTERS.
    COPY APPOINTMENT_DEF REPLACING ==:TAG:== BY ==IDX==.
FD ESTIMATE-FILE
    RECORD CONTAINS 116 CHARACTERS.
    COPY ESTIMATE_DEF REPLACING ==:TAG:== BY ==ESX==.
FD ESTLINE-FILE
    RECORD CONTAINS 17 CHARACTERS.
    COPY EST_LINE_DEF REPLACING ==:TAG:== BY ==ELX==.
FD KIT-FILE
    RECORD CONTAINS 35 CHARACTERS.
    COPY KIT_DEF REPLACING ==:TAG:== BY ==KTX==.
FD KITLINE-FILE
    RECORD CONTAINS 20 CHARACTERS.
    COPY KIT_LINE_DEF REPLACING ==:TAG:== BY ==KLX==.
FD PARTSUPP-FILE
    RECORD CONTAINS 46 CHARACTERS.
    COPY PART_SUPP_DEF REPLACING ==:TAG:== BY ==PSX==.
FD EXPORT-FILE.
01 EXPORT-REC                 PIC X(90).

WORKING-STORAGE SECTION.
COPY BATCH_DEF.
COPY PART_DEF REPLACING ==:TAG:== BY ==WS==.
COPY SHOP_DAY_DEF REPLACING ==:TAG:== BY ==WSD==.
01 WS-SCAN-EOF          PIC X.
01 WS-LINE-EOF          PIC X.
01 WS-PART-RESULT       PIC 99.
01 WS-TODAY-DATE        PIC 9(8).
01 WS-DAY-DATE          PIC 9(8).
01 WS-DAYS-IN           PIC 99.
01 WS-DAY-NO            PIC 99.
01 WS-APPT-COUNT        PIC 9(4) VALUE 0.
01 WS-NO-PARTS-COUNT    PIC 9(4) VALUE 0.

*> Where the booked job's parts came from.
01 WS-SOURCE            PIC X(4).
01 WS-SOURCE-ID         PIC 9(5).
01 WS-EST-FOUND         PIC 9(5).
01 WS-EST-IS-CONVERTED  PIC X.
01 WS-KIT-FOUND         PIC 9(5).
01 WS-APPT-LINES        PIC 99.

*> One part line of demand being placed against the stock.
01 WS-NEED-PART         PIC 9(5).
01 WS-NEED-QTY          PIC 9(5).
01 WS-NEED-RESERVED     PIC X.
01 WS-PULL-QTY          PIC 9(5).

*> Every part the coming appointments draw on, with the stock
*> still free to pull as each appointment takes its share.
01 WS-PART-TABLE.
   05 WS-PART-ENTRY OCCURS 100 TIMES.
      10 WS-PT-PARTID    PIC 9(5).
      10 WS-PT-NAME      PIC X(15).
      10 WS-PT-BIN       PIC X(6).
      10 WS-PT-SUPP      PIC 9(5).
      10 WS-PT-COST      PIC 9(5)V99.
      10 WS-PT-SUPERSEDED PIC 9(5).
      10 WS-PT-AVAIL     PIC S9(5).
      10 WS-PT-POOL      PIC S9(5).
      10 WS-PT-NEEDED    PIC 9(5).
      10 WS-PT-SHORT     PIC 9(5).
01 WS-PART-USED         PIC 999 VALUE 0.
01 WS-PART-SLOT         PIC 999.
01 WS-PART-IDX          PIC 999.
01 WS-PART-FULL         PIC X VALUE "N".

*> The pre-pull lines, one per part per appointment, held so they
*> can come out in bin order.
01 WS-PULL-TABLE.
   05 WS-PULL-ENTRY OCCURS 200 TIMES.
      10 WS-PL-BIN       PIC X(6).
      10 WS-PL-PARTID    PIC 9(5).
      10 WS-PL-NAME      PIC X(15).
      10 WS-PL-QTY       PIC 9(5).
      10 WS-PL-APPTID    PIC 9(5).
      10 WS-PL-DATE      PIC 9(8).
      10 WS-PL-BAY       PIC 99.
01 WS-SWAP-ENTRY.
   05 WS-SW-BIN          PIC X(6).
   05 WS-SW-PARTID       PIC 9(5).
   05 WS-SW-NAME         PIC X(15).
   05 WS-SW-QTY          PIC 9(5).
   05 WS-SW-APPTID       PIC 9(5).
   05 WS-SW-DATE         PIC 9(8).
   05 WS-SW-BAY          PIC 99.
01 WS-PULL-USED         PIC 999 VALUE 0.
01 WS-PULL-FULL         PIC X VALUE "N".
01 WS-SORT-I            PIC 999.
01 WS-SORT-J            PIC 999.

*> Cheapest source for a short part, as SUGGEST_PO picks it.
01 WS-BEST-SUPP         PIC 9(5).
01 WS-BEST-COST         PIC 9(5)V99.
01 WS-BEST-LEAD         PIC 999.
01 WS-LINE-COST         PIC 9(5)V99.
01 WS-SHORT-COUNT       PIC 999 VALUE 0.

01 WS-QTY-DISP          PIC ZZZZ9.
01 WS-NEED-DISP         PIC ZZZZ9.
01 WS-AVAIL-DISP        PIC -ZZZZ9.
01 WS-SHORT-DISP        PIC ZZZZ9.
01 WS-COST-DISP         PIC ZZ,ZZ9.99.
01 WS-LINES-DISP        PIC Z9.
01 WS-OUT-LINE          PIC X(90).

LINKAGE SECTION.
01 PARAMETRES.
   02 PA-RETURN-CODE PIC 99 VALUE 0.
   02 PA-OPTION-CODE PIC 99 VALUE 0.
   02 PA-EXPORT-FLAG PIC X VALUE "N".

PROCEDURE DIVISION USING PARAMETRES.
MAIN-PROCEDURE.
   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
   MOVE 1 TO WS-DAYS-IN
   IF BATCH-MODE-FLAG NOT = "Y"
      DISPLAY "--- Parts Pre-Pull and Shortage Check ---"
      DISPLAY "Open days ahead to cover (0 = next open day only): "
      ACCEPT WS-DAYS-IN
      IF WS-DAYS-IN = 0
         MOVE 1 TO WS-DAYS-IN
      END-IF
      IF WS-DAYS-IN > 14
         MOVE 14 TO WS-DAYS-IN
      END-IF
   END-IF

   OPEN OUTPUT EXPORT-FILE
   MOVE SPACES TO WS-OUT-LINE
   STRING "PARTS PRE-PULL - RUN " WS-TODAY-DATE
          " - NEXT " WS-DAYS-IN " OPEN DAY(S)"
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 800-PUT-LINE
   MOVE "DATE      APPT  BAY SERVICE PARTS FROM      LINES"
       TO WS-OUT-LINE
   PERFORM 800-PUT-LINE

   OPEN INPUT INDEX-FILE-APPT
   OPEN INPUT ESTIMATE-FILE
   OPEN INPUT ESTLINE-FILE
   OPEN INPUT KIT-FILE
   OPEN INPUT KITLINE-FILE
   MOVE WS-TODAY-DATE TO WS-DAY-DATE
   PERFORM VARYING WS-DAY-NO FROM 1 BY 1
           UNTIL WS-DAY-NO > WS-DAYS-IN
*>     The day after the last one covered, rolled on to the next
*>     day the shop is open.
      COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER
          (FUNCTION INTEGER-OF-DATE(WS-DAY-DATE) + 1)
      MOVE "N" TO WSD-SD-FUNCTION
      MOVE WS-DAY-DATE TO WSD-SD-DATE
      CALL "SHOP_DAY" USING WSD-SHOP-DAY
      MOVE WSD-SD-RESULT-DATE TO WS-DAY-DATE
      PERFORM 200-WALK-ONE-DAY
   END-PERFORM
   CLOSE KITLINE-FILE
   CLOSE KIT-FILE
   CLOSE ESTLINE-FILE
   CLOSE ESTIMATE-FILE
   CLOSE INDEX-FILE-APPT

   MOVE SPACES TO WS-OUT-LINE
   STRING WS-APPT-COUNT " APPOINTMENT(S), "
          WS-NO-PARTS-COUNT " WITH NO KIT OR ESTIMATE ON FILE"
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 800-PUT-LINE

   PERFORM 500-LIST-SHORTAGES
   PERFORM 600-SORT-BY-BIN
   PERFORM 700-LIST-PRE-PULL

   IF WS-PART-FULL = "Y" OR WS-PULL-FULL = "Y"
      MOVE "WARNING: MORE PARTS THAN THE LIST HOLDS - RUN FEWER DAYS"
          TO WS-OUT-LINE
      PERFORM 800-PUT-LINE
   END-IF
   CLOSE EXPORT-FILE
   DISPLAY "Written to PREPULL.RPT"
   IF BATCH-MODE-FLAG NOT = "Y"
      DISPLAY "Press ENTER to continue"
      ACCEPT WS-OUT-LINE
   END-IF
   MOVE 0 TO PA-RETURN-CODE
   GOBACK.
EXIT PROGRAM.

*> The day's SCHEDULED bookings off the apptDate alternate key, in
*> the order they were booked.
200-WALK-ONE-DAY.
   MOVE "N" TO WS-SCAN-EOF
   MOVE WS-DAY-DATE TO IDX-apptDate
   START INDEX-FILE-APPT KEY IS NOT LESS THAN IDX-apptDate
       INVALID KEY
           MOVE "Y" TO WS-SCAN-EOF
   END-START
   PERFORM UNTIL WS-SCAN-EOF = "Y"
       READ INDEX-FILE-APPT NEXT RECORD
           AT END
               MOVE "Y" TO WS-SCAN-EOF
           NOT AT END
               IF IDX-apptDate NOT = WS-DAY-DATE
                   MOVE "Y" TO WS-SCAN-EOF
               ELSE
                   IF IDX-APPT-SCHEDULED
                       ADD 1 TO WS-APPT-COUNT
                       PERFORM 300-ONE-APPOINTMENT
                   END-IF
               END-IF
       END-READ
   END-PERFORM.
EXIT PARAGRAPH.

*> The car's own estimate for the booked job wins - it is what
*> the customer agreed to - and the service's kit covers the rest.
300-ONE-APPOINTMENT.
   MOVE "NONE" TO WS-SOURCE
   MOVE 0 TO WS-SOURCE-ID
   MOVE 0 TO WS-APPT-LINES
   IF IDX-serviceID > 0
      PERFORM 310-FIND-ESTIMATE
      IF WS-EST-FOUND > 0
         MOVE "EST " TO WS-SOURCE
         MOVE WS-EST-FOUND TO WS-SOURCE-ID
         PERFORM 320-ESTIMATE-LINES
      ELSE
         PERFORM 330-FIND-KIT
         IF WS-KIT-FOUND > 0
            MOVE "KIT " TO WS-SOURCE
            MOVE WS-KIT-FOUND TO WS-SOURCE-ID
            PERFORM 340-KIT-LINES
         END-IF
      END-IF
   END-IF
   IF WS-SOURCE = "NONE"
      ADD 1 TO WS-NO-PARTS-COUNT
   END-IF
   MOVE WS-APPT-LINES TO WS-LINES-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING IDX-apptDate "  " IDX-apptID "  " IDX-bayNumber
          "  " IDX-serviceID "   " WS-SOURCE " " WS-SOURCE-ID
          "    " WS-LINES-DISP
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 800-PUT-LINE.
EXIT PARAGRAPH.

*> Latest approved or converted estimate on the car's VIN for the
*> booked service that has not yet expired - an old converted one
*> is a job already done, not this one.
310-FIND-ESTIMATE.
   MOVE 0 TO WS-EST-FOUND
   MOVE "N" TO WS-EST-IS-CONVERTED
   IF IDX-carVIN = SPACES
      EXIT PARAGRAPH
   END-IF
   MOVE "N" TO WS-LINE-EOF
   MOVE IDX-carVIN TO ESX-carVIN
   START ESTIMATE-FILE KEY IS NOT LESS THAN ESX-carVIN
       INVALID KEY
           MOVE "Y" TO WS-LINE-EOF
   END-START
   PERFORM UNTIL WS-LINE-EOF = "Y"
       READ ESTIMATE-FILE NEXT RECORD
           AT END
               MOVE "Y" TO WS-LINE-EOF
           NOT AT END
               IF ESX-carVIN NOT = IDX-carVIN
                   MOVE "Y" TO WS-LINE-EOF
               ELSE
                   IF ESX-serviceID = IDX-serviceID
                      AND (ESX-EST-APPROVED OR ESX-EST-CONVERTED)
                      AND ESX-expireDate NOT < WS-TODAY-DATE
                      AND ESX-estimateID > WS-EST-FOUND
                       MOVE ESX-estimateID TO WS-EST-FOUND
                       IF ESX-EST-CONVERTED
                           MOVE "Y" TO WS-EST-IS-CONVERTED
                       ELSE
                           MOVE "N" TO WS-EST-IS-CONVERTED
                       END-IF
                   END-IF
               END-IF
       END-READ
   END-PERFORM.
EXIT PARAGRAPH.

*> The estimate's ESTLINE.IDX lines off the estimateID alternate
*> key. A converted estimate's lines already sit in committed on
*> its ticket.
320-ESTIMATE-LINES.
   MOVE "N" TO WS-LINE-EOF
   MOVE WS-EST-FOUND TO ELX-estimateID
   START ESTLINE-FILE KEY IS NOT LESS THAN ELX-estimateID
       INVALID KEY
           MOVE "Y" TO WS-LINE-EOF
   END-START
   PERFORM UNTIL WS-LINE-EOF = "Y"
       READ ESTLINE-FILE NEXT RECORD
           AT END
               MOVE "Y" TO WS-LINE-EOF
           NOT AT END
               IF ELX-estimateID NOT = WS-EST-FOUND
                   MOVE "Y" TO WS-LINE-EOF
               ELSE
                   MOVE ELX-partID TO WS-NEED-PART
                   MOVE ELX-estQty TO WS-NEED-QTY
                   MOVE WS-EST-IS-CONVERTED TO WS-NEED-RESERVED
                   PERFORM 400-PLACE-DEMAND
               END-IF
       END-READ
   END-PERFORM.
EXIT PARAGRAPH.

*> KIT.IDX is a short file with no service key - read it through
*> for the first kit tied to the booked service.
330-FIND-KIT.
   MOVE 0 TO WS-KIT-FOUND
   MOVE "N" TO WS-LINE-EOF
   MOVE 0 TO KTX-KIT-ID
   START KIT-FILE KEY IS NOT LESS THAN KTX-KIT-ID
       INVALID KEY
           MOVE "Y" TO WS-LINE-EOF
   END-START
   PERFORM UNTIL WS-LINE-EOF = "Y"
       READ KIT-FILE NEXT RECORD
           AT END
               MOVE "Y" TO WS-LINE-EOF
           NOT AT END
               IF KTX-KIT-SERVICE-ID = IDX-serviceID
                   MOVE KTX-KIT-ID TO WS-KIT-FOUND
                   MOVE "Y" TO WS-LINE-EOF
               END-IF
       END-READ
   END-PERFORM.
EXIT PARAGRAPH.

*> The kit's KITLINE.IDX components off the KIT-ID alternate key.
340-KIT-LINES.
   MOVE "N" TO WS-LINE-EOF
   MOVE WS-KIT-FOUND TO KLX-KIT-ID
   START KITLINE-FILE KEY IS NOT LESS THAN KLX-KIT-ID
       INVALID KEY
           MOVE "Y" TO WS-LINE-EOF
   END-START
   PERFORM UNTIL WS-LINE-EOF = "Y"
       READ KITLINE-FILE NEXT RECORD
           AT END
               MOVE "Y" TO WS-LINE-EOF
           NOT AT END
               IF KLX-KIT-ID NOT = WS-KIT-FOUND
                   MOVE "Y" TO WS-LINE-EOF
               ELSE
                   MOVE KLX-PART-ID TO WS-NEED-PART
                   MOVE KLX-KIT-QTY TO WS-NEED-QTY
                   MOVE "N" TO WS-NEED-RESERVED
                   PERFORM 400-PLACE-DEMAND
               END-IF
       END-READ
   END-PERFORM.
EXIT PARAGRAPH.

*> One line of demand against the part's free stock: what the
*> shelf can cover goes on the pre-pull list for this appointment,
*> the rest is short.
400-PLACE-DEMAND.
   ADD 1 TO WS-APPT-LINES
   PERFORM 410-FIND-PART-SLOT
   IF WS-PART-SLOT = 0
      EXIT PARAGRAPH
   END-IF
*> Already committed to the estimate's ticket - the stock is held
*> for this car, so it comes back into the free pool for it.
   IF WS-NEED-RESERVED = "Y"
      ADD WS-NEED-QTY TO WS-PT-POOL(WS-PART-SLOT)
   END-IF
   ADD WS-NEED-QTY TO WS-PT-NEEDED(WS-PART-SLOT)
   IF WS-PT-POOL(WS-PART-SLOT) <= 0
      MOVE 0 TO WS-PULL-QTY
   ELSE
      IF WS-PT-POOL(WS-PART-SLOT) < WS-NEED-QTY
         MOVE WS-PT-POOL(WS-PART-SLOT) TO WS-PULL-QTY
      ELSE
         MOVE WS-NEED-QTY TO WS-PULL-QTY
      END-IF
   END-IF
   SUBTRACT WS-PULL-QTY FROM WS-PT-POOL(WS-PART-SLOT)
   COMPUTE WS-PT-SHORT(WS-PART-SLOT) =
       WS-PT-SHORT(WS-PART-SLOT) + WS-NEED-QTY - WS-PULL-QTY
   IF WS-PULL-QTY > 0
      IF WS-PULL-USED >= 200
         MOVE "Y" TO WS-PULL-FULL
      ELSE
         ADD 1 TO WS-PULL-USED
         MOVE WS-PT-BIN(WS-PART-SLOT) TO WS-PL-BIN(WS-PULL-USED)
         MOVE WS-NEED-PART TO WS-PL-PARTID(WS-PULL-USED)
         MOVE WS-PT-NAME(WS-PART-SLOT) TO WS-PL-NAME(WS-PULL-USED)
         MOVE WS-PULL-QTY TO WS-PL-QTY(WS-PULL-USED)
         MOVE IDX-apptID TO WS-PL-APPTID(WS-PULL-USED)
         MOVE IDX-apptDate TO WS-PL-DATE(WS-PULL-USED)
         MOVE IDX-bayNumber TO WS-PL-BAY(WS-PULL-USED)
      END-IF
   END-IF.
EXIT PARAGRAPH.

*> The part's slot in the table, taken (and its stock read once
*> through READ_PART) the first time an appointment needs it.
410-FIND-PART-SLOT.
   MOVE 0 TO WS-PART-SLOT
   PERFORM VARYING WS-PART-IDX FROM 1 BY 1
           UNTIL WS-PART-IDX > WS-PART-USED
      IF WS-PT-PARTID(WS-PART-IDX) = WS-NEED-PART
         MOVE WS-PART-IDX TO WS-PART-SLOT
      END-IF
   END-PERFORM
   IF WS-PART-SLOT > 0
      EXIT PARAGRAPH
   END-IF
   IF WS-PART-USED >= 100
      MOVE "Y" TO WS-PART-FULL
      EXIT PARAGRAPH
   END-IF
   ADD 1 TO WS-PART-USED
   MOVE WS-PART-USED TO WS-PART-SLOT
   MOVE WS-NEED-PART TO WS-PT-PARTID(WS-PART-SLOT)
   MOVE 0 TO WS-PT-NEEDED(WS-PART-SLOT)
   MOVE 0 TO WS-PT-SHORT(WS-PART-SLOT)
   INITIALIZE WS-PART
   MOVE WS-NEED-PART TO WS-PART-ID
   CALL "READ_PART" USING WS-PART, WS-PART-RESULT
   IF WS-PART-RESULT = 01
      MOVE WS-PART-NAME TO WS-PT-NAME(WS-PART-SLOT)
      MOVE WS-PART-BIN TO WS-PT-BIN(WS-PART-SLOT)
      MOVE WS-PART-SUPP TO WS-PT-SUPP(WS-PART-SLOT)
      MOVE WS-PART-COST TO WS-PT-COST(WS-PART-SLOT)
      MOVE WS-PART-SUPERSEDED-BY TO WS-PT-SUPERSEDED(WS-PART-SLOT)
      COMPUTE WS-PT-AVAIL(WS-PART-SLOT) =
          WS-PART-ON-HAND - WS-PART-COMMITTED
   ELSE
      MOVE "NOT ON FILE" TO WS-PT-NAME(WS-PART-SLOT)
      MOVE "??????" TO WS-PT-BIN(WS-PART-SLOT)
      MOVE 0 TO WS-PT-SUPP(WS-PART-SLOT)
      MOVE 0 TO WS-PT-COST(WS-PART-SLOT)
      MOVE 0 TO WS-PT-SUPERSEDED(WS-PART-SLOT)
      MOVE 0 TO WS-PT-AVAIL(WS-PART-SLOT)
   END-IF
   MOVE WS-PT-AVAIL(WS-PART-SLOT) TO WS-PT-POOL(WS-PART-SLOT).
EXIT PARAGRAPH.

*> Every part the appointments need more of than is free, with the
*> order line that would cover it.
500-LIST-SHORTAGES.
   MOVE SPACES TO WS-OUT-LINE
   PERFORM 800-PUT-LINE
   MOVE "SHORTAGES - SUGGESTED PO LINES" TO WS-OUT-LINE
   PERFORM 800-PUT-LINE
   MOVE "PART  NAME            NEEDED  AVAIL  SHORT  SUPP  UNIT COST"
       TO WS-OUT-LINE
   PERFORM 800-PUT-LINE
   PERFORM VARYING WS-PART-IDX FROM 1 BY 1
           UNTIL WS-PART-IDX > WS-PART-USED
      IF WS-PT-SHORT(WS-PART-IDX) > 0
         ADD 1 TO WS-SHORT-COUNT
         PERFORM 510-PICK-CHEAPEST-SOURCE
         MOVE WS-PT-NEEDED(WS-PART-IDX) TO WS-NEED-DISP
         MOVE WS-PT-AVAIL(WS-PART-IDX) TO WS-AVAIL-DISP
         MOVE WS-PT-SHORT(WS-PART-IDX) TO WS-SHORT-DISP
         MOVE WS-LINE-COST TO WS-COST-DISP
         MOVE SPACES TO WS-OUT-LINE
         STRING WS-PT-PARTID(WS-PART-IDX) " "
                WS-PT-NAME(WS-PART-IDX) " "
                WS-NEED-DISP " " WS-AVAIL-DISP "  "
                WS-SHORT-DISP "  " WS-BEST-SUPP " "
                WS-COST-DISP
             DELIMITED BY SIZE INTO WS-OUT-LINE
         PERFORM 800-PUT-LINE
*>       SUGGEST_PO never orders a superseded number - say which
*>       part to order instead.
         IF WS-PT-SUPERSEDED(WS-PART-IDX) > 0
            MOVE SPACES TO WS-OUT-LINE
            STRING "      SUPERSEDED - ORDER PART "
                   WS-PT-SUPERSEDED(WS-PART-IDX)
                DELIMITED BY SIZE INTO WS-OUT-LINE
            PERFORM 800-PUT-LINE
         END-IF
      END-IF
   END-PERFORM
   IF WS-SHORT-COUNT = 0
      MOVE "  NONE - EVERY PART IS ON THE SHELF" TO WS-OUT-LINE
      PERFORM 800-PUT-LINE
   END-IF.
EXIT PARAGRAPH.

*> Cheapest PARTSUPP.IDX source for the part, lead days breaking a
*> cost tie; the part's own supplier and cost when no
*> cross-reference rows exist.
510-PICK-CHEAPEST-SOURCE.
   MOVE WS-PT-SUPP(WS-PART-IDX) TO WS-BEST-SUPP
   MOVE 99999.99 TO WS-BEST-COST
   MOVE 999 TO WS-BEST-LEAD
   MOVE "N" TO WS-LINE-EOF
   OPEN INPUT PARTSUPP-FILE
   MOVE WS-PT-PARTID(WS-PART-IDX) TO PSX-PART-ID
   START PARTSUPP-FILE KEY IS NOT LESS THAN PSX-PART-ID
       INVALID KEY
           MOVE "Y" TO WS-LINE-EOF
   END-START
   PERFORM UNTIL WS-LINE-EOF = "Y"
       READ PARTSUPP-FILE NEXT RECORD
           AT END
               MOVE "Y" TO WS-LINE-EOF
           NOT AT END
               IF PSX-PART-ID NOT = WS-PT-PARTID(WS-PART-IDX)
                   MOVE "Y" TO WS-LINE-EOF
               ELSE
                   IF PSX-UNIT-COST < WS-BEST-COST
                       OR (PSX-UNIT-COST = WS-BEST-COST
                       AND PSX-LEAD-DAYS < WS-BEST-LEAD)
                       MOVE PSX-SUPPLIER-ID TO WS-BEST-SUPP
                       MOVE PSX-UNIT-COST TO WS-BEST-COST
                       MOVE PSX-LEAD-DAYS TO WS-BEST-LEAD
                   END-IF
               END-IF
       END-READ
   END-PERFORM
   CLOSE PARTSUPP-FILE
   IF WS-BEST-COST < 99999.99
      MOVE WS-BEST-COST TO WS-LINE-COST
   ELSE
      MOVE WS-PT-COST(WS-PART-IDX) TO WS-LINE-COST
   END-IF.
EXIT PARAGRAPH.

*> Straight exchange sort on bin, then appointment - two hundred
*> lines at most.
600-SORT-BY-BIN.
   PERFORM VARYING WS-SORT-I FROM 1 BY 1
           UNTIL WS-SORT-I >= WS-PULL-USED
      PERFORM VARYING WS-SORT-J FROM 1 BY 1
              UNTIL WS-SORT-J >= WS-PULL-USED
         IF WS-PL-BIN(WS-SORT-J) > WS-PL-BIN(WS-SORT-J + 1)
            OR (WS-PL-BIN(WS-SORT-J) = WS-PL-BIN(WS-SORT-J + 1)
            AND WS-PL-APPTID(WS-SORT-J) > WS-PL-APPTID(WS-SORT-J + 1))
            MOVE WS-PULL-ENTRY(WS-SORT-J) TO WS-SWAP-ENTRY
            MOVE WS-PULL-ENTRY(WS-SORT-J + 1)
                TO WS-PULL-ENTRY(WS-SORT-J)
            MOVE WS-SWAP-ENTRY TO WS-PULL-ENTRY(WS-SORT-J + 1)
         END-IF
      END-PERFORM
   END-PERFORM.
EXIT PARAGRAPH.

700-LIST-PRE-PULL.
   MOVE SPACES TO WS-OUT-LINE
   PERFORM 800-PUT-LINE
   MOVE "PRE-PULL LIST - SET ASIDE FOR THE APPOINTMENT" TO WS-OUT-LINE
   PERFORM 800-PUT-LINE
   MOVE "BIN     PART   NAME             QTY  APPT  DATE      BAY"
       TO WS-OUT-LINE
   PERFORM 800-PUT-LINE
   PERFORM VARYING WS-SORT-I FROM 1 BY 1
           UNTIL WS-SORT-I > WS-PULL-USED
      MOVE WS-PL-QTY(WS-SORT-I) TO WS-QTY-DISP
      MOVE SPACES TO WS-OUT-LINE
      STRING WS-PL-BIN(WS-SORT-I) "  "
             WS-PL-PARTID(WS-SORT-I) "  "
             WS-PL-NAME(WS-SORT-I) " "
             WS-QTY-DISP "  "
             WS-PL-APPTID(WS-SORT-I) " "
             WS-PL-DATE(WS-SORT-I) "  "
             WS-PL-BAY(WS-SORT-I)
          DELIMITED BY SIZE INTO WS-OUT-LINE
      PERFORM 800-PUT-LINE
   END-PERFORM
   IF WS-PULL-USED = 0
      MOVE "  NOTHING TO PULL" TO WS-OUT-LINE
      PERFORM 800-PUT-LINE
   END-IF.
EXIT PARAGRAPH.

800-PUT-LINE.
   DISPLAY WS-OUT-LINE
   MOVE WS-OUT-LINE TO EXPORT-REC
   WRITE EXPORT-REC.
EXIT PARAGRAPH.

END PROGRAM PREPULL_REPORT.
