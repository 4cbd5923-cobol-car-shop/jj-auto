      ******************************************************************
      * Author: Brock Sharp
      * Date: 10/15/2026
      * Purpose: Monthly lost-sales report - the demand the parts
      *            counter turned away, rolled up by part off
      *            LOSTSALE.DAT for a keyed month: how often each part
      *            was asked for, the quantity, and why we lost it
      *            (out of stock, not stocked, price). Parts not on
      *            PARTLIST.DAT roll up by the description the counter
      *            keyed. Anything asked for repeatedly is flagged -
      *            a part we do not carry as a candidate to add, a
      *            part on file with no PART-MIN-LEVEL as one to
      *            start stocking, and a stocked part that keeps
      *            running out as one to raise PART-MIN-LEVEL on -
      *            so SUGGEST_PO's levels finally hear about it. On
      *            screen and to LOST_SALES.RPT when asked. Under
      *            BATCH_RUNNER the month is BATCH-FROM-DATE's.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. LOST_SALES_REPORT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT OPTIONAL LOST-SALE-FILE
               ASSIGN TO "..\LOSTSALE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT EXPORT-FILE ASSIGN TO "LOST_SALES.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD LOST-SALE-FILE.
           COPY LOST_SALE_DEF REPLACING ==:TAG:== BY ==LX==.
       FD EXPORT-FILE.
       01  EXPORT-REC          PIC X(100).
      *-----------------------
       WORKING-STORAGE SECTION.
       COPY PART_DEF REPLACING ==:TAG:== BY ==WS==.
       COPY BATCH_DEF.
       01  WS-RESULT-CODE      PIC 99.
       01  WS-EOF              PIC X.
       01  WS-PERIOD-IN.
           05  WS-PERIOD-YEAR  PIC 9(4).
           05  WS-PERIOD-MONTH PIC 9(2).
      *    Asked for this many times in the month is "repeatedly".
       01  WS-REPEAT-ASKS      PIC 9(3) VALUE 3.
      *    One row per part (or, off the part list, per description)
      *    asked for in the month.
       01  WS-LOST-TABLE.
           05  WS-LT-ENTRY OCCURS 200 TIMES.
               10  WS-LT-PART-ID   PIC 9(5).
               10  WS-LT-DESC      PIC X(30).
               10  WS-LT-ASKS      PIC 9(5).
               10  WS-LT-QTY       PIC 9(7).
               10  WS-LT-OUT       PIC 9(5).
               10  WS-LT-NOT-STK   PIC 9(5).
               10  WS-LT-PRICE     PIC 9(5).
       01  WS-LT-USED          PIC 9(3) VALUE 0.
       01  WS-LT-IDX           PIC 9(3).
       01  WS-LT-SLOT          PIC 9(3).
       01  WS-LT-FULL          PIC X VALUE 'N'.
       01  WS-STOCK-ASKS       PIC 9(5).
       01  WS-FLAG             PIC X(24).
       01  WS-TOTAL-ASKS       PIC 9(5) VALUE 0.
       01  WS-ADD-COUNT        PIC 9(3) VALUE 0.
       01  WS-STOCK-COUNT      PIC 9(3) VALUE 0.
       01  WS-RAISE-COUNT      PIC 9(3) VALUE 0.
       01  WS-ASKS-DISP        PIC ZZZZ9.
       01  WS-QTY-DISP         PIC ZZZZZZ9.
       01  WS-OUT-DISP         PIC ZZZZ9.
       01  WS-NOT-STK-DISP     PIC ZZZZ9.
       01  WS-PRICE-DISP       PIC ZZZZ9.
       01  WS-PAUSE            PIC X.
       01  WS-OUT-LINE         PIC X(100).
      *-----------------------
       LINKAGE SECTION.
       01  PARAMETRES.
           02  PA-RETURN-CODE PIC 99.
           02  PA-OPTION-CODE PIC 99.
           02  PA-EXPORT-FLAG PIC X.

       PROCEDURE DIVISION USING PARAMETRES.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       0100-BEGIN.
           IF BATCH-MODE-FLAG = "Y" AND BATCH-FROM-DATE > 0
               MOVE BATCH-FROM-DATE(1:6) TO WS-PERIOD-IN
           ELSE
               DISPLAY "--- Monthly Lost Sales Report ---"
               DISPLAY "Month (YYYYMM): "
               ACCEPT WS-PERIOD-IN
           END-IF
           IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
               DISPLAY "That is not a month."
               MOVE 1 TO PA-RETURN-CODE
               GOBACK
           END-IF

           INITIALIZE WS-LOST-TABLE
           MOVE 0 TO WS-LT-USED
           MOVE 'N' TO WS-EOF
           OPEN INPUT LOST-SALE-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ LOST-SALE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LX-LOST-YEAR = WS-PERIOD-YEAR AND
                               LX-LOST-MONTH = WS-PERIOD-MONTH
                           PERFORM 0200-TALLY-ONE-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOST-SALE-FILE

           IF PA-EXPORT-FLAG = 'Y'
               OPEN OUTPUT EXPORT-FILE
           END-IF
           MOVE SPACES TO WS-OUT-LINE
           STRING "LOST SALES AT THE PARTS COUNTER FOR "
                  WS-PERIOD-YEAR "-" WS-PERIOD-MONTH
               DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 0500-PUT-LINE
           MOVE "PART   ASKED FOR                        ASKS      QTY"
               TO WS-OUT-LINE
           MOVE "    OUT NSTK  PRC  FLAG" TO WS-OUT-LINE(54:23)
           PERFORM 0500-PUT-LINE

           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
                   UNTIL WS-LT-IDX > WS-LT-USED
               PERFORM 0300-REPORT-ONE-PART
           END-PERFORM
           IF WS-LT-USED = 0
               MOVE "  NO LOST SALES LOGGED THIS MONTH" TO WS-OUT-LINE
               PERFORM 0500-PUT-LINE
           END-IF
           IF WS-LT-FULL = 'Y'
               MOVE "  MORE THAN 200 PARTS ASKED FOR - THE REST ARE NOT"
                   TO WS-OUT-LINE
               MOVE " LISTED" TO WS-OUT-LINE(52:7)
               PERFORM 0500-PUT-LINE
           END-IF

           MOVE SPACES TO WS-OUT-LINE
           STRING "LOST SALES: " WS-TOTAL-ASKS
                  "  TO ADD: " WS-ADD-COUNT
                  "  TO STOCK: " WS-STOCK-COUNT
                  "  RAISE MIN: " WS-RAISE-COUNT
               DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 0500-PUT-LINE

           IF PA-EXPORT-FLAG = 'Y'
               CLOSE EXPORT-FILE
           END-IF
           IF BATCH-MODE-FLAG NOT = "Y"
               DISPLAY "Press ENTER to continue"
               ACCEPT WS-PAUSE
           END-IF

           MOVE 0 TO PA-RETURN-CODE
           GOBACK.

      *****************************************************
      * Find (or open) the part's row and add the ask in  *
      *****************************************************
       0200-TALLY-ONE-ROW.
           ADD 1 TO WS-TOTAL-ASKS
           MOVE 0 TO WS-LT-SLOT
           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
                   UNTIL WS-LT-IDX > WS-LT-USED OR WS-LT-SLOT > 0
               IF WS-LT-PART-ID(WS-LT-IDX) = LX-PART-ID
                   IF LX-PART-ID > 0 OR
                           WS-LT-DESC(WS-LT-IDX) = LX-LOST-DESC
                       MOVE WS-LT-IDX TO WS-LT-SLOT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-LT-SLOT = 0
               IF WS-LT-USED < 200
                   ADD 1 TO WS-LT-USED
                   MOVE WS-LT-USED TO WS-LT-SLOT
                   MOVE LX-PART-ID TO WS-LT-PART-ID(WS-LT-SLOT)
                   MOVE LX-LOST-DESC TO WS-LT-DESC(WS-LT-SLOT)
               ELSE
                   MOVE 'Y' TO WS-LT-FULL
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-LT-ASKS(WS-LT-SLOT)
           ADD LX-LOST-QTY TO WS-LT-QTY(WS-LT-SLOT)
           EVALUATE TRUE
               WHEN LX-LOST-OUT-OF-STOCK
                   ADD 1 TO WS-LT-OUT(WS-LT-SLOT)
               WHEN LX-LOST-NOT-STOCKED
                   ADD 1 TO WS-LT-NOT-STK(WS-LT-SLOT)
               WHEN LX-LOST-ON-PRICE
                   ADD 1 TO WS-LT-PRICE(WS-LT-SLOT)
           END-EVALUATE.

      *****************************************************
      * One line per part; flagged against the part's own *
      * PART-MIN-LEVEL where it is on file                *
      *****************************************************
       0300-REPORT-ONE-PART.
           MOVE SPACES TO WS-FLAG
           COMPUTE WS-STOCK-ASKS =
               WS-LT-OUT(WS-LT-IDX) + WS-LT-NOT-STK(WS-LT-IDX)
           IF WS-LT-PART-ID(WS-LT-IDX) = 0
               IF WS-STOCK-ASKS >= WS-REPEAT-ASKS
                   MOVE "** ADD TO PARTLIST" TO WS-FLAG
                   ADD 1 TO WS-ADD-COUNT
               END-IF
           ELSE
               INITIALIZE WS-PART
               MOVE WS-LT-PART-ID(WS-LT-IDX) TO WS-PART-ID
               CALL "READ_PART" USING WS-PART, WS-RESULT-CODE
               IF WS-RESULT-CODE = 01
                   MOVE WS-PART-NAME TO WS-LT-DESC(WS-LT-IDX)
               END-IF
               IF WS-STOCK-ASKS >= WS-REPEAT-ASKS
                   IF WS-RESULT-CODE NOT = 01
                           OR WS-PART-MIN-LEVEL = 0
                       MOVE "** STOCK IT - SET MIN" TO WS-FLAG
                       ADD 1 TO WS-STOCK-COUNT
                   ELSE
                       MOVE "** RAISE PART-MIN-LEVEL" TO WS-FLAG
                       ADD 1 TO WS-RAISE-COUNT
                   END-IF
               END-IF
           END-IF

           MOVE WS-LT-ASKS(WS-LT-IDX) TO WS-ASKS-DISP
           MOVE WS-LT-QTY(WS-LT-IDX) TO WS-QTY-DISP
           MOVE WS-LT-OUT(WS-LT-IDX) TO WS-OUT-DISP
           MOVE WS-LT-NOT-STK(WS-LT-IDX) TO WS-NOT-STK-DISP
           MOVE WS-LT-PRICE(WS-LT-IDX) TO WS-PRICE-DISP
           MOVE SPACES TO WS-OUT-LINE
           STRING WS-LT-PART-ID(WS-LT-IDX) "  "
                  WS-LT-DESC(WS-LT-IDX) "  "
                  WS-ASKS-DISP "  " WS-QTY-DISP "  "
                  WS-OUT-DISP WS-NOT-STK-DISP WS-PRICE-DISP "  "
                  WS-FLAG
               DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 0500-PUT-LINE.

       0500-PUT-LINE.
           DISPLAY WS-OUT-LINE
           IF PA-EXPORT-FLAG = 'Y'
               MOVE WS-OUT-LINE TO EXPORT-REC
               WRITE EXPORT-REC
           END-IF.

       END PROGRAM LOST_SALES_REPORT.
