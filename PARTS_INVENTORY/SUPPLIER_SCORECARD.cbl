      ******************************************************************
      * Author: Brock Sharp
      * Date: 10/15/2026
      * Purpose: Supplier performance scorecard for a period. Every
      *            SUPPLIER.IDX supplier with orders or returns in the
      *            period gets its SUPPLIER_SCORE figures on one line -
      *            orders and lines, average lead days taken against
      *            the PARTSUPP.IDX promise and how many lines came in
      *            late, fill rate on the first receipt and lines left
      *            back-ordered by it, cost variance against the quoted
      *            PARTSUPP.IDX cost, and the RMA defect return rate -
      *            with the variance in dollars and the units behind
      *            the defect rate underneath. Orders count by PO date
      *            in the period. The period is keyed (no from date =
      *            the last twelve months); under BATCH_RUNNER it is
      *            BATCH-FROM-DATE through BATCH-TO-DATE. On screen
      *            and to SUPPLIER_SCORECARD.RPT when asked.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SUPPLIER_SCORECARD.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT OPTIONAL SUPPLIER-FILE ASSIGN TO "..\SUPPLIER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS REC-SUPPLIER-ID.
               SELECT EXPORT-FILE ASSIGN TO "SUPPLIER_SCORECARD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD SUPPLIER-FILE RECORD CONTAINS 37 CHARACTERS.
           COPY SUPPLIER_DEF REPLACING ==:TAG:== BY ==REC==.
       FD EXPORT-FILE.
       01  EXPORT-REC          PIC X(100).
      *-----------------------
       WORKING-STORAGE SECTION.
       COPY BATCH_DEF.
       COPY SUPP_SCORE_DEF REPLACING ==:TAG:== BY ==SS==.
       01  WS-EOF              PIC X.
       01  WS-FROM-DATE        PIC 9(8) VALUE 0.
       01  WS-TO-DATE          PIC 9(8) VALUE 0.
       01  WS-TODAY.
           05  WS-TODAY-YEAR   PIC 9(4).
           05  WS-TODAY-MMDD   PIC 9(4).
       01  WS-YEAR-AGO.
           05  WS-YEAR-AGO-YEAR PIC 9(4).
           05  WS-YEAR-AGO-MMDD PIC 9(4).
       01  WS-SUPPLIER-COUNT   PIC 9(5) VALUE 0.
       01  WS-POS-DISP         PIC ZZZ9.
       01  WS-LINES-DISP       PIC ZZZZ9.
       01  WS-ACT-DISP         PIC ZZ9.9.
       01  WS-PROM-DISP        PIC ZZ9.9.
       01  WS-LATE-DISP        PIC ZZZ9.
       01  WS-FILL-DISP        PIC ZZ9.9.
       01  WS-BO-DISP          PIC ZZZ9.
       01  WS-VAR-PCT-DISP     PIC +ZZ9.9.
       01  WS-DEFECT-DISP      PIC ZZ9.9.
       01  WS-VAR-AMT-DISP     PIC +$$$,$$$,$$9.99.
       01  WS-UNITS-DISP       PIC Z,ZZZ,ZZ9.
       01  WS-RMA-DISP         PIC Z,ZZZ,ZZ9.
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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           IF BATCH-MODE-FLAG = "Y" AND BATCH-FROM-DATE > 0
               MOVE BATCH-FROM-DATE TO WS-FROM-DATE
               MOVE BATCH-TO-DATE TO WS-TO-DATE
           ELSE
               DISPLAY "--- Supplier Performance Scorecard ---"
               DISPLAY "From date (YYYYMMDD, 0 = last 12 months): "
               ACCEPT WS-FROM-DATE
               IF WS-FROM-DATE > 0
                   DISPLAY "To date (YYYYMMDD, 0 = today): "
                   ACCEPT WS-TO-DATE
               END-IF
           END-IF
           IF WS-FROM-DATE = 0
               MOVE WS-TODAY TO WS-YEAR-AGO
               SUBTRACT 1 FROM WS-YEAR-AGO-YEAR
               MOVE WS-YEAR-AGO TO WS-FROM-DATE
           END-IF
           IF WS-TO-DATE = 0
               MOVE WS-TODAY TO WS-TO-DATE
           END-IF
           IF WS-TO-DATE < WS-FROM-DATE
               DISPLAY "The to date is before the from date."
               MOVE 1 TO PA-RETURN-CODE
               GOBACK
           END-IF

           IF PA-EXPORT-FLAG = 'Y'
               OPEN OUTPUT EXPORT-FILE
           END-IF
           MOVE SPACES TO WS-OUT-LINE
           STRING "SUPPLIER PERFORMANCE SCORECARD - ORDERS DATED "
                  WS-FROM-DATE " THROUGH " WS-TO-DATE
               DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 0500-PUT-LINE
           MOVE "LEAD = AVG DAYS PO TO FIRST RECEIPT (ACT) AGAINST"
               TO WS-OUT-LINE
           MOVE " THE PARTSUPP PROMISE (PROM)" TO WS-OUT-LINE(50:28)
           PERFORM 0500-PUT-LINE
           MOVE "SUPP   NAME                   POS  LINES    "
               TO WS-OUT-LINE
           MOVE "ACT  PROM  LATE   FILL    B/O    COST   DEFECT"
               TO WS-OUT-LINE(45:46)
           PERFORM 0500-PUT-LINE

           MOVE 'N' TO WS-EOF
           OPEN INPUT SUPPLIER-FILE
           MOVE 0 TO REC-SUPPLIER-ID
           START SUPPLIER-FILE KEY IS NOT LESS THAN REC-SUPPLIER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ SUPPLIER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 0200-SCORE-ONE-SUPPLIER
               END-READ
           END-PERFORM
           CLOSE SUPPLIER-FILE

           IF WS-SUPPLIER-COUNT = 0
               MOVE "  NO SUPPLIER ORDERS OR RETURNS IN THE PERIOD"
                   TO WS-OUT-LINE
               PERFORM 0500-PUT-LINE
           END-IF
           MOVE SPACES TO WS-OUT-LINE
           STRING "SUPPLIERS SCORED: " WS-SUPPLIER-COUNT
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
      * The supplier's figures, two lines, skipped when   *
      * nothing was ordered from or returned to them      *
      *****************************************************
       0200-SCORE-ONE-SUPPLIER.
           INITIALIZE SS-SUPP-SCORE
           MOVE REC-SUPPLIER-ID TO SS-SUPPLIER-ID
           MOVE WS-FROM-DATE TO SS-FROM-DATE
           MOVE WS-TO-DATE TO SS-TO-DATE
           CALL "SUPPLIER_SCORE" USING SS-SUPP-SCORE
           IF SS-LINE-COUNT = 0 AND SS-RMA-QTY = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SUPPLIER-COUNT

           MOVE SS-PO-COUNT TO WS-POS-DISP
           MOVE SS-LINE-COUNT TO WS-LINES-DISP
           MOVE SS-AVG-ACTUAL-DAYS TO WS-ACT-DISP
           MOVE SS-AVG-PROMISED-DAYS TO WS-PROM-DISP
           MOVE SS-LATE-LINES TO WS-LATE-DISP
           MOVE SS-FILL-PCT TO WS-FILL-DISP
           MOVE SS-BACKORDER-LINES TO WS-BO-DISP
           MOVE SS-COST-VAR-PCT TO WS-VAR-PCT-DISP
           MOVE SS-DEFECT-PCT TO WS-DEFECT-DISP
           MOVE SPACES TO WS-OUT-LINE
           STRING REC-SUPPLIER-ID "  " REC-SUPPLIER-NAME "  "
                  WS-POS-DISP "  " WS-LINES-DISP "  "
                  WS-ACT-DISP "/" WS-PROM-DISP "  "
                  WS-LATE-DISP "  " WS-FILL-DISP "%  "
                  WS-BO-DISP "  " WS-VAR-PCT-DISP "%  "
                  WS-DEFECT-DISP "%"
               DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 0500-PUT-LINE

           MOVE SS-COST-VAR-AMT TO WS-VAR-AMT-DISP
           MOVE SS-QTY-RECEIVED TO WS-UNITS-DISP
           MOVE SS-RMA-QTY TO WS-RMA-DISP
           MOVE SPACES TO WS-OUT-LINE
           STRING "       COST VARIANCE " WS-VAR-AMT-DISP
                  "   UNITS RECEIVED " WS-UNITS-DISP
                  "   RETURNED ON RMA " WS-RMA-DISP
               DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 0500-PUT-LINE
           IF SS-SCORE-TRUNCATED
               MOVE "       (MORE THAN 500 LINES - RECEIPT FIGURES"
                   TO WS-OUT-LINE
               MOVE " COVER THE FIRST 500)" TO WS-OUT-LINE(46:21)
               PERFORM 0500-PUT-LINE
           END-IF.

       0500-PUT-LINE.
           DISPLAY WS-OUT-LINE
           IF PA-EXPORT-FLAG = 'Y'
               MOVE WS-OUT-LINE TO EXPORT-REC
               WRITE EXPORT-REC
           END-IF.

       END PROGRAM SUPPLIER_SCORECARD.
