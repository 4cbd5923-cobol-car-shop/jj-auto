      *            PART_SUPP_DESK's listing, SUPPLIER_LOOKUP, and
      *            PO_ENTRY's line keying. Returns how many sources
      *            were shown.
      * Modification History:
      *   10/15/2026 BS - Source costs show up to 99999.99.
      *   10/15/2026 BS - The supplier's own part number shows under
      *                   its source line where one is kept.
      *   10/15/2026 BS - A source whose supplier takes unsold stock
      *                   back is marked RETURNABLE on its line.
      *   10/15/2026 BS - Each source's supplier scorecard for the
      *                   last twelve months (SUPPLIER_SCORE) is shown
      *                   under the list so the buyer choosing between
      *                   them sees who actually delivers.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               ACCESS IS DYNAMIC
               RECORD KEY IS PSX-XREF-ID
               ALTERNATE RECORD KEY IS PSX-PART-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS PSX-SUPPLIER-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS PSX-SUPP-PART-NO
                   WITH DUPLICATES.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD PARTSUPP-FILE RECORD CONTAINS 46 CHARACTERS.
           COPY PART_SUPP_DEF REPLACING ==:TAG:== BY ==PSX==.
      *-----------------------
       WORKING-STORAGE SECTION.
       COPY SUPPLIER_DEF REPLACING ==:TAG:== BY ==WSS==.
       01  WS-RESULT-CODE      PIC 99.
       01  WS-SCAN-EOF         PIC X.
       01  WS-COST-DISP        PIC $$$,$$9.99.
       01  WS-SCAN-PART        PIC 9(5).
       01  WS-CHAIN-PART       PIC 9(5).
       01  WS-CHAIN-HOPS       PIC 99.
       01  WS-CHAIN-DONE       PIC X.
       COPY PART_DEF REPLACING ==:TAG:== BY ==WS==.
       COPY SUPP_SCORE_DEF REPLACING ==:TAG:== BY ==SS==.
      *    The suppliers listed, scored once the cross-reference is
      *    closed again.
       01  WS-SCORE-TABLE.
           05  WS-SC-SUPPLIER  PIC 9(5) OCCURS 20 TIMES.
       01  WS-SC-USED          PIC 99.
       01  WS-SC-IDX           PIC 99.
       01  WS-TODAY.
           05  WS-TODAY-YEAR   PIC 9(4).
           05  WS-TODAY-MMDD   PIC 9(4).
       01  WS-YEAR-AGO.
           05  WS-YEAR-AGO-YEAR PIC 9(4).
           05  WS-YEAR-AGO-MMDD PIC 9(4).
       01  WS-ACT-DISP         PIC ZZ9.9.
       01  WS-PROM-DISP        PIC ZZ9.9.
       01  WS-FILL-DISP        PIC ZZ9.9.
       01  WS-BO-DISP          PIC ZZZ9.
       01  WS-VAR-PCT-DISP     PIC +ZZ9.9.
       01  WS-DEFECT-DISP      PIC ZZ9.9.
      *-----------------------
       LINKAGE SECTION.
       01  LS-PART-ID          PIC 9(5).
           GOBACK.

       0200-LIST-ONE-PARTS-SOURCES.
           MOVE 0 TO WS-SC-USED
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT PARTSUPP-FILE
           MOVE WS-SCAN-PART TO PSX-PART-ID
                               " " WSS-SUPPLIER-NAME
                               " COST " WS-COST-DISP
                               " LEAD " PSX-LEAD-DAYS " DAYS"
                           IF PSX-SUPP-PART-NO NOT = SPACES
                               DISPLAY "      THEIR PART NO "
                                   PSX-SUPP-PART-NO
                           END-IF
                           IF PSX-TAKES-RETURNS
                               DISPLAY "      RETURNABLE TO THIS"
                                   " SUPPLIER"
                           END-IF
                           IF WS-SC-USED < 20
                               ADD 1 TO WS-SC-USED
                               MOVE PSX-SUPPLIER-ID
                                   TO WS-SC-SUPPLIER(WS-SC-USED)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARTSUPP-FILE
           IF WS-SC-USED > 0
               DISPLAY "  LAST 12 MONTHS - LEAD DAYS ACTUAL/PROMISED,"
                   " FILL, B/O LINES, COST VS QUOTE, DEFECTS:"
               PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                       UNTIL WS-SC-IDX > WS-SC-USED
                   PERFORM 0250-SHOW-ONE-SCORE
               END-PERFORM
           END-IF.

      *****************************************************
      * One source's supplier scorecard, last 12 months   *
      *****************************************************
       0250-SHOW-ONE-SCORE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE WS-TODAY TO WS-YEAR-AGO
           SUBTRACT 1 FROM WS-YEAR-AGO-YEAR
           INITIALIZE SS-SUPP-SCORE
           MOVE WS-SC-SUPPLIER(WS-SC-IDX) TO SS-SUPPLIER-ID
           MOVE WS-YEAR-AGO TO SS-FROM-DATE
           MOVE WS-TODAY TO SS-TO-DATE
           CALL "SUPPLIER_SCORE" USING SS-SUPP-SCORE
           IF SS-LINE-COUNT = 0 AND SS-RMA-QTY = 0
               DISPLAY "  SUPP " SS-SUPPLIER-ID
                   " NO ORDERS IN THE LAST 12 MONTHS"
           ELSE
               MOVE SS-AVG-ACTUAL-DAYS TO WS-ACT-DISP
               MOVE SS-AVG-PROMISED-DAYS TO WS-PROM-DISP
               MOVE SS-FILL-PCT TO WS-FILL-DISP
               MOVE SS-BACKORDER-LINES TO WS-BO-DISP
               MOVE SS-COST-VAR-PCT TO WS-VAR-PCT-DISP
               MOVE SS-DEFECT-PCT TO WS-DEFECT-DISP
               DISPLAY "  SUPP " SS-SUPPLIER-ID
                   " LEAD " WS-ACT-DISP "/" WS-PROM-DISP
                   " FILL " WS-FILL-DISP "%"
                   " B/O " WS-BO-DISP
                   " COST " WS-VAR-PCT-DISP "%"
                   " DEFECT " WS-DEFECT-DISP "%"
           END-IF.

      *****************************************************
      * Walks PART-SUPERSEDED-BY links through READ_PART   *
