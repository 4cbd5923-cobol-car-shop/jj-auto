      *            below-threshold scan the reorder report makes.
      *            PO_RECEIVE checks the goods in against these lines.
      * Modification History:
      *   10/15/2026 BS - The order prints to PO_PRINT.RPT once it has
      *                   lines, and again when a draft is released,
      *                   with the supplier's own part number for each
      *                   line (off the PARTSUPP.IDX source) beside
      *                   ours, so the supplier stops calling to ask
      *                   which part we meant.
      *   10/15/2026 BS - Each line now carries its agreed unit cost
      *                   (keyed, or the part's current cost) so
      *                   AP_INVOICE_DESK has a price to match the
      *                   supplier's invoice against.
      *   09/01/2026 BS - Low-stock pre-fill now judges each part
      *                   against its own PART-MIN-LEVEL where keyed,
      *                   and supplier 99999 opens the review pass
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS REC-PART-ID.
               SELECT OPTIONAL PARTSUPP-FILE ASSIGN TO "..\PARTSUPP.IDX"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PSX-XREF-ID
               ALTERNATE RECORD KEY IS PSX-PART-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS PSX-SUPPLIER-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS PSX-SUPP-PART-NO
                   WITH DUPLICATES.
               SELECT PO-PRINT-FILE ASSIGN TO "PO_PRINT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD PO-FILE RECORD CONTAINS 19 CHARACTERS.
           COPY PO_DEF REPLACING ==:TAG:== BY ==POX==.
       FD POLINE-FILE RECORD CONTAINS 44 CHARACTERS.
           COPY PO_LINE_DEF REPLACING ==:TAG:== BY ==PLX==.
       FD IDXFILE RECORD CONTAINS 118 CHARACTERS.
           COPY PART_DEF REPLACING ==:TAG:== BY ==REC==.
       FD PARTSUPP-FILE RECORD CONTAINS 46 CHARACTERS.
           COPY PART_SUPP_DEF REPLACING ==:TAG:== BY ==PSX==.
       FD PO-PRINT-FILE.
       01  PO-PRINT-REC        PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
       COPY SUPPLIER_DEF REPLACING ==:TAG:== BY ==WS==.
       01  WS-NEXT-LINE        PIC 9(5).
       01  WS-SUPP-IN          PIC 9(5).
       01  WS-PART-IN          PIC 9(5).
       01  WS-QTY-IN           PIC 9(5).
       01  WS-LINE-COUNT       PIC 9(3).
       01  WS-AVAILABLE        PIC S9(5).
       01  WS-SOURCE-COUNT     PIC 9(3).
      *    Same low-stock line PARTS_REORDER_REPORT draws, used only
      *    for parts whose min/max levels haven't been keyed yet.
       01  WS-REORDER-THRESHOLD PIC 99 VALUE 10.
       01  WS-LOW-LINE         PIC 9(3).
       01  WS-DRAFT-ANSWER     PIC X.
       01  WS-UNIT-COST        PIC 9(5)V99.
       01  WS-COST-IN          PIC 9(5)V99.
      *    The printed order.
       01  WS-PRINT-PO         PIC 9(5).
       01  WS-PRINT-SUPP       PIC 9(5).
       01  WS-PRINT-DATE       PIC 9(8).
       01  WS-PRINT-EOF        PIC X.
       01  WS-PSX-EOF          PIC X.
       01  WS-THEIR-PART-NO    PIC X(20).
       01  WS-PRINT-NAME       PIC X(15).
       01  WS-PRINT-TOTAL      PIC 9(9)V99.
       01  WS-PRINT-COST-DISP  PIC $$$,$$9.99.
       01  WS-PRINT-TOTAL-DISP PIC $$$,$$$,$$9.99.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               PERFORM 0400-KEY-LINES
               DISPLAY "PO " WS-NEXT-PO " has " WS-LINE-COUNT
                   " line(s)."
               IF WS-LINE-COUNT > 0
                   MOVE WS-NEXT-PO TO WS-PRINT-PO
                   MOVE WS-SUPP-IN TO WS-PRINT-SUPP
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PRINT-DATE
                   PERFORM 0700-PRINT-PO
               END-IF
           END-IF.

      ******************************************************
                           ACCEPT WS-QTY-IN
                           IF WS-QTY-IN > 0
                               MOVE REC-PART-ID TO WS-PART-IN
                               MOVE REC-PART-COST TO WS-UNIT-COST
                               PERFORM 0500-WRITE-ONE-LINE
                           END-IF
                       END-IF
                           WS-SOURCE-COUNT
                       DISPLAY "Order how many?: "
                       ACCEPT WS-QTY-IN
                       DISPLAY "Agreed unit cost (0 = part cost "
                           REC-PART-COST "): "
                       ACCEPT WS-COST-IN
                       IF WS-COST-IN > 0
                           MOVE WS-COST-IN TO WS-UNIT-COST
                       ELSE
                           MOVE REC-PART-COST TO WS-UNIT-COST
                       END-IF
               END-READ
               CLOSE IDXFILE
               IF WS-QTY-IN > 0
           MOVE WS-PART-IN TO PLX-PART-ID
           MOVE WS-QTY-IN TO PLX-QTY-ORDERED
           MOVE 0 TO PLX-QTY-RECEIVED
           MOVE WS-UNIT-COST TO PLX-UNIT-COST
           MOVE 0 TO PLX-RECV-COST
           MOVE 0 TO PLX-QTY-INVOICED
           OPEN I-O POLINE-FILE
           WRITE PLX-POLINE
               INVALID KEY
                               END-REWRITE
                               DISPLAY "PO " POX-PO-NUMBER
                                   " released."
                               MOVE POX-PO-NUMBER TO WS-PRINT-PO
                               MOVE POX-PO-SUPP-ID TO WS-PRINT-SUPP
                               MOVE POX-PO-DATE TO WS-PRINT-DATE
                               PERFORM 0700-PRINT-PO
                           END-IF
                           IF WS-DRAFT-ANSWER = 'X'
                               MOVE 'X' TO POX-PO-STATUS
           END-PERFORM
           CLOSE PO-FILE.

      ********************************************************
      * The order as it goes to the supplier - PO_PRINT.RPT, *
      * one PO to the page. Each line shows our part number  *
      * and the supplier's own number for it where the       *
      * PARTSUPP.IDX source carries one.                     *
      ********************************************************
       0700-PRINT-PO.
           MOVE WS-PRINT-SUPP TO WS-SUPPLIER-ID
           CALL "READ_SUPPLIER" USING WS-SUPPLIER, WS-RESULT-CODE
           IF WS-RESULT-CODE NOT = 01
               MOVE SPACES TO WS-SUPPLIER-NAME
           END-IF
           MOVE 0 TO WS-PRINT-TOTAL
           OPEN OUTPUT PO-PRINT-FILE
           MOVE "J&J AUTO - PURCHASE ORDER" TO PO-PRINT-REC
           WRITE PO-PRINT-REC
           MOVE SPACES TO PO-PRINT-REC
           STRING "PO " WS-PRINT-PO "   DATED " WS-PRINT-DATE
               DELIMITED BY SIZE INTO PO-PRINT-REC
           WRITE PO-PRINT-REC
           MOVE SPACES TO PO-PRINT-REC
           STRING "TO SUPPLIER " WS-PRINT-SUPP "  " WS-SUPPLIER-NAME
               "  " WS-SUPPLIER-PHONE
               DELIMITED BY SIZE INTO PO-PRINT-REC
           WRITE PO-PRINT-REC
           MOVE SPACES TO PO-PRINT-REC
           WRITE PO-PRINT-REC
           MOVE SPACES TO PO-PRINT-REC
           STRING "LINE   OUR NO  YOUR PART NO          "
               "DESCRIPTION       QTY  UNIT COST"
               DELIMITED BY SIZE INTO PO-PRINT-REC
           WRITE PO-PRINT-REC

           MOVE 'N' TO WS-PRINT-EOF
           OPEN INPUT POLINE-FILE
           OPEN INPUT IDXFILE
           MOVE WS-PRINT-PO TO PLX-PO-NUMBER
           START POLINE-FILE KEY IS NOT LESS THAN PLX-PO-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-PRINT-EOF
           END-START
           PERFORM UNTIL WS-PRINT-EOF = 'Y'
               READ POLINE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PRINT-EOF
                   NOT AT END
                       IF PLX-PO-NUMBER NOT = WS-PRINT-PO
                           MOVE 'Y' TO WS-PRINT-EOF
                       ELSE
                           PERFORM 0710-PRINT-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IDXFILE
           CLOSE POLINE-FILE

           MOVE WS-PRINT-TOTAL TO WS-PRINT-TOTAL-DISP
           MOVE SPACES TO PO-PRINT-REC
           WRITE PO-PRINT-REC
           MOVE SPACES TO PO-PRINT-REC
           STRING "ORDER TOTAL " WS-PRINT-TOTAL-DISP
               DELIMITED BY SIZE INTO PO-PRINT-REC
           WRITE PO-PRINT-REC
           CLOSE PO-PRINT-FILE
           DISPLAY "PO " WS-PRINT-PO " printed to PO_PRINT.RPT".

       0710-PRINT-ONE-LINE.
           MOVE SPACES TO WS-PRINT-NAME
           MOVE PLX-PART-ID TO REC-PART-ID
           READ IDXFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE REC-PART-NAME TO WS-PRINT-NAME
           END-READ
           PERFORM 0720-FIND-THEIR-PART-NO
           COMPUTE WS-PRINT-TOTAL = WS-PRINT-TOTAL
               + PLX-QTY-ORDERED * PLX-UNIT-COST
           MOVE PLX-UNIT-COST TO WS-PRINT-COST-DISP
           MOVE SPACES TO PO-PRINT-REC
           STRING PLX-PO-LINE-ID "  " PLX-PART-ID "   "
               WS-THEIR-PART-NO "  " WS-PRINT-NAME " "
               PLX-QTY-ORDERED "  " WS-PRINT-COST-DISP
               DELIMITED BY SIZE INTO PO-PRINT-REC
           WRITE PO-PRINT-REC.

      *    The supplier's own number off the part's source row for
      *    this supplier - blank when the source has none keyed.
       0720-FIND-THEIR-PART-NO.
           MOVE SPACES TO WS-THEIR-PART-NO
           MOVE 'N' TO WS-PSX-EOF
           OPEN INPUT PARTSUPP-FILE
           MOVE PLX-PART-ID TO PSX-PART-ID
           START PARTSUPP-FILE KEY IS NOT LESS THAN PSX-PART-ID
               INVALID KEY
                   MOVE 'Y' TO WS-PSX-EOF
           END-START
           PERFORM UNTIL WS-PSX-EOF = 'Y'
               READ PARTSUPP-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PSX-EOF
                   NOT AT END
                       IF PSX-PART-ID NOT = PLX-PART-ID
                           MOVE 'Y' TO WS-PSX-EOF
                       ELSE
                           IF PSX-SUPPLIER-ID = WS-PRINT-SUPP
                                   AND PSX-SUPP-PART-NO NOT = SPACES
                               MOVE PSX-SUPP-PART-NO
                                   TO WS-THEIR-PART-NO
                               MOVE 'Y' TO WS-PSX-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARTSUPP-FILE.

       END PROGRAM PO_ENTRY.
