      *            to PO_RECEIVE until the parts manager reviews and
      *            releases them in PO_ENTRY (supplier 99999). The
      *            run's worksheet goes to SUGGEST_PO.RPT.
      * Modification History:
      *   10/15/2026 BS - PARTSUPP.IDX record grows to 46 - the
      *                   supplier's unit cost now quotes past 999.99.
      *   10/15/2026 BS - PARTSUPP.IDX record grows to 44 for the
      *                   supplier's own part number.
      *   10/15/2026 BS - Each draft line carries the chosen source's
      *                   unit cost (the part's own cost when no
      *                   cross-reference row priced it) for the AP
      *                   three-way match.
      *   10/15/2026 BS - PARTSUPP.IDX record grows to 24 for the
      *                   supplier's take-back flag.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               ACCESS IS DYNAMIC
               RECORD KEY IS PSX-XREF-ID
               ALTERNATE RECORD KEY IS PSX-PART-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS PSX-SUPPLIER-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS PSX-SUPP-PART-NO
                   WITH DUPLICATES.
               SELECT OPTIONAL PO-FILE ASSIGN TO "..\PO.IDX"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD IDXFILE RECORD CONTAINS 118 CHARACTERS.
           COPY PART_DEF REPLACING ==:TAG:== BY ==REC==.
       FD PARTSUPP-FILE RECORD CONTAINS 46 CHARACTERS.
           COPY PART_SUPP_DEF REPLACING ==:TAG:== BY ==PSX==.
       FD PO-FILE RECORD CONTAINS 19 CHARACTERS.
           COPY PO_DEF REPLACING ==:TAG:== BY ==POX==.
       FD POLINE-FILE RECORD CONTAINS 44 CHARACTERS.
           COPY PO_LINE_DEF REPLACING ==:TAG:== BY ==PLX==.
       FD EXPORT-FILE.
       01  EXPORT-REC          PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-PART-EOF         PIC X VALUE 'N'.
       01  WS-SCAN-EOF         PIC X.
       01  WS-AVAILABLE        PIC S9(5).
       01  WS-TARGET-LEVEL     PIC 9(3).
       01  WS-ORDER-QTY        PIC 9(6).
       01  WS-BEST-SUPP        PIC 9(5).
       01  WS-BEST-COST        PIC 9(5)V99.
       01  WS-BEST-LEAD        PIC 999.
       01  WS-NEXT-PO          PIC 9(5).
       01  WS-NEXT-LINE        PIC 9(5).
                   END-IF
                   COMPUTE WS-ORDER-QTY =
                       WS-TARGET-LEVEL - WS-AVAILABLE
      *            A PO line's quantity field holds five digits.
                   IF WS-ORDER-QTY > 99999
                       MOVE 99999 TO WS-ORDER-QTY
                   END-IF
                   PERFORM 0300-PICK-CHEAPEST-SOURCE
                   PERFORM 0400-FIND-OR-OPEN-DRAFT
      ********************************************************
       0300-PICK-CHEAPEST-SOURCE.
           MOVE REC-PART-SUPP TO WS-BEST-SUPP
           MOVE 99999.99 TO WS-BEST-COST
           MOVE 999 TO WS-BEST-LEAD
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT PARTSUPP-FILE
               MOVE REC-PART-ID TO PLX-PART-ID
               MOVE WS-ORDER-QTY TO PLX-QTY-ORDERED
               MOVE 0 TO PLX-QTY-RECEIVED
               IF WS-BEST-COST < 99999.99
                   MOVE WS-BEST-COST TO PLX-UNIT-COST
               ELSE
                   MOVE REC-PART-COST TO PLX-UNIT-COST
               END-IF
               MOVE 0 TO PLX-RECV-COST
               MOVE 0 TO PLX-QTY-INVOICED
               OPEN I-O POLINE-FILE
               WRITE PLX-POLINE
                   INVALID KEY
