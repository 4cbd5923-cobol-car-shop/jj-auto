      ******************************************************************
      * Author: Brock Sharp
      * Date: 10/15/2026
      * Purpose: One-time carry-over of PARTLIST.DAT and the files that
      *            hold its quantities and prices to the widened
      *            layouts - on-hand, committed and every per-line
      *            quantity 99 -> 9(5), price, cost and core charge
      *            999V99 -> 9(5)V99. Covers PARTLIST.DAT,
      *            STOCKMOVE.DAT, PRICEHIST.DAT, COSTHIST.DAT,
      *            COUNTERSALE.DAT, TICKETPART.IDX, TPARTARCH.IDX,
      *            POLINE.IDX, DEFECTIVE.DAT, RETURNLOG.DAT,
      *            RMALINE.DAT, PARTSUPP.IDX, PRICEMATRIX.DAT,
      *            CORELEDGER.DAT and KITLINE.IDX.
      *            Ticket part lines come across from the 17-byte
      *            layout with jobNo zero, PO lines from the 19-byte
      *            layout with unit cost, received cost and quantity
      *            invoiced zero, and part sources from the 23-byte
      *            layout with RETURN-OK and SUPP-PART-NO blank.
      *            Each file is copied out record for record to a
      *            .CNV file beside it, recreated in the new layout
      *            from that copy, then read back against the copy
      *            field by field. A file whose counts or fields do
      *            not agree is put back in its old layout from the
      *            copy and reported - nothing is retired on a failed
      *            check. The .CNV copies are kept as the fallback; a
      *            file with its .CNV already there has been carried
      *            over and is left alone. Run it once, with nobody in
      *            parts, service or purchasing, before the programs
      *            built on the new layouts go in.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PART_WIDEN.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT OLD-PART-FILE ASSIGN TO WS-LIVE-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS OLD-PART-KEY
               FILE STATUS IS WS-FSTAT.
               SELECT PART-FILE ASSIGN TO WS-LIVE-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS REC-PART-ID.
               SELECT OLD-MOVE-FILE ASSIGN TO WS-LIVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FSTAT.
               SELECT MOVE-FILE ASSIGN TO WS-LIVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OLD-HIST-FILE ASSIGN TO WS-LIVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FSTAT.
               SELECT HIST-FILE ASSIGN TO WS-LIVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OLD-CS-FILE ASSIGN TO WS-LIVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FSTAT.
               SELECT CS-FILE ASSIGN TO WS-LIVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OLD-TP-FILE ASSIGN TO WS-LIVE-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS OLD-TP-KEY
               ALTERNATE RECORD KEY IS OLD-TP-TICKET WITH DUPLICATES
               ALTERNATE RECORD KEY IS OLD-TP-PART WITH DUPLICATES
               FILE STATUS IS WS-FSTAT.
               SELECT TP-FILE ASSIGN TO WS-LIVE-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TPX-ticketPartID
               ALTERNATE RECORD KEY IS TPX-ticketID WITH DUPLICATES
               ALTERNATE RECORD KEY IS TPX-partID WITH DUPLICATES.
               SELECT OLD-PL-FILE ASSIGN TO WS-LIVE-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS OLD-PL-KEY
               ALTERNATE RECORD KEY IS OLD-PL-PO WITH DUPLICATES
               FILE STATUS IS WS-FSTAT.
               SELECT PL-FILE ASSIGN TO WS-LIVE-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PLX-PO-LINE-ID
               ALTERNATE RECORD KEY IS PLX-PO-NUMBER WITH DUPLICATES.
               SELECT OLD-DEF-FILE ASSIGN TO WS-LIVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FSTAT.
               SELECT DEF-FILE ASSIGN TO WS-LIVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OLD-RET-FILE ASSIGN TO WS-LIVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FSTAT.
               SELECT RET-FILE ASSIGN TO WS-LIVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OLD-RML-FILE ASSIGN TO WS-LIVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FSTAT.
               SELECT RML-FILE ASSIGN TO WS-LIVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OLD-PS-FILE ASSIGN TO WS-LIVE-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS OLD-PS-KEY
               ALTERNATE RECORD KEY IS OLD-PS-PART WITH DUPLICATES
               ALTERNATE RECORD KEY IS OLD-PS-SUPP WITH DUPLICATES
               FILE STATUS IS WS-FSTAT.
               SELECT PS-FILE ASSIGN TO WS-LIVE-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PSX-XREF-ID
               ALTERNATE RECORD KEY IS PSX-PART-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS PSX-SUPPLIER-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS PSX-SUPP-PART-NO
                   WITH DUPLICATES.
               SELECT OLD-PM-FILE ASSIGN TO WS-LIVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FSTAT.
               SELECT PM-FILE ASSIGN TO WS-LIVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OLD-CO-FILE ASSIGN TO WS-LIVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FSTAT.
               SELECT CO-FILE ASSIGN TO WS-LIVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OLD-KL-FILE ASSIGN TO WS-LIVE-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS OLD-KL-KEY
               ALTERNATE RECORD KEY IS OLD-KL-KIT WITH DUPLICATES
               FILE STATUS IS WS-FSTAT.
               SELECT KL-FILE ASSIGN TO WS-LIVE-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS KLX-KITLINE-ID
               ALTERNATE RECORD KEY IS KLX-KIT-ID WITH DUPLICATES.
               SELECT OPTIONAL CNV-FILE ASSIGN TO WS-CNV-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNV-STAT.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD OLD-PART-FILE RECORD CONTAINS 106 CHARACTERS.
       01  OLD-PART-REC.
           05  OLD-PART-KEY        PIC 9(5).
           05  FILLER              PIC X(101).
       FD PART-FILE RECORD CONTAINS 118 CHARACTERS.
           COPY PART_DEF REPLACING ==:TAG:== BY ==REC==.
       FD OLD-MOVE-FILE.
       01  OLD-MOVE-REC            PIC X(66).
       FD MOVE-FILE.
           COPY STOCK_MOVE_DEF REPLACING ==:TAG:== BY ==SM==.
       FD OLD-HIST-FILE.
       01  OLD-HIST-REC            PIC X(53).
       FD HIST-FILE.
           COPY PRICE_HIST_DEF REPLACING ==:TAG:== BY ==PH==.
       FD OLD-CS-FILE.
       01  OLD-CS-REC              PIC X(45).
       FD CS-FILE.
           COPY COUNTER_SALE_DEF REPLACING ==:TAG:== BY ==CS==.
       FD OLD-TP-FILE RECORD CONTAINS 17 CHARACTERS.
       01  OLD-TP-REC.
           05  OLD-TP-KEY          PIC 9(5).
           05  OLD-TP-TICKET       PIC 9(5).
           05  OLD-TP-PART         PIC 9(5).
           05  FILLER              PIC X(2).
       FD TP-FILE RECORD CONTAINS 22 CHARACTERS.
           COPY TICKET_PART_DEF REPLACING ==:TAG:== BY ==TPX==.
       FD OLD-PL-FILE RECORD CONTAINS 19 CHARACTERS.
       01  OLD-PL-REC.
           05  OLD-PL-KEY          PIC 9(5).
           05  OLD-PL-PO           PIC 9(5).
           05  FILLER              PIC X(9).
       FD PL-FILE RECORD CONTAINS 44 CHARACTERS.
           COPY PO_LINE_DEF REPLACING ==:TAG:== BY ==PLX==.
       FD OLD-DEF-FILE.
       01  OLD-DEF-REC             PIC X(20).
      *    Same row shape PARTS_RETURN and RMA_DESK carry.
       FD DEF-FILE.
       01  DEFECTIVE-REC.
           05  DEF-PART-ID         PIC 9(5).
           05  DEF-QTY             PIC 9(5).
           05  DEF-DATE            PIC 9(8).
           05  DEF-SOURCE-ID       PIC 9(5).
       FD OLD-RET-FILE.
       01  OLD-RET-REC             PIC X(53).
       FD RET-FILE.
           COPY RETURN_DEF REPLACING ==:TAG:== BY ==RT==.
       FD OLD-RML-FILE.
       01  OLD-RML-REC             PIC X(19).
      *    Same row shape RMA_DESK and SUPPLIER_SCORE carry.
       FD RML-FILE.
       01  RMALINE-REC.
           05  RL-RMA-ID           PIC 9(5).
           05  RL-PART-ID          PIC 9(5).
           05  RL-QTY              PIC 9(5).
           05  RL-EXP-CREDIT       PIC 9(5)V99.
       FD OLD-PS-FILE RECORD CONTAINS 23 CHARACTERS.
       01  OLD-PS-REC.
           05  OLD-PS-KEY          PIC 9(5).
           05  OLD-PS-PART         PIC 9(5).
           05  OLD-PS-SUPP         PIC 9(5).
           05  FILLER              PIC X(8).
       FD PS-FILE RECORD CONTAINS 46 CHARACTERS.
           COPY PART_SUPP_DEF REPLACING ==:TAG:== BY ==PSX==.
       FD OLD-PM-FILE.
       01  OLD-PM-REC              PIC X(23).
       FD PM-FILE.
           COPY PRICE_MATRIX_DEF REPLACING ==:TAG:== BY ==PM==.
       FD OLD-CO-FILE.
       01  OLD-CO-REC              PIC X(63).
       FD CO-FILE.
           COPY CORE_DEF REPLACING ==:TAG:== BY ==CO==.
       FD OLD-KL-FILE RECORD CONTAINS 17 CHARACTERS.
       01  OLD-KL-REC.
           05  OLD-KL-KEY          PIC 9(5).
           05  OLD-KL-KIT          PIC 9(5).
           05  FILLER              PIC X(7).
       FD KL-FILE RECORD CONTAINS 20 CHARACTERS.
           COPY KIT_LINE_DEF REPLACING ==:TAG:== BY ==KLX==.
       FD CNV-FILE.
       01  CNV-REC                 PIC X(106).
      *-----------------------
       WORKING-STORAGE SECTION.
      *    One row per file carried over: name, live path, fallback
      *    copy, and which of the thirteen old layouts it is in.
       01  WS-FILE-TABLE-DATA.
           05  FILLER PIC X(12) VALUE "PARTLIST".
           05  FILLER PIC X(32) VALUE "..\PARTLIST.DAT".
           05  FILLER PIC X(32) VALUE "..\PARTLIST.CNV".
           05  FILLER PIC 99    VALUE 1.
           05  FILLER PIC X(12) VALUE "STOCKMOVE".
           05  FILLER PIC X(32) VALUE "..\STOCKMOVE.DAT".
           05  FILLER PIC X(32) VALUE "..\STOCKMOVE.CNV".
           05  FILLER PIC 99    VALUE 2.
           05  FILLER PIC X(12) VALUE "PRICEHIST".
           05  FILLER PIC X(32) VALUE "..\PRICEHIST.DAT".
           05  FILLER PIC X(32) VALUE "..\PRICEHIST.CNV".
           05  FILLER PIC 99    VALUE 3.
           05  FILLER PIC X(12) VALUE "COSTHIST".
           05  FILLER PIC X(32) VALUE "..\COSTHIST.DAT".
           05  FILLER PIC X(32) VALUE "..\COSTHIST.CNV".
           05  FILLER PIC 99    VALUE 3.
           05  FILLER PIC X(12) VALUE "COUNTERSALE".
           05  FILLER PIC X(32) VALUE "..\COUNTERSALE.DAT".
           05  FILLER PIC X(32) VALUE "..\COUNTERSALE.CNV".
           05  FILLER PIC 99    VALUE 4.
           05  FILLER PIC X(12) VALUE "TICKETPART".
           05  FILLER PIC X(32) VALUE "..\..\INDEXES\TICKETPART.IDX".
           05  FILLER PIC X(32) VALUE "..\..\INDEXES\TICKETPART.CNV".
           05  FILLER PIC 99    VALUE 5.
           05  FILLER PIC X(12) VALUE "TPARTARCH".
           05  FILLER PIC X(32) VALUE "..\..\INDEXES\TPARTARCH.IDX".
           05  FILLER PIC X(32) VALUE "..\..\INDEXES\TPARTARCH.CNV".
           05  FILLER PIC 99    VALUE 5.
           05  FILLER PIC X(12) VALUE "POLINE".
           05  FILLER PIC X(32) VALUE "..\POLINE.IDX".
           05  FILLER PIC X(32) VALUE "..\POLINE.CNV".
           05  FILLER PIC 99    VALUE 6.
           05  FILLER PIC X(12) VALUE "DEFECTIVE".
           05  FILLER PIC X(32) VALUE "..\DEFECTIVE.DAT".
           05  FILLER PIC X(32) VALUE "..\DEFECTIVE.CNV".
           05  FILLER PIC 99    VALUE 7.
           05  FILLER PIC X(12) VALUE "RETURNLOG".
           05  FILLER PIC X(32) VALUE "..\RETURNLOG.DAT".
           05  FILLER PIC X(32) VALUE "..\RETURNLOG.CNV".
           05  FILLER PIC 99    VALUE 8.
           05  FILLER PIC X(12) VALUE "RMALINE".
           05  FILLER PIC X(32) VALUE "..\RMALINE.DAT".
           05  FILLER PIC X(32) VALUE "..\RMALINE.CNV".
           05  FILLER PIC 99    VALUE 9.
           05  FILLER PIC X(12) VALUE "PARTSUPP".
           05  FILLER PIC X(32) VALUE "..\PARTSUPP.IDX".
           05  FILLER PIC X(32) VALUE "..\PARTSUPP.CNV".
           05  FILLER PIC 99    VALUE 10.
           05  FILLER PIC X(12) VALUE "PRICEMATRIX".
           05  FILLER PIC X(32) VALUE "..\PRICEMATRIX.DAT".
           05  FILLER PIC X(32) VALUE "..\PRICEMATRIX.CNV".
           05  FILLER PIC 99    VALUE 11.
           05  FILLER PIC X(12) VALUE "CORELEDGER".
           05  FILLER PIC X(32) VALUE "..\CORELEDGER.DAT".
           05  FILLER PIC X(32) VALUE "..\CORELEDGER.CNV".
           05  FILLER PIC 99    VALUE 12.
           05  FILLER PIC X(12) VALUE "KITLINE".
           05  FILLER PIC X(32) VALUE "..\KITLINE.IDX".
           05  FILLER PIC X(32) VALUE "..\KITLINE.CNV".
           05  FILLER PIC 99    VALUE 13.
       01  WS-FILE-TABLE REDEFINES WS-FILE-TABLE-DATA.
           05  WS-FT-ENTRY OCCURS 15 TIMES.
               10  WS-FT-NAME      PIC X(12).
               10  WS-FT-LIVE      PIC X(32).
               10  WS-FT-CNV       PIC X(32).
               10  WS-FT-LAYOUT    PIC 99.
       01  WS-FILE-COUNT       PIC 99 VALUE 15.
       01  WS-FX               PIC 99.
       01  WS-FILE-NAME        PIC X(12).
       01  WS-LIVE-PATH        PIC X(32).
       01  WS-CNV-PATH         PIC X(32).
       01  WS-LAYOUT           PIC 99.
       01  WS-FSTAT            PIC XX.
       01  WS-CNV-STAT         PIC XX.
       01  WS-ANSWER           PIC X.
       01  WS-SKIP             PIC X.
       01  WS-CNV-EOF          PIC X.
       01  WS-OLD-EOF          PIC X.
       01  WS-NEW-EOF          PIC X.
       01  WS-WRITE-OK         PIC X.
       01  WS-MATCH            PIC X.
       01  WS-COPIED-COUNT     PIC 9(7).
       01  WS-LOADED-COUNT     PIC 9(7).
       01  WS-CHECKED-COUNT    PIC 9(7).
       01  WS-BAD-COUNT        PIC 9(7).
       01  WS-DONE-FILES       PIC 99 VALUE 0.
       01  WS-SKIPPED-FILES    PIC 99 VALUE 0.
       01  WS-FAILED-FILES     PIC 99 VALUE 0.
      *    The old record, as read from the .CNV copy, under each of
      *    the thirteen layouts it can be in.
       01  OLD-AREA                PIC X(106).
       01  OLD-PART REDEFINES OLD-AREA.
           05  OP-PART-ID          PIC 9(5).
           05  OP-PART-NAME        PIC X(15).
           05  OP-PART-DESC        PIC X(35).
           05  OP-PART-PRICE       PIC 999V99.
           05  OP-PART-COST        PIC 999V99.
           05  OP-PART-SUPP        PIC 9(5).
           05  OP-PART-ON-HAND     PIC 99.
           05  OP-PART-COMMITTED   PIC 99.
           05  OP-PART-CATEGORY    PIC X(10).
           05  OP-PART-BIN         PIC X(6).
           05  OP-PART-MIN-LEVEL   PIC 9(3).
           05  OP-PART-MAX-LEVEL   PIC 9(3).
           05  OP-PART-CORE-CHARGE PIC 999V99.
           05  OP-PART-SUPERSEDED-BY PIC 9(5).
       01  OLD-MOVE REDEFINES OLD-AREA.
           05  OM-PART-ID          PIC 9(5).
           05  OM-MOVE-DATE        PIC 9(8).
           05  OM-MOVE-TIME        PIC 9(6).
           05  OM-QTY-DELTA        PIC S9(3) SIGN LEADING SEPARATE.
           05  OM-REASON-CODE      PIC X(3).
           05  OM-SOURCE-DOC       PIC X(10).
           05  OM-MOVED-BY         PIC X(30).
           05  FILLER              PIC X(40).
       01  OLD-HIST REDEFINES OLD-AREA.
           05  OH-PART-ID          PIC 9(5).
           05  OH-OLD-PRICE        PIC 999V99.
           05  OH-NEW-PRICE        PIC 999V99.
           05  OH-CHANGE-DATE      PIC 9(8).
           05  OH-CHANGED-BY       PIC X(30).
           05  FILLER              PIC X(53).
       01  OLD-CS REDEFINES OLD-AREA.
           05  OC-CS-ID            PIC 9(5).
           05  OC-CS-DATE          PIC 9(8).
           05  OC-CS-CUST-ID       PIC 9(5).
           05  OC-CS-PART-ID       PIC 9(5).
           05  OC-CS-QTY           PIC 99.
           05  OC-CS-UNIT-PRICE    PIC 999V99.
           05  OC-CS-TOTAL         PIC 9(5)V99.
           05  OC-CS-PAY-TYPE      PIC X.
           05  OC-CS-RETURNED-QTY  PIC 99.
           05  OC-CS-RECEIPT-ID    PIC 9(5).
           05  FILLER              PIC X(61).
       01  OLD-TP REDEFINES OLD-AREA.
           05  OT-ticketPartID     PIC 9(5).
           05  OT-ticketID         PIC 9(5).
           05  OT-partID           PIC 9(5).
           05  OT-qtyUsed          PIC 99.
           05  FILLER              PIC X(89).
       01  OLD-PL REDEFINES OLD-AREA.
           05  OL-PO-LINE-ID       PIC 9(5).
           05  OL-PO-NUMBER        PIC 9(5).
           05  OL-PART-ID          PIC 9(5).
           05  OL-QTY-ORDERED      PIC 99.
           05  OL-QTY-RECEIVED     PIC 99.
           05  FILLER              PIC X(87).
       01  OLD-DEF REDEFINES OLD-AREA.
           05  OD-PART-ID          PIC 9(5).
           05  OD-QTY              PIC 99.
           05  OD-DATE             PIC 9(8).
           05  OD-SOURCE-ID        PIC 9(5).
           05  FILLER              PIC X(86).
       01  OLD-RET REDEFINES OLD-AREA.
           05  ORT-SOURCE          PIC X.
           05  ORT-SOURCE-ID       PIC 9(5).
           05  ORT-PART-ID         PIC 9(5).
           05  ORT-QTY             PIC 99.
           05  ORT-DATE            PIC 9(8).
           05  ORT-REFUND          PIC X.
           05  ORT-DEFECTIVE       PIC X.
           05  ORT-BY              PIC X(30).
           05  FILLER              PIC X(53).
       01  OLD-RML REDEFINES OLD-AREA.
           05  ORM-RMA-ID          PIC 9(5).
           05  ORM-PART-ID         PIC 9(5).
           05  ORM-QTY             PIC 99.
           05  ORM-EXP-CREDIT      PIC 9(5)V99.
           05  FILLER              PIC X(87).
       01  OLD-PS REDEFINES OLD-AREA.
           05  OPS-XREF-ID         PIC 9(5).
           05  OPS-PART-ID         PIC 9(5).
           05  OPS-SUPPLIER-ID     PIC 9(5).
           05  OPS-UNIT-COST       PIC 999V99.
           05  OPS-LEAD-DAYS       PIC 999.
           05  FILLER              PIC X(83).
       01  OLD-PM REDEFINES OLD-AREA.
           05  OPM-CATEGORY        PIC X(10).
           05  OPM-COST-FROM       PIC 999V99.
           05  OPM-COST-TO         PIC 999V99.
           05  OPM-MARKUP-PCT      PIC 999.
           05  FILLER              PIC X(83).
       01  OLD-CO REDEFINES OLD-AREA.
           05  OCO-PART-ID         PIC 9(5).
           05  OCO-CORE-DATE       PIC 9(8).
           05  OCO-CORE-TYPE       PIC X.
           05  OCO-CORE-QTY        PIC 99.
           05  OCO-CORE-AMOUNT     PIC 9(5)V99.
           05  OCO-CORE-DOC        PIC X(10).
           05  OCO-CORE-BY         PIC X(30).
           05  FILLER              PIC X(43).
       01  OLD-KL REDEFINES OLD-AREA.
           05  OKL-KITLINE-ID      PIC 9(5).
           05  OKL-KIT-ID          PIC 9(5).
           05  OKL-PART-ID         PIC 9(5).
           05  OKL-KIT-QTY         PIC 99.
           05  FILLER              PIC X(89).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       0100-BEGIN.
           DISPLAY "--- Widen part quantities and prices ---"
           DISPLAY "Nobody may be in parts, service or purchasing."
               " Go? (Y/N): "
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
               DISPLAY "Carry-over abandoned."
               STOP RUN
           END-IF

           PERFORM VARYING WS-FX FROM 1 BY 1
                   UNTIL WS-FX > WS-FILE-COUNT
               PERFORM 0200-CONVERT-ONE-FILE
           END-PERFORM

           DISPLAY "Carried over " WS-DONE-FILES ", left alone "
               WS-SKIPPED-FILES ", failed " WS-FAILED-FILES "."
           IF WS-FAILED-FILES > 0
               DISPLAY "A FAILED FILE IS BACK IN ITS OLD LAYOUT - the"
                   " new programs must not go in until it carries"
                   " over clean. Remove its .CNV before re-running."
           END-IF
           STOP RUN.

      ******************************************************
      * Copy out, rebuild, check back; put the old layout  *
      * back if the check does not come out clean          *
      ******************************************************
       0200-CONVERT-ONE-FILE.
           MOVE WS-FT-NAME(WS-FX) TO WS-FILE-NAME
           MOVE WS-FT-LIVE(WS-FX) TO WS-LIVE-PATH
           MOVE WS-FT-CNV(WS-FX) TO WS-CNV-PATH
           MOVE WS-FT-LAYOUT(WS-FX) TO WS-LAYOUT
           MOVE 0 TO WS-COPIED-COUNT
           MOVE 0 TO WS-LOADED-COUNT
           MOVE 0 TO WS-CHECKED-COUNT
           MOVE 0 TO WS-BAD-COUNT
           MOVE 'N' TO WS-SKIP

           PERFORM 0300-CHECK-CNV
           IF WS-SKIP = 'Y'
               ADD 1 TO WS-SKIPPED-FILES
               EXIT PARAGRAPH
           END-IF
           PERFORM 0400-COPY-OUT
           IF WS-SKIP = 'Y'
               ADD 1 TO WS-SKIPPED-FILES
               EXIT PARAGRAPH
           END-IF
           PERFORM 0500-RELOAD
           PERFORM 0600-VERIFY

           IF WS-BAD-COUNT > 0
                   OR WS-LOADED-COUNT NOT = WS-COPIED-COUNT
                   OR WS-CHECKED-COUNT NOT = WS-COPIED-COUNT
               PERFORM 0700-ROLL-BACK
               ADD 1 TO WS-FAILED-FILES
               DISPLAY WS-FILE-NAME " FAILED - copied "
                   WS-COPIED-COUNT ", loaded " WS-LOADED-COUNT
                   ", checked " WS-CHECKED-COUNT ", bad "
                   WS-BAD-COUNT
               DISPLAY "    put back in the old layout from "
                   WS-CNV-PATH
           ELSE
               ADD 1 TO WS-DONE-FILES
               DISPLAY WS-FILE-NAME " " WS-COPIED-COUNT
                   " record(s) carried over and checked - old"
                   " layout kept in " WS-CNV-PATH
           END-IF.

      *    A .CNV copy already there means this file was carried
      *    over on an earlier run.
       0300-CHECK-CNV.
           OPEN INPUT CNV-FILE
           IF WS-CNV-STAT = "00"
               DISPLAY WS-FILE-NAME " already carried over ("
                   WS-CNV-PATH " is there) - left alone."
               MOVE 'Y' TO WS-SKIP
           END-IF
           CLOSE CNV-FILE.

      *    The old file opens only in its old layout - a file that
      *    is not there, or is already in the new layout, fails the
      *    OPEN and nothing is touched.
       0400-COPY-OUT.
           PERFORM 1100-OPEN-OLD-INPUT
           IF WS-FSTAT NOT = "00"
               IF WS-FSTAT = "35"
                   DISPLAY WS-FILE-NAME " not there - nothing to"
                       " carry over."
               ELSE
                   DISPLAY WS-FILE-NAME " did not open in the old"
                       " layout (status " WS-FSTAT
                       ") - already carried over?"
               END-IF
               MOVE 'Y' TO WS-SKIP
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CNV-FILE
           MOVE 'N' TO WS-OLD-EOF
           PERFORM UNTIL WS-OLD-EOF = 'Y'
               PERFORM 1200-READ-OLD
               IF WS-OLD-EOF = 'N'
                   MOVE OLD-AREA TO CNV-REC
                   WRITE CNV-REC
                   ADD 1 TO WS-COPIED-COUNT
               END-IF
           END-PERFORM
           CLOSE CNV-FILE
           PERFORM 1300-CLOSE-OLD.

      *    OPEN OUTPUT recreates the file in the new layout; the copy
      *    is in key (or file) order so the reload is plain writes.
       0500-RELOAD.
           OPEN INPUT CNV-FILE
           PERFORM 1400-OPEN-NEW-OUTPUT
           MOVE 'N' TO WS-CNV-EOF
           PERFORM UNTIL WS-CNV-EOF = 'Y'
               READ CNV-FILE
                   AT END
                       MOVE 'Y' TO WS-CNV-EOF
                   NOT AT END
                       MOVE CNV-REC TO OLD-AREA
                       PERFORM 0800-CLEAN-OLD
                       PERFORM 1500-BUILD-NEW
                       PERFORM 1600-WRITE-NEW
                       IF WS-WRITE-OK = 'Y'
                           ADD 1 TO WS-LOADED-COUNT
                       ELSE
                           DISPLAY "    could not write a "
                               WS-FILE-NAME " record back - key "
                               OLD-AREA(1:5)
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 1900-CLOSE-NEW
           CLOSE CNV-FILE.

      *    Both files are walked in step; every field of the new
      *    record must equal the old one, and both must run out
      *    together.
       0600-VERIFY.
           OPEN INPUT CNV-FILE
           PERFORM 1700-OPEN-NEW-INPUT
           MOVE 'N' TO WS-CNV-EOF
           MOVE 'N' TO WS-NEW-EOF
           PERFORM UNTIL WS-CNV-EOF = 'Y' OR WS-NEW-EOF = 'Y'
               READ CNV-FILE
                   AT END
                       MOVE 'Y' TO WS-CNV-EOF
               END-READ
               PERFORM 1800-READ-NEW
               IF WS-CNV-EOF = 'N' AND WS-NEW-EOF = 'N'
                   ADD 1 TO WS-CHECKED-COUNT
                   MOVE CNV-REC TO OLD-AREA
                   PERFORM 0800-CLEAN-OLD
                   PERFORM 2000-COMPARE
                   IF WS-MATCH = 'N'
                       ADD 1 TO WS-BAD-COUNT
                       DISPLAY "    record " WS-CHECKED-COUNT " of "
                           WS-FILE-NAME " does not match"
                   END-IF
               ELSE
                   IF WS-CNV-EOF NOT = WS-NEW-EOF
                       ADD 1 TO WS-BAD-COUNT
                       DISPLAY "    " WS-FILE-NAME " record counts"
                           " differ"
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 1900-CLOSE-NEW
           CLOSE CNV-FILE.

      *    The copy goes back byte for byte under the old layout.
       0700-ROLL-BACK.
           OPEN INPUT CNV-FILE
           PERFORM 2100-OPEN-OLD-OUTPUT
           MOVE 'N' TO WS-CNV-EOF
           PERFORM UNTIL WS-CNV-EOF = 'Y'
               READ CNV-FILE
                   AT END
                       MOVE 'Y' TO WS-CNV-EOF
                   NOT AT END
                       MOVE CNV-REC TO OLD-AREA
                       PERFORM 2200-WRITE-OLD
               END-READ
           END-PERFORM
           PERFORM 1300-CLOSE-OLD
           CLOSE CNV-FILE.

      *    Widened fields that were never filled in go across as
      *    zero, which is how every reader already takes them.
       0800-CLEAN-OLD.
           EVALUATE WS-LAYOUT
               WHEN 1
                   IF OP-PART-PRICE NOT NUMERIC
                       MOVE 0 TO OP-PART-PRICE
                   END-IF
                   IF OP-PART-COST NOT NUMERIC
                       MOVE 0 TO OP-PART-COST
                   END-IF
                   IF OP-PART-ON-HAND NOT NUMERIC
                       MOVE 0 TO OP-PART-ON-HAND
                   END-IF
                   IF OP-PART-COMMITTED NOT NUMERIC
                       MOVE 0 TO OP-PART-COMMITTED
                   END-IF
                   IF OP-PART-CORE-CHARGE NOT NUMERIC
                       MOVE 0 TO OP-PART-CORE-CHARGE
                   END-IF
               WHEN 2
                   IF OM-QTY-DELTA NOT NUMERIC
                       MOVE 0 TO OM-QTY-DELTA
                   END-IF
               WHEN 3
                   IF OH-OLD-PRICE NOT NUMERIC
                       MOVE 0 TO OH-OLD-PRICE
                   END-IF
                   IF OH-NEW-PRICE NOT NUMERIC
                       MOVE 0 TO OH-NEW-PRICE
                   END-IF
               WHEN 4
                   IF OC-CS-UNIT-PRICE NOT NUMERIC
                       MOVE 0 TO OC-CS-UNIT-PRICE
                   END-IF
                   IF OC-CS-TOTAL NOT NUMERIC
                       MOVE 0 TO OC-CS-TOTAL
                   END-IF
               WHEN 5
                   IF OT-qtyUsed NOT NUMERIC
                       MOVE 0 TO OT-qtyUsed
                   END-IF
               WHEN 6
                   IF OL-QTY-ORDERED NOT NUMERIC
                       MOVE 0 TO OL-QTY-ORDERED
                   END-IF
                   IF OL-QTY-RECEIVED NOT NUMERIC
                       MOVE 0 TO OL-QTY-RECEIVED
                   END-IF
               WHEN 7
                   IF OD-QTY NOT NUMERIC
                       MOVE 0 TO OD-QTY
                   END-IF
               WHEN 8
                   IF ORT-QTY NOT NUMERIC
                       MOVE 0 TO ORT-QTY
                   END-IF
               WHEN 9
                   IF ORM-QTY NOT NUMERIC
                       MOVE 0 TO ORM-QTY
                   END-IF
               WHEN 10
                   IF OPS-UNIT-COST NOT NUMERIC
                       MOVE 0 TO OPS-UNIT-COST
                   END-IF
               WHEN 11
                   IF OPM-COST-FROM NOT NUMERIC
                       MOVE 0 TO OPM-COST-FROM
                   END-IF
                   IF OPM-COST-TO NOT NUMERIC
                       MOVE 0 TO OPM-COST-TO
                   END-IF
               WHEN 12
                   IF OCO-CORE-QTY NOT NUMERIC
                       MOVE 0 TO OCO-CORE-QTY
                   END-IF
                   IF OCO-CORE-AMOUNT NOT NUMERIC
                       MOVE 0 TO OCO-CORE-AMOUNT
                   END-IF
               WHEN 13
                   IF OKL-KIT-QTY NOT NUMERIC
                       MOVE 0 TO OKL-KIT-QTY
                   END-IF
           END-EVALUATE.

      ******************************************************
      * Per-layout file handling                           *
      ******************************************************
       1100-OPEN-OLD-INPUT.
           EVALUATE WS-LAYOUT
               WHEN 1 OPEN INPUT OLD-PART-FILE
               WHEN 2 OPEN INPUT OLD-MOVE-FILE
               WHEN 3 OPEN INPUT OLD-HIST-FILE
               WHEN 4 OPEN INPUT OLD-CS-FILE
               WHEN 5 OPEN INPUT OLD-TP-FILE
               WHEN 6 OPEN INPUT OLD-PL-FILE
               WHEN 7 OPEN INPUT OLD-DEF-FILE
               WHEN 8 OPEN INPUT OLD-RET-FILE
               WHEN 9 OPEN INPUT OLD-RML-FILE
               WHEN 10 OPEN INPUT OLD-PS-FILE
               WHEN 11 OPEN INPUT OLD-PM-FILE
               WHEN 12 OPEN INPUT OLD-CO-FILE
               WHEN 13 OPEN INPUT OLD-KL-FILE
           END-EVALUATE.

       1200-READ-OLD.
           MOVE SPACES TO OLD-AREA
           EVALUATE WS-LAYOUT
               WHEN 1
                   READ OLD-PART-FILE
                       AT END MOVE 'Y' TO WS-OLD-EOF
                       NOT AT END MOVE OLD-PART-REC TO OLD-AREA
                   END-READ
               WHEN 2
                   READ OLD-MOVE-FILE
                       AT END MOVE 'Y' TO WS-OLD-EOF
                       NOT AT END MOVE OLD-MOVE-REC TO OLD-AREA
                   END-READ
               WHEN 3
                   READ OLD-HIST-FILE
                       AT END MOVE 'Y' TO WS-OLD-EOF
                       NOT AT END MOVE OLD-HIST-REC TO OLD-AREA
                   END-READ
               WHEN 4
                   READ OLD-CS-FILE
                       AT END MOVE 'Y' TO WS-OLD-EOF
                       NOT AT END MOVE OLD-CS-REC TO OLD-AREA
                   END-READ
               WHEN 5
                   READ OLD-TP-FILE
                       AT END MOVE 'Y' TO WS-OLD-EOF
                       NOT AT END MOVE OLD-TP-REC TO OLD-AREA
                   END-READ
               WHEN 6
                   READ OLD-PL-FILE
                       AT END MOVE 'Y' TO WS-OLD-EOF
                       NOT AT END MOVE OLD-PL-REC TO OLD-AREA
                   END-READ
               WHEN 7
                   READ OLD-DEF-FILE
                       AT END MOVE 'Y' TO WS-OLD-EOF
                       NOT AT END MOVE OLD-DEF-REC TO OLD-AREA
                   END-READ
               WHEN 8
                   READ OLD-RET-FILE
                       AT END MOVE 'Y' TO WS-OLD-EOF
                       NOT AT END MOVE OLD-RET-REC TO OLD-AREA
                   END-READ
               WHEN 9
                   READ OLD-RML-FILE
                       AT END MOVE 'Y' TO WS-OLD-EOF
                       NOT AT END MOVE OLD-RML-REC TO OLD-AREA
                   END-READ
               WHEN 10
                   READ OLD-PS-FILE
                       AT END MOVE 'Y' TO WS-OLD-EOF
                       NOT AT END MOVE OLD-PS-REC TO OLD-AREA
                   END-READ
               WHEN 11
                   READ OLD-PM-FILE
                       AT END MOVE 'Y' TO WS-OLD-EOF
                       NOT AT END MOVE OLD-PM-REC TO OLD-AREA
                   END-READ
               WHEN 12
                   READ OLD-CO-FILE
                       AT END MOVE 'Y' TO WS-OLD-EOF
                       NOT AT END MOVE OLD-CO-REC TO OLD-AREA
                   END-READ
               WHEN 13
                   READ OLD-KL-FILE
                       AT END MOVE 'Y' TO WS-OLD-EOF
                       NOT AT END MOVE OLD-KL-REC TO OLD-AREA
                   END-READ
           END-EVALUATE.

       1300-CLOSE-OLD.
           EVALUATE WS-LAYOUT
               WHEN 1 CLOSE OLD-PART-FILE
               WHEN 2 CLOSE OLD-MOVE-FILE
               WHEN 3 CLOSE OLD-HIST-FILE
               WHEN 4 CLOSE OLD-CS-FILE
               WHEN 5 CLOSE OLD-TP-FILE
               WHEN 6 CLOSE OLD-PL-FILE
               WHEN 7 CLOSE OLD-DEF-FILE
               WHEN 8 CLOSE OLD-RET-FILE
               WHEN 9 CLOSE OLD-RML-FILE
               WHEN 10 CLOSE OLD-PS-FILE
               WHEN 11 CLOSE OLD-PM-FILE
               WHEN 12 CLOSE OLD-CO-FILE
               WHEN 13 CLOSE OLD-KL-FILE
           END-EVALUATE.

       1400-OPEN-NEW-OUTPUT.
           EVALUATE WS-LAYOUT
               WHEN 1 OPEN OUTPUT PART-FILE
               WHEN 2 OPEN OUTPUT MOVE-FILE
               WHEN 3 OPEN OUTPUT HIST-FILE
               WHEN 4 OPEN OUTPUT CS-FILE
               WHEN 5 OPEN OUTPUT TP-FILE
               WHEN 6 OPEN OUTPUT PL-FILE
               WHEN 7 OPEN OUTPUT DEF-FILE
               WHEN 8 OPEN OUTPUT RET-FILE
               WHEN 9 OPEN OUTPUT RML-FILE
               WHEN 10 OPEN OUTPUT PS-FILE
               WHEN 11 OPEN OUTPUT PM-FILE
               WHEN 12 OPEN OUTPUT CO-FILE
               WHEN 13 OPEN OUTPUT KL-FILE
           END-EVALUATE.

       1500-BUILD-NEW.
           EVALUATE WS-LAYOUT
               WHEN 1
                   MOVE OP-PART-ID          TO REC-PART-ID
                   MOVE OP-PART-NAME        TO REC-PART-NAME
                   MOVE OP-PART-DESC        TO REC-PART-DESC
                   MOVE OP-PART-PRICE       TO REC-PART-PRICE
                   MOVE OP-PART-COST        TO REC-PART-COST
                   MOVE OP-PART-SUPP        TO REC-PART-SUPP
                   MOVE OP-PART-ON-HAND     TO REC-PART-ON-HAND
                   MOVE OP-PART-COMMITTED   TO REC-PART-COMMITTED
                   MOVE OP-PART-CATEGORY    TO REC-PART-CATEGORY
                   MOVE OP-PART-BIN         TO REC-PART-BIN
                   MOVE OP-PART-MIN-LEVEL   TO REC-PART-MIN-LEVEL
                   MOVE OP-PART-MAX-LEVEL   TO REC-PART-MAX-LEVEL
                   MOVE OP-PART-CORE-CHARGE TO REC-PART-CORE-CHARGE
                   MOVE OP-PART-SUPERSEDED-BY
                       TO REC-PART-SUPERSEDED-BY
               WHEN 2
                   MOVE OM-PART-ID          TO SM-PART-ID
                   MOVE OM-MOVE-DATE        TO SM-MOVE-DATE
                   MOVE OM-MOVE-TIME        TO SM-MOVE-TIME
                   MOVE OM-QTY-DELTA        TO SM-QTY-DELTA
                   MOVE OM-REASON-CODE      TO SM-REASON-CODE
                   MOVE OM-SOURCE-DOC       TO SM-SOURCE-DOC
                   MOVE OM-MOVED-BY         TO SM-MOVED-BY
               WHEN 3
                   MOVE OH-PART-ID          TO PH-PART-ID
                   MOVE OH-OLD-PRICE        TO PH-OLD-PRICE
                   MOVE OH-NEW-PRICE        TO PH-NEW-PRICE
                   MOVE OH-CHANGE-DATE      TO PH-CHANGE-DATE
                   MOVE OH-CHANGED-BY       TO PH-CHANGED-BY
               WHEN 4
                   MOVE OC-CS-ID            TO CS-CS-ID
                   MOVE OC-CS-DATE          TO CS-CS-DATE
                   MOVE OC-CS-CUST-ID       TO CS-CS-CUST-ID
                   MOVE OC-CS-PART-ID       TO CS-CS-PART-ID
                   MOVE OC-CS-QTY           TO CS-CS-QTY
                   MOVE OC-CS-UNIT-PRICE    TO CS-CS-UNIT-PRICE
                   MOVE OC-CS-TOTAL         TO CS-CS-TOTAL
                   MOVE OC-CS-PAY-TYPE      TO CS-CS-PAY-TYPE
                   MOVE OC-CS-RETURNED-QTY  TO CS-CS-RETURNED-QTY
                   MOVE OC-CS-RECEIPT-ID    TO CS-CS-RECEIPT-ID
               WHEN 5
                   MOVE OT-ticketPartID     TO TPX-ticketPartID
                   MOVE OT-ticketID         TO TPX-ticketID
                   MOVE OT-partID           TO TPX-partID
                   MOVE OT-qtyUsed          TO TPX-qtyUsed
                   MOVE 0                   TO TPX-jobNo
               WHEN 6
                   MOVE OL-PO-LINE-ID       TO PLX-PO-LINE-ID
                   MOVE OL-PO-NUMBER        TO PLX-PO-NUMBER
                   MOVE OL-PART-ID          TO PLX-PART-ID
                   MOVE OL-QTY-ORDERED      TO PLX-QTY-ORDERED
                   MOVE OL-QTY-RECEIVED     TO PLX-QTY-RECEIVED
                   MOVE 0                   TO PLX-UNIT-COST
                   MOVE 0                   TO PLX-RECV-COST
                   MOVE 0                   TO PLX-QTY-INVOICED
               WHEN 7
                   MOVE OD-PART-ID          TO DEF-PART-ID
                   MOVE OD-QTY              TO DEF-QTY
                   MOVE OD-DATE             TO DEF-DATE
                   MOVE OD-SOURCE-ID        TO DEF-SOURCE-ID
               WHEN 8
                   MOVE ORT-SOURCE          TO RT-RET-SOURCE
                   MOVE ORT-SOURCE-ID       TO RT-RET-SOURCE-ID
                   MOVE ORT-PART-ID         TO RT-RET-PART-ID
                   MOVE ORT-QTY             TO RT-RET-QTY
                   MOVE ORT-DATE            TO RT-RET-DATE
                   MOVE ORT-REFUND          TO RT-RET-REFUND
                   MOVE ORT-DEFECTIVE       TO RT-RET-DEFECTIVE
                   MOVE ORT-BY              TO RT-RET-BY
               WHEN 9
                   MOVE ORM-RMA-ID          TO RL-RMA-ID
                   MOVE ORM-PART-ID         TO RL-PART-ID
                   MOVE ORM-QTY             TO RL-QTY
                   MOVE ORM-EXP-CREDIT      TO RL-EXP-CREDIT
               WHEN 10
                   MOVE OPS-XREF-ID         TO PSX-XREF-ID
                   MOVE OPS-PART-ID         TO PSX-PART-ID
                   MOVE OPS-SUPPLIER-ID     TO PSX-SUPPLIER-ID
                   MOVE OPS-UNIT-COST       TO PSX-UNIT-COST
                   MOVE OPS-LEAD-DAYS       TO PSX-LEAD-DAYS
                   MOVE SPACE               TO PSX-RETURN-OK
                   MOVE SPACES              TO PSX-SUPP-PART-NO
               WHEN 11
                   MOVE OPM-CATEGORY        TO PM-PM-CATEGORY
                   MOVE OPM-COST-FROM       TO PM-PM-COST-FROM
                   MOVE OPM-COST-TO         TO PM-PM-COST-TO
                   MOVE OPM-MARKUP-PCT      TO PM-PM-MARKUP-PCT
               WHEN 12
                   MOVE OCO-PART-ID         TO CO-PART-ID
                   MOVE OCO-CORE-DATE       TO CO-CORE-DATE
                   MOVE OCO-CORE-TYPE       TO CO-CORE-TYPE
                   MOVE OCO-CORE-QTY        TO CO-CORE-QTY
                   MOVE OCO-CORE-AMOUNT     TO CO-CORE-AMOUNT
                   MOVE OCO-CORE-DOC        TO CO-CORE-DOC
                   MOVE OCO-CORE-BY         TO CO-CORE-BY
               WHEN 13
                   MOVE OKL-KITLINE-ID      TO KLX-KITLINE-ID
                   MOVE OKL-KIT-ID          TO KLX-KIT-ID
                   MOVE OKL-PART-ID         TO KLX-PART-ID
                   MOVE OKL-KIT-QTY         TO KLX-KIT-QTY
           END-EVALUATE.

       1600-WRITE-NEW.
           MOVE 'Y' TO WS-WRITE-OK
           EVALUATE WS-LAYOUT
               WHEN 1
                   WRITE REC-PART
                       INVALID KEY MOVE 'N' TO WS-WRITE-OK
                   END-WRITE
               WHEN 2
                   WRITE SM-STOCK-MOVE
               WHEN 3
                   WRITE PH-PRICE-HIST
               WHEN 4
                   WRITE CS-COUNTER-SALE
               WHEN 5
                   WRITE TPX-TICKETPART
                       INVALID KEY MOVE 'N' TO WS-WRITE-OK
                   END-WRITE
               WHEN 6
                   WRITE PLX-POLINE
                       INVALID KEY MOVE 'N' TO WS-WRITE-OK
                   END-WRITE
               WHEN 7
                   WRITE DEFECTIVE-REC
               WHEN 8
                   WRITE RT-RETURN
               WHEN 9
                   WRITE RMALINE-REC
               WHEN 10
                   WRITE PSX-PARTSUPP
                       INVALID KEY MOVE 'N' TO WS-WRITE-OK
                   END-WRITE
               WHEN 11
                   WRITE PM-PRICE-MATRIX
               WHEN 12
                   WRITE CO-CORE
               WHEN 13
                   WRITE KLX-KITLINE
                       INVALID KEY MOVE 'N' TO WS-WRITE-OK
                   END-WRITE
           END-EVALUATE.

       1700-OPEN-NEW-INPUT.
           EVALUATE WS-LAYOUT
               WHEN 1 OPEN INPUT PART-FILE
               WHEN 2 OPEN INPUT MOVE-FILE
               WHEN 3 OPEN INPUT HIST-FILE
               WHEN 4 OPEN INPUT CS-FILE
               WHEN 5 OPEN INPUT TP-FILE
               WHEN 6 OPEN INPUT PL-FILE
               WHEN 7 OPEN INPUT DEF-FILE
               WHEN 8 OPEN INPUT RET-FILE
               WHEN 9 OPEN INPUT RML-FILE
               WHEN 10 OPEN INPUT PS-FILE
               WHEN 11 OPEN INPUT PM-FILE
               WHEN 12 OPEN INPUT CO-FILE
               WHEN 13 OPEN INPUT KL-FILE
           END-EVALUATE.

       1800-READ-NEW.
           EVALUATE WS-LAYOUT
               WHEN 1
                   READ PART-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-NEW-EOF
                   END-READ
               WHEN 2
                   READ MOVE-FILE
                       AT END MOVE 'Y' TO WS-NEW-EOF
                   END-READ
               WHEN 3
                   READ HIST-FILE
                       AT END MOVE 'Y' TO WS-NEW-EOF
                   END-READ
               WHEN 4
                   READ CS-FILE
                       AT END MOVE 'Y' TO WS-NEW-EOF
                   END-READ
               WHEN 5
                   READ TP-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-NEW-EOF
                   END-READ
               WHEN 6
                   READ PL-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-NEW-EOF
                   END-READ
               WHEN 7
                   READ DEF-FILE
                       AT END MOVE 'Y' TO WS-NEW-EOF
                   END-READ
               WHEN 8
                   READ RET-FILE
                       AT END MOVE 'Y' TO WS-NEW-EOF
                   END-READ
               WHEN 9
                   READ RML-FILE
                       AT END MOVE 'Y' TO WS-NEW-EOF
                   END-READ
               WHEN 10
                   READ PS-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-NEW-EOF
                   END-READ
               WHEN 11
                   READ PM-FILE
                       AT END MOVE 'Y' TO WS-NEW-EOF
                   END-READ
               WHEN 12
                   READ CO-FILE
                       AT END MOVE 'Y' TO WS-NEW-EOF
                   END-READ
               WHEN 13
                   READ KL-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-NEW-EOF
                   END-READ
           END-EVALUATE.

       1900-CLOSE-NEW.
           EVALUATE WS-LAYOUT
               WHEN 1 CLOSE PART-FILE
               WHEN 2 CLOSE MOVE-FILE
               WHEN 3 CLOSE HIST-FILE
               WHEN 4 CLOSE CS-FILE
               WHEN 5 CLOSE TP-FILE
               WHEN 6 CLOSE PL-FILE
               WHEN 7 CLOSE DEF-FILE
               WHEN 8 CLOSE RET-FILE
               WHEN 9 CLOSE RML-FILE
               WHEN 10 CLOSE PS-FILE
               WHEN 11 CLOSE PM-FILE
               WHEN 12 CLOSE CO-FILE
               WHEN 13 CLOSE KL-FILE
           END-EVALUATE.

      *    Every field, numeric fields by value, against the old.
       2000-COMPARE.
           MOVE 'Y' TO WS-MATCH
           EVALUATE WS-LAYOUT
               WHEN 1
                   IF REC-PART-ID NOT = OP-PART-ID
                       OR REC-PART-NAME NOT = OP-PART-NAME
                       OR REC-PART-DESC NOT = OP-PART-DESC
                       OR REC-PART-PRICE NOT = OP-PART-PRICE
                       OR REC-PART-COST NOT = OP-PART-COST
                       OR REC-PART-SUPP NOT = OP-PART-SUPP
                       OR REC-PART-ON-HAND NOT = OP-PART-ON-HAND
                       OR REC-PART-COMMITTED NOT = OP-PART-COMMITTED
                       OR REC-PART-CATEGORY NOT = OP-PART-CATEGORY
                       OR REC-PART-BIN NOT = OP-PART-BIN
                       OR REC-PART-MIN-LEVEL NOT = OP-PART-MIN-LEVEL
                       OR REC-PART-MAX-LEVEL NOT = OP-PART-MAX-LEVEL
                       OR REC-PART-CORE-CHARGE
                           NOT = OP-PART-CORE-CHARGE
                       OR REC-PART-SUPERSEDED-BY
                           NOT = OP-PART-SUPERSEDED-BY
                       MOVE 'N' TO WS-MATCH
                   END-IF
               WHEN 2
                   IF SM-PART-ID NOT = OM-PART-ID
                       OR SM-MOVE-DATE NOT = OM-MOVE-DATE
                       OR SM-MOVE-TIME NOT = OM-MOVE-TIME
                       OR SM-QTY-DELTA NOT = OM-QTY-DELTA
                       OR SM-REASON-CODE NOT = OM-REASON-CODE
                       OR SM-SOURCE-DOC NOT = OM-SOURCE-DOC
                       OR SM-MOVED-BY NOT = OM-MOVED-BY
                       MOVE 'N' TO WS-MATCH
                   END-IF
               WHEN 3
                   IF PH-PART-ID NOT = OH-PART-ID
                       OR PH-OLD-PRICE NOT = OH-OLD-PRICE
                       OR PH-NEW-PRICE NOT = OH-NEW-PRICE
                       OR PH-CHANGE-DATE NOT = OH-CHANGE-DATE
                       OR PH-CHANGED-BY NOT = OH-CHANGED-BY
                       MOVE 'N' TO WS-MATCH
                   END-IF
               WHEN 4
                   IF CS-CS-ID NOT = OC-CS-ID
                       OR CS-CS-DATE NOT = OC-CS-DATE
                       OR CS-CS-CUST-ID NOT = OC-CS-CUST-ID
                       OR CS-CS-PART-ID NOT = OC-CS-PART-ID
                       OR CS-CS-QTY NOT = OC-CS-QTY
                       OR CS-CS-UNIT-PRICE NOT = OC-CS-UNIT-PRICE
                       OR CS-CS-TOTAL NOT = OC-CS-TOTAL
                       OR CS-CS-PAY-TYPE NOT = OC-CS-PAY-TYPE
                       OR CS-CS-RETURNED-QTY NOT = OC-CS-RETURNED-QTY
                       OR CS-CS-RECEIPT-ID NOT = OC-CS-RECEIPT-ID
                       MOVE 'N' TO WS-MATCH
                   END-IF
               WHEN 5
                   IF TPX-ticketPartID NOT = OT-ticketPartID
                       OR TPX-ticketID NOT = OT-ticketID
                       OR TPX-partID NOT = OT-partID
                       OR TPX-qtyUsed NOT = OT-qtyUsed
                       OR TPX-jobNo NOT = 0
                       MOVE 'N' TO WS-MATCH
                   END-IF
               WHEN 6
                   IF PLX-PO-LINE-ID NOT = OL-PO-LINE-ID
                       OR PLX-PO-NUMBER NOT = OL-PO-NUMBER
                       OR PLX-PART-ID NOT = OL-PART-ID
                       OR PLX-QTY-ORDERED NOT = OL-QTY-ORDERED
                       OR PLX-QTY-RECEIVED NOT = OL-QTY-RECEIVED
                       OR PLX-UNIT-COST NOT = 0
                       OR PLX-RECV-COST NOT = 0
                       OR PLX-QTY-INVOICED NOT = 0
                       MOVE 'N' TO WS-MATCH
                   END-IF
               WHEN 7
                   IF DEF-PART-ID NOT = OD-PART-ID
                       OR DEF-QTY NOT = OD-QTY
                       OR DEF-DATE NOT = OD-DATE
                       OR DEF-SOURCE-ID NOT = OD-SOURCE-ID
                       MOVE 'N' TO WS-MATCH
                   END-IF
               WHEN 8
                   IF RT-RET-SOURCE NOT = ORT-SOURCE
                       OR RT-RET-SOURCE-ID NOT = ORT-SOURCE-ID
                       OR RT-RET-PART-ID NOT = ORT-PART-ID
                       OR RT-RET-QTY NOT = ORT-QTY
                       OR RT-RET-DATE NOT = ORT-DATE
                       OR RT-RET-REFUND NOT = ORT-REFUND
                       OR RT-RET-DEFECTIVE NOT = ORT-DEFECTIVE
                       OR RT-RET-BY NOT = ORT-BY
                       MOVE 'N' TO WS-MATCH
                   END-IF
               WHEN 9
                   IF RL-RMA-ID NOT = ORM-RMA-ID
                       OR RL-PART-ID NOT = ORM-PART-ID
                       OR RL-QTY NOT = ORM-QTY
                       OR RL-EXP-CREDIT NOT = ORM-EXP-CREDIT
                       MOVE 'N' TO WS-MATCH
                   END-IF
               WHEN 10
                   IF PSX-XREF-ID NOT = OPS-XREF-ID
                       OR PSX-PART-ID NOT = OPS-PART-ID
                       OR PSX-SUPPLIER-ID NOT = OPS-SUPPLIER-ID
                       OR PSX-UNIT-COST NOT = OPS-UNIT-COST
                       OR PSX-LEAD-DAYS NOT = OPS-LEAD-DAYS
                       OR PSX-RETURN-OK NOT = SPACE
                       OR PSX-SUPP-PART-NO NOT = SPACES
                       MOVE 'N' TO WS-MATCH
                   END-IF
               WHEN 11
                   IF PM-PM-CATEGORY NOT = OPM-CATEGORY
                       OR PM-PM-COST-FROM NOT = OPM-COST-FROM
                       OR PM-PM-COST-TO NOT = OPM-COST-TO
                       OR PM-PM-MARKUP-PCT NOT = OPM-MARKUP-PCT
                       MOVE 'N' TO WS-MATCH
                   END-IF
               WHEN 12
                   IF CO-PART-ID NOT = OCO-PART-ID
                       OR CO-CORE-DATE NOT = OCO-CORE-DATE
                       OR CO-CORE-TYPE NOT = OCO-CORE-TYPE
                       OR CO-CORE-QTY NOT = OCO-CORE-QTY
                       OR CO-CORE-AMOUNT NOT = OCO-CORE-AMOUNT
                       OR CO-CORE-DOC NOT = OCO-CORE-DOC
                       OR CO-CORE-BY NOT = OCO-CORE-BY
                       MOVE 'N' TO WS-MATCH
                   END-IF
               WHEN 13
                   IF KLX-KITLINE-ID NOT = OKL-KITLINE-ID
                       OR KLX-KIT-ID NOT = OKL-KIT-ID
                       OR KLX-PART-ID NOT = OKL-PART-ID
                       OR KLX-KIT-QTY NOT = OKL-KIT-QTY
                       MOVE 'N' TO WS-MATCH
                   END-IF
           END-EVALUATE.

       2100-OPEN-OLD-OUTPUT.
           EVALUATE WS-LAYOUT
               WHEN 1 OPEN OUTPUT OLD-PART-FILE
               WHEN 2 OPEN OUTPUT OLD-MOVE-FILE
               WHEN 3 OPEN OUTPUT OLD-HIST-FILE
               WHEN 4 OPEN OUTPUT OLD-CS-FILE
               WHEN 5 OPEN OUTPUT OLD-TP-FILE
               WHEN 6 OPEN OUTPUT OLD-PL-FILE
               WHEN 7 OPEN OUTPUT OLD-DEF-FILE
               WHEN 8 OPEN OUTPUT OLD-RET-FILE
               WHEN 9 OPEN OUTPUT OLD-RML-FILE
               WHEN 10 OPEN OUTPUT OLD-PS-FILE
               WHEN 11 OPEN OUTPUT OLD-PM-FILE
               WHEN 12 OPEN OUTPUT OLD-CO-FILE
               WHEN 13 OPEN OUTPUT OLD-KL-FILE
           END-EVALUATE.

       2200-WRITE-OLD.
           EVALUATE WS-LAYOUT
               WHEN 1
                   MOVE OLD-AREA TO OLD-PART-REC
                   WRITE OLD-PART-REC
                       INVALID KEY CONTINUE
                   END-WRITE
               WHEN 2
                   MOVE OLD-AREA TO OLD-MOVE-REC
                   WRITE OLD-MOVE-REC
               WHEN 3
                   MOVE OLD-AREA TO OLD-HIST-REC
                   WRITE OLD-HIST-REC
               WHEN 4
                   MOVE OLD-AREA TO OLD-CS-REC
                   WRITE OLD-CS-REC
               WHEN 5
                   MOVE OLD-AREA TO OLD-TP-REC
                   WRITE OLD-TP-REC
                       INVALID KEY CONTINUE
                   END-WRITE
               WHEN 6
                   MOVE OLD-AREA TO OLD-PL-REC
                   WRITE OLD-PL-REC
                       INVALID KEY CONTINUE
                   END-WRITE
               WHEN 7
                   MOVE OLD-AREA TO OLD-DEF-REC
                   WRITE OLD-DEF-REC
               WHEN 8
                   MOVE OLD-AREA TO OLD-RET-REC
                   WRITE OLD-RET-REC
               WHEN 9
                   MOVE OLD-AREA TO OLD-RML-REC
                   WRITE OLD-RML-REC
               WHEN 10
                   MOVE OLD-AREA TO OLD-PS-REC
                   WRITE OLD-PS-REC
                       INVALID KEY CONTINUE
                   END-WRITE
               WHEN 11
                   MOVE OLD-AREA TO OLD-PM-REC
                   WRITE OLD-PM-REC
               WHEN 12
                   MOVE OLD-AREA TO OLD-CO-REC
                   WRITE OLD-CO-REC
               WHEN 13
                   MOVE OLD-AREA TO OLD-KL-REC
                   WRITE OLD-KL-REC
                       INVALID KEY CONTINUE
                   END-WRITE
           END-EVALUATE.

       END PROGRAM PART_WIDEN.
