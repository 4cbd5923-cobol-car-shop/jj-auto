      ******************************************************************
      * Author: Brock Sharp
      * Date: 10/15/2026
      * Purpose: Dead stock and obsolescence report - the current
      *            part numbers that sit on the shelf as surely as the
      *            superseded ones SUPERSEDE_REPORT finds. Every part
      *            with on-hand quantity is dated by its last use on
      *            STOCKMOVE.DAT - a counter sale (CSL) or a ticket
      *            (TKT) taking stock off the shelf - and listed when
      *            that was 6, 12, or 24 or more months ago, valued at
      *            PART-COST with a total per bucket. A part never used
      *            since the journal began is dated by its last
      *            movement of any kind instead (a receipt, a count),
      *            and one with no movement at all goes straight to
      *            24+. Where a PARTSUPP.IDX source says its supplier
      *            takes unsold stock back, the line names the
      *            supplier, so the parts manager can decide what to
      *            return, mark down, or write off. On screen and to
      *            DEAD_STOCK.RPT when asked.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. DEAD_STOCK_REPORT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT IDXFILE ASSIGN TO "..\PARTLIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS REC-PART-ID.
               SELECT OPTIONAL STOCK-MOVE-FILE
               ASSIGN TO "..\STOCKMOVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL PARTSUPP-FILE ASSIGN TO "..\PARTSUPP.IDX"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PSX-XREF-ID
               ALTERNATE RECORD KEY IS PSX-PART-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS PSX-SUPPLIER-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS PSX-SUPP-PART-NO
                   WITH DUPLICATES.
               SELECT EXPORT-FILE ASSIGN TO "DEAD_STOCK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD IDXFILE RECORD CONTAINS 118 CHARACTERS.
           COPY PART_DEF REPLACING ==:TAG:== BY ==REC==.
       FD STOCK-MOVE-FILE.
           COPY STOCK_MOVE_DEF REPLACING ==:TAG:== BY ==SM==.
       FD PARTSUPP-FILE RECORD CONTAINS 46 CHARACTERS.
           COPY PART_SUPP_DEF REPLACING ==:TAG:== BY ==PSX==.
       FD EXPORT-FILE.
       01  EXPORT-REC          PIC X(100).
      *-----------------------
       WORKING-STORAGE SECTION.
       COPY BATCH_DEF.
       01  WS-EOF              PIC X.
       01  WS-SCAN-EOF         PIC X.
       01  WS-TODAY.
           05  WS-TODAY-YEAR   PIC 9(4).
           05  WS-TODAY-MONTH  PIC 9(2).
           05  WS-TODAY-DAY    PIC 9(2).
       01  WS-TODAY-MONTHS     PIC 9(6).
      *    Every part with stock on the shelf, in part-ID order as
      *    PARTLIST.DAT hands them over, so a movement row finds its
      *    part by halving the table instead of walking it.
       01  WS-PART-TABLE.
           05  WS-PT-ENTRY OCCURS 3000 TIMES.
               10  WS-PT-PART-ID   PIC 9(5).
               10  WS-PT-NAME      PIC X(15).
               10  WS-PT-ON-HAND   PIC 9(5).
               10  WS-PT-COST      PIC 9(5)V99.
               10  WS-PT-LAST-USE  PIC 9(8).
               10  WS-PT-LAST-MOVE PIC 9(8).
               10  WS-PT-IDLE      PIC 9(3).
               10  WS-PT-BUCKET    PIC 9.
       01  WS-PT-USED          PIC 9(4) VALUE 0.
       01  WS-PT-IDX           PIC 9(4).
       01  WS-PT-FULL          PIC X VALUE 'N'.
       01  WS-LO               PIC 9(4).
       01  WS-HI               PIC 9(4).
       01  WS-MID              PIC 9(4).
       01  WS-FOUND            PIC 9(4).
       01  WS-SINCE-DATE.
           05  WS-SINCE-YEAR   PIC 9(4).
           05  WS-SINCE-MONTH  PIC 9(2).
           05  WS-SINCE-DAY    PIC 9(2).
       01  WS-IDLE-MONTHS      PIC S9(6).
      *    Bucket 1 is idle 6-11 months, 2 is 12-23, 3 is 24 and up.
       01  WS-BUCKET-LABELS.
           05  FILLER PIC X(27) VALUE "NO USE IN 6 TO 11 MONTHS".
           05  FILLER PIC X(27) VALUE "NO USE IN 12 TO 23 MONTHS".
           05  FILLER PIC X(27) VALUE "NO USE IN 24 MONTHS OR MORE".
       01  WS-BUCKET-LABEL-TBL REDEFINES WS-BUCKET-LABELS.
           05  WS-BUCKET-LABEL PIC X(27) OCCURS 3 TIMES.
       01  WS-BUCKET           PIC 9.
       01  WS-BUCKET-COUNT     PIC 9(4).
       01  WS-BUCKET-VALUE     PIC 9(11)V99.
       01  WS-GRAND-COUNT      PIC 9(4) VALUE 0.
       01  WS-GRAND-VALUE      PIC 9(11)V99 VALUE 0.
       01  WS-RETURN-COUNT     PIC 9(4) VALUE 0.
       01  WS-RETURN-VALUE     PIC 9(11)V99 VALUE 0.
       01  WS-LINE-VALUE       PIC 9(11)V99.
       01  WS-RETURN-TEXT      PIC X(12).
       01  WS-LAST-TEXT        PIC X(10).
       01  WS-IDLE-TEXT        PIC X(3).
       01  WS-IDLE-DISP        PIC ZZ9.
       01  WS-ON-HAND-DISP     PIC ZZZZ9.
       01  WS-COST-DISP        PIC ZZ,ZZ9.99.
       01  WS-VALUE-DISP       PIC $$,$$$,$$9.99.
       01  WS-TOTAL-DISP       PIC $$$,$$$,$$$,$$9.99.
       01  WS-COUNT-DISP       PIC ZZZ9.
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
           COMPUTE WS-TODAY-MONTHS =
               WS-TODAY-YEAR * 12 + WS-TODAY-MONTH

           PERFORM 0200-LOAD-STOCKED-PARTS
           PERFORM 0300-SCAN-MOVEMENTS
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-USED
               PERFORM 0500-BUCKET-ONE-PART
           END-PERFORM

           IF PA-EXPORT-FLAG = 'Y'
               OPEN OUTPUT EXPORT-FILE
           END-IF
           MOVE SPACES TO WS-OUT-LINE
           STRING "DEAD STOCK - PARTS ON HAND WITH NO SALE OR TICKET"
                  " USE, AS OF " WS-TODAY-YEAR "-" WS-TODAY-MONTH
                  "-" WS-TODAY-DAY
               DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 0900-PUT-LINE
           IF WS-PT-FULL = 'Y'
               MOVE "  MORE THAN 3000 PARTS ON HAND - THE REST ARE NOT"
                   TO WS-OUT-LINE
               MOVE " LISTED" TO WS-OUT-LINE(51:7)
               PERFORM 0900-PUT-LINE
           END-IF

           PERFORM VARYING WS-BUCKET FROM 1 BY 1 UNTIL WS-BUCKET > 3
               PERFORM 0600-LIST-ONE-BUCKET
           END-PERFORM

           MOVE SPACES TO WS-OUT-LINE
           PERFORM 0900-PUT-LINE
           MOVE WS-GRAND-COUNT TO WS-COUNT-DISP
           MOVE WS-GRAND-VALUE TO WS-TOTAL-DISP
           MOVE SPACES TO WS-OUT-LINE
           STRING "ALL DEAD STOCK: " WS-COUNT-DISP " PART(S) WORTH "
                  WS-TOTAL-DISP " AT COST"
               DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 0900-PUT-LINE
           MOVE WS-RETURN-COUNT TO WS-COUNT-DISP
           MOVE WS-RETURN-VALUE TO WS-TOTAL-DISP
           MOVE SPACES TO WS-OUT-LINE
           STRING "  RETURNABLE:   " WS-COUNT-DISP " PART(S) WORTH "
                  WS-TOTAL-DISP " AT COST"
               DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 0900-PUT-LINE

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
      * Every part with stock on the shelf into the table *
      *****************************************************
       0200-LOAD-STOCKED-PARTS.
           INITIALIZE WS-PART-TABLE
           MOVE 0 TO WS-PT-USED
           MOVE 'N' TO WS-EOF
           OPEN INPUT IDXFILE
           MOVE 0 TO REC-PART-ID
           START IDXFILE KEY IS NOT LESS THAN REC-PART-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ IDXFILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF REC-PART-ON-HAND > 0
                           IF WS-PT-USED < 3000
                               ADD 1 TO WS-PT-USED
                               MOVE REC-PART-ID
                                   TO WS-PT-PART-ID(WS-PT-USED)
                               MOVE REC-PART-NAME
                                   TO WS-PT-NAME(WS-PT-USED)
                               MOVE REC-PART-ON-HAND
                                   TO WS-PT-ON-HAND(WS-PT-USED)
                               MOVE REC-PART-COST
                                   TO WS-PT-COST(WS-PT-USED)
                           ELSE
                               MOVE 'Y' TO WS-PT-FULL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IDXFILE.

      *****************************************************
      * One pass of the journal: latest use and latest    *
      * movement of any kind per part. Use is stock       *
      * leaving the shelf on a counter sale or a ticket - *
      * a ticket part put back is not use.                *
      *****************************************************
       0300-SCAN-MOVEMENTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT STOCK-MOVE-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ STOCK-MOVE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 0400-FIND-PART
                       IF WS-FOUND > 0
                           IF SM-MOVE-DATE >
                                   WS-PT-LAST-MOVE(WS-FOUND)
                               MOVE SM-MOVE-DATE
                                   TO WS-PT-LAST-MOVE(WS-FOUND)
                           END-IF
                           IF (SM-MOVE-TICKET OR SM-MOVE-COUNTER)
                                   AND SM-QTY-DELTA < 0
                                   AND SM-MOVE-DATE >
                                       WS-PT-LAST-USE(WS-FOUND)
                               MOVE SM-MOVE-DATE
                                   TO WS-PT-LAST-USE(WS-FOUND)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STOCK-MOVE-FILE.

      *****************************************************
      * SM-PART-ID's row in the part-ID-ordered table, or *
      * WS-FOUND zero when the part has no stock on hand  *
      *****************************************************
       0400-FIND-PART.
           MOVE 0 TO WS-FOUND
           MOVE 1 TO WS-LO
           MOVE WS-PT-USED TO WS-HI
           PERFORM UNTIL WS-LO > WS-HI OR WS-FOUND > 0
               COMPUTE WS-MID = (WS-LO + WS-HI) / 2
               EVALUATE TRUE
                   WHEN WS-PT-PART-ID(WS-MID) = SM-PART-ID
                       MOVE WS-MID TO WS-FOUND
                   WHEN WS-PT-PART-ID(WS-MID) < SM-PART-ID
                       COMPUTE WS-LO = WS-MID + 1
                   WHEN OTHER
                       COMPUTE WS-HI = WS-MID - 1
               END-EVALUATE
           END-PERFORM.

      *****************************************************
      * Whole months idle since the last use (or, never   *
      * used, the last movement) and the bucket that puts *
      * the part in - zero under six months               *
      *****************************************************
       0500-BUCKET-ONE-PART.
           MOVE 0 TO WS-PT-BUCKET(WS-PT-IDX)
           IF WS-PT-LAST-USE(WS-PT-IDX) > 0
               MOVE WS-PT-LAST-USE(WS-PT-IDX) TO WS-SINCE-DATE
           ELSE
               MOVE WS-PT-LAST-MOVE(WS-PT-IDX) TO WS-SINCE-DATE
           END-IF
           IF WS-SINCE-DATE = 0
               MOVE 999 TO WS-PT-IDLE(WS-PT-IDX)
               MOVE 3 TO WS-PT-BUCKET(WS-PT-IDX)
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-IDLE-MONTHS = WS-TODAY-MONTHS -
               (WS-SINCE-YEAR * 12 + WS-SINCE-MONTH)
           IF WS-TODAY-DAY < WS-SINCE-DAY
               SUBTRACT 1 FROM WS-IDLE-MONTHS
           END-IF
           IF WS-IDLE-MONTHS < 0
               MOVE 0 TO WS-IDLE-MONTHS
           END-IF
           IF WS-IDLE-MONTHS > 998
               MOVE 998 TO WS-IDLE-MONTHS
           END-IF
           MOVE WS-IDLE-MONTHS TO WS-PT-IDLE(WS-PT-IDX)
           EVALUATE TRUE
               WHEN WS-IDLE-MONTHS >= 24
                   MOVE 3 TO WS-PT-BUCKET(WS-PT-IDX)
               WHEN WS-IDLE-MONTHS >= 12
                   MOVE 2 TO WS-PT-BUCKET(WS-PT-IDX)
               WHEN WS-IDLE-MONTHS >= 6
                   MOVE 1 TO WS-PT-BUCKET(WS-PT-IDX)
           END-EVALUATE.

      *****************************************************
      * Heading, the bucket's parts, and its total        *
      *****************************************************
       0600-LIST-ONE-BUCKET.
           MOVE 0 TO WS-BUCKET-COUNT
           MOVE 0 TO WS-BUCKET-VALUE
           MOVE SPACES TO WS-OUT-LINE
           PERFORM 0900-PUT-LINE
           MOVE WS-BUCKET-LABEL(WS-BUCKET) TO WS-OUT-LINE
           PERFORM 0900-PUT-LINE
           MOVE "PART   NAME           ON-HAND       COST"
               TO WS-OUT-LINE
           MOVE "          VALUE  LAST USE    MOS  RETURN"
               TO WS-OUT-LINE(41:40)
           PERFORM 0900-PUT-LINE
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-USED
               IF WS-PT-BUCKET(WS-PT-IDX) = WS-BUCKET
                   PERFORM 0700-REPORT-ONE-PART
               END-IF
           END-PERFORM
           IF WS-BUCKET-COUNT = 0
               MOVE "  NONE" TO WS-OUT-LINE
               PERFORM 0900-PUT-LINE
           END-IF
           MOVE WS-BUCKET-COUNT TO WS-COUNT-DISP
           MOVE WS-BUCKET-VALUE TO WS-TOTAL-DISP
           MOVE SPACES TO WS-OUT-LINE
           STRING "  BUCKET TOTAL: " WS-COUNT-DISP " PART(S) WORTH "
                  WS-TOTAL-DISP " AT COST"
               DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 0900-PUT-LINE.

       0700-REPORT-ONE-PART.
           COMPUTE WS-LINE-VALUE =
               WS-PT-ON-HAND(WS-PT-IDX) * WS-PT-COST(WS-PT-IDX)
           ADD 1 TO WS-BUCKET-COUNT
           ADD WS-LINE-VALUE TO WS-BUCKET-VALUE
           ADD 1 TO WS-GRAND-COUNT
           ADD WS-LINE-VALUE TO WS-GRAND-VALUE

           PERFORM 0800-FIND-TAKE-BACK
           IF WS-RETURN-TEXT NOT = SPACES
               ADD 1 TO WS-RETURN-COUNT
               ADD WS-LINE-VALUE TO WS-RETURN-VALUE
           END-IF

           EVALUATE TRUE
               WHEN WS-PT-LAST-USE(WS-PT-IDX) > 0
                   MOVE WS-PT-LAST-USE(WS-PT-IDX) TO WS-SINCE-DATE
                   MOVE SPACES TO WS-LAST-TEXT
                   STRING WS-SINCE-YEAR "-" WS-SINCE-MONTH "-"
                          WS-SINCE-DAY
                       DELIMITED BY SIZE INTO WS-LAST-TEXT
               WHEN WS-PT-LAST-MOVE(WS-PT-IDX) > 0
                   MOVE "NEVER USED" TO WS-LAST-TEXT
               WHEN OTHER
                   MOVE "NO MOVES" TO WS-LAST-TEXT
           END-EVALUATE
           IF WS-PT-IDLE(WS-PT-IDX) = 999
               MOVE "---" TO WS-IDLE-TEXT
           ELSE
               MOVE WS-PT-IDLE(WS-PT-IDX) TO WS-IDLE-DISP
               MOVE WS-IDLE-DISP TO WS-IDLE-TEXT
           END-IF

           MOVE WS-PT-ON-HAND(WS-PT-IDX) TO WS-ON-HAND-DISP
           MOVE WS-PT-COST(WS-PT-IDX) TO WS-COST-DISP
           MOVE WS-LINE-VALUE TO WS-VALUE-DISP
           MOVE SPACES TO WS-OUT-LINE
           STRING WS-PT-PART-ID(WS-PT-IDX) "  "
                  WS-PT-NAME(WS-PT-IDX) "  "
                  WS-ON-HAND-DISP "  " WS-COST-DISP "  "
                  WS-VALUE-DISP "  " WS-LAST-TEXT "  "
                  WS-IDLE-TEXT "  " WS-RETURN-TEXT
               DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 0900-PUT-LINE.

      *****************************************************
      * First PARTSUPP.IDX source for the part whose      *
      * supplier takes unsold stock back, if any          *
      *****************************************************
       0800-FIND-TAKE-BACK.
           MOVE SPACES TO WS-RETURN-TEXT
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT PARTSUPP-FILE
           MOVE WS-PT-PART-ID(WS-PT-IDX) TO PSX-PART-ID
           START PARTSUPP-FILE KEY IS NOT LESS THAN PSX-PART-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ PARTSUPP-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF PSX-PART-ID NOT = WS-PT-PART-ID(WS-PT-IDX)
                           MOVE 'Y' TO WS-SCAN-EOF
                       ELSE
                           IF PSX-TAKES-RETURNS
                               STRING "RTN TO " PSX-SUPPLIER-ID
                                   DELIMITED BY SIZE
                                   INTO WS-RETURN-TEXT
                               MOVE 'Y' TO WS-SCAN-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARTSUPP-FILE.

       0900-PUT-LINE.
           DISPLAY WS-OUT-LINE
           IF PA-EXPORT-FLAG = 'Y'
               MOVE WS-OUT-LINE TO EXPORT-REC
               WRITE EXPORT-REC
           END-IF.

       END PROGRAM DEAD_STOCK_REPORT.
