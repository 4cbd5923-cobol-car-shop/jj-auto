      *            the stock movement journal - so the yearly number
      *            the accountant and the insurance company ask for
      *            is counted, not invented.
      * Modification History:
      *   10/15/2026 BS - Counted quantity, variance and the variance
      *                   line widened to the five-digit on-hand and
      *                   9(5)V99 part price.
      *   10/15/2026 BS - Count by Scanning: the counter scans or keys
      *                   each part as they reach it on the shelf -
      *                   Part ID, barcode or supplier's part number,
      *                   through FIND_PART - and keys its quantity,
      *                   onto the same variance report and posting.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD IDXFILE RECORD CONTAINS 118 CHARACTERS.
           COPY PART_DEF REPLACING ==:TAG:== BY ==REC==.
       FD SHEET-FILE.
       01  SHEET-REC           PIC X(80).
       FD VARIANCE-FILE.
       01  VARIANCE-REC        PIC X(90).
      *-----------------------
       WORKING-STORAGE SECTION.
       COPY PART_DEF REPLACING ==:TAG:== BY ==WS==.
       01  WS-DONE             PIC X VALUE 'N'.
       01  WS-EOF              PIC X.
       01  WS-CATEGORY-IN      PIC X(10).
       01  WS-COUNTED-QTY      PIC 9(5).
       01  WS-VARIANCE         PIC S9(5).
       01  WS-VARIANCE-DISP    PIC +ZZZZ9.
       01  WS-VARIANCE-VALUE   PIC S9(9)V99.
       01  WS-TOTAL-VAR-VALUE  PIC S9(11)V99.
       01  WS-VALUE-DISP       PIC +$$$,$$$,$$9.99.
       01  WS-PARTS-COUNTED    PIC 9(5).
       01  WS-PARTS-OFF        PIC 9(5).
       01  WS-ANSWER           PIC X.
       01  WS-QTY-DELTA        PIC S9(5).
       01  WS-SOURCE-DOC       PIC X(10) VALUE "COUNT".
      *    Approved adjustments queue up here and post only after
      *    the count walk lets go of PARTLIST.DAT - UPDATE_PART
       01  WS-ADJ-TABLE.
           05  WS-ADJ-ENTRY OCCURS 100 TIMES INDEXED BY ADJ-IDX.
               10  WS-ADJ-PART-ID  PIC 9(5).
               10  WS-ADJ-COUNTED  PIC 9(5).
               10  WS-ADJ-VARIANCE PIC S9(5).
       01  WS-ADJ-USED         PIC 999 VALUE 0.
      *    Parts already counted in a scanning pass - a second scan of
      *    the same part would post its variance twice.
       01  WS-SCANNED-TABLE.
           05  WS-SCANNED-PART OCCURS 500 TIMES INDEXED BY SCN-IDX
                                   PIC 9(5).
       01  WS-SCANNED-USED     PIC 999 VALUE 0.
       01  WS-SCANNED-BEFORE   PIC X.
       01  WS-SCAN-DONE        PIC X.
       01  WS-PART-CODE-IN     PIC X(20).
       COPY PART_FIND_DEF REPLACING ==:TAG:== BY ==WS==.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               DISPLAY "--- Cycle Count ---"
               DISPLAY "1. Print Count Sheets"
               DISPLAY "2. Key Counts and Post Variances"
               DISPLAY "3. Count by Scanning"
               DISPLAY "4. Exit"
               ACCEPT WS-MENU-OPTION
               EVALUATE WS-MENU-OPTION
                   WHEN 1
                   WHEN 2
                       PERFORM 0300-KEY-COUNTS
                   WHEN 3
                       PERFORM 0600-SCAN-COUNTS
                   WHEN 4
                       MOVE 'Y' TO WS-DONE
                   WHEN OTHER
                       DISPLAY "Invalid Option, Please enter 1-4."
               END-EVALUATE
           END-PERFORM
           GOBACK.
       0300-KEY-COUNTS.
           DISPLAY "Category counted (blank = whole file): "
           ACCEPT WS-CATEGORY-IN
           PERFORM 0310-START-VARIANCES

           MOVE 'N' TO WS-EOF
           OPEN INPUT IDXFILE
               END-READ
           END-PERFORM
           CLOSE IDXFILE
           PERFORM 0350-FINISH-COUNT.

       0310-START-VARIANCES.
           MOVE 0 TO WS-PARTS-COUNTED
           MOVE 0 TO WS-PARTS-OFF
           MOVE 0 TO WS-TOTAL-VAR-VALUE
           OPEN OUTPUT VARIANCE-FILE
           MOVE "COUNT VARIANCES (COUNTED VS ON FILE)" TO
               VARIANCE-REC
           WRITE VARIANCE-REC.

      *    Posting waits until the count has let go of PARTLIST.DAT.
       0350-FINISH-COUNT.
           PERFORM 0500-POST-ADJUSTMENT
               VARYING ADJ-IDX FROM 1 BY 1
               UNTIL ADJ-IDX > WS-ADJ-USED
                   WS-ADJ-PART-ID(ADJ-IDX)
           END-IF.

      ***************************************************************
      * The shelf in whatever order the counter walks it - each     *
      * part scanned or keyed as it is reached and counted there,   *
      * onto the same variance report and adjustment posting        *
      ***************************************************************
       0600-SCAN-COUNTS.
           PERFORM 0310-START-VARIANCES
           MOVE 0 TO WS-SCANNED-USED
           MOVE 'N' TO WS-SCAN-DONE
           OPEN INPUT IDXFILE
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               DISPLAY "Scan or key part, barcode or supplier no"
                   " (blank when done): "
               MOVE SPACES TO WS-PART-CODE-IN
               ACCEPT WS-PART-CODE-IN
               IF WS-PART-CODE-IN = SPACES OR WS-PART-CODE-IN = "0"
                   MOVE 'Y' TO WS-SCAN-DONE
               ELSE
                   PERFORM 0610-COUNT-SCANNED-PART
               END-IF
           END-PERFORM
           CLOSE IDXFILE
           PERFORM 0350-FINISH-COUNT.

       0610-COUNT-SCANNED-PART.
           MOVE WS-PART-CODE-IN TO WS-PF-CODE
           MOVE 0 TO WS-PF-SUPPLIER-ID
           CALL "FIND_PART" USING WS-PART-FIND
           IF NOT WS-PF-FOUND
               IF NOT WS-PF-AMBIGUOUS
                   DISPLAY "No part, barcode or supplier number"
                       " matches that."
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SCANNED-BEFORE
           PERFORM VARYING SCN-IDX FROM 1 BY 1
                   UNTIL SCN-IDX > WS-SCANNED-USED
               IF WS-SCANNED-PART(SCN-IDX) = WS-PF-PART-ID
                   MOVE 'Y' TO WS-SCANNED-BEFORE
               END-IF
           END-PERFORM
           IF WS-SCANNED-BEFORE = 'Y'
               DISPLAY "Part " WS-PF-PART-ID " is already counted in"
                   " this pass."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PF-PART-ID TO REC-PART-ID
           READ IDXFILE
               INVALID KEY
                   DISPLAY "No part found for ID " WS-PF-PART-ID
               NOT INVALID KEY
                   IF WS-SCANNED-USED < 500
                       ADD 1 TO WS-SCANNED-USED
                       MOVE REC-PART-ID TO
                           WS-SCANNED-PART(WS-SCANNED-USED)
                   END-IF
                   PERFORM 0400-COUNT-ONE-PART
           END-READ.

       END PROGRAM CYCLE_COUNT.
