      *            employee's head. Adds a source (part and supplier
      *            both validated), drops one, and lists a part's
      *            sources side by side with names resolved through
      *            READ_SUPPLIER. A source added or dropped goes on
      *            the master-file change journal, CHANGELOG.DAT,
      *            through LOG_FIELD_CHANGE - its supplier, cost and
      *            lead time against blank, or blank against them -
      *            keyed by the cross-reference ID, with who did it.
      * Modification History:
      *   10/15/2026 BS - A source's unit cost now takes up to
      *                   99999.99.
      *   10/15/2026 BS - Each source carries the supplier's own part
      *                   number (SUPP-PART-NO), asked when the source
      *                   is added and settable after, and a part's
      *                   UPC barcodes are kept here on PARTUPC.IDX -
      *                   both journaled - so FIND_PART can take any of
      *                   them in place of the Part ID. The barcodes
      *                   list with the part's sources.
      *   10/15/2026 BS - Asks whether the supplier will take unsold
      *                   stock of the part back and keeps the answer
      *                   on the source (RETURN-OK) for
      *                   DEAD_STOCK_REPORT; journaled with the rest.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               ACCESS IS DYNAMIC
               RECORD KEY IS PSX-XREF-ID
               ALTERNATE RECORD KEY IS PSX-PART-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS PSX-SUPPLIER-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS PSX-SUPP-PART-NO
                   WITH DUPLICATES.
               SELECT OPTIONAL PARTUPC-FILE ASSIGN TO "..\PARTUPC.IDX"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS UPX-UPC-CODE
               ALTERNATE RECORD KEY IS UPX-UPC-PART-ID WITH DUPLICATES.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD PARTSUPP-FILE RECORD CONTAINS 46 CHARACTERS.
           COPY PART_SUPP_DEF REPLACING ==:TAG:== BY ==PSX==.
       FD PARTUPC-FILE RECORD CONTAINS 19 CHARACTERS.
           COPY PART_UPC_DEF REPLACING ==:TAG:== BY ==UPX==.
      *-----------------------
       WORKING-STORAGE SECTION.
       COPY PART_DEF REPLACING ==:TAG:== BY ==WS==.
       01  WS-NEXT-XREF        PIC 9(5).
       01  WS-XREF-IN          PIC 9(5).
       01  WS-PART-IN          PIC 9(5).
       01  WS-COST-DISP        PIC $$$,$$9.99.
       01  WS-SOURCE-COUNT     PIC 9(3).
       01  WS-JOURNAL-ADD      PIC X.
       01  WS-PSX-HOLD         PIC X(44).
       01  WS-JOURNAL-DISP     PIC X(35).
       01  WS-JOURNAL-COST     PIC ZZ,ZZ9.99.
       01  WS-RETURN-IN        PIC X.
       01  WS-SUPP-PART-IN     PIC X(20).
       01  WS-UPC-IN           PIC X(14).
       01  WS-UPC-LEN          PIC 99.
       01  WS-UPC-COUNT        PIC 9(3).
       COPY CHANGE_LOG_DEF REPLACING ==:TAG:== BY ==CL==.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               DISPLAY "1. Add Source for a Part"
               DISPLAY "2. Drop a Source"
               DISPLAY "3. List Sources for a Part"
               DISPLAY "4. Set Take-Back for a Source"
               DISPLAY "5. Set Supplier's Part Number for a Source"
               DISPLAY "6. Add a Barcode to a Part"
               DISPLAY "7. Drop a Barcode"
               DISPLAY "8. Exit"
               ACCEPT WS-MENU-OPTION
               EVALUATE WS-MENU-OPTION
                   WHEN 1
                   WHEN 3
                       PERFORM 0400-LIST-SOURCES
                   WHEN 4
                       PERFORM 0700-SET-RETURNS
                   WHEN 5
                       PERFORM 0800-SET-SUPP-PART-NO
                   WHEN 6
                       PERFORM 0900-ADD-BARCODE
                   WHEN 7
                       PERFORM 0950-DROP-BARCODE
                   WHEN 8
                       MOVE 'Y' TO WS-DONE
                   WHEN OTHER
                       DISPLAY "Invalid Option, Please enter 1-8."
               END-EVALUATE
           END-PERFORM
           GOBACK.
                   ACCEPT PSX-UNIT-COST
                   DISPLAY "Lead time in days: "
                   ACCEPT PSX-LEAD-DAYS
                   DISPLAY "Will they take unsold stock back? (Y/N): "
                   ACCEPT PSX-RETURN-OK
                   IF PSX-RETURN-OK = 'y'
                       MOVE 'Y' TO PSX-RETURN-OK
                   END-IF
                   IF PSX-RETURN-OK NOT = 'Y'
                       MOVE 'N' TO PSX-RETURN-OK
                   END-IF
                   DISPLAY "Supplier's own part number"
                       " (blank = none): "
                   ACCEPT WS-SUPP-PART-IN
                   MOVE FUNCTION UPPER-CASE(WS-SUPP-PART-IN)
                       TO PSX-SUPP-PART-NO
                   OPEN I-O PARTSUPP-FILE
                   WRITE PSX-PARTSUPP
                       INVALID KEY
                           DISPLAY "Could not add the source."
                       NOT INVALID KEY
                           DISPLAY "Source " WS-NEXT-XREF " added."
                           MOVE 'Y' TO WS-JOURNAL-ADD
                           PERFORM 0600-JOURNAL-SOURCE
                   END-WRITE
                   CLOSE PARTSUPP-FILE
               END-IF
               INVALID KEY
                   DISPLAY "No source found with that ID."
               NOT INVALID KEY
                   MOVE PSX-PARTSUPP TO WS-PSX-HOLD
                   DELETE PARTSUPP-FILE
                       INVALID KEY
                           DISPLAY "Could not drop the source."
                       NOT INVALID KEY
                           DISPLAY "Source " WS-XREF-IN " dropped."
                           MOVE WS-PSX-HOLD TO PSX-PARTSUPP
                           MOVE 'N' TO WS-JOURNAL-ADD
                           PERFORM 0600-JOURNAL-SOURCE
                   END-DELETE
           END-READ
           CLOSE PARTSUPP-FILE.
       0400-LIST-SOURCES.
           DISPLAY "Enter Part ID: "
           ACCEPT WS-PART-IN
           PERFORM 0500-SHOW-SOURCES-FOR-PART
           PERFORM 0970-LIST-BARCODES.

      ****************************************************************
      * Side-by-side source list for WS-PART-IN - the shared         *
               DISPLAY "  (No alternate sources on file)"
           END-IF.

      ****************************************************************
      * The source's fields on the change journal - new values on an *
      * add, old values on a drop, the other side left blank.        *
      ****************************************************************
       0600-JOURNAL-SOURCE.
           INITIALIZE CL-CHANGE-LOG
           MOVE "PART_SUPP_DESK" TO CL-CHG-PROGRAM
           MOVE "PARTSUPP" TO CL-CHG-FILE
           MOVE PSX-XREF-ID TO CL-CHG-KEY
           MOVE "PART" TO CL-CHG-FIELD
           MOVE PSX-PART-ID TO WS-JOURNAL-DISP
           PERFORM 0610-JOURNAL-ONE-FIELD
           MOVE "SUPPLIER" TO CL-CHG-FIELD
           MOVE PSX-SUPPLIER-ID TO WS-JOURNAL-DISP
           PERFORM 0610-JOURNAL-ONE-FIELD
           MOVE "UNIT COST" TO CL-CHG-FIELD
           MOVE PSX-UNIT-COST TO WS-JOURNAL-COST
           MOVE WS-JOURNAL-COST TO WS-JOURNAL-DISP
           PERFORM 0610-JOURNAL-ONE-FIELD
           MOVE "LEAD DAYS" TO CL-CHG-FIELD
           MOVE PSX-LEAD-DAYS TO WS-JOURNAL-DISP
           PERFORM 0610-JOURNAL-ONE-FIELD
           MOVE "RETURNS" TO CL-CHG-FIELD
           MOVE PSX-RETURN-OK TO WS-JOURNAL-DISP
           PERFORM 0610-JOURNAL-ONE-FIELD
           MOVE "SUPP PART NO" TO CL-CHG-FIELD
           MOVE PSX-SUPP-PART-NO TO WS-JOURNAL-DISP
           PERFORM 0610-JOURNAL-ONE-FIELD.

       0610-JOURNAL-ONE-FIELD.
           IF WS-JOURNAL-ADD = 'Y'
               MOVE SPACES TO CL-OLD-VALUE
               MOVE WS-JOURNAL-DISP TO CL-NEW-VALUE
           ELSE
               MOVE WS-JOURNAL-DISP TO CL-OLD-VALUE
               MOVE SPACES TO CL-NEW-VALUE
           END-IF
           CALL "LOG_FIELD_CHANGE" USING CL-CHANGE-LOG.

      ****************************************************************
      * Records whether an existing source's supplier will take      *
      * unsold stock back - sources added before the question was    *
      * asked carry a blank, read as no. Journaled old against new.  *
      ****************************************************************
       0700-SET-RETURNS.
           DISPLAY "Enter Cross-Reference ID: "
           ACCEPT WS-XREF-IN
           OPEN I-O PARTSUPP-FILE
           MOVE WS-XREF-IN TO PSX-XREF-ID
           READ PARTSUPP-FILE
               INVALID KEY
                   DISPLAY "No source found with that ID."
               NOT INVALID KEY
                   DISPLAY "Part " PSX-PART-ID " supplier "
                       PSX-SUPPLIER-ID " - takes returns now: "
                       PSX-RETURN-OK
                   DISPLAY "Will they take unsold stock back? (Y/N): "
                   ACCEPT WS-RETURN-IN
                   IF WS-RETURN-IN = 'y'
                       MOVE 'Y' TO WS-RETURN-IN
                   END-IF
                   IF WS-RETURN-IN NOT = 'Y'
                       MOVE 'N' TO WS-RETURN-IN
                   END-IF
                   INITIALIZE CL-CHANGE-LOG
                   MOVE PSX-RETURN-OK TO CL-OLD-VALUE
                   MOVE WS-RETURN-IN TO PSX-RETURN-OK
                   REWRITE PSX-PARTSUPP
                       INVALID KEY
                           DISPLAY "Could not update the source."
                       NOT INVALID KEY
                           DISPLAY "Source " WS-XREF-IN " updated."
                           MOVE "PART_SUPP_DESK" TO CL-CHG-PROGRAM
                           MOVE "PARTSUPP" TO CL-CHG-FILE
                           MOVE PSX-XREF-ID TO CL-CHG-KEY
                           MOVE "RETURNS" TO CL-CHG-FIELD
                           MOVE PSX-RETURN-OK TO CL-NEW-VALUE
                           CALL "LOG_FIELD_CHANGE" USING CL-CHANGE-LOG
                   END-REWRITE
           END-READ
           CLOSE PARTSUPP-FILE.

      ****************************************************************
      * The supplier's own number for an existing source - sources   *
      * added before it was asked carry blanks. Journaled old        *
      * against new.                                                 *
      ****************************************************************
       0800-SET-SUPP-PART-NO.
           DISPLAY "Enter Cross-Reference ID: "
           ACCEPT WS-XREF-IN
           OPEN I-O PARTSUPP-FILE
           MOVE WS-XREF-IN TO PSX-XREF-ID
           READ PARTSUPP-FILE
               INVALID KEY
                   DISPLAY "No source found with that ID."
               NOT INVALID KEY
                   DISPLAY "Part " PSX-PART-ID " supplier "
                       PSX-SUPPLIER-ID " - their number now: "
                       PSX-SUPP-PART-NO
                   DISPLAY "Supplier's own part number"
                       " (blank = none): "
                   ACCEPT WS-SUPP-PART-IN
                   INITIALIZE CL-CHANGE-LOG
                   MOVE PSX-SUPP-PART-NO TO CL-OLD-VALUE
                   MOVE FUNCTION UPPER-CASE(WS-SUPP-PART-IN)
                       TO PSX-SUPP-PART-NO
                   REWRITE PSX-PARTSUPP
                       INVALID KEY
                           DISPLAY "Could not update the source."
                       NOT INVALID KEY
                           DISPLAY "Source " WS-XREF-IN " updated."
                           MOVE "PART_SUPP_DESK" TO CL-CHG-PROGRAM
                           MOVE "PARTSUPP" TO CL-CHG-FILE
                           MOVE PSX-XREF-ID TO CL-CHG-KEY
                           MOVE "SUPP PART NO" TO CL-CHG-FIELD
                           MOVE PSX-SUPP-PART-NO TO CL-NEW-VALUE
                           CALL "LOG_FIELD_CHANGE" USING CL-CHANGE-LOG
                   END-REWRITE
           END-READ
           CLOSE PARTSUPP-FILE.

      ****************************************************************
      * A barcode off the part's packaging onto PARTUPC.IDX. Five    *
      * digits or fewer would read as a Part ID at the counter, so   *
      * it has to be longer; one barcode belongs to one part.        *
      ****************************************************************
       0900-ADD-BARCODE.
           INITIALIZE WS-PART
           DISPLAY "Enter Part ID: "
           ACCEPT WS-PART-ID
           CALL "READ_PART" USING WS-PART, WS-RESULT-CODE
           IF WS-RESULT-CODE NOT = 01
               DISPLAY "No part found for that ID."
           ELSE
               DISPLAY "Part: " WS-PART-NAME
               DISPLAY "Scan or key the barcode: "
               ACCEPT WS-UPC-IN
               MOVE FUNCTION UPPER-CASE(WS-UPC-IN) TO WS-UPC-IN
               MOVE 0 TO WS-UPC-LEN
               INSPECT WS-UPC-IN TALLYING WS-UPC-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-UPC-LEN <= 5
                   DISPLAY "A barcode is longer than five characters."
               ELSE
                   MOVE WS-UPC-IN TO UPX-UPC-CODE
                   MOVE WS-PART-ID TO UPX-UPC-PART-ID
                   OPEN I-O PARTUPC-FILE
                   WRITE UPX-PARTUPC
                       INVALID KEY
                           DISPLAY "That barcode is already on file."
                       NOT INVALID KEY
                           DISPLAY "Barcode added to part "
                               WS-PART-ID "."
                           INITIALIZE CL-CHANGE-LOG
                           MOVE "PART_SUPP_DESK" TO CL-CHG-PROGRAM
                           MOVE "PARTUPC" TO CL-CHG-FILE
                           MOVE UPX-UPC-CODE TO CL-CHG-KEY
                           MOVE "PART" TO CL-CHG-FIELD
                           MOVE SPACES TO CL-OLD-VALUE
                           MOVE UPX-UPC-PART-ID TO CL-NEW-VALUE
                           CALL "LOG_FIELD_CHANGE" USING CL-CHANGE-LOG
                   END-WRITE
                   CLOSE PARTUPC-FILE
               END-IF
           END-IF.

       0950-DROP-BARCODE.
           DISPLAY "Scan or key the barcode to drop: "
           ACCEPT WS-UPC-IN
           MOVE FUNCTION UPPER-CASE(WS-UPC-IN) TO WS-UPC-IN
           OPEN I-O PARTUPC-FILE
           MOVE WS-UPC-IN TO UPX-UPC-CODE
           READ PARTUPC-FILE
               INVALID KEY
                   DISPLAY "No such barcode on file."
               NOT INVALID KEY
                   INITIALIZE CL-CHANGE-LOG
                   MOVE UPX-UPC-PART-ID TO CL-OLD-VALUE
                   DELETE PARTUPC-FILE
                       INVALID KEY
                           DISPLAY "Could not drop the barcode."
                       NOT INVALID KEY
                           DISPLAY "Barcode dropped from part "
                               UPX-UPC-PART-ID "."
                           MOVE "PART_SUPP_DESK" TO CL-CHG-PROGRAM
                           MOVE "PARTUPC" TO CL-CHG-FILE
                           MOVE WS-UPC-IN TO CL-CHG-KEY
                           MOVE "PART" TO CL-CHG-FIELD
                           MOVE SPACES TO CL-NEW-VALUE
                           CALL "LOG_FIELD_CHANGE" USING CL-CHANGE-LOG
                   END-DELETE
           END-READ
           CLOSE PARTUPC-FILE.

      ****************************************************************
      * The part's barcodes off the UPC-PART-ID alternate key        *
      ****************************************************************
       0970-LIST-BARCODES.
           MOVE 0 TO WS-UPC-COUNT
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT PARTUPC-FILE
           MOVE WS-PART-IN TO UPX-UPC-PART-ID
           START PARTUPC-FILE KEY IS NOT LESS THAN UPX-UPC-PART-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ PARTUPC-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF UPX-UPC-PART-ID NOT = WS-PART-IN
                           MOVE 'Y' TO WS-SCAN-EOF
                       ELSE
                           ADD 1 TO WS-UPC-COUNT
                           DISPLAY "  BARCODE " UPX-UPC-CODE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARTUPC-FILE
           IF WS-UPC-COUNT = 0
               DISPLAY "  (No barcodes on file)"
           END-IF.

       END PROGRAM PART_SUPP_DESK.
