      ******************************************************************
      * Author: Brock Sharp
      * Date: 10/15/2026
      * Purpose: Turns whatever number the counter was handed for a
      *            part into our PART-ID - see PART_FIND_DEF. Five
      *            digits or fewer is our own PART-ID and comes back as
      *            keyed (the caller reads the part as it always has);
      *            a longer number is tried as a PARTUPC.IDX barcode,
      *            then as a supplier's own part number off the
      *            PARTSUPP.IDX SUPP-PART-NO key. When two parts carry
      *            the same supplier number the supplier named by the
      *            caller settles it; otherwise the candidates are
      *            shown and the caller is told to key the Part ID.
      *            Upper-cased before the lookup, the way
      *            PART_SUPP_DESK keeps the numbers. Never opens
      *            PARTLIST.DAT, so a caller holding it open can use
      *            it freely. CALLed by Parts_Lookup, COUNTER_SALE,
      *            PO_RECEIVE and CYCLE_COUNT.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. FIND_PART.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT OPTIONAL PARTUPC-FILE ASSIGN TO "..\PARTUPC.IDX"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS UPX-UPC-CODE
               ALTERNATE RECORD KEY IS UPX-UPC-PART-ID WITH DUPLICATES.
               SELECT OPTIONAL PARTSUPP-FILE ASSIGN TO "..\PARTSUPP.IDX"
               ORGANIZATION IS INDEXED
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
       FD PARTUPC-FILE RECORD CONTAINS 19 CHARACTERS.
           COPY PART_UPC_DEF REPLACING ==:TAG:== BY ==UPX==.
       FD PARTSUPP-FILE RECORD CONTAINS 46 CHARACTERS.
           COPY PART_SUPP_DEF REPLACING ==:TAG:== BY ==PSX==.
      *-----------------------
       WORKING-STORAGE SECTION.
       01  WS-CODE             PIC X(20).
       01  WS-CODE-LEN         PIC 99.
       01  WS-SCAN-EOF         PIC X.
       01  WS-FIRST-PART       PIC 9(5).
       01  WS-SUPP-MATCH       PIC 9(5).
       01  WS-OTHER-PART       PIC X.
      *-----------------------
       LINKAGE SECTION.
       COPY PART_FIND_DEF REPLACING ==:TAG:== BY ==LS==.

       PROCEDURE DIVISION USING LS-PART-FIND.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       0100-BEGIN.
           MOVE 0 TO LS-PF-PART-ID
           MOVE SPACE TO LS-PF-FOUND-BY
           MOVE 99 TO LS-PF-RESULT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LS-PF-CODE LEADING))
               TO WS-CODE
           MOVE 0 TO WS-CODE-LEN
           INSPECT WS-CODE TALLYING WS-CODE-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-CODE-LEN = 0
               GOBACK
           END-IF

           IF WS-CODE-LEN <= 5 AND WS-CODE(1:WS-CODE-LEN) IS NUMERIC
               COMPUTE LS-PF-PART-ID =
                   FUNCTION NUMVAL(WS-CODE(1:WS-CODE-LEN))
               MOVE "I" TO LS-PF-FOUND-BY
               MOVE 01 TO LS-PF-RESULT
               GOBACK
           END-IF

           IF WS-CODE-LEN <= 14
               PERFORM 0200-TRY-BARCODE
           END-IF
           IF NOT LS-PF-FOUND
               PERFORM 0300-TRY-SUPPLIER-NUMBER
           END-IF
           GOBACK.

      ******************************************************
      * A barcode is its own key on PARTUPC.IDX            *
      ******************************************************
       0200-TRY-BARCODE.
           OPEN INPUT PARTUPC-FILE
           MOVE WS-CODE TO UPX-UPC-CODE
           READ PARTUPC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE UPX-UPC-PART-ID TO LS-PF-PART-ID
                   MOVE "U" TO LS-PF-FOUND-BY
                   MOVE 01 TO LS-PF-RESULT
           END-READ
           CLOSE PARTUPC-FILE.

      ******************************************************
      * Every PARTSUPP.IDX source quoting the number, off  *
      * the SUPP-PART-NO key. The caller's supplier wins;  *
      * otherwise one part is an answer and two are not.   *
      ******************************************************
       0300-TRY-SUPPLIER-NUMBER.
           MOVE 0 TO WS-FIRST-PART
           MOVE 0 TO WS-SUPP-MATCH
           MOVE 'N' TO WS-OTHER-PART
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT PARTSUPP-FILE
           MOVE WS-CODE TO PSX-SUPP-PART-NO
           START PARTSUPP-FILE KEY IS NOT LESS THAN PSX-SUPP-PART-NO
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ PARTSUPP-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF PSX-SUPP-PART-NO NOT = WS-CODE
                           MOVE 'Y' TO WS-SCAN-EOF
                       ELSE
                           PERFORM 0310-WEIGH-ONE-SOURCE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARTSUPP-FILE

           EVALUATE TRUE
               WHEN WS-SUPP-MATCH > 0
                   MOVE WS-SUPP-MATCH TO LS-PF-PART-ID
                   MOVE "S" TO LS-PF-FOUND-BY
                   MOVE 01 TO LS-PF-RESULT
               WHEN WS-FIRST-PART = 0
                   CONTINUE
               WHEN WS-OTHER-PART = 'Y'
                   PERFORM 0400-SHOW-CANDIDATES
                   MOVE 97 TO LS-PF-RESULT
               WHEN OTHER
                   MOVE WS-FIRST-PART TO LS-PF-PART-ID
                   MOVE "S" TO LS-PF-FOUND-BY
                   MOVE 01 TO LS-PF-RESULT
           END-EVALUATE.

       0310-WEIGH-ONE-SOURCE.
           IF LS-PF-SUPPLIER-ID > 0
                   AND PSX-SUPPLIER-ID = LS-PF-SUPPLIER-ID
                   AND WS-SUPP-MATCH = 0
               MOVE PSX-PART-ID TO WS-SUPP-MATCH
           END-IF
           IF WS-FIRST-PART = 0
               MOVE PSX-PART-ID TO WS-FIRST-PART
           ELSE
               IF PSX-PART-ID NOT = WS-FIRST-PART
                   MOVE 'Y' TO WS-OTHER-PART
               END-IF
           END-IF.

      ******************************************************
      * The parts sharing the number, so the counter can   *
      * ask which one and key its Part ID                  *
      ******************************************************
       0400-SHOW-CANDIDATES.
           DISPLAY "Supplier number " WS-CODE " fits more than one"
               " part:"
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT PARTSUPP-FILE
           MOVE WS-CODE TO PSX-SUPP-PART-NO
           START PARTSUPP-FILE KEY IS NOT LESS THAN PSX-SUPP-PART-NO
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ PARTSUPP-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF PSX-SUPP-PART-NO NOT = WS-CODE
                           MOVE 'Y' TO WS-SCAN-EOF
                       ELSE
                           DISPLAY "  PART " PSX-PART-ID
                               " FROM SUPPLIER " PSX-SUPPLIER-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARTSUPP-FILE.

       END PROGRAM FIND_PART.
