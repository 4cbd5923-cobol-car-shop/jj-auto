      ******************************************************************
      * Author: Brock Sharp
      * Date: 10/15/2026
      * Purpose: Keeps SERIALS.IDX in step with the stock of a
      *            serial-tracked part (PARTWARR.IDX flag). Called by
      *            PO_RECEIVE as units come in, by COUNTER_SALE and
      *            TICKET_ADD_PART as they go out on a line, by
      *            TICKET_REMOVE_PART when a line comes back off, and
      *            by PARTS_RETURN as units come back from the
      *            customer - see SERIAL_REQ_DEF for the functions.
      *            The desk keys one serial per unit; a blank serial
      *            skips the unit (the warranty lookup will not find
      *            it). A unit sold that receiving never recorded -
      *            stock from before the part was tracked - goes on
      *            file as it leaves. A part that is not tracked
      *            asks nothing, so callers call for every line.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SERIAL_CAPTURE.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT OPTIONAL SERIAL-FILE ASSIGN TO "..\SERIALS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SNX-SN-SERIAL
               ALTERNATE RECORD KEY IS SNX-SN-PART-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SNX-SN-SALE-REF WITH DUPLICATES.
               SELECT OPTIONAL PARTWARR-FILE ASSIGN TO "..\PARTWARR.IDX"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PWX-PW-PART-ID.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD SERIAL-FILE RECORD CONTAINS 85 CHARACTERS.
           COPY SERIAL_DEF REPLACING ==:TAG:== BY ==SNX==.
       FD PARTWARR-FILE RECORD CONTAINS 12 CHARACTERS.
           COPY PART_WARR_DEF REPLACING ==:TAG:== BY ==PWX==.
      *-----------------------
       WORKING-STORAGE SECTION.
       01  WS-SERIAL-IN        PIC X(20).
       01  WS-UNIT-NO          PIC 9(5).
       01  WS-UNIT-DONE        PIC X.
       01  WS-EOF              PIC X.
       01  WS-TODAY-DATE       PIC 9(8).
      *-----------------------
       LINKAGE SECTION.
      **-*-*-*-*-*-*-*-*-*-*-*-*-*
       COPY SERIAL_REQ_DEF REPLACING ==:TAG:== BY ==LS==.

       PROCEDURE DIVISION USING LS-SERIAL-REQ.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       0100-BEGIN.
           MOVE 0 TO LS-SR-COUNT
           MOVE 'N' TO LS-SR-TRACKED
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           IF LS-SR-RELEASE
               PERFORM 0500-RELEASE-LINE
               GOBACK
           END-IF
           IF LS-SR-WARRANTY
               PERFORM 0600-WARRANTY-BACK
               GOBACK
           END-IF

           OPEN INPUT PARTWARR-FILE
           MOVE LS-SR-PART-ID TO PWX-PW-PART-ID
           READ PARTWARR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PWX-PW-SERIAL-TRACKED
                       MOVE 'Y' TO LS-SR-TRACKED
                   END-IF
           END-READ
           CLOSE PARTWARR-FILE
           IF LS-SR-TRACKED NOT = 'Y' OR LS-SR-QTY = 0
               GOBACK
           END-IF

           DISPLAY "Part " LS-SR-PART-ID " is serial-tracked - "
               LS-SR-QTY " serial(s) to record."
           OPEN I-O SERIAL-FILE
           PERFORM VARYING WS-UNIT-NO FROM 1 BY 1
                   UNTIL WS-UNIT-NO > LS-SR-QTY
               MOVE 'N' TO WS-UNIT-DONE
               PERFORM UNTIL WS-UNIT-DONE = 'Y'
                   PERFORM 0200-TAKE-ONE-SERIAL
               END-PERFORM
           END-PERFORM
           CLOSE SERIAL-FILE
           GOBACK.

      *****************************************************
      * One unit's serial, asked again until it fits the  *
      * unit's movement or the desk gives up with a blank *
      *****************************************************
       0200-TAKE-ONE-SERIAL.
           DISPLAY "Serial no. for unit " WS-UNIT-NO
               " (blank = none): "
           MOVE SPACES TO WS-SERIAL-IN
           ACCEPT WS-SERIAL-IN
           IF WS-SERIAL-IN = SPACES
               DISPLAY "No serial recorded for this unit."
               MOVE 'Y' TO WS-UNIT-DONE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SERIAL-IN TO SNX-SN-SERIAL
           READ SERIAL-FILE
               INVALID KEY
                   PERFORM 0300-SERIAL-NOT-ON-FILE
               NOT INVALID KEY
                   PERFORM 0400-SERIAL-ON-FILE
           END-READ.

       0300-SERIAL-NOT-ON-FILE.
           EVALUATE TRUE
               WHEN LS-SR-RECEIVE
                   INITIALIZE SNX-SERIAL
                   MOVE WS-SERIAL-IN TO SNX-SN-SERIAL
                   MOVE LS-SR-PART-ID TO SNX-SN-PART-ID
                   MOVE "I" TO SNX-SN-STATUS
                   MOVE WS-TODAY-DATE TO SNX-SN-RECV-DATE
                   MOVE LS-SR-PO-NUMBER TO SNX-SN-PO-NUMBER
                   MOVE SPACES TO SNX-SN-SALE-SOURCE
                   PERFORM 0700-WRITE-SERIAL
               WHEN LS-SR-SELL
                   INITIALIZE SNX-SERIAL
                   MOVE WS-SERIAL-IN TO SNX-SN-SERIAL
                   MOVE LS-SR-PART-ID TO SNX-SN-PART-ID
                   PERFORM 0450-MARK-SOLD
                   PERFORM 0700-WRITE-SERIAL
                   DISPLAY "(not recorded at receiving - on file now)"
               WHEN OTHER
                   DISPLAY "Serial " WS-SERIAL-IN " is not on file."
           END-EVALUATE.

       0400-SERIAL-ON-FILE.
           IF SNX-SN-PART-ID NOT = LS-SR-PART-ID
               DISPLAY "Serial " WS-SERIAL-IN " belongs to part "
                   SNX-SN-PART-ID " - enter another."
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN LS-SR-RECEIVE
                   DISPLAY "Serial " WS-SERIAL-IN " is already on"
                       " file - enter another."
               WHEN LS-SR-SELL
                   IF SNX-SN-SOLD OR SNX-SN-CAME-BACK
                       DISPLAY "Serial " WS-SERIAL-IN " has already"
                           " been sold - enter another."
                   ELSE
                       PERFORM 0450-MARK-SOLD
                       PERFORM 0750-REWRITE-SERIAL
                   END-IF
               WHEN OTHER
                   IF NOT SNX-SN-SOLD OR
                           SNX-SN-SALE-SOURCE NOT = LS-SR-SALE-SOURCE
                           OR SNX-SN-SALE-LINE NOT = LS-SR-SALE-LINE
                       DISPLAY "Serial " WS-SERIAL-IN " was not sold"
                           " on this line - enter another."
                   ELSE
                       IF LS-SR-BACK-DEFECTIVE
                           MOVE "W" TO SNX-SN-STATUS
                           MOVE WS-TODAY-DATE TO SNX-SN-BACK-DATE
                           MOVE 0 TO SNX-SN-BACK-CREDIT
                       ELSE
                           PERFORM 0550-BACK-IN-STOCK
                       END-IF
                       PERFORM 0750-REWRITE-SERIAL
                   END-IF
           END-EVALUATE.

       0450-MARK-SOLD.
           MOVE "S" TO SNX-SN-STATUS
           MOVE LS-SR-SALE-SOURCE TO SNX-SN-SALE-SOURCE
           MOVE LS-SR-SALE-LINE TO SNX-SN-SALE-LINE
           MOVE LS-SR-SALE-DOC TO SNX-SN-SALE-DOC
           MOVE LS-SR-CUST-ID TO SNX-SN-CUST-ID
           MOVE WS-TODAY-DATE TO SNX-SN-SALE-DATE
           MOVE LS-SR-SALE-PRICE TO SNX-SN-SALE-PRICE.

      *****************************************************
      * A ticket line taken back off the ticket - every   *
      * unit that went out on it is on the shelf again    *
      *****************************************************
       0500-RELEASE-LINE.
           MOVE 'N' TO WS-EOF
           OPEN I-O SERIAL-FILE
           MOVE LS-SR-SALE-SOURCE TO SNX-SN-SALE-SOURCE
           MOVE LS-SR-SALE-LINE TO SNX-SN-SALE-LINE
           START SERIAL-FILE KEY IS EQUAL TO SNX-SN-SALE-REF
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ SERIAL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SNX-SN-SALE-SOURCE NOT = LS-SR-SALE-SOURCE
                               OR SNX-SN-SALE-LINE NOT =
                               LS-SR-SALE-LINE
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF SNX-SN-SOLD
                               PERFORM 0550-BACK-IN-STOCK
                               REWRITE SNX-SERIAL
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       ADD 1 TO LS-SR-COUNT
                               END-REWRITE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SERIAL-FILE
           IF LS-SR-COUNT > 0
               DISPLAY LS-SR-COUNT " serial(s) back in stock."
           END-IF.

       0550-BACK-IN-STOCK.
           MOVE "I" TO SNX-SN-STATUS
           MOVE SPACES TO SNX-SN-SALE-SOURCE
           MOVE 0 TO SNX-SN-SALE-LINE
           MOVE 0 TO SNX-SN-SALE-DOC
           MOVE 0 TO SNX-SN-CUST-ID
           MOVE 0 TO SNX-SN-SALE-DATE
           MOVE 0 TO SNX-SN-SALE-PRICE.

      *****************************************************
      * The unit PARTS_RETURN took back under warranty -  *
      * it keeps its sale and carries the credit given    *
      *****************************************************
       0600-WARRANTY-BACK.
           OPEN I-O SERIAL-FILE
           MOVE LS-SR-SERIAL TO SNX-SN-SERIAL
           READ SERIAL-FILE
               INVALID KEY
                   DISPLAY "Serial " LS-SR-SERIAL " is not on file."
               NOT INVALID KEY
                   MOVE "W" TO SNX-SN-STATUS
                   MOVE WS-TODAY-DATE TO SNX-SN-BACK-DATE
                   MOVE LS-SR-CREDIT TO SNX-SN-BACK-CREDIT
                   REWRITE SNX-SERIAL
                       INVALID KEY
                           DISPLAY "Could not update serial "
                               LS-SR-SERIAL
                       NOT INVALID KEY
                           MOVE 1 TO LS-SR-COUNT
                   END-REWRITE
           END-READ
           CLOSE SERIAL-FILE.

       0700-WRITE-SERIAL.
           WRITE SNX-SERIAL
               INVALID KEY
                   DISPLAY "Could not record serial " WS-SERIAL-IN
               NOT INVALID KEY
                   ADD 1 TO LS-SR-COUNT
                   MOVE 'Y' TO WS-UNIT-DONE
           END-WRITE.

       0750-REWRITE-SERIAL.
           REWRITE SNX-SERIAL
               INVALID KEY
                   DISPLAY "Could not update serial " WS-SERIAL-IN
               NOT INVALID KEY
                   ADD 1 TO LS-SR-COUNT
                   MOVE 'Y' TO WS-UNIT-DONE
           END-REWRITE.

       END PROGRAM SERIAL_CAPTURE.
