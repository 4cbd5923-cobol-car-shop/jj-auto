*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Posts we-owe (due bill) items on WEOWE.IDX for the
*>          programs that take them without a desk of their own.
*>          Action "A" adds LS-WEOWE as a new OPEN item - the
*>          caller fills saleID, carVIN, custID, empID, itemDesc
*>          and estCost; the weOweID comes off GET_NEXT_ID and is
*>          handed back, stamped with today's promiseDate. Action
*>          "X" cancels every OPEN item on LS-saleID - a deal that
*>          never posted, or was voided, owes the buyer nothing.
*> RETURN CODES (LS-RESULT-CODE):
*>     00 -> ("A") ITEM WRITTEN / ("X") OPEN ITEMS CANCELLED (NONE
*>           IS NOT AN ERROR)
*>     23 -> ("A") ITEM COULD NOT BE WRITTEN
*>*****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. WE_OWE_POST.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
    SELECT OPTIONAL WEOWE-FILE
        ASSIGN TO '../../INDEXES/WEOWE.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS WOX-weOweID
        ALTERNATE RECORD KEY IS WOX-saleID WITH DUPLICATES
        ALTERNATE RECORD KEY IS WOX-ticketID WITH DUPLICATES.

DATA DIVISION.
FILE SECTION.
FD WEOWE-FILE
    RECORD CONTAINS 96 CHARACTERS.
    COPY WEOWE_DEF REPLACING ==:TAG:== BY ==WOX==.

WORKING-STORAGE SECTION.
01  WS-EOF              PIC X.
01  WS-ID-SERIES        PIC X(10).
01  WS-NEXT-WEOWE-ID    PIC 9(5).

LINKAGE SECTION.
01  LS-ACTION           PIC X.
    COPY WEOWE_DEF REPLACING ==:TAG:== BY ==LS==.
01  LS-RESULT-CODE      PIC 99.

PROCEDURE DIVISION USING LS-ACTION, LS-WEOWE, LS-RESULT-CODE.
MAIN-PROCEDURE.
   MOVE 00 TO LS-RESULT-CODE
   IF LS-ACTION = "X"
      PERFORM 200-CANCEL-SALE-ITEMS
   ELSE
      PERFORM 100-ADD-ITEM
   END-IF
   GOBACK.

100-ADD-ITEM.
   MOVE "WEOWE" TO WS-ID-SERIES
   CALL 'GET_NEXT_ID' USING WS-ID-SERIES, WS-NEXT-WEOWE-ID
   MOVE WS-NEXT-WEOWE-ID TO LS-weOweID
   MOVE FUNCTION CURRENT-DATE(1:8) TO LS-promiseDate
   MOVE 0 TO LS-ticketID
   MOVE "O" TO LS-woStatus
   MOVE 0 TO LS-doneDate
   OPEN I-O WEOWE-FILE
   WRITE WOX-WEOWE FROM LS-WEOWE
      INVALID KEY
         MOVE 23 TO LS-RESULT-CODE
   END-WRITE
   CLOSE WEOWE-FILE.

*> Bounded scan off the saleID alternate key.
200-CANCEL-SALE-ITEMS.
   MOVE "N" TO WS-EOF
   OPEN I-O WEOWE-FILE
   MOVE LS-saleID TO WOX-saleID
   START WEOWE-FILE KEY IS EQUAL TO WOX-saleID
      INVALID KEY
         MOVE "Y" TO WS-EOF
   END-START
   PERFORM UNTIL WS-EOF = "Y"
      READ WEOWE-FILE NEXT RECORD
         AT END
            MOVE "Y" TO WS-EOF
         NOT AT END
            IF WOX-saleID NOT = LS-saleID
               MOVE "Y" TO WS-EOF
            ELSE
               IF WOX-WO-OPEN
                  MOVE "X" TO WOX-woStatus
                  MOVE FUNCTION CURRENT-DATE(1:8) TO WOX-doneDate
                  REWRITE WOX-WEOWE
                     INVALID KEY
                        CONTINUE
                  END-REWRITE
               END-IF
            END-IF
      END-READ
   END-PERFORM
   CLOSE WEOWE-FILE.

END PROGRAM WE_OWE_POST.
