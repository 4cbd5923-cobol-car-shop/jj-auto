*>          reservation doesn't sit on the shelf forever. A line
*>          on a ticket that already closed is refused - its stock
*>          was consumed at close and the invoice went out.
*>          Serials recorded against the line go back in stock on
*>          SERIALS.IDX through SERIAL_CAPTURE.
*> RETURN CODES (LS-RESULT-CODE):
*>     00 -> LINE REMOVED - RESERVATION RELEASED
*>     23 -> INVALID KEY - NO LINE WITH THAT ticketPartID
DATA DIVISION.
FILE SECTION.
FD INDEX-FILE-TICKETPART
        RECORD CONTAINS 22 CHARACTERS.
    COPY TICKET_PART_DEF REPLACING ==:TAG:== BY ==TPX==.
FD INDEX-FILE-TICKET
        RECORD CONTAINS 137 CHARACTERS.
    COPY TICKET_DEF REPLACING ==:TAG:== BY ==IDX==.

WORKING-STORAGE SECTION.
01  WS-PART-RESULT-CODE PIC 99.
01  WS-TICKET-CLOSED    PIC X.
01  WS-PARTID-SAVE      PIC 9(5).
01  WS-QTY-SAVE         PIC 9(5).
COPY PART_DEF REPLACING ==:TAG:== BY ==WS==.
COPY SERIAL_REQ_DEF REPLACING ==:TAG:== BY ==WSR==.

LINKAGE SECTION.
01  LS-TICKETPARTID     PIC 9(5).
               NOT INVALID KEY
                  MOVE 00 TO LS-RESULT-CODE
                  PERFORM 200-RELEASE-RESERVATION
                  PERFORM 300-RELEASE-SERIALS
            END-DELETE
         END-IF
   END-READ
      CALL "UPDATE_PART" USING WS-PART, WS-PART-RESULT-CODE
   END-IF.

*> Any serials keyed against the line were never sold.
300-RELEASE-SERIALS.
   INITIALIZE WSR-SERIAL-REQ
   MOVE "L" TO WSR-SR-FUNCTION
   MOVE WS-PARTID-SAVE TO WSR-SR-PART-ID
   MOVE "T" TO WSR-SR-SALE-SOURCE
   MOVE LS-TICKETPARTID TO WSR-SR-SALE-LINE
   CALL "SERIAL_CAPTURE" USING WSR-SERIAL-REQ.

END PROGRAM TICKET_REMOVE_PART.
