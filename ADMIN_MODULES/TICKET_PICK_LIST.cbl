DATA DIVISION.
FILE SECTION.
FD INDEX-FILE-TICKETPART
        RECORD CONTAINS 22 CHARACTERS.
    COPY TICKET_PART_DEF REPLACING ==:TAG:== BY ==TPX==.
FD EXPORT-FILE.
01 EXPORT-REC                 PIC X(80).
      10 WS-PK-BIN       PIC X(6).
      10 WS-PK-PARTID    PIC 9(5).
      10 WS-PK-NAME      PIC X(15).
      10 WS-PK-QTY       PIC 9(5).
01 WS-SWAP-ENTRY.
   05 WS-SW-BIN          PIC X(6).
   05 WS-SW-PARTID       PIC 9(5).
   05 WS-SW-NAME         PIC X(15).
   05 WS-SW-QTY          PIC 9(5).
01 WS-SORT-I             PIC 99.
01 WS-SORT-J             PIC 99.

   05 FILLER             PIC XX VALUE SPACES.
   05 WS-DL-NAME         PIC X(15).
   05 FILLER             PIC XX VALUE SPACES.
   05 WS-DL-QTY          PIC ZZZZ9.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
   STRING "PICKING LIST - TICKET " WS-TICKETID-IN
       DELIMITED BY SIZE INTO EXPORT-REC
   WRITE EXPORT-REC
   MOVE "BIN     PART   NAME               QTY" TO EXPORT-REC
   WRITE EXPORT-REC
   PERFORM VARYING WS-SORT-I FROM 1 BY 1
           UNTIL WS-SORT-I > WS-LINE-COUNT
