       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD IDXFILE RECORD CONTAINS 118 CHARACTERS.
           COPY PART_DEF REPLACING ==:TAG:== BY ==REC==.
       FD TICKETPART-FILE RECORD CONTAINS 22 CHARACTERS.
           COPY TICKET_PART_DEF REPLACING ==:TAG:== BY ==TPX==.
       FD EXPORT-FILE.
       01  EXPORT-REC          PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-EOF              PIC X VALUE 'N'.
       01  WS-TP-EOF           PIC X.
       01  WS-CONSUMED-QTY     PIC 9(7).
       01  WS-UNIT-MARGIN      PIC S9(5)V99.
       01  WS-EXT-MARGIN       PIC S9(9)V99.
       01  WS-TOTAL-MARGIN     PIC S9(11)V99 VALUE 0.
       01  WS-LOSS-COUNT       PIC 9(5) VALUE 0.
       01  WS-MARGIN-DISP      PIC +ZZZZ9.99.
       01  WS-EXT-DISP         PIC +$$$,$$$,$$9.99.
       01  WS-OUT-LINE         PIC X(100).
      *-----------------------
       LINKAGE SECTION.
