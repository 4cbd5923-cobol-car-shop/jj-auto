       01  WS-EOF              PIC X.
       01  WS-DONE             PIC X VALUE 'N'.
       01  WS-ROW-COUNT        PIC 9(5).
       01  WS-NET-DELTA        PIC S9(7) VALUE 0.
       01  WS-NET-DISP         PIC +ZZZZZZ9.
       01  WS-DELTA-DISP       PIC +ZZZZ9.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
