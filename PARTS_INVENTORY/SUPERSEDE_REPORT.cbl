       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD IDXFILE RECORD CONTAINS 118 CHARACTERS.
           COPY PART_DEF REPLACING ==:TAG:== BY ==REC==.
       FD EXPORT-FILE.
       01  EXPORT-REC          PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-EOF              PIC X VALUE 'N'.
       01  WS-LINE-COUNT       PIC 9(5) VALUE 0.
       01  WS-LINE-VALUE       PIC 9(9)V99.
       01  WS-TOTAL-VALUE      PIC 9(11)V99 VALUE 0.
       01  WS-VALUE-DISP       PIC $$$,$$$,$$9.99.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
