       FILE SECTION.
       FD MATRIX-FILE.
           COPY PRICE_MATRIX_DEF REPLACING ==:TAG:== BY ==PM==.
       FD IDXFILE RECORD CONTAINS 118 CHARACTERS.
           COPY PART_DEF REPLACING ==:TAG:== BY ==REC==.
       FD EXPORT-FILE.
       01  EXPORT-REC          PIC X(80).
       01  WS-ROW-TABLE.
           05  WS-ROW OCCURS 50 TIMES INDEXED BY ROW-IDX.
               10  WS-ROW-CATEGORY  PIC X(10).
               10  WS-ROW-FROM      PIC 9(5)V99.
               10  WS-ROW-TO        PIC 9(5)V99.
               10  WS-ROW-PCT       PIC 999.
       01  WS-ROW-COUNT        PIC 9(3) VALUE 0.
       01  WS-ROW-NO           PIC 9(3).
       01  WS-RULE-PCT         PIC 999.
       01  WS-RULE-FOUND       PIC X.
       01  WS-EXACT-FOUND      PIC X.
       01  WS-NEW-PRICE        PIC 9(7)V99.
       01  WS-CHANGE-COUNT     PIC 9(5).
       01  WS-COMMIT-MODE      PIC X.
      *-----------------------
               MOVE FUNCTION UPPER-CASE
                   (WS-ROW-CATEGORY(WS-ROW-COUNT))
                   TO WS-ROW-CATEGORY(WS-ROW-COUNT)
               DISPLAY "Cost band from (e.g. 0001000 for 10.00): "
               ACCEPT WS-ROW-FROM(WS-ROW-COUNT)
               DISPLAY "Cost band to: "
               ACCEPT WS-ROW-TO(WS-ROW-COUNT)
               MOVE "REPRICING PASS - PREVIEW ONLY" TO EXPORT-REC
           END-IF
           WRITE EXPORT-REC
           MOVE "PART   NAME             COST     OLD      NEW"
               TO EXPORT-REC
           WRITE EXPORT-REC

           IF WS-RULE-FOUND = 'Y' AND REC-PART-COST > 0
               COMPUTE WS-NEW-PRICE ROUNDED =
                   REC-PART-COST * (100 + WS-RULE-PCT) / 100
      *        The selling price field only holds 99999.99.
               IF WS-NEW-PRICE > 99999.99
                   MOVE 99999.99 TO WS-NEW-PRICE
               END-IF
               IF WS-NEW-PRICE NOT = REC-PART-PRICE
                   ADD 1 TO WS-CHANGE-COUNT
