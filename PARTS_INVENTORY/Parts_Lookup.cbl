      * Date: 03/09/2019
      * Purpose: Lookup a part's information by entering the part-ID
      * Modification History:
      *   10/15/2026 BS - The Part ID box takes a barcode or a
      *                   supplier's own part number as well, turned
      *                   into the Part ID through FIND_PART.
      *   10/15/2026 BS - Price, on-hand and available shown at the
      *                   widened part master sizes.
      *   09/01/2026 BS - Bin location shown on the output screen so
      *                   the counter can tell a caller which shelf
      *                   the part sits on.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD FIN RECORD CONTAINS 118 CHARACTERS.
           COPY PART_DEF REPLACING ==:TAG:== BY ==REC==.
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-LAST-FOUND-ID     PIC 9(5) VALUE 0.
      *    On-hand less what open ticket lines have already spoken
      *    for - the number the counter can actually promise.
       01 WS-PART-AVAILABLE    PIC S9(5).
       01 WS-CHAIN-PART        PIC 9(5).
       01 WS-CHAIN-NEXT        PIC 9(5).
       01 WS-CHAIN-HOPS        PIC 99.
       01 WS-CHAIN-DONE        PIC X.
       01 WS-PART-CODE         PIC X(20).
       COPY PART_FIND_DEF REPLACING ==:TAG:== BY ==WS==.
       SCREEN SECTION.
       01 PART-ID-INPUT-SCREEN.
           05 TITLE-SECTION.
                  LINE 2 COL 1.
           05 DATA-ENTRY-SECTION.
               10 PART-ID-FIELD.
                   20 VALUE "Part/Barcode/Supp No (0=category): "
                                                         LINE 5 COL 7.
                   20 PART-CODE PIC X(20)
                       FROM WS-PART-CODE
                       TO WS-PART-CODE                    LINE 5 COL 42.
               10 SEARCH-CATEGORY-FIELD.
                   20 VALUE "Category: "                  LINE 7 COL 25.
                   20 SEARCH-CATEGORY PIC X(10)
                       FROM WS-PART-DESC                 LINE 11 COL 34.
               10 PART-PRICE-FIELD.
                   20 VALUE "Part Price: "               LINE 13 COL 22.
                   20 PART-PRICE PIC 9(5)V99
                       FROM WS-PART-PRICE                LINE 13 COL 34.
               10 PART-CATEGORY-FIELD.
                   20 VALUE "Category: "                 LINE 15 COL 24.
                       FROM WS-PART-CATEGORY             LINE 15 COL 34.
               10 PART-ON-HAND-FIELD.
                   20 VALUE "On Hand: "                  LINE 17 COL 25.
                   20 PART-ON-HAND PIC 9(5)
                       FROM WS-PART-ON-HAND         LINE 17 COL 34.
               10 PART-AVAIL-FIELD.
                   20 VALUE "Available: "                LINE 18 COL 23.
                   20 PART-AVAIL PIC S9(5)
                       FROM WS-PART-AVAILABLE       LINE 18 COL 34.
               10 PART-BIN-FIELD.
                   20 VALUE "Bin: "                      LINE 19 COL 29.
                   DISPLAY PART-ID-INPUT-SCREEN END-DISPLAY
                   ACCEPT PART-ID-INPUT-SCREEN END-ACCEPT

                   MOVE WS-PART-CODE TO WS-PF-CODE
                   MOVE 0 TO WS-PF-SUPPLIER-ID
                   CALL "FIND_PART" USING WS-PART-FIND
                   IF WS-SEARCH-CATEGORY NOT = SPACES AND
                           (WS-PART-CODE = SPACES OR
                           (WS-PF-FOUND AND WS-PF-PART-ID = 0))
                       PERFORM FIND-NEXT-BY-CATEGORY
                   ELSE
                     IF NOT WS-PF-FOUND
                       IF WS-PF-AMBIGUOUS
                           MOVE "MORE THAN ONE PART - KEY THE PART ID"
                               TO WS-ERROR-MESSAGE
                       ELSE
                           MOVE "NO PART, BARCODE OR SUPPLIER NO"
                               TO WS-ERROR-MESSAGE
                       END-IF
                       MOVE "N" TO WS-VALID
                     ELSE
                       MOVE WS-PF-PART-ID TO REC-PART-ID
      *                 READ INDEX FILE INTO WS-PART, VALIDATE PART ID
                       READ FIN
                           INVALID KEY
                               MOVE "Y" TO WS-VALID
                               MOVE REC-PART TO WS-PART
                       END-READ
                     END-IF
                   END-IF

               END-PERFORM
