      * Date: 03/15/19
      * Purpose: A screen to view a listing of all part descriptions
      * Modification History:
      *   10/15/2026 BS - Rows shifted left to fit the 9(5)V99 price
      *                   and five-digit on-hand on the 80 columns.
      *   08/09/2026 AS - Built out MAIN-PROCEDURE into a real paged
      *                   browse/search screen against PARTLIST.DAT,
      *                   the same way VIEW_ALL_PARTS.cbl does, plus a
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD FIN RECORD CONTAINS 118 CHARACTERS.
           COPY PART_DEF REPLACING ==:TAG:== BY ==REC==.
      *-----------------------
       WORKING-STORAGE SECTION.
                   10 WS-ROW-PART-ID       PIC 9(5).
                   10 WS-ROW-PART-NAME     PIC X(15).
                   10 WS-ROW-PART-DESC     PIC X(35).
                   10 WS-ROW-PART-PRICE    PIC 9(5)V99.
                   10 WS-ROW-PART-SUPP     PIC 9(5).
                   10 WS-ROW-PART-ON-HAND  PIC 9(5).

       SCREEN SECTION.
       01 BROWSE-SCREEN.
               10 SEARCH-ID-FIELD PIC 9(5)
                   TO WS-SEARCH-ID                       LINE 3 COL 36.
           05 HEADER-SECTION.
               10 VALUE "| ID "                          LINE  4 COL  3.
               10 VALUE "|   PART NAME  "                LINE  4 COL  9.
               10 VALUE "|         PART DESCRIPTION          "
                                                         LINE  4 COL 25.
               10 VALUE "| PRICE "                       LINE  4 COL 61.
               10 VALUE "| SID "                         LINE  4 COL 69.
               10 VALUE "|HAND"                          LINE  4 COL 75.
           05 PART-LINES-SECTION.
                *> ROW 1
               10 PIC X USING WS-USER-INPUT(1)           LINE  6 COL  2.
               10 PIC 9(5) USING WS-ROW-PART-ID(1)               COL  4.
               10 PIC X(15) USING WS-ROW-PART-NAME(1)            COL 10.
               10 PIC X(35) USING WS-ROW-PART-DESC(1)            COL 26.
               10 PIC 9(5)V99 USING WS-ROW-PART-PRICE(1)         COL 62.
               10 PIC 9(5) USING WS-ROW-PART-SUPP(1)             COL 70.
               10 PIC 9(5) USING WS-ROW-PART-ON-HAND(1)          COL 76.
                *> ROW 2
               10 PIC X USING WS-USER-INPUT(2)           LINE  8 COL  2.
               10 PIC 9(5) USING WS-ROW-PART-ID(2)               COL  4.
               10 PIC X(15) USING WS-ROW-PART-NAME(2)            COL 10.
               10 PIC X(35) USING WS-ROW-PART-DESC(2)            COL 26.
               10 PIC 9(5)V99 USING WS-ROW-PART-PRICE(2)         COL 62.
               10 PIC 9(5) USING WS-ROW-PART-SUPP(2)             COL 70.
               10 PIC 9(5) USING WS-ROW-PART-ON-HAND(2)          COL 76.
                *> ROW 3
               10 PIC X USING WS-USER-INPUT(3)           LINE 10 COL  2.
               10 PIC 9(5) USING WS-ROW-PART-ID(3)               COL  4.
               10 PIC X(15) USING WS-ROW-PART-NAME(3)            COL 10.
               10 PIC X(35) USING WS-ROW-PART-DESC(3)            COL 26.
               10 PIC 9(5)V99 USING WS-ROW-PART-PRICE(3)         COL 62.
               10 PIC 9(5) USING WS-ROW-PART-SUPP(3)             COL 70.
               10 PIC 9(5) USING WS-ROW-PART-ON-HAND(3)          COL 76.
                *> ROW 4
               10 PIC X USING WS-USER-INPUT(4)           LINE 12 COL  2.
               10 PIC 9(5) USING WS-ROW-PART-ID(4)               COL  4.
               10 PIC X(15) USING WS-ROW-PART-NAME(4)            COL 10.
               10 PIC X(35) USING WS-ROW-PART-DESC(4)            COL 26.
               10 PIC 9(5)V99 USING WS-ROW-PART-PRICE(4)         COL 62.
               10 PIC 9(5) USING WS-ROW-PART-SUPP(4)             COL 70.
               10 PIC 9(5) USING WS-ROW-PART-ON-HAND(4)          COL 76.
                *> ROW 5
               10 PIC X USING WS-USER-INPUT(5)           LINE 14 COL  2.
               10 PIC 9(5) USING WS-ROW-PART-ID(5)               COL  4.
               10 PIC X(15) USING WS-ROW-PART-NAME(5)            COL 10.
               10 PIC X(35) USING WS-ROW-PART-DESC(5)            COL 26.
               10 PIC 9(5)V99 USING WS-ROW-PART-PRICE(5)         COL 62.
               10 PIC 9(5) USING WS-ROW-PART-SUPP(5)             COL 70.
               10 PIC 9(5) USING WS-ROW-PART-ON-HAND(5)          COL 76.
                *> ROW 6
               10 PIC X USING WS-USER-INPUT(6)           LINE 16 COL  2.
               10 PIC 9(5) USING WS-ROW-PART-ID(6)               COL  4.
               10 PIC X(15) USING WS-ROW-PART-NAME(6)            COL 10.
               10 PIC X(35) USING WS-ROW-PART-DESC(6)            COL 26.
               10 PIC 9(5)V99 USING WS-ROW-PART-PRICE(6)         COL 62.
               10 PIC 9(5) USING WS-ROW-PART-SUPP(6)             COL 70.
               10 PIC 9(5) USING WS-ROW-PART-ON-HAND(6)          COL 76.
                *> ROW 7
               10 PIC X USING WS-USER-INPUT(7)           LINE 18 COL  2.
               10 PIC 9(5) USING WS-ROW-PART-ID(7)               COL  4.
               10 PIC X(15) USING WS-ROW-PART-NAME(7)            COL 10.
               10 PIC X(35) USING WS-ROW-PART-DESC(7)            COL 26.
               10 PIC 9(5)V99 USING WS-ROW-PART-PRICE(7)         COL 62.
               10 PIC 9(5) USING WS-ROW-PART-SUPP(7)             COL 70.
               10 PIC 9(5) USING WS-ROW-PART-ON-HAND(7)          COL 76.
                *> ROW 8
               10 PIC X USING WS-USER-INPUT(8)           LINE 20 COL  2.
               10 PIC 9(5) USING WS-ROW-PART-ID(8)               COL  4.
               10 PIC X(15) USING WS-ROW-PART-NAME(8)            COL 10.
               10 PIC X(35) USING WS-ROW-PART-DESC(8)            COL 26.
               10 PIC 9(5)V99 USING WS-ROW-PART-PRICE(8)         COL 62.
               10 PIC 9(5) USING WS-ROW-PART-SUPP(8)             COL 70.
               10 PIC 9(5) USING WS-ROW-PART-ON-HAND(8)          COL 76.
                *> ROW 9
               10 PIC X USING WS-USER-INPUT(9)           LINE 22 COL  2.
               10 PIC 9(5) USING WS-ROW-PART-ID(9)               COL  4.
               10 PIC X(15) USING WS-ROW-PART-NAME(9)            COL 10.
               10 PIC X(35) USING WS-ROW-PART-DESC(9)            COL 26.
               10 PIC 9(5)V99 USING WS-ROW-PART-PRICE(9)         COL 62.
               10 PIC 9(5) USING WS-ROW-PART-SUPP(9)             COL 70.
               10 PIC 9(5) USING WS-ROW-PART-ON-HAND(9)          COL 76.
                *> ROW 10
               10 PIC X USING WS-USER-INPUT(10)          LINE 24 COL  2.
               10 PIC 9(5) USING WS-ROW-PART-ID(10)              COL  4.
               10 PIC X(15) USING WS-ROW-PART-NAME(10)           COL 10.
               10 PIC X(35) USING WS-ROW-PART-DESC(10)           COL 26.
               10 PIC 9(5)V99 USING WS-ROW-PART-PRICE(10)        COL 62.
               10 PIC 9(5) USING WS-ROW-PART-SUPP(10)            COL 70.
               10 PIC 9(5) USING WS-ROW-PART-ON-HAND(10)         COL 76.
           05 USER-INFO-SECTION.
              10  DISP-MORE-REC PIC XXXXXX               LINE 25 COL 70.

