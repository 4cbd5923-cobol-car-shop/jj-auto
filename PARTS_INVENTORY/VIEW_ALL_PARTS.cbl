       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD IDXFILE RECORD CONTAINS 118 CHARACTERS.
           COPY PART_DEF REPLACING ==:TAG:== BY ==REC==.
      *-----------------------
       WORKING-STORAGE SECTION.
                   10 WS-PART-ID       PIC 9(5).
                   10 WS-PART-NAME     PIC X(15).
                   10 WS-PART-DESC     PIC X(35).
                   10 WS-PART-PRICE    PIC 9(5)V99.
                   10 WS-PART-SUPP     PIC 9(5).

       SCREEN SECTION.
               10 VALUE "|   PART NAME  "                LINE  3 COL 12.
               10 VALUE "|         PART DESCRIPTION          "
                                                         LINE  3 COL 28.
               10 VALUE "|PRICE  "                       LINE  3 COL 64.
               10 VALUE "| SID |"                        LINE  3 COL 72.
           05 PART-LINES-SECTION.
                *> ROW 1
               10 PIC X USING WS-USER-INPUT(1)           LINE  5 COL  4.
               10 PIC 9(5) USING WS-PART-ID(1)                   COL  7.
               10 PIC X(15) USING WS-PART-NAME(1)                COL 13.
               10 PIC X(35) USING WS-PART-DESC(1)                COL 29.
               10 PIC 9(5)V99 USING WS-PART-PRICE(1)             COL 65.
               10 PIC 9(5) USING WS-PART-SUPP(1)                 COL 73.
                *> ROW 2
               10 PIC X USING WS-USER-INPUT(2)           LINE  7 COL  4.
               10 PIC 9(5) USING WS-PART-ID(2)                   COL  7.
               10 PIC X(15) USING WS-PART-NAME(2)                COL 13.
               10 PIC X(35) USING WS-PART-DESC(2)                COL 29.
               10 PIC 9(5)V99 USING WS-PART-PRICE(2)             COL 65.
               10 PIC 9(5) USING WS-PART-SUPP(2)                 COL 73.
                *> ROW 3
               10 PIC X USING WS-USER-INPUT(3)           LINE  9 COL  4.
               10 PIC 9(5) USING WS-PART-ID(3)                   COL  7.
               10 PIC X(15) USING WS-PART-NAME(3)                COL 13.
               10 PIC X(35) USING WS-PART-DESC(3)                COL 29.
               10 PIC 9(5)V99 USING WS-PART-PRICE(3)             COL 65.
               10 PIC 9(5) USING WS-PART-SUPP(3)                 COL 73.
                *> ROW 4
               10 PIC X USING WS-USER-INPUT(4)           LINE 11 COL  4.
               10 PIC 9(5) USING WS-PART-ID(4)                   COL  7.
               10 PIC X(15) USING WS-PART-NAME(4)                COL 13.
               10 PIC X(35) USING WS-PART-DESC(4)                COL 29.
               10 PIC 9(5)V99 USING WS-PART-PRICE(4)             COL 65.
               10 PIC 9(5) USING WS-PART-SUPP(4)                 COL 73.
                *> ROW 5
               10 PIC X USING WS-USER-INPUT(5)           LINE 13 COL  4.
               10 PIC 9(5) USING WS-PART-ID(5)                   COL  7.
               10 PIC X(15) USING WS-PART-NAME(5)                COL 13.
               10 PIC X(35) USING WS-PART-DESC(5)                COL 29.
               10 PIC 9(5)V99 USING WS-PART-PRICE(5)             COL 65.
               10 PIC 9(5) USING WS-PART-SUPP(5)                 COL 73.
                *> ROW 6
               10 PIC X USING WS-USER-INPUT(6)           LINE 15 COL  4.
               10 PIC 9(5) USING WS-PART-ID(6)                   COL  7.
               10 PIC X(15) USING WS-PART-NAME(6)                COL 13.
               10 PIC X(35) USING WS-PART-DESC(6)                COL 29.
               10 PIC 9(5)V99 USING WS-PART-PRICE(6)             COL 65.
               10 PIC 9(5) USING WS-PART-SUPP(6)                 COL 73.
                *> ROW 7
               10 PIC X USING WS-USER-INPUT(7)           LINE 17 COL  4.
               10 PIC 9(5) USING WS-PART-ID(7)                   COL  7.
               10 PIC X(15) USING WS-PART-NAME(7)                COL 13.
               10 PIC X(35) USING WS-PART-DESC(7)                COL 29.
               10 PIC 9(5)V99 USING WS-PART-PRICE(7)             COL 65.
               10 PIC 9(5) USING WS-PART-SUPP(7)                 COL 73.
                *> ROW 8
               10 PIC X USING WS-USER-INPUT(8)           LINE 19 COL  4.
               10 PIC 9(5) USING WS-PART-ID(8)                   COL  7.
               10 PIC X(15) USING WS-PART-NAME(8)                COL 13.
               10 PIC X(35) USING WS-PART-DESC(8)                COL 29.
               10 PIC 9(5)V99 USING WS-PART-PRICE(8)             COL 65.
               10 PIC 9(5) USING WS-PART-SUPP(8)                 COL 73.
                *> ROW 9
               10 PIC X USING WS-USER-INPUT(9)           LINE 21 COL  4.
               10 PIC 9(5) USING WS-PART-ID(9)                   COL  7.
               10 PIC X(15) USING WS-PART-NAME(9)                COL 13.
               10 PIC X(35) USING WS-PART-DESC(9)                COL 29.
               10 PIC 9(5)V99 USING WS-PART-PRICE(9)             COL 65.
               10 PIC 9(5) USING WS-PART-SUPP(9)                 COL 73.
                *> ROW 10
               10 PIC X USING WS-USER-INPUT(10)          LINE 23 COL  4.
               10 PIC 9(5) USING WS-PART-ID(10)                  COL  7.
               10 PIC X(15) USING WS-PART-NAME(10)               COL 13.
               10 PIC X(35) USING WS-PART-DESC(10)               COL 29.
               10 PIC 9(5)V99 USING WS-PART-PRICE(10)            COL 65.
               10 PIC 9(5) USING WS-PART-SUPP(10)                COL 73.
           05 USER-INFO-SECTION.
              10  DISP-MORE-REC PIC XXXXXX               LINE 24 COL 70.

