       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD IDXFILE RECORD CONTAINS 118 CHARACTERS.
           COPY PART_DEF REPLACING ==:TAG:== BY ==REC==.
       FD EXPORT-FILE.
       01 EXPORT-REC                         PIC X(80).
               10 WS-PART-ID       PIC 9(5).
               10 WS-PART-NAME     PIC X(15).
               10 WS-PART-SUPP     PIC 9(5).
               10 WS-PART-ON-HAND  PIC 9(5).
      *-----------------------
       LINKAGE SECTION.
      **-*-*-*-*-*-*-*-*-*-*-*-*-*
                *> ROW 1
               10 PIC 9(5) USING WS-PART-ID(1)           LINE  5 COL  7.
               10 PIC X(15) USING WS-PART-NAME(1)                COL 13.
               10 PIC 9(5) USING WS-PART-ON-HAND(1)              COL 31.
               10 PIC 9(5) USING WS-PART-SUPP(1)                 COL 40.
                *> ROW 2
               10 PIC 9(5) USING WS-PART-ID(2)           LINE  7 COL  7.
               10 PIC X(15) USING WS-PART-NAME(2)                COL 13.
               10 PIC 9(5) USING WS-PART-ON-HAND(2)              COL 31.
               10 PIC 9(5) USING WS-PART-SUPP(2)                 COL 40.
                *> ROW 3
               10 PIC 9(5) USING WS-PART-ID(3)           LINE  9 COL  7.
               10 PIC X(15) USING WS-PART-NAME(3)                COL 13.
               10 PIC 9(5) USING WS-PART-ON-HAND(3)              COL 31.
               10 PIC 9(5) USING WS-PART-SUPP(3)                 COL 40.
                *> ROW 4
               10 PIC 9(5) USING WS-PART-ID(4)           LINE 11 COL  7.
               10 PIC X(15) USING WS-PART-NAME(4)                COL 13.
               10 PIC 9(5) USING WS-PART-ON-HAND(4)              COL 31.
               10 PIC 9(5) USING WS-PART-SUPP(4)                 COL 40.
                *> ROW 5
               10 PIC 9(5) USING WS-PART-ID(5)           LINE 13 COL  7.
               10 PIC X(15) USING WS-PART-NAME(5)                COL 13.
               10 PIC 9(5) USING WS-PART-ON-HAND(5)              COL 31.
               10 PIC 9(5) USING WS-PART-SUPP(5)                 COL 40.
                *> ROW 6
               10 PIC 9(5) USING WS-PART-ID(6)           LINE 15 COL  7.
               10 PIC X(15) USING WS-PART-NAME(6)                COL 13.
               10 PIC 9(5) USING WS-PART-ON-HAND(6)              COL 31.
               10 PIC 9(5) USING WS-PART-SUPP(6)                 COL 40.
                *> ROW 7
               10 PIC 9(5) USING WS-PART-ID(7)           LINE 17 COL  7.
               10 PIC X(15) USING WS-PART-NAME(7)                COL 13.
               10 PIC 9(5) USING WS-PART-ON-HAND(7)              COL 31.
               10 PIC 9(5) USING WS-PART-SUPP(7)                 COL 40.
                *> ROW 8
               10 PIC 9(5) USING WS-PART-ID(8)           LINE 19 COL  7.
               10 PIC X(15) USING WS-PART-NAME(8)                COL 13.
               10 PIC 9(5) USING WS-PART-ON-HAND(8)              COL 31.
               10 PIC 9(5) USING WS-PART-SUPP(8)                 COL 40.
                *> ROW 9
               10 PIC 9(5) USING WS-PART-ID(9)           LINE 21 COL  7.
               10 PIC X(15) USING WS-PART-NAME(9)                COL 13.
               10 PIC 9(5) USING WS-PART-ON-HAND(9)              COL 31.
               10 PIC 9(5) USING WS-PART-SUPP(9)                 COL 40.
                *> ROW 10
               10 PIC 9(5) USING WS-PART-ID(10)          LINE 23 COL  7.
               10 PIC X(15) USING WS-PART-NAME(10)               COL 13.
               10 PIC 9(5) USING WS-PART-ON-HAND(10)             COL 31.
               10 PIC 9(5) USING WS-PART-SUPP(10)                COL 40.
           05 USER-INFO-SECTION.
               10 DISP-MORE-REC PIC XXXXXX               LINE 24 COL 70.
