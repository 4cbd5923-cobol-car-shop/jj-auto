       01  RMALINE-REC.
           05  RL-RMA-ID       PIC 9(5).
           05  RL-PART-ID      PIC 9(5).
           05  RL-QTY          PIC 9(5).
           05  RL-EXP-CREDIT   PIC 9(5)V99.
      *    Same row shape PARTS_RETURN writes.
       FD DEFECTIVE-FILE.
       01  DEFECTIVE-REC.
           05  DEF-PART-ID     PIC 9(5).
           05  DEF-QTY         PIC 9(5).
           05  DEF-DATE        PIC 9(8).
           05  DEF-SOURCE-ID   PIC 9(5).
       FD EXPORT-FILE.
       01  WS-KEEP-TABLE.
           05  WS-KT-ENTRY OCCURS 200 TIMES.
               10  WS-KT-PART      PIC 9(5).
               10  WS-KT-QTY       PIC 9(5).
               10  WS-KT-DATE      PIC 9(8).
               10  WS-KT-SOURCE    PIC 9(5).
       01  WS-KT-USED          PIC 9(3).
