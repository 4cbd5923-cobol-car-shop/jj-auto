      *>           qualified field names, same convention used by the
      *>           other *_DEF copybooks in this system.
      *> Modification History:
      *>   10/15/2026 BS - PART-ON-HAND and PART-COMMITTED widened
      *>                   99 -> 9(5), and PART-PRICE, PART-COST and
      *>                   PART-CORE-CHARGE 999V99 -> 9(5)V99, so a
      *>                   bulk fluid or fastener count can pass 99 and
      *>                   an engine or transmission can carry its real
      *>                   price. Existing files are carried over by
      *>                   PART_WIDEN. Record grows 106 -> 118.
      *>   09/01/2026 BS - PART-SUPERSEDED-BY added: the part number
      *>                   the supplier replaced this one with (zero =
      *>                   current). Parts_Lookup and
           05  :TAG:-PART-ID           PIC 9(5).
           05  :TAG:-PART-NAME         PIC X(15).
           05  :TAG:-PART-DESC         PIC X(35).
           05  :TAG:-PART-PRICE        PIC 9(5)V99.
           05  :TAG:-PART-COST         PIC 9(5)V99.
           05  :TAG:-PART-SUPP         PIC 9(5).
           05  :TAG:-PART-ON-HAND      PIC 9(5).
           05  :TAG:-PART-COMMITTED    PIC 9(5).
           05  :TAG:-PART-CATEGORY     PIC X(10).
           05  :TAG:-PART-BIN          PIC X(6).
           05  :TAG:-PART-MIN-LEVEL    PIC 9(3).
           05  :TAG:-PART-MAX-LEVEL    PIC 9(3).
           05  :TAG:-PART-CORE-CHARGE  PIC 9(5)V99.
           05  :TAG:-PART-SUPERSEDED-BY PIC 9(5).
