      *>*****************************************************************
      *> Copybook: SDN_DEF
      *> Purpose:  Shared record layout for an SDN.DAT row - the
      *>           Treasury (OFAC) Specially Designated Nationals list
      *>           as COMPLIANCE_DESK loads it from the published
      *>           SDN.CSV, one row per listed name, upper-cased and
      *>           split into LAST and FIRST the way the list writes
      *>           it ("LAST, First Middle"). Entities, vessels and
      *>           aircraft carry the whole name in LAST. An H row,
      *>           written last once the count is known, carries the
      *>           date the list was loaded and the count of names in
      *>           ENT-NUM. Read by OFAC_SCREEN.
      *>           REPLACING ==:TAG:== BY ==prefix==.
      *>*****************************************************************
       01  :TAG:-SDN.
           05  :TAG:-SDN-REC-TYPE    PIC X.
               88  :TAG:-SDN-HEADER       VALUE "H".
               88  :TAG:-SDN-ENTRY        VALUE "D".
           05  :TAG:-SDN-ENT-NUM     PIC 9(6).
           05  :TAG:-SDN-TYPE        PIC X.
               88  :TAG:-SDN-INDIVIDUAL   VALUE "I".
               88  :TAG:-SDN-ENTITY       VALUE "E".
               88  :TAG:-SDN-VESSEL       VALUE "V".
               88  :TAG:-SDN-AIRCRAFT     VALUE "A".
           05  :TAG:-SDN-LAST        PIC X(40).
           05  :TAG:-SDN-FIRST       PIC X(40).
           05  :TAG:-SDN-PROGRAM     PIC X(20).
           05  :TAG:-SDN-LOAD-DATE   PIC 9(8).
