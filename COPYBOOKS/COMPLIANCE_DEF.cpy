      *>*****************************************************************
      *> Copybook: COMPLIANCE_DEF
      *> Purpose:  Shared record layout for a COMPLIANCE.DAT row - one
      *>           row per OFAC and identity check OFAC_SCREEN runs on
      *>           a buyer, whether at the sale (SAL), at a credit
      *>           application (CRA), or asked for at the compliance
      *>           desk (MAN): when, who and which unit, the ID seen
      *>           (type, number, expiry), how it came out, the first
      *>           SDN.DAT name it hit, who ran it, and the manager who
      *>           cleared a possible match. A clear (C) or cleared (O)
      *>           row lets the deal go on; a blocked (B) row stops it.
      *>           COMPLIANCE_DESK reports deals that posted with no
      *>           passing row for the buyer and unit.
      *>           REPLACING ==:TAG:== BY ==prefix==.
      *>*****************************************************************
       01  :TAG:-COMPLIANCE.
           05  :TAG:-CK-DATE         PIC 9(8).
           05  :TAG:-CK-TIME         PIC 9(6).
           05  :TAG:-CK-SOURCE       PIC X(3).
               88  :TAG:-CK-AT-SALE       VALUE "SAL".
               88  :TAG:-CK-AT-CREDIT-APP VALUE "CRA".
               88  :TAG:-CK-AT-DESK       VALUE "MAN".
           05  :TAG:-custID          PIC 9(5).
           05  :TAG:-CK-VIN          PIC X(17).
           05  :TAG:-CK-ID-TYPE      PIC XX.
               88  :TAG:-CK-DRIVERS-LICENSE VALUE "DL".
               88  :TAG:-CK-STATE-ID      VALUE "ST".
               88  :TAG:-CK-PASSPORT      VALUE "PP".
               88  :TAG:-CK-MILITARY-ID   VALUE "MI".
           05  :TAG:-CK-ID-NUMBER    PIC X(20).
           05  :TAG:-CK-ID-EXPIRY    PIC 9(8).
           05  :TAG:-CK-RESULT       PIC X.
               88  :TAG:-CK-CLEAR         VALUE "C".
               88  :TAG:-CK-CLEARED       VALUE "O".
               88  :TAG:-CK-BLOCKED       VALUE "B".
               88  :TAG:-CK-PASSED        VALUES "C" "O".
           05  :TAG:-CK-MATCH-ENT    PIC 9(6).
           05  :TAG:-CK-MATCH-NAME   PIC X(40).
           05  :TAG:-CK-REASON       PIC X(20).
           05  :TAG:-CK-BY           PIC X(30).
           05  :TAG:-CK-CLEARED-BY   PIC X(30).
