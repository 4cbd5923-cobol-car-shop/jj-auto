      *>*****************************************************************
      *> Copybook: TIRE_STORE_DEF
      *> Purpose:  Shared record layout for a TIRESTORE.IDX stored tire
      *>           set - a customer's off-season tires held on our
      *>           racks between changeovers. Carries the customer,
      *>           the VIN they ride on, size and brand, tread depth
      *>           at each position (32nds), the rack location, the
      *>           date in, and the storage fee. dueDate is the start
      *>           of the changeover the set comes back out for.
      *>           TIRE_DESK checks sets in; CHECK_TIRE_STORAGE marks
      *>           one PULLED against the swap ticket when it opens,
      *>           and TICKET_CLOSE bills the fee and RELEASES it.
      *>           custID, carVIN, rackLoc and ticketID carry WITH
      *>           DUPLICATES alternate keys.
      *>           REPLACING ==:TAG:== BY ==prefix==.
      *>*****************************************************************
       01  :TAG:-TIRE-SET.
           05  :TAG:-tireSetID        PIC 9(5).
           05  :TAG:-custID           PIC 9(5).
           05  :TAG:-carVIN           PIC X(17).
           05  :TAG:-tireSize         PIC X(15).
           05  :TAG:-tireBrand        PIC X(15).
           05  :TAG:-tireSeason       PIC X.
               88  :TAG:-WINTER-SET       VALUE "W".
               88  :TAG:-SUMMER-SET       VALUE "S".
           05  :TAG:-treadLF          PIC 99.
           05  :TAG:-treadRF          PIC 99.
           05  :TAG:-treadLR          PIC 99.
           05  :TAG:-treadRR          PIC 99.
           05  :TAG:-rackLoc          PIC X(8).
           05  :TAG:-dateIn           PIC 9(8).
           05  :TAG:-dueDate          PIC 9(8).
           05  :TAG:-storageFee       PIC 9(5)V99.
           05  :TAG:-setStatus        PIC X.
               88  :TAG:-SET-STORED       VALUE "S".
               88  :TAG:-SET-PULLED       VALUE "P".
               88  :TAG:-SET-RELEASED     VALUE "R".
           05  :TAG:-ticketID         PIC 9(5).
           05  :TAG:-feeStatus        PIC X.
               88  :TAG:-FEE-UNBILLED     VALUE "U".
               88  :TAG:-FEE-PAID         VALUE "P".
               88  :TAG:-FEE-ON-ACCOUNT   VALUE "A".
           05  :TAG:-dateOut          PIC 9(8).
