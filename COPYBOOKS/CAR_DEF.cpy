      *> Purpose:  Shared record layout for a CAR.IDX vehicle record.
      *>           REPLACING ==:TAG:== BY ==prefix==.
      *> Modification History:
      *>   10/15/2026 JW - title tracking added. titleBrand carries
      *>                   the brand the title bears (salvage,
      *>                   rebuilt, flood, lemon buyback - clean
      *>                   otherwise) and prints as a disclosure on
      *>                   WINDOW_STICKER and BILL_OF_SALE.
      *>                   titleRcvdDate is the day the title came
      *>                   into our hands, zero while we are still
      *>                   waiting on it; titleSource says who owes
      *>                   it (auction, trade, street purchase,
      *>                   consignor, repo). Units filed before the
      *>                   fields existed carry blanks there and are
      *>                   taken as clean with the title in hand.
      *>                   Maintained at TITLE_DESK; TITLE_REPORT
      *>                   lists the titles still out. Record grows
      *>                   89 -> 99.
      *>   10/15/2026 JW - ownership added: a consigned unit (C) sits
      *>                   on the lot for a CUSTOMER.IDX consignor
      *>                   under a CONSIGN.IDX agreement, carries no
      *>                   acquisitionCost of ours, stays off the
      *>                   floor plan line, and is settled to the
      *>                   owner when it sells. Everything else is
      *>                   ours (O, or blank on units filed before
      *>                   the field existed). Record grows 88 -> 89.
      *>   09/01/2026 JW - warrantyType added: the FTC Buyers Guide
      *>                   selection (as-is or dealer warranty)
      *>                   recorded on the unit, so what
           05  :TAG:-warrantyType    PIC X.
               88  :TAG:-CAR-AS-IS          VALUE "A".
               88  :TAG:-CAR-WARRANTY       VALUE "W".
           05  :TAG:-ownership       PIC X.
               88  :TAG:-CAR-OWNED          VALUES "O" " ".
               88  :TAG:-CAR-CONSIGNED      VALUE "C".
           05  :TAG:-titleBrand      PIC X.
               88  :TAG:-TB-CLEAN           VALUES "C" " ".
               88  :TAG:-TB-SALVAGE         VALUE "S".
               88  :TAG:-TB-REBUILT         VALUE "R".
               88  :TAG:-TB-FLOOD           VALUE "F".
               88  :TAG:-TB-LEMON           VALUE "L".
               88  :TAG:-TB-VALID
                       VALUES "C" "S" "R" "F" "L".
           05  :TAG:-titleRcvdDate   PIC 9(8).
           05  :TAG:-titleSource     PIC X.
               88  :TAG:-TS-AUCTION         VALUE "A".
               88  :TAG:-TS-TRADE           VALUE "T".
               88  :TAG:-TS-PURCHASE        VALUE "P".
               88  :TAG:-TS-CONSIGNOR       VALUE "C".
               88  :TAG:-TS-REPO            VALUE "R".
               88  :TAG:-TS-OTHER           VALUE "O".
