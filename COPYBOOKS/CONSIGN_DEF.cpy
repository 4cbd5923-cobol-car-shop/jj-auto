      *>*****************************************************************
      *> Copybook: CONSIGN_DEF
      *> Purpose:  Shared record layout for a CONSIGN.IDX consignment
      *>           agreement - a customer's car we sell on the lot on
      *>           the owner's behalf. CONSIGN_DESK files the row
      *>           when the unit comes in (the CAR.IDX record goes on
      *>           with ownership C): the consignor (a CUSTOMER.IDX
      *>           custID), the agreed net to the owner, and the date
      *>           the agreement runs out. When ADD_SALE or
      *>           WHOLESALE_DESK sells the unit CONSIGN_SETTLE stamps
      *>           the sale, our fee (price over the agreed net), the
      *>           RECONEXP.DAT recon charged back to the owner, and
      *>           the check amount - the settlement payable - and
      *>           CONSIGN_STATEMENT prints it. The desk records the
      *>           check once it is cut. Keyed on consignID with
      *>           carVIN and consignorID WITH DUPLICATES alternates.
      *>           REPLACING ==:TAG:== BY ==prefix==.
      *>*****************************************************************
       01  :TAG:-CONSIGN.
           05  :TAG:-consignID        PIC 9(5).
           05  :TAG:-carVIN           PIC X(17).
           05  :TAG:-consignorID      PIC 9(5).
           05  :TAG:-netToOwner       PIC 9(7)V99.
           05  :TAG:-consignDate      PIC 9(8).
           05  :TAG:-expiryDate       PIC 9(8).
           05  :TAG:-cnStatus         PIC X.
               88  :TAG:-CN-ON-LOT        VALUE "C".
               88  :TAG:-CN-SOLD          VALUE "S".
               88  :TAG:-CN-SETTLED       VALUE "P".
               88  :TAG:-CN-RETURNED      VALUE "R".
           05  :TAG:-saleRef          PIC X(10).
           05  :TAG:-saleDate         PIC 9(8).
           05  :TAG:-salePrice        PIC 9(7)V99.
           05  :TAG:-feeAmt           PIC 9(7)V99.
           05  :TAG:-reconAmt         PIC 9(7)V99.
           05  :TAG:-checkAmt         PIC 9(7)V99.
           05  :TAG:-paidDate         PIC 9(8).
           05  :TAG:-checkRef         PIC X(12).
