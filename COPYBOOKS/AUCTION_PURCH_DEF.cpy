      *>*****************************************************************
      *> Copybook: AUCTION_PURCH_DEF
      *> Purpose:  Row layout of the auction's electronic purchase
      *>           file (AUCTIONPURCH.DAT) - one row per unit we won,
      *>           as the auction's bill of sale lists it: VIN, the
      *>           auction's make/model/year, odometer at sale, the
      *>           hammer price, the buyer fee, the transport charge
      *>           to get it to us, the sale date and the auction,
      *>           and the title brand the auction announced (C, S,
      *>           R, F or L as on CAR_DEF; blank taken as clean).
      *>           Read by the SALES_MAIN auction import, which files
      *>           each good row as an IN-TRANSIT CAR.IDX unit instead
      *>           of it being keyed through 230-AddNewCar by hand.
      *>           REPLACING ==:TAG:== BY ==prefix==.
      *>*****************************************************************
       01  :TAG:-AUCTION-PURCH.
           05  :TAG:-carVIN           PIC X(17).
           05  :TAG:-make             PIC X(15).
           05  :TAG:-model            PIC X(15).
           05  :TAG:-year             PIC 9(4).
           05  :TAG:-mileage          PIC 9(7).
           05  :TAG:-purchasePrice    PIC 9(7)V99.
           05  :TAG:-buyerFee         PIC 9(5)V99.
           05  :TAG:-transportFee     PIC 9(5)V99.
           05  :TAG:-saleDate         PIC 9(8).
           05  :TAG:-auctionName      PIC X(20).
           05  :TAG:-titleBrand       PIC X.
