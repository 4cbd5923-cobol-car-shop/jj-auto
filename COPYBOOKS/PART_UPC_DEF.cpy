      *>*****************************************************************
      *> Copybook: PART_UPC_DEF
      *> Purpose:  Shared record layout for a PARTUPC.IDX barcode row -
      *>           one UPC/EAN barcode printed on a part's packaging,
      *>           keyed by the barcode itself so a scan lands straight
      *>           on our PART-ID. UPC-PART-ID carries WITH DUPLICATES
      *>           so a part can carry more than one barcode (the same
      *>           filter boxed by two brands) and a part's barcodes
      *>           can be listed. Kept through PART_SUPP_DESK, read by
      *>           FIND_PART. REPLACING ==:TAG:== BY ==prefix==.
      *>*****************************************************************
       01  :TAG:-PARTUPC.
           05  :TAG:-UPC-CODE       PIC X(14).
           05  :TAG:-UPC-PART-ID    PIC 9(5).
