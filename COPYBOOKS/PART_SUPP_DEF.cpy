      *>           REC-PART-SUPP on the part record. PART-ID and
      *>           SUPPLIER-ID carry WITH DUPLICATES so both directions
      *>           can be walked. REPLACING ==:TAG:== BY ==prefix==.
      *> Modification History:
      *>   10/15/2026 BS - RETURN-OK added - "Y" when this supplier
      *>                   will take unsold stock of the part back,
      *>                   for DEAD_STOCK_REPORT's return / mark down /
      *>                   write off call. Rows written before carry
      *>                   a space there and read as not returnable.
      *>                   Record grows 23 -> 24.
      *>   10/15/2026 BS - SUPP-PART-NO added - the supplier's own
      *>                   catalog number for the part, carried as a
      *>                   WITH DUPLICATES alternate key so FIND_PART
      *>                   can turn the number a caller or a packing
      *>                   slip quotes back into our PART-ID, and
      *>                   PO_ENTRY prints it on the order. Rows
      *>                   written before carry spaces there. Record
      *>                   grows 24 -> 44.
      *>   10/15/2026 BS - UNIT-COST widened 999V99 -> 9(5)V99 to
      *>                   quote the widened PART-COST - SUGGEST_PO
      *>                   prices PO lines from it. Existing rows are
      *>                   carried over from the 23-byte layout by
      *>                   PART_WIDEN, with RETURN-OK a space and
      *>                   SUPP-PART-NO spaces. Record grows 44 -> 46.
      *>*****************************************************************
       01  :TAG:-PARTSUPP.
           05  :TAG:-XREF-ID        PIC 9(5).
           05  :TAG:-PART-ID        PIC 9(5).
           05  :TAG:-SUPPLIER-ID    PIC 9(5).
           05  :TAG:-UNIT-COST      PIC 9(5)V99.
           05  :TAG:-LEAD-DAYS      PIC 999.
           05  :TAG:-RETURN-OK      PIC X.
               88  :TAG:-TAKES-RETURNS      VALUE "Y".
           05  :TAG:-SUPP-PART-NO   PIC X(20).
