      *>*****************************************************************
      *> Copybook: PART_FIND_DEF
      *> Purpose:  What a caller hands FIND_PART - whatever number the
      *>           counter was given for a part (CODE) - and what comes
      *>           back. A number of five digits or fewer is taken as
      *>           our own PART-ID; anything else is looked up as a
      *>           PARTUPC.IDX barcode, then as a supplier's own part
      *>           number off PARTSUPP.IDX. SUPPLIER-ID, when not zero,
      *>           says whose catalog the number comes from (a PO being
      *>           received) and settles a number two suppliers both
      *>           use. RESULT: 01 found (PART-ID and FOUND-BY set),
      *>           97 the number fits more than one part, 99 not found.
      *>           REPLACING ==:TAG:== BY ==prefix==.
      *>*****************************************************************
       01  :TAG:-PART-FIND.
           05  :TAG:-PF-CODE        PIC X(20).
           05  :TAG:-PF-SUPPLIER-ID PIC 9(5).
           05  :TAG:-PF-PART-ID     PIC 9(5).
           05  :TAG:-PF-FOUND-BY    PIC X.
               88  :TAG:-PF-BY-PART-ID     VALUE "I".
               88  :TAG:-PF-BY-UPC         VALUE "U".
               88  :TAG:-PF-BY-SUPP-NO     VALUE "S".
           05  :TAG:-PF-RESULT      PIC 99.
               88  :TAG:-PF-FOUND          VALUE 01.
               88  :TAG:-PF-AMBIGUOUS      VALUE 97.
               88  :TAG:-PF-NOT-FOUND      VALUE 99.
