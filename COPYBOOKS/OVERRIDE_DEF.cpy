      *>           lot price past the allowed margin, recording who
      *>           approved it and both prices. Appended by SalesMain's
      *>           sale flow in the style of PRICEHIST.DAT and read back
      *>           by DISCOUNT_REPORT. ENTERED-BY is the login that
      *>           keyed the deal, so SOD_REPORT can show a manager
      *>           approving their own discount; older rows read back
      *>           with it blank. REPLACING ==:TAG:== BY ==prefix==.
      *>*****************************************************************
       01  :TAG:-OVERRIDE.
           05  :TAG:-saleID         PIC 9(5).
           05  :TAG:-salePrice      PIC 9(7)V99.
           05  :TAG:-APPROVED-BY    PIC X(30).
           05  :TAG:-OVR-DATE       PIC 9(8).
           05  :TAG:-ENTERED-BY     PIC X(30).
