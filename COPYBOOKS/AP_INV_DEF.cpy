      *>*****************************************************************
      *> Copybook: AP_INV_DEF
      *> Purpose:  Shared record layout for an APINV.IDX supplier
      *>           invoice header - one row per invoice a SUPPLIER.IDX
      *>           supplier sends us, keyed by AP_INVOICE_DESK against
      *>           the PO.IDX order it bills. The billed lines live in
      *>           APLINE.IDX (see AP_LINE_DEF), each matched to the
      *>           POLINE.IDX line's received quantity and cost.
      *>           STATUS walks the invoice through approval and
      *>           payment:
      *>             H - held: no PO on file to match it to, or lines
      *>                 for parts the PO never carried;
      *>             V - a price or quantity variance waits for
      *>                 approval;
      *>             A - approved to pay (matched clean, or a variance
      *>                 signed off - APPROVED-BY/-DATE say who/when);
      *>             P - paid by AP_PAYMENT_RUN, PAID-DATE/CHECK-NO
      *>                 stamped;
      *>             R - rejected back to the supplier, never paid.
      *>           SUPP-ID carries WITH DUPLICATES so AP_AGING can
      *>           walk the open invoices supplier by supplier.
      *>           REPLACING ==:TAG:== BY ==prefix==.
      *>*****************************************************************
       01  :TAG:-AP-INV.
           05  :TAG:-AP-INV-ID         PIC 9(5).
           05  :TAG:-AP-SUPP-ID        PIC 9(5).
           05  :TAG:-AP-SUPP-INV-NO    PIC X(15).
           05  :TAG:-AP-PO-NUMBER      PIC 9(5).
           05  :TAG:-AP-INV-DATE       PIC 9(8).
           05  :TAG:-AP-DUE-DATE       PIC 9(8).
           05  :TAG:-AP-INV-TOTAL      PIC 9(7)V99.
           05  :TAG:-AP-STATUS         PIC X.
               88  :TAG:-AP-HELD           VALUE "H".
               88  :TAG:-AP-VARIANCE       VALUE "V".
               88  :TAG:-AP-APPROVED       VALUE "A".
               88  :TAG:-AP-PAID           VALUE "P".
               88  :TAG:-AP-REJECTED       VALUE "R".
               88  :TAG:-AP-OPEN           VALUES "H" "V" "A".
           05  :TAG:-AP-ENTERED-DATE   PIC 9(8).
           05  :TAG:-AP-APPROVED-BY    PIC X(30).
           05  :TAG:-AP-APPROVED-DATE  PIC 9(8).
           05  :TAG:-AP-PAID-DATE      PIC 9(8).
           05  :TAG:-AP-CHECK-NO       PIC 9(5).
