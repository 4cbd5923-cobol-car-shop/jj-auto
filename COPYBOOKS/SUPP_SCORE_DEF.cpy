      *>*****************************************************************
      *> Copybook: SUPP_SCORE_DEF
      *> Purpose:  One supplier's performance figures for a date
      *>           range, filled in by SUPPLIER_SCORE. The caller sets
      *>           SUPPLIER-ID, FROM-DATE and TO-DATE (orders placed in
      *>           that range count); everything else comes back.
      *>           Lead times are PO date to the first PO_RECEIVE
      *>           receipt, promised days are the PARTSUPP.IDX source's
      *>           LEAD-DAYS, fill rate is quantity on the first
      *>           receipt against quantity ordered, cost variance is
      *>           the received cost against the PARTSUPP.IDX quote
      *>           (positive = paid more), and the defect rate is units
      *>           sent back on RMAs shipped in the range against
      *>           units received. Averages and rates are zero when
      *>           there is nothing to measure. Used by
      *>           SUPPLIER_SCORECARD and SHOW_PART_SOURCES.
      *>           REPLACING ==:TAG:== BY ==prefix==.
      *>*****************************************************************
       01  :TAG:-SUPP-SCORE.
           05  :TAG:-SUPPLIER-ID      PIC 9(5).
           05  :TAG:-FROM-DATE        PIC 9(8).
           05  :TAG:-TO-DATE          PIC 9(8).
           05  :TAG:-PO-COUNT         PIC 9(5).
           05  :TAG:-LINE-COUNT       PIC 9(5).
           05  :TAG:-RECV-LINES       PIC 9(5).
           05  :TAG:-LEAD-LINES       PIC 9(5).
           05  :TAG:-AVG-ACTUAL-DAYS  PIC 9(3)V9.
           05  :TAG:-AVG-PROMISED-DAYS PIC 9(3)V9.
           05  :TAG:-LATE-LINES       PIC 9(5).
           05  :TAG:-FILL-PCT         PIC 9(3)V9.
           05  :TAG:-BACKORDER-LINES  PIC 9(5).
           05  :TAG:-COST-VAR-AMT     PIC S9(9)V99.
           05  :TAG:-COST-VAR-PCT     PIC S9(3)V9.
           05  :TAG:-QTY-RECEIVED     PIC 9(7).
           05  :TAG:-RMA-QTY          PIC 9(7).
           05  :TAG:-DEFECT-PCT       PIC 9(3)V9.
           05  :TAG:-TRUNCATED        PIC X.
               88  :TAG:-SCORE-TRUNCATED    VALUE "Y".
