      *>           clawback row when a paid-on deal dies - so an
      *>           employee's balance is always accrued less paid less
      *>           clawed back, and running the commission report twice
      *>           can't pay anybody twice. COMM_PLAN_DESK's month-end
      *>           run writes a B row for a salesperson's volume bonus
      *>           (saleID zero, dated the month's last day); it pays
      *>           out like an accrual.
      *>           REPLACING ==:TAG:== BY ==prefix==.
      *>*****************************************************************
       01  :TAG:-COMMISSION.
               88  :TAG:-COMM-ACCRUED     VALUE "A".
               88  :TAG:-COMM-PAID        VALUE "P".
               88  :TAG:-COMM-CLAWBACK    VALUE "C".
               88  :TAG:-COMM-BONUS       VALUE "B".
           05  :TAG:-COMM-DATE      PIC 9(8).
