      *>           ledgered in LOANPAY.DAT), and ages the missed
      *>           payments. saleID and custID carry WITH DUPLICATES
      *>           alternate keys. REPLACING ==:TAG:== BY ==prefix==.
      *> Modification History:
      *>   10/15/2026 JW - Collections fields added. COLLECT_DESK
      *>                   stamps the last call and its result, and a
      *>                   promise to pay (date, amount, the day it was
      *>                   made) that holds the account off the
      *>                   COLLECT_QUEUE list until it comes due;
      *>                   a promise not kept by then is counted in
      *>                   brokenPromises. lateFeeThru is the due date
      *>                   of the last installment a late fee was
      *>                   assessed on, so each missed installment
      *>                   is charged once. Record grows 156 -> 201.
      *>   10/15/2026 JW - Repossession added. LOAN_DESK closes a
      *>                   defaulted account as REPOSSESSED (R) with
      *>                   the repo date, the odometer at pickup and
      *>                   the tow/storage charged to the unit, and
      *>                   puts the VIN back on CAR.IDX in recon.
      *>                   When the unit resells REPO_SETTLE applies
      *>                   the net proceeds to the frozen balance,
      *>                   stamps the resale, and carries the
      *>                   deficiency (D) or surplus (S) to the
      *>                   customer's AR account - the account ends
      *>                   REPO CLOSED (C). Record grows 91 -> 156.
      *>*****************************************************************
       01  :TAG:-LOAN.
           05  :TAG:-loanID           PIC 9(5).
           05  :TAG:-loanStatus       PIC X.
               88  :TAG:-LOAN-OPEN        VALUE "O".
               88  :TAG:-LOAN-PAID        VALUE "P".
               88  :TAG:-LOAN-REPOSSESSED VALUE "R".
               88  :TAG:-LOAN-REPO-CLOSED VALUE "C".
           05  :TAG:-repoDate         PIC 9(8).
           05  :TAG:-repoMileage      PIC 9(7).
           05  :TAG:-repoCost         PIC 9(7)V99.
           05  :TAG:-resaleRef        PIC X(10).
           05  :TAG:-resaleDate       PIC 9(8).
           05  :TAG:-netProceeds      PIC 9(9)V99.
           05  :TAG:-settleAmt        PIC 9(9)V99.
           05  :TAG:-settleType       PIC X.
               88  :TAG:-REPO-DEFICIENCY  VALUE "D".
               88  :TAG:-REPO-SURPLUS     VALUE "S".
           05  :TAG:-promiseDate      PIC 9(8).
           05  :TAG:-promiseAmt       PIC 9(7)V99.
           05  :TAG:-promiseMade      PIC 9(8).
           05  :TAG:-brokenPromises   PIC 99.
           05  :TAG:-lateFeeThru      PIC 9(8).
           05  :TAG:-lastCallDate     PIC 9(8).
           05  :TAG:-lastCallResult   PIC XX.
