      *>*****************************************************************
      *> Copybook: ADV_COMM_DEF
      *> Purpose:  Shared record layout for an ADVLEDGER.DAT entry - one
      *>           row per service advisor pay event, in the style of
      *>           COMMLEDGER.DAT. TICKET_CLOSE accrues an A row when a
      *>           ticket's invoice posts: ADV-RATE of the customer-pay
      *>           labor and parts (ADV-BASIS) the advisor wrote.
      *>           PARTS_RETURN writes an R reversal row for the
      *>           advisor's share of a returned ticket part, at the
      *>           rate the ticket accrued at, and PAYROLL_RUN writes a
      *>           P row for what was actually paid - so an advisor's
      *>           balance is always accrued less reversed less paid.
      *>           Kept apart from COMMLEDGER.DAT because those rows
      *>           are keyed on saleID and VOID_SALE claws back by it;
      *>           these are keyed on ticketID.
      *>           REPLACING ==:TAG:== BY ==prefix==.
      *>*****************************************************************
       01  :TAG:-ADV-COMM.
           05  :TAG:-empID          PIC 9(5).
           05  :TAG:-ticketID       PIC 9(5).
           05  :TAG:-ADV-AMOUNT     PIC 9(7)V99.
           05  :TAG:-ADV-TYPE       PIC X.
               88  :TAG:-ADV-ACCRUED      VALUE "A".
               88  :TAG:-ADV-PAID         VALUE "P".
               88  :TAG:-ADV-REVERSED     VALUE "R".
           05  :TAG:-ADV-DATE       PIC 9(8).
           05  :TAG:-ADV-BASIS      PIC 9(7)V99.
           05  :TAG:-ADV-RATE       PIC 9V9999.
