      *>*****************************************************************
      *> Copybook: OFFBOARD_DEF
      *> Purpose:  Shared record layout for an OFFBOARD.IDX offboarding
      *>           checklist, one per deactivated employee, keyed by
      *>           empID. EMPLOYEE_DEACTIVATE opens it the moment the
      *>           termination flag goes on; OFFBOARD_DESK works it:
      *>           lock the linked ACCOUNT.MST login, move the open
      *>           TICKET.IDX tickets, LEAD.IDX leads and
      *>           APPOINTMENT.IDX bookings to somebody still here,
      *>           chase the KEYLOG.DAT keys still out, and record the
      *>           final pay and the PTOLEDGER.DAT payout. Each item
      *>           flag goes to "Y" as it clears; the checklist stays
      *>           OPEN until all six have.
      *>           REPLACING ==:TAG:== BY ==prefix==.
      *>*****************************************************************
       01  :TAG:-OFFBOARD.
           05  :TAG:-empID            PIC 9(5).
           05  :TAG:-offStatus        PIC X.
               88  :TAG:-OFF-OPEN         VALUE "O".
               88  :TAG:-OFF-CLOSED       VALUE "C".
           05  :TAG:-openDate         PIC 9(8).
           05  :TAG:-openedBy         PIC X(30).
           05  :TAG:-loginName        PIC X(30).
           05  :TAG:-loginDone        PIC X.
           05  :TAG:-ticketsDone      PIC X.
           05  :TAG:-leadsDone        PIC X.
           05  :TAG:-apptsDone        PIC X.
           05  :TAG:-keysDone         PIC X.
           05  :TAG:-payDone          PIC X.
           05  :TAG:-finalPay         PIC 9(7)V99.
           05  :TAG:-ptoHours         PIC 9(5)V99.
           05  :TAG:-ptoPayout        PIC 9(7)V99.
           05  :TAG:-closeDate        PIC 9(8).
