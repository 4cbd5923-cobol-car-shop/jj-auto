      *>*****************************************************************
      *> Copybook: WEB_APPT_DEF
      *> Purpose:  Shared record layout for a WEBAPPTQ.IDX row - one
      *>           per appointment request the website dropped in
      *>           WEBAPPTS.DAT, keyed on the site's own request ID so
      *>           a request re-sent by the site is not booked twice.
      *>           WEB_APPT_DESK books the clean ones straight through
      *>           APPT_BOOK (status B, with the apptID) and queues the
      *>           rest for the desk with the reason (status R) - a
      *>           customer not on CUSTOMER.IDX, a VIN not in their
      *>           OWNERSHIP.IDX garage, a day the shop is closed, or
      *>           no bay and mechanic free. The desk books a queued
      *>           request (B) or declines it (D). custID is zero
      *>           until the customer is matched. Dates are YYYYMMDD.
      *>           REPLACING ==:TAG:== BY ==prefix==.
      *>*****************************************************************
       01  :TAG:-WEB-APPT.
           05  :TAG:-waReqID          PIC X(10).
           05  :TAG:-custID           PIC 9(5).
           05  :TAG:-waName           PIC X(30).
           05  :TAG:-waPhone          PIC 9(10).
           05  :TAG:-waEmail          PIC X(35).
           05  :TAG:-carVIN           PIC X(17).
           05  :TAG:-waApptDate       PIC 9(8).
           05  :TAG:-serviceID        PIC 9(5).
           05  :TAG:-empID            PIC 9(5).
           05  :TAG:-waNotes          PIC X(30).
           05  :TAG:-waReason         PIC X(30).
           05  :TAG:-waStatus         PIC X.
               88  :TAG:-WA-REVIEW        VALUE "R".
               88  :TAG:-WA-BOOKED        VALUE "B".
               88  :TAG:-WA-DECLINED      VALUE "D".
           05  :TAG:-apptID           PIC 9(5).
           05  :TAG:-waRcvdDate       PIC 9(8).
           05  :TAG:-waDoneBy         PIC X(30).
