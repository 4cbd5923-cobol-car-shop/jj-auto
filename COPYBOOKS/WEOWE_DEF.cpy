      *>*****************************************************************
      *> Copybook: WEOWE_DEF
      *> Purpose:  Shared record layout for a WEOWE.IDX we-owe (due
      *>           bill) item - something the salesperson promised the
      *>           buyer at delivery (a second key, a scratch touched
      *>           up, floor mats) that used to live on a sticky note.
      *>           Taken on the deal in SalesMain or added afterwards
      *>           at WE_OWE_DESK, printed on BILL_OF_SALE, and carried
      *>           OPEN until it is kept. An item the shop does opens
      *>           an internal TICKET.IDX ticket (ticketID); closing
      *>           that ticket bills the customer nothing and marks
      *>           the item DONE. estCost comes off the deal's gross
      *>           like a RECONEXP.DAT charge - ADD_SALE and
      *>           PROFITS_REPORT count every item not CANCELLED.
      *>           A voided deal cancels its open items. saleID and
      *>           ticketID carry WITH DUPLICATES alternate keys.
      *>           REPLACING ==:TAG:== BY ==prefix==.
      *>*****************************************************************
       01  :TAG:-WEOWE.
           05  :TAG:-weOweID          PIC 9(5).
           05  :TAG:-saleID           PIC 9(5).
           05  :TAG:-carVIN           PIC X(17).
           05  :TAG:-custID           PIC 9(5).
           05  :TAG:-empID            PIC 9(5).
           05  :TAG:-promiseDate      PIC 9(8).
           05  :TAG:-itemDesc         PIC X(30).
           05  :TAG:-estCost          PIC 9(5)V99.
           05  :TAG:-ticketID         PIC 9(5).
           05  :TAG:-woStatus         PIC X.
               88  :TAG:-WO-OPEN          VALUE "O".
               88  :TAG:-WO-DONE          VALUE "D".
               88  :TAG:-WO-CANCELLED     VALUE "X".
           05  :TAG:-doneDate         PIC 9(8).
