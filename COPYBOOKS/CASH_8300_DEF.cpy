      *>*****************************************************************
      *> Copybook: CASH_8300_DEF
      *> Purpose:  Shared record layout for an F8300LOG.DAT row - one
      *>           row per IRS Form 8300 filed for a customer whose
      *>           cash payments to us passed $10,000. Written by
      *>           CASH_8300 when the office records the filing: the
      *>           date the customer's cash went past the threshold and
      *>           the 15-day due date that followed, the first and
      *>           last cash transaction dates the form covered, how
      *>           many transactions and how much, and when it was
      *>           filed, by whom, under which confirmation number.
      *>           Cash dated on or before THRU-DATE has been reported
      *>           and does not count toward the next form.
      *>           REPLACING ==:TAG:== BY ==prefix==.
      *>*****************************************************************
       01  :TAG:-F8300-LOG.
           05  :TAG:-custID          PIC 9(5).
           05  :TAG:-F8-CROSS-DATE   PIC 9(8).
           05  :TAG:-F8-DUE-DATE     PIC 9(8).
           05  :TAG:-F8-FIRST-DATE   PIC 9(8).
           05  :TAG:-F8-THRU-DATE    PIC 9(8).
           05  :TAG:-F8-TXN-COUNT    PIC 9(3).
           05  :TAG:-F8-AMOUNT       PIC 9(9)V99.
           05  :TAG:-F8-FILED-DATE   PIC 9(8).
           05  :TAG:-F8-FILED-BY     PIC X(30).
           05  :TAG:-F8-CONFIRM      PIC X(20).
