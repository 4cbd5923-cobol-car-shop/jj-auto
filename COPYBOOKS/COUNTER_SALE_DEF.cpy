      *>                   PARTS_RETURN can pull the whole original
      *>                   purchase by receipt. Rows from before this
      *>                   field carry receipt zero.
      *>   10/15/2026 BS - K pay type: a known customer's check, taken
      *>                   to the bank bag rather than the drawer -
      *>                   refused for a customer AR_RECEIPTS has
      *>                   flagged cash-or-card only.
      *>   10/15/2026 BS - CS-UNIT-PRICE widened 999V99 -> 9(5)V99 to
      *>                   carry the widened PART-PRICE, CS-TOTAL
      *>                   9(5)V99 -> 9(7)V99 so a full line of them
      *>                   still extends, and CS-QTY and
      *>                   CS-RETURNED-QTY 99 -> 9(5) so a line can
      *>                   sell what the widened on-hand holds;
      *>                   existing rows carried over by PART_WIDEN.
      *>                   Record grows 45 -> 55.
      *>*****************************************************************
       01  :TAG:-COUNTER-SALE.
           05  :TAG:-CS-ID          PIC 9(5).
           05  :TAG:-CS-DATE        PIC 9(8).
           05  :TAG:-CS-CUST-ID     PIC 9(5).
           05  :TAG:-CS-PART-ID     PIC 9(5).
           05  :TAG:-CS-QTY         PIC 9(5).
           05  :TAG:-CS-UNIT-PRICE  PIC 9(5)V99.
           05  :TAG:-CS-TOTAL       PIC 9(7)V99.
           05  :TAG:-CS-PAY-TYPE    PIC X.
               88  :TAG:-CS-PAID-CASH     VALUE "C".
               88  :TAG:-CS-ON-ACCOUNT    VALUE "A".
               88  :TAG:-CS-PAID-CARD     VALUE "D".
               88  :TAG:-CS-PAID-CHECK    VALUE "K".
           05  :TAG:-CS-RETURNED-QTY PIC 9(5).
           05  :TAG:-CS-RECEIPT-ID PIC 9(5).
