      *>*****************************************************************
      *> Copybook: BANK_STMT_DEF
      *> Purpose:  Shared record layout for a BANKSTMT.DAT row - the
      *>           bank's monthly statement for the operating account,
      *>           one row per item as the bank sends it. BANK_RECON
      *>           reads it against our own books. TXN-TYPE says what
      *>           the row is:
      *>             BB - beginning balance (AMOUNT is the balance);
      *>             EB - ending balance (AMOUNT is the balance);
      *>             DP - a branch deposit credited (our deposit slip);
      *>             CC - a card processor settlement credited;
      *>             CK - a check paid, CHECK-NO the number on it;
      *>             CR - any other credit (interest, wire in);
      *>             DB - any other debit (fees, ACH out, returned
      *>                  item).
      *>           AMOUNT is the item's absolute value - the type
      *>           carries the direction - except on the balance rows,
      *>           where a negative figure is an overdrawn account.
      *>           REPLACING ==:TAG:== BY ==prefix==.
      *>*****************************************************************
       01  :TAG:-BANK-STMT.
           05  :TAG:-BS-TXN-DATE      PIC 9(8).
           05  :TAG:-BS-TXN-TYPE      PIC X(2).
               88  :TAG:-BS-BEGIN-BAL     VALUE "BB".
               88  :TAG:-BS-END-BAL       VALUE "EB".
               88  :TAG:-BS-DEPOSIT       VALUE "DP".
               88  :TAG:-BS-CARD-CREDIT   VALUE "CC".
               88  :TAG:-BS-CHECK-PAID    VALUE "CK".
               88  :TAG:-BS-OTHER-CREDIT  VALUE "CR".
               88  :TAG:-BS-OTHER-DEBIT   VALUE "DB".
           05  :TAG:-BS-CHECK-NO      PIC 9(10).
           05  :TAG:-BS-AMOUNT        PIC S9(9)V99
                                      SIGN LEADING SEPARATE.
           05  :TAG:-BS-BANK-REF      PIC X(15).
           05  :TAG:-BS-DESC          PIC X(30).
