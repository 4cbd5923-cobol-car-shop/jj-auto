*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Monthly bank statement reconciliation. CASH_DRAWER
*>          prints the day's deposit slip and CARD_SETTLE balances
*>          the terminal, but nothing tied either one to what the
*>          bank actually credited. This reads the bank's statement
*>          for the month from BANKSTMT.DAT (see BANK_STMT_DEF) and
*>          matches it against the books:
*>            - each DP deposit to a day's deposit slip - the
*>              DRAWER.DAT closing count less the opening float -
*>              for the same amount, credited that day or up to
*>              five days after;
*>            - each CC card settlement to a day's CARDLOG.DAT
*>              total, on the same terms;
*>            - each CK paid check to its CHKREG.IDX register row
*>              by number and amount, stamping the cleared date.
*>          A matched deposit or card day is kept on BANKMATCH.DAT
*>          so next month doesn't carry it again. The report lists
*>          the unmatched bank items (fees, interest, a check not
*>          on the register or paid for the wrong amount, a credit
*>          nobody can place), the deposits in transit, and the
*>          outstanding checks, then proves the month:
*>            adjusted bank = ending balance + in transit
*>                            - outstanding checks
*>            adjusted book = last month's adjusted book (or the
*>                            statement's opening balance the
*>                            first time) + slips + card days
*>                            - checks written this month
*>                            + unmatched bank credits
*>                            - unmatched bank debits
*>          and writes the month's BANKRECON.DAT row - R when the
*>          two agree, O when they don't - which MONTH_END_CLOSE
*>          looks for before it locks the period. Book days older
*>          than 92 days before the month are taken as settled.
*>          Interactive runs ask for the month (YYYYMM); under
*>          BATCH_RUNNER the month is BATCH-FROM-DATE's. On screen,
*>          exported to BANK_RECON.RPT when asked. Callable from
*>          REPORTING_MENU.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. BANK_RECON.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL BANKSTMT-FILE ASSIGN TO '../BANKSTMT.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL BANKMATCH-FILE ASSIGN TO '../BANKMATCH.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL BANKRECON-FILE ASSIGN TO '../BANKRECON.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL DRAWER-FILE ASSIGN TO '../DRAWER.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL CARD-LOG-FILE ASSIGN TO '../CARDLOG.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL CHKREG-FILE
        ASSIGN TO '../../INDEXES/CHKREG.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS CK-CHECK-NO.
    SELECT EXPORT-FILE ASSIGN TO 'BANK_RECON.RPT'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD BANKSTMT-FILE.
    COPY BANK_STMT_DEF REPLACING ==:TAG:== BY ==BS==.
FD BANKMATCH-FILE.
    COPY BANK_MATCH_DEF REPLACING ==:TAG:== BY ==BM==.
FD BANKRECON-FILE.
    COPY BANK_RECON_DEF REPLACING ==:TAG:== BY ==BRC==.
FD DRAWER-FILE.
    COPY DRAWER_DEF REPLACING ==:TAG:== BY ==DR==.
FD CARD-LOG-FILE.
    COPY CARD_LOG_DEF REPLACING ==:TAG:== BY ==CL==.
FD CHKREG-FILE
    RECORD CONTAINS 143 CHARACTERS.
    COPY CHECK_REG_DEF REPLACING ==:TAG:== BY ==CK==.
FD EXPORT-FILE.
01 EXPORT-REC                 PIC X(100).

WORKING-STORAGE SECTION.
COPY BATCH_DEF.
COPY SESSION_DEF.

01 WS-EOF               PIC X.
01 WS-PERIOD-IN         PIC 9(6).
01 WS-PERIOD-GROUP REDEFINES WS-PERIOD-IN.
   05 WS-PERIOD-YEAR    PIC 9(4).
   05 WS-PERIOD-MONTH   PIC 9(2).
01 WS-FROM-DATE         PIC 9(8).
01 WS-TO-DATE           PIC 9(8).
01 WS-WINDOW-DATE       PIC 9(8).
01 WS-NEXT-MONTH-DATE   PIC 9(8).
01 WS-WORK-INT          PIC 9(8).
01 WS-BANK-INT          PIC 9(8).
01 WS-BOOK-INT          PIC 9(8).
01 WS-TODAY-DATE        PIC 9(8).
01 WS-CARD-DATE-NUM     PIC 9(8).

*> Days a bank credit may trail the book day it belongs to.
01 WS-LAG-DAYS          PIC 9 VALUE 5.

*> One slot per book day in the window: the deposit slip off the
*> drawer (float and count kept apart until the walk is done),
*> the day's card total, and whether each is matched yet.
01 WS-DAY-TABLE.
   05 WS-DT-ENTRY OCCURS 160 TIMES.
      10 WS-DT-DATE        PIC 9(8).
      10 WS-DT-FLOAT       PIC 9(7)V99.
      10 WS-DT-COUNTED     PIC 9(7)V99.
      10 WS-DT-CLOSED      PIC X.
      10 WS-DT-DEPOSIT     PIC 9(9)V99.
      10 WS-DT-CARD        PIC 9(9)V99.
      10 WS-DT-DEP-MATCH   PIC X.
      10 WS-DT-CARD-MATCH  PIC X.
01 WS-DT-USED           PIC 9(3) VALUE 0.
01 WS-DT-IDX            PIC 9(3).
01 WS-DT-SLOT           PIC 9(3).
01 WS-DT-FULL           PIC X VALUE "N".
01 WS-LOOK-DATE         PIC 9(8).

01 WS-FOUND             PIC X.
01 WS-HAVE-BEGIN        PIC X.
01 WS-HAVE-END          PIC X.
01 WS-HAVE-PRIOR        PIC X.
01 WS-STMT-BEGIN        PIC S9(9)V99 VALUE 0.
01 WS-STMT-END          PIC S9(9)V99 VALUE 0.
01 WS-PRIOR-BOOK        PIC S9(9)V99 VALUE 0.
01 WS-PRIOR-PERIOD      PIC 9(6) VALUE 0.
01 WS-BOOK-OPEN         PIC S9(9)V99 VALUE 0.
01 WS-BOOK-DEPOSITS     PIC 9(9)V99 VALUE 0.
01 WS-BOOK-CARDS        PIC 9(9)V99 VALUE 0.
01 WS-BOOK-CHECKS       PIC 9(9)V99 VALUE 0.
01 WS-BOOK-END          PIC S9(9)V99 VALUE 0.
01 WS-OTHER-CREDITS     PIC 9(9)V99 VALUE 0.
01 WS-OTHER-DEBITS      PIC 9(9)V99 VALUE 0.
01 WS-IN-TRANSIT        PIC 9(9)V99 VALUE 0.
01 WS-OUTSTANDING       PIC 9(9)V99 VALUE 0.
01 WS-ADJ-BANK          PIC S9(9)V99 VALUE 0.
01 WS-ADJ-BOOK          PIC S9(9)V99 VALUE 0.
01 WS-DIFFERENCE        PIC S9(9)V99 VALUE 0.
01 WS-ITEM-AMT          PIC 9(9)V99.
01 WS-REASON            PIC X(24).

01 WS-MATCHED-DEP       PIC 9(5) VALUE 0.
01 WS-MATCHED-CARD      PIC 9(5) VALUE 0.
01 WS-MATCHED-CHECKS    PIC 9(5) VALUE 0.
01 WS-UNMATCHED         PIC 9(5) VALUE 0.
01 WS-TRANSIT-COUNT     PIC 9(5) VALUE 0.
01 WS-OUTSTAND-COUNT    PIC 9(5) VALUE 0.

01 WS-MONEY-DISP        PIC $$,$$$,$$9.99.
01 WS-SIGNED-DISP       PIC -$$,$$$,$$9.99.
01 WS-OUT-LINE          PIC X(100).

LINKAGE SECTION.
01 PARAMETRES.
   02 PA-RETURN-CODE PIC 99 VALUE 0.
   02 PA-OPTION-CODE PIC 99 VALUE 0.
   02 PA-EXPORT-FLAG PIC X VALUE "N".

PROCEDURE DIVISION USING PARAMETRES.
MAIN-PROCEDURE.
   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
   IF BATCH-MODE-FLAG = "Y" AND BATCH-FROM-DATE > 0
      MOVE BATCH-FROM-DATE(1:6) TO WS-PERIOD-IN
   ELSE
      DISPLAY "--- Bank Statement Reconciliation ---"
      DISPLAY "Statement month (YYYYMM): "
      ACCEPT WS-PERIOD-IN
   END-IF
   IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
      DISPLAY "That is not a month."
      MOVE 1 TO PA-RETURN-CODE
      GOBACK
   END-IF

*> The month runs from the 1st through the day before the 1st of
*> the next month; book days are gathered from 92 days earlier.
   COMPUTE WS-FROM-DATE = WS-PERIOD-IN * 100 + 1
   IF WS-PERIOD-MONTH = 12
      COMPUTE WS-NEXT-MONTH-DATE =
          (WS-PERIOD-YEAR + 1) * 10000 + 0101
   ELSE
      COMPUTE WS-NEXT-MONTH-DATE =
          WS-PERIOD-YEAR * 10000 + (WS-PERIOD-MONTH + 1) * 100 + 1
   END-IF
   COMPUTE WS-WORK-INT =
       FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-DATE) - 1
   MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INT) TO WS-TO-DATE
   COMPUTE WS-WORK-INT =
       FUNCTION INTEGER-OF-DATE(WS-FROM-DATE) - 92
   MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INT) TO WS-WINDOW-DATE

   MOVE 0 TO WS-DT-USED
   MOVE "N" TO WS-DT-FULL
   PERFORM 100-LOAD-DRAWER-DAYS
   PERFORM 120-LOAD-CARD-DAYS
   PERFORM 140-LOAD-PRIOR-MATCHES
   PERFORM 160-FIND-PRIOR-BOOK

   IF PA-EXPORT-FLAG = 'Y' THEN
       OPEN OUTPUT EXPORT-FILE
   END-IF
   MOVE SPACES TO WS-OUT-LINE
   STRING "BANK RECONCILIATION - " WS-PERIOD-IN " (" WS-FROM-DATE
          " - " WS-TO-DATE ")"
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE SPACES TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE "UNMATCHED BANK ITEMS" TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE "DATE     TY CHECK NO   BANK REF        AMOUNT        REASON"
       TO WS-OUT-LINE
   PERFORM 500-PUT-LINE

   PERFORM 200-WALK-STATEMENT

   IF WS-HAVE-END NOT = "Y"
       MOVE "*** NO ENDING BALANCE (EB) ROW ON BANKSTMT.DAT - THE"
           TO WS-OUT-LINE
       PERFORM 500-PUT-LINE
       MOVE "    MONTH CANNOT BE RECONCILED. LOAD THE FULL STATEMENT."
           TO WS-OUT-LINE
       PERFORM 500-PUT-LINE
       IF PA-EXPORT-FLAG = 'Y' THEN
           CLOSE EXPORT-FILE
       END-IF
       MOVE 1 TO PA-RETURN-CODE
       GOBACK
   END-IF

   PERFORM 300-LIST-IN-TRANSIT
   PERFORM 350-LIST-OUTSTANDING-CHECKS
   PERFORM 400-PROVE-THE-MONTH
   PERFORM 450-WRITE-RECON-ROW

   IF PA-EXPORT-FLAG = 'Y' THEN
       CLOSE EXPORT-FILE
   END-IF
   MOVE 0 TO PA-RETURN-CODE
   GOBACK.
EXIT PROGRAM.

*> A day's slip is the closing count less that morning's float -
*> the same figure CASH_DRAWER prints as DEPOSIT TO BANK. The last
*> O and C row for a date win, as they do at the drawer.
100-LOAD-DRAWER-DAYS.
   MOVE "N" TO WS-EOF
   OPEN INPUT DRAWER-FILE
   PERFORM UNTIL WS-EOF = "Y"
       READ DRAWER-FILE
           AT END
               MOVE "Y" TO WS-EOF
           NOT AT END
               IF DR-DRAWER-DATE >= WS-WINDOW-DATE AND
                       DR-DRAWER-DATE <= WS-TO-DATE
                   MOVE DR-DRAWER-DATE TO WS-LOOK-DATE
                   PERFORM 180-FIND-DAY-SLOT
                   IF WS-DT-SLOT > 0
                       IF DR-DRAWER-OPENED
                           MOVE DR-DRAWER-AMOUNT
                               TO WS-DT-FLOAT(WS-DT-SLOT)
                       END-IF
                       IF DR-DRAWER-CLOSED
                           MOVE DR-DRAWER-AMOUNT
                               TO WS-DT-COUNTED(WS-DT-SLOT)
                           MOVE "Y" TO WS-DT-CLOSED(WS-DT-SLOT)
                       END-IF
                   END-IF
               END-IF
       END-READ
   END-PERFORM
   CLOSE DRAWER-FILE
   PERFORM VARYING WS-DT-IDX FROM 1 BY 1
           UNTIL WS-DT-IDX > WS-DT-USED
       IF WS-DT-CLOSED(WS-DT-IDX) = "Y" AND
               WS-DT-COUNTED(WS-DT-IDX) > WS-DT-FLOAT(WS-DT-IDX)
           COMPUTE WS-DT-DEPOSIT(WS-DT-IDX) =
               WS-DT-COUNTED(WS-DT-IDX) - WS-DT-FLOAT(WS-DT-IDX)
       END-IF
   END-PERFORM.
EXIT PARAGRAPH.

120-LOAD-CARD-DAYS.
   MOVE "N" TO WS-EOF
   OPEN INPUT CARD-LOG-FILE
   PERFORM UNTIL WS-EOF = "Y"
       READ CARD-LOG-FILE
           AT END
               MOVE "Y" TO WS-EOF
           NOT AT END
               MOVE CL-CARD-DATE TO WS-CARD-DATE-NUM
               IF WS-CARD-DATE-NUM >= WS-WINDOW-DATE AND
                       WS-CARD-DATE-NUM <= WS-TO-DATE
                   MOVE WS-CARD-DATE-NUM TO WS-LOOK-DATE
                   PERFORM 180-FIND-DAY-SLOT
                   IF WS-DT-SLOT > 0
                       ADD CL-CARD-AMOUNT TO WS-DT-CARD(WS-DT-SLOT)
                   END-IF
               END-IF
       END-READ
   END-PERFORM
   CLOSE CARD-LOG-FILE.
EXIT PARAGRAPH.

*> Days tied to the bank in an earlier month's run stay tied. This
*> month's own rows are passed over, so a re-run matches afresh.
140-LOAD-PRIOR-MATCHES.
   MOVE "N" TO WS-EOF
   OPEN INPUT BANKMATCH-FILE
   PERFORM UNTIL WS-EOF = "Y"
       READ BANKMATCH-FILE
           AT END
               MOVE "Y" TO WS-EOF
           NOT AT END
               IF BM-BM-PERIOD NOT = WS-PERIOD-IN
                   PERFORM 145-MARK-PRIOR-MATCH
               END-IF
       END-READ
   END-PERFORM
   CLOSE BANKMATCH-FILE.
EXIT PARAGRAPH.

145-MARK-PRIOR-MATCH.
   PERFORM VARYING WS-DT-IDX FROM 1 BY 1
           UNTIL WS-DT-IDX > WS-DT-USED
       IF WS-DT-DATE(WS-DT-IDX) = BM-BM-BOOK-DATE
           IF BM-BM-DEPOSIT
               MOVE "Y" TO WS-DT-DEP-MATCH(WS-DT-IDX)
           END-IF
           IF BM-BM-CARD
               MOVE "Y" TO WS-DT-CARD-MATCH(WS-DT-IDX)
           END-IF
       END-IF
   END-PERFORM.
EXIT PARAGRAPH.

*> The book side opens on the latest earlier month's adjusted book
*> balance - the last row on file for that month stands.
160-FIND-PRIOR-BOOK.
   MOVE "N" TO WS-HAVE-PRIOR
   MOVE 0 TO WS-PRIOR-PERIOD
   MOVE "N" TO WS-EOF
   OPEN INPUT BANKRECON-FILE
   PERFORM UNTIL WS-EOF = "Y"
       READ BANKRECON-FILE
           AT END
               MOVE "Y" TO WS-EOF
           NOT AT END
               IF BRC-BR-PERIOD < WS-PERIOD-IN AND
                       BRC-BR-PERIOD >= WS-PRIOR-PERIOD
                   MOVE "Y" TO WS-HAVE-PRIOR
                   MOVE BRC-BR-PERIOD TO WS-PRIOR-PERIOD
                   MOVE BRC-BR-ADJ-BOOK TO WS-PRIOR-BOOK
               END-IF
       END-READ
   END-PERFORM
   CLOSE BANKRECON-FILE.
EXIT PARAGRAPH.

*> Finds the day's slot in the table, adding it when new.
180-FIND-DAY-SLOT.
   MOVE 0 TO WS-DT-SLOT
   PERFORM VARYING WS-DT-IDX FROM 1 BY 1
           UNTIL WS-DT-IDX > WS-DT-USED OR WS-DT-SLOT > 0
       IF WS-DT-DATE(WS-DT-IDX) = WS-LOOK-DATE
           MOVE WS-DT-IDX TO WS-DT-SLOT
       END-IF
   END-PERFORM
   IF WS-DT-SLOT = 0
       IF WS-DT-USED < 160
           ADD 1 TO WS-DT-USED
           MOVE WS-DT-USED TO WS-DT-SLOT
           INITIALIZE WS-DT-ENTRY(WS-DT-SLOT)
           MOVE WS-LOOK-DATE TO WS-DT-DATE(WS-DT-SLOT)
           MOVE "N" TO WS-DT-CLOSED(WS-DT-SLOT)
           MOVE "N" TO WS-DT-DEP-MATCH(WS-DT-SLOT)
           MOVE "N" TO WS-DT-CARD-MATCH(WS-DT-SLOT)
       ELSE
           MOVE "Y" TO WS-DT-FULL
       END-IF
   END-IF.
EXIT PARAGRAPH.

*> Every statement row, in the bank's order. Matched deposits and
*> card days go to BANKMATCH.DAT; paid checks are stamped cleared
*> on the register as they are read.
200-WALK-STATEMENT.
   MOVE "N" TO WS-HAVE-BEGIN
   MOVE "N" TO WS-HAVE-END
   MOVE "N" TO WS-EOF
   OPEN INPUT BANKSTMT-FILE
   OPEN EXTEND BANKMATCH-FILE
   OPEN I-O CHKREG-FILE
   PERFORM UNTIL WS-EOF = "Y"
       READ BANKSTMT-FILE
           AT END
               MOVE "Y" TO WS-EOF
           NOT AT END
               EVALUATE TRUE
                   WHEN BS-BS-BEGIN-BAL
                       MOVE "Y" TO WS-HAVE-BEGIN
                       MOVE BS-BS-AMOUNT TO WS-STMT-BEGIN
                   WHEN BS-BS-END-BAL
                       MOVE "Y" TO WS-HAVE-END
                       MOVE BS-BS-AMOUNT TO WS-STMT-END
                   WHEN BS-BS-DEPOSIT
                       PERFORM 220-MATCH-DEPOSIT
                   WHEN BS-BS-CARD-CREDIT
                       PERFORM 230-MATCH-CARD
                   WHEN BS-BS-CHECK-PAID
                       PERFORM 240-MATCH-CHECK
                   WHEN BS-BS-OTHER-CREDIT
                       MOVE "OTHER CREDIT - BOOK IT" TO WS-REASON
                       PERFORM 280-UNMATCHED-CREDIT
                   WHEN OTHER
                       MOVE "OTHER DEBIT - BOOK IT" TO WS-REASON
                       PERFORM 290-UNMATCHED-DEBIT
               END-EVALUATE
       END-READ
   END-PERFORM
   CLOSE CHKREG-FILE
   CLOSE BANKMATCH-FILE
   CLOSE BANKSTMT-FILE.
EXIT PARAGRAPH.

*> The earliest open slip for the same amount that the credit can
*> belong to - not after the credit, and no more than the lag
*> before it.
220-MATCH-DEPOSIT.
   MOVE "N" TO WS-FOUND
   MOVE FUNCTION INTEGER-OF-DATE(BS-BS-TXN-DATE) TO WS-BANK-INT
   PERFORM VARYING WS-DT-IDX FROM 1 BY 1
           UNTIL WS-DT-IDX > WS-DT-USED OR WS-FOUND = "Y"
       IF WS-DT-DEP-MATCH(WS-DT-IDX) NOT = "Y" AND
               WS-DT-DEPOSIT(WS-DT-IDX) > 0 AND
               WS-DT-DEPOSIT(WS-DT-IDX) = BS-BS-AMOUNT
           MOVE FUNCTION INTEGER-OF-DATE(WS-DT-DATE(WS-DT-IDX))
               TO WS-BOOK-INT
           IF WS-BOOK-INT <= WS-BANK-INT AND
                   WS-BANK-INT - WS-BOOK-INT <= WS-LAG-DAYS
               MOVE "Y" TO WS-FOUND
               MOVE "Y" TO WS-DT-DEP-MATCH(WS-DT-IDX)
               MOVE "D" TO BM-BM-KIND
               MOVE WS-DT-DATE(WS-DT-IDX) TO BM-BM-BOOK-DATE
               PERFORM 260-WRITE-MATCH-ROW
               ADD 1 TO WS-MATCHED-DEP
           END-IF
       END-IF
   END-PERFORM
   IF WS-FOUND NOT = "Y"
       MOVE "NO DEPOSIT SLIP MATCHES" TO WS-REASON
       PERFORM 280-UNMATCHED-CREDIT
   END-IF.
EXIT PARAGRAPH.

230-MATCH-CARD.
   MOVE "N" TO WS-FOUND
   MOVE FUNCTION INTEGER-OF-DATE(BS-BS-TXN-DATE) TO WS-BANK-INT
   PERFORM VARYING WS-DT-IDX FROM 1 BY 1
           UNTIL WS-DT-IDX > WS-DT-USED OR WS-FOUND = "Y"
       IF WS-DT-CARD-MATCH(WS-DT-IDX) NOT = "Y" AND
               WS-DT-CARD(WS-DT-IDX) > 0 AND
               WS-DT-CARD(WS-DT-IDX) = BS-BS-AMOUNT
           MOVE FUNCTION INTEGER-OF-DATE(WS-DT-DATE(WS-DT-IDX))
               TO WS-BOOK-INT
           IF WS-BOOK-INT <= WS-BANK-INT AND
                   WS-BANK-INT - WS-BOOK-INT <= WS-LAG-DAYS
               MOVE "Y" TO WS-FOUND
               MOVE "Y" TO WS-DT-CARD-MATCH(WS-DT-IDX)
               MOVE "C" TO BM-BM-KIND
               MOVE WS-DT-DATE(WS-DT-IDX) TO BM-BM-BOOK-DATE
               PERFORM 260-WRITE-MATCH-ROW
               ADD 1 TO WS-MATCHED-CARD
           END-IF
       END-IF
   END-PERFORM
   IF WS-FOUND NOT = "Y"
       MOVE "NO CARD BATCH MATCHES" TO WS-REASON
       PERFORM 280-UNMATCHED-CREDIT
   END-IF.
EXIT PARAGRAPH.

*> A paid check has to be ours, issued, for the amount we wrote,
*> and not already paid in an earlier month - anything else is
*> exactly what positive pay exists to catch.
240-MATCH-CHECK.
   MOVE "N" TO WS-FOUND
   MOVE SPACES TO WS-REASON
   IF BS-BS-CHECK-NO > 99999
       MOVE "CHECK NOT ON REGISTER" TO WS-REASON
   ELSE
       MOVE BS-BS-CHECK-NO TO CK-CHECK-NO
       READ CHKREG-FILE
           INVALID KEY
               MOVE "CHECK NOT ON REGISTER" TO WS-REASON
           NOT INVALID KEY
               EVALUATE TRUE
                   WHEN CK-CHECK-STOCKED
                       MOVE "CHECK NEVER ISSUED" TO WS-REASON
                   WHEN CK-CHECK-VOIDED
                       MOVE "VOIDED CHECK PAID" TO WS-REASON
                   WHEN CK-CHECK-AMOUNT NOT = BS-BS-AMOUNT
                       MOVE "PAID FOR WRONG AMOUNT" TO WS-REASON
                   WHEN CK-CHECK-CLEARED-DATE > 0 AND
                           CK-CHECK-CLEARED-DATE < WS-FROM-DATE
                       MOVE "ALREADY PAID EARLIER" TO WS-REASON
                   WHEN OTHER
                       MOVE "Y" TO WS-FOUND
                       MOVE BS-BS-TXN-DATE TO CK-CHECK-CLEARED-DATE
                       REWRITE CK-CHECK
                           INVALID KEY
                               DISPLAY "Could not stamp check "
                                   CK-CHECK-NO " cleared."
                       END-REWRITE
                       ADD 1 TO WS-MATCHED-CHECKS
               END-EVALUATE
       END-READ
   END-IF
   IF WS-FOUND NOT = "Y"
       PERFORM 290-UNMATCHED-DEBIT
   END-IF.
EXIT PARAGRAPH.

260-WRITE-MATCH-ROW.
   MOVE WS-PERIOD-IN TO BM-BM-PERIOD
   MOVE BS-BS-TXN-DATE TO BM-BM-BANK-DATE
   MOVE BS-BS-AMOUNT TO BM-BM-AMOUNT
   WRITE BM-BANK-MATCH.
EXIT PARAGRAPH.

280-UNMATCHED-CREDIT.
   MOVE BS-BS-AMOUNT TO WS-ITEM-AMT
   ADD WS-ITEM-AMT TO WS-OTHER-CREDITS
   PERFORM 295-LIST-UNMATCHED.
EXIT PARAGRAPH.

290-UNMATCHED-DEBIT.
   MOVE BS-BS-AMOUNT TO WS-ITEM-AMT
   ADD WS-ITEM-AMT TO WS-OTHER-DEBITS
   PERFORM 295-LIST-UNMATCHED.
EXIT PARAGRAPH.

295-LIST-UNMATCHED.
   ADD 1 TO WS-UNMATCHED
   MOVE WS-ITEM-AMT TO WS-MONEY-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING BS-BS-TXN-DATE " " BS-BS-TXN-TYPE " " BS-BS-CHECK-NO
          " " BS-BS-BANK-REF " " WS-MONEY-DISP " " WS-REASON
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE.
EXIT PARAGRAPH.

*> Slips and card days through month end the bank hasn't credited
*> yet; the month's own slips and card days are its book receipts.
300-LIST-IN-TRANSIT.
   MOVE SPACES TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE "DEPOSITS IN TRANSIT" TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   PERFORM VARYING WS-DT-IDX FROM 1 BY 1
           UNTIL WS-DT-IDX > WS-DT-USED
       IF WS-DT-DATE(WS-DT-IDX) >= WS-FROM-DATE
           ADD WS-DT-DEPOSIT(WS-DT-IDX) TO WS-BOOK-DEPOSITS
           ADD WS-DT-CARD(WS-DT-IDX) TO WS-BOOK-CARDS
       END-IF
       IF WS-DT-DEPOSIT(WS-DT-IDX) > 0 AND
               WS-DT-DEP-MATCH(WS-DT-IDX) NOT = "Y"
           ADD 1 TO WS-TRANSIT-COUNT
           ADD WS-DT-DEPOSIT(WS-DT-IDX) TO WS-IN-TRANSIT
           MOVE WS-DT-DEPOSIT(WS-DT-IDX) TO WS-MONEY-DISP
           MOVE SPACES TO WS-OUT-LINE
           STRING "  " WS-DT-DATE(WS-DT-IDX) " DEPOSIT SLIP   "
                  WS-MONEY-DISP
               DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 500-PUT-LINE
       END-IF
       IF WS-DT-CARD(WS-DT-IDX) > 0 AND
               WS-DT-CARD-MATCH(WS-DT-IDX) NOT = "Y"
           ADD 1 TO WS-TRANSIT-COUNT
           ADD WS-DT-CARD(WS-DT-IDX) TO WS-IN-TRANSIT
           MOVE WS-DT-CARD(WS-DT-IDX) TO WS-MONEY-DISP
           MOVE SPACES TO WS-OUT-LINE
           STRING "  " WS-DT-DATE(WS-DT-IDX) " CARD BATCH     "
                  WS-MONEY-DISP
               DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 500-PUT-LINE
       END-IF
   END-PERFORM
   IF WS-DT-FULL = "Y"
       MOVE "*** MORE THAN 160 BOOK DAYS - LATER DAYS NOT COUNTED"
           TO WS-OUT-LINE
       PERFORM 500-PUT-LINE
   END-IF.
EXIT PARAGRAPH.

*> Checks written through month end that hadn't cleared by then,
*> and the month's checks written for the book side. A check
*> voided after month end was still out at month end.
350-LIST-OUTSTANDING-CHECKS.
   MOVE SPACES TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE "OUTSTANDING CHECKS" TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE "N" TO WS-EOF
   OPEN INPUT CHKREG-FILE
   MOVE 0 TO CK-CHECK-NO
   START CHKREG-FILE KEY IS NOT LESS THAN CK-CHECK-NO
       INVALID KEY
           MOVE "Y" TO WS-EOF
   END-START
   PERFORM UNTIL WS-EOF = "Y"
       READ CHKREG-FILE NEXT RECORD
           AT END
               MOVE "Y" TO WS-EOF
           NOT AT END
               IF CK-CHECK-ISSUED OR
                       (CK-CHECK-VOIDED AND
                        CK-CHECK-VOID-DATE > WS-TO-DATE)
                   PERFORM 360-OUTSTANDING-ONE
               END-IF
       END-READ
   END-PERFORM
   CLOSE CHKREG-FILE.
EXIT PARAGRAPH.

360-OUTSTANDING-ONE.
   IF CK-CHECK-ISSUE-DATE > 0 AND CK-CHECK-ISSUE-DATE <= WS-TO-DATE
       IF CK-CHECK-ISSUE-DATE >= WS-FROM-DATE
           ADD CK-CHECK-AMOUNT TO WS-BOOK-CHECKS
       END-IF
       IF CK-CHECK-CLEARED-DATE = 0 OR
               CK-CHECK-CLEARED-DATE > WS-TO-DATE
           ADD 1 TO WS-OUTSTAND-COUNT
           ADD CK-CHECK-AMOUNT TO WS-OUTSTANDING
           MOVE CK-CHECK-AMOUNT TO WS-MONEY-DISP
           MOVE SPACES TO WS-OUT-LINE
           STRING "  " CK-CHECK-NO " " CK-CHECK-ISSUE-DATE " "
                  CK-CHECK-PAYEE " " WS-MONEY-DISP
               DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 500-PUT-LINE
       END-IF
   END-IF.
EXIT PARAGRAPH.

400-PROVE-THE-MONTH.
   IF WS-HAVE-PRIOR = "Y"
       MOVE WS-PRIOR-BOOK TO WS-BOOK-OPEN
   ELSE
       MOVE WS-STMT-BEGIN TO WS-BOOK-OPEN
   END-IF
   COMPUTE WS-BOOK-END = WS-BOOK-OPEN + WS-BOOK-DEPOSITS
       + WS-BOOK-CARDS - WS-BOOK-CHECKS
   COMPUTE WS-ADJ-BOOK = WS-BOOK-END + WS-OTHER-CREDITS
       - WS-OTHER-DEBITS
   COMPUTE WS-ADJ-BANK = WS-STMT-END + WS-IN-TRANSIT
       - WS-OUTSTANDING
   COMPUTE WS-DIFFERENCE = WS-ADJ-BANK - WS-ADJ-BOOK

   MOVE SPACES TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE SPACES TO WS-OUT-LINE
   STRING "MATCHED: " WS-MATCHED-DEP " SLIP(S)  " WS-MATCHED-CARD
          " CARD BATCH(ES)  " WS-MATCHED-CHECKS " CHECK(S)"
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE SPACES TO WS-OUT-LINE
   PERFORM 500-PUT-LINE

   MOVE WS-STMT-END TO WS-SIGNED-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING "BANK ENDING BALANCE          " WS-SIGNED-DISP
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE WS-IN-TRANSIT TO WS-SIGNED-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING "  PLUS DEPOSITS IN TRANSIT   " WS-SIGNED-DISP
          "  (" WS-TRANSIT-COUNT ")"
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE WS-OUTSTANDING TO WS-SIGNED-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING "  LESS OUTSTANDING CHECKS    " WS-SIGNED-DISP
          "  (" WS-OUTSTAND-COUNT ")"
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE WS-ADJ-BANK TO WS-SIGNED-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING "ADJUSTED BANK BALANCE        " WS-SIGNED-DISP
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE SPACES TO WS-OUT-LINE
   PERFORM 500-PUT-LINE

   MOVE WS-BOOK-OPEN TO WS-SIGNED-DISP
   MOVE SPACES TO WS-OUT-LINE
   IF WS-HAVE-PRIOR = "Y"
       STRING "BOOK BALANCE FROM " WS-PRIOR-PERIOD "     "
              WS-SIGNED-DISP
           DELIMITED BY SIZE INTO WS-OUT-LINE
   ELSE
       STRING "BOOK OPENS AT BANK BEGINNING " WS-SIGNED-DISP
           DELIMITED BY SIZE INTO WS-OUT-LINE
   END-IF
   PERFORM 500-PUT-LINE
   MOVE WS-BOOK-DEPOSITS TO WS-SIGNED-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING "  PLUS DEPOSIT SLIPS         " WS-SIGNED-DISP
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE WS-BOOK-CARDS TO WS-SIGNED-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING "  PLUS CARD BATCHES          " WS-SIGNED-DISP
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE WS-BOOK-CHECKS TO WS-SIGNED-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING "  LESS CHECKS WRITTEN        " WS-SIGNED-DISP
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE WS-OTHER-CREDITS TO WS-SIGNED-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING "  PLUS UNMATCHED BANK CREDITS" WS-SIGNED-DISP
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE WS-OTHER-DEBITS TO WS-SIGNED-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING "  LESS UNMATCHED BANK DEBITS " WS-SIGNED-DISP
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE WS-ADJ-BOOK TO WS-SIGNED-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING "ADJUSTED BOOK BALANCE        " WS-SIGNED-DISP
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE SPACES TO WS-OUT-LINE
   PERFORM 500-PUT-LINE

   MOVE SPACES TO WS-OUT-LINE
   IF WS-DIFFERENCE = 0
       MOVE WS-ADJ-BOOK TO WS-SIGNED-DISP
       STRING "RECONCILED - BOOK AND BANK AGREE AT " WS-SIGNED-DISP
           DELIMITED BY SIZE INTO WS-OUT-LINE
   ELSE
       MOVE WS-DIFFERENCE TO WS-SIGNED-DISP
       STRING "*** OUT OF BALANCE BY " WS-SIGNED-DISP
              " - BANK LESS BOOK ***"
           DELIMITED BY SIZE INTO WS-OUT-LINE
   END-IF
   PERFORM 500-PUT-LINE
   IF WS-UNMATCHED > 0
       MOVE SPACES TO WS-OUT-LINE
       STRING WS-UNMATCHED " UNMATCHED BANK ITEM(S) TO BOOK OR"
              " INVESTIGATE"
           DELIMITED BY SIZE INTO WS-OUT-LINE
       PERFORM 500-PUT-LINE
   END-IF.
EXIT PARAGRAPH.

450-WRITE-RECON-ROW.
   MOVE WS-PERIOD-IN TO BRC-BR-PERIOD
   MOVE WS-STMT-BEGIN TO BRC-BR-STMT-BEGIN
   MOVE WS-STMT-END TO BRC-BR-STMT-END
   MOVE WS-IN-TRANSIT TO BRC-BR-IN-TRANSIT
   MOVE WS-OUTSTANDING TO BRC-BR-OUTSTANDING
   MOVE WS-ADJ-BANK TO BRC-BR-ADJ-BANK
   MOVE WS-ADJ-BOOK TO BRC-BR-ADJ-BOOK
   MOVE WS-DIFFERENCE TO BRC-BR-DIFFERENCE
   IF WS-DIFFERENCE = 0
       MOVE "R" TO BRC-BR-STATUS
   ELSE
       MOVE "O" TO BRC-BR-STATUS
   END-IF
   MOVE WS-TODAY-DATE TO BRC-BR-RUN-DATE
   MOVE SESSION-CURRENT-USER TO BRC-BR-RUN-BY
   OPEN EXTEND BANKRECON-FILE
   WRITE BRC-BANK-RECON
   CLOSE BANKRECON-FILE.
EXIT PARAGRAPH.

500-PUT-LINE.
   DISPLAY WS-OUT-LINE
   IF PA-EXPORT-FLAG = 'Y' THEN
       MOVE WS-OUT-LINE TO EXPORT-REC
       WRITE EXPORT-REC
   END-IF.
EXIT PARAGRAPH.

END PROGRAM BANK_RECON.
