*>          TICKET_CLOSE, and VOID_SALE refuse to post on or
*>          before that date unless a manager override raises
*>          PERIOD-OVERRIDE-FLAG. A period already closed refuses
*>          to close again. Before the close is offered, the
*>          period's latest BANKRECON.DAT row from BANK_RECON is
*>          looked up; if the bank statement has not been
*>          reconciled for the month, or was left out of balance,
*>          the close asks again before it goes ahead, and the same
*>          again when finance charges are in use and FINANCE_CHARGE
*>          has not posted the month's yet - once the month closes
*>          they can no longer post into it, and again when
*>          salespeople are on COMMPLAN.DAT pay plans and
*>          COMM_PLAN_DESK has not posted the month's volume bonus.
*>          A closed month's departmental statements come from
*>          FIN_STATEMENT on the reporting menu. Launched from JJUI
*>          off a PERMISSIONS.DAT row.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
    SELECT OPTIONAL PERIOD-CLOSE-FILE
        ASSIGN TO '../PERIODCLOSE.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL BANKRECON-FILE
        ASSIGN TO '../BANKRECON.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FINCHG-FILE
        ASSIGN TO '../FINCHG.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL COMMPLAN-FILE
        ASSIGN TO '../COMMPLAN.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD INDEX-FILE-SALE
    RECORD CONTAINS 167 CHARACTERS.
    COPY SALE_DEF REPLACING ==:TAG:== BY ==IDX==.
FD INDEX-FILE-TICKET
    RECORD CONTAINS 137 CHARACTERS.
    COPY TICKET_DEF REPLACING ==:TAG:== BY ==TKX==.
FD COUNTER-SALE-FILE.
    COPY COUNTER_SALE_DEF REPLACING ==:TAG:== BY ==CS==.
FD PERIOD-CLOSE-FILE.
    COPY PERIOD_CLOSE_DEF REPLACING ==:TAG:== BY ==PC==.
FD BANKRECON-FILE.
    COPY BANK_RECON_DEF REPLACING ==:TAG:== BY ==BRC==.
FD FINCHG-FILE.
    COPY FIN_CHG_DEF REPLACING ==:TAG:== BY ==FC==.
FD COMMPLAN-FILE.
    COPY COMM_PLAN_DEF REPLACING ==:TAG:== BY ==CP==.

WORKING-STORAGE SECTION.
COPY SESSION_DEF.
   05 WS-NM-DAY         PIC 9(2).
01 WS-TO-INT            PIC 9(8).
01 WS-ALREADY-CLOSED    PIC X.
01 WS-BANK-STATUS       PIC X.
01 WS-FC-RULE-FOUND     PIC X.
01 WS-FC-LAST-PERIOD    PIC 9(6).
01 WS-PLANS-IN-USE      PIC X.
01 WS-BONUS-POSTED      PIC X.
01 WS-TODAY-DATE        PIC 9(8).

01 WS-UNITS-SOLD        PIC 9(5) VALUE 0.
   DISPLAY "TICKETS CLOSED: " WS-TICKETS-CLOSED
       "  COUNTER SALES: " WS-COUNTER-COUNT
       "  COUNTER REVENUE: " WS-MONEY-DISP

   PERFORM 060-CHECK-BANK-RECON
   IF WS-BANK-STATUS NOT = "R"
      IF WS-BANK-STATUS = "O"
         DISPLAY "*** BANK_RECON left " WS-PERIOD-IN
             " out of balance."
      ELSE
         DISPLAY "*** The bank statement for " WS-PERIOD-IN
             " has not been reconciled - run BANK_RECON."
      END-IF
      DISPLAY "Close without a reconciled bank statement? (Y/N): "
      ACCEPT WS-ANSWER
      IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
         DISPLAY "Close abandoned - nothing recorded."
         STOP RUN
      END-IF
   END-IF
   PERFORM 070-CHECK-FINANCE-CHARGES
   IF WS-FC-RULE-FOUND = "Y" AND WS-FC-LAST-PERIOD < WS-PERIOD-IN
      DISPLAY "*** Finance charges for " WS-PERIOD-IN
          " have not been posted - run FINANCE_CHARGE."
      DISPLAY "Close without the month's finance charges? (Y/N): "
      ACCEPT WS-ANSWER
      IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
         DISPLAY "Close abandoned - nothing recorded."
         STOP RUN
      END-IF
   END-IF
   PERFORM 080-CHECK-COMM-BONUS
   IF WS-PLANS-IN-USE = "Y" AND WS-BONUS-POSTED NOT = "Y"
      DISPLAY "*** The volume bonus for " WS-PERIOD-IN
          " has not been posted - run COMM_PLAN_DESK."
      DISPLAY "Close without the month's volume bonus? (Y/N): "
      ACCEPT WS-ANSWER
      IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
         DISPLAY "Close abandoned - nothing recorded."
         STOP RUN
      END-IF
   END-IF
   DISPLAY "Close the period through " WS-TO-DATE "? (Y/N): "
   ACCEPT WS-ANSWER
   IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
      PERFORM 400-WRITE-CLOSE-ROW
      DISPLAY "Period " WS-PERIOD-IN " closed - postings on or"
          " before " WS-TO-DATE " now need a manager override."
      DISPLAY "The month's financial statement is 41. FIN STMT on"
          " the report menu."
   ELSE
      DISPLAY "Close abandoned - nothing recorded."
   END-IF
   CLOSE PERIOD-CLOSE-FILE.
EXIT PARAGRAPH.

*> The month's last BANK_RECON run stands - R reconciled, O out of
*> balance, blank when it was never run.
060-CHECK-BANK-RECON.
   MOVE SPACE TO WS-BANK-STATUS
   MOVE "N" TO WS-EOF
   OPEN INPUT BANKRECON-FILE
   PERFORM UNTIL WS-EOF = "Y"
       READ BANKRECON-FILE
           AT END
               MOVE "Y" TO WS-EOF
           NOT AT END
               IF BRC-BR-PERIOD = WS-PERIOD-IN
                   MOVE BRC-BR-STATUS TO WS-BANK-STATUS
               END-IF
       END-READ
   END-PERFORM
   CLOSE BANKRECON-FILE.
EXIT PARAGRAPH.

*> FINCHG.DAT's rule row remembers the last month FINANCE_CHARGE
*> posted; no rule on file means finance charges are not in use.
070-CHECK-FINANCE-CHARGES.
   MOVE "N" TO WS-FC-RULE-FOUND
   MOVE 0 TO WS-FC-LAST-PERIOD
   MOVE "N" TO WS-EOF
   OPEN INPUT FINCHG-FILE
   PERFORM UNTIL WS-EOF = "Y"
       READ FINCHG-FILE
           AT END
               MOVE "Y" TO WS-EOF
           NOT AT END
               IF FC-FC-RULE
                   MOVE "Y" TO WS-FC-RULE-FOUND
                   MOVE FC-FC-LAST-PERIOD TO WS-FC-LAST-PERIOD
               END-IF
       END-READ
   END-PERFORM
   CLOSE FINCHG-FILE.
EXIT PARAGRAPH.

*> Any A row on COMMPLAN.DAT means pay plans are in use; an R row
*> for the period means COMM_PLAN_DESK has bonused the month.
080-CHECK-COMM-BONUS.
   MOVE "N" TO WS-PLANS-IN-USE
   MOVE "N" TO WS-BONUS-POSTED
   MOVE "N" TO WS-EOF
   OPEN INPUT COMMPLAN-FILE
   PERFORM UNTIL WS-EOF = "Y"
       READ COMMPLAN-FILE
           AT END
               MOVE "Y" TO WS-EOF
           NOT AT END
               IF CP-CP-ASSIGN
                   MOVE "Y" TO WS-PLANS-IN-USE
               END-IF
               IF CP-CP-BONUS-RUN AND CP-CP-PERIOD = WS-PERIOD-IN
                   MOVE "Y" TO WS-BONUS-POSTED
               END-IF
       END-READ
   END-PERFORM
   CLOSE COMMPLAN-FILE.
EXIT PARAGRAPH.

100-TOTAL-PERIOD-SALES.
   MOVE "N" TO WS-EOF
   OPEN INPUT INDEX-FILE-SALE
