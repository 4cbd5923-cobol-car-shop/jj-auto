*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Daily positive-pay file for the bank. Every check
*>          ISSUE_CHECK issued on the run date and every check
*>          CHECK_DESK voided on it, off the CHKREG.IDX register in
*>          check number order, goes to POSITIVE_PAY.TXT in the
*>          bank's fixed layout - the bank pays only a presented
*>          check whose number and amount match an issue row and
*>          that has no void row, so a forged or altered check is
*>          returned instead of cleared. A check issued and voided
*>          the same day goes as both rows. The file closes on a
*>          trailer with the row count and the issued total.
*>          Runs for today, or BATCH-FROM-DATE when BATCH_RUNNER
*>          runs it. The listing is on screen, exported to
*>          POSITIVE_PAY.RPT when asked. Callable from
*>          REPORTING_MENU.
*>
*>          POSITIVE_PAY.TXT ROW (80 BYTES): record type X (D or
*>          T), account 9(12), check number 9(10), amount in
*>          cents 9(10), issue date 9(8), I or V X, payee X(30),
*>          filler X(8). The trailer carries the row count in the
*>          check number field and the issued total in the amount.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. POSITIVE_PAY.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL CHKREG-FILE
        ASSIGN TO '../../INDEXES/CHKREG.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS CK-CHECK-NO.
    SELECT BANK-FILE ASSIGN TO 'POSITIVE_PAY.TXT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT EXPORT-FILE ASSIGN TO 'POSITIVE_PAY.RPT'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CHKREG-FILE
    RECORD CONTAINS 143 CHARACTERS.
    COPY CHECK_REG_DEF REPLACING ==:TAG:== BY ==CK==.
FD BANK-FILE.
01 PP-REC.
   05 PP-REC-TYPE       PIC X.
   05 PP-ACCOUNT        PIC 9(12).
   05 PP-CHECK-NO       PIC 9(10).
   05 PP-AMOUNT-CENTS   PIC 9(10).
   05 PP-ISSUE-DATE     PIC 9(8).
   05 PP-ACTION         PIC X.
   05 PP-PAYEE          PIC X(30).
   05 FILLER            PIC X(8).
FD EXPORT-FILE.
01 EXPORT-REC                 PIC X(100).

WORKING-STORAGE SECTION.
COPY BATCH_DEF.

*> Our operating account at the bank - the one the checks are
*> drawn on.
01 WS-BANK-ACCOUNT      PIC 9(12) VALUE 000004417220.

01 WS-REG-EOF           PIC X VALUE 'N'.
01 WS-RUN-DATE          PIC 9(8).
01 WS-ACTION            PIC X.
01 WS-ROWS              PIC 9(5) VALUE 0.
01 WS-ISSUED            PIC 9(5) VALUE 0.
01 WS-VOIDED            PIC 9(5) VALUE 0.
01 WS-ISSUED-TOTAL      PIC 9(9)V99 VALUE 0.
01 WS-MONEY-DISP        PIC $$,$$$,$$9.99.
01 WS-OUT-LINE          PIC X(100).

LINKAGE SECTION.
01 PARAMETRES.
   02 PA-RETURN-CODE PIC 99 VALUE 0.
   02 PA-OPTION-CODE PIC 99 VALUE 0.
   02 PA-EXPORT-FLAG PIC X VALUE "N".

PROCEDURE DIVISION USING PARAMETRES.
MAIN-PROCEDURE.
   IF BATCH-MODE-FLAG = "Y" AND BATCH-FROM-DATE > 0
      MOVE BATCH-FROM-DATE TO WS-RUN-DATE
   ELSE
      MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
   END-IF
   MOVE 0 TO WS-ROWS WS-ISSUED WS-VOIDED WS-ISSUED-TOTAL

   IF PA-EXPORT-FLAG = 'Y' THEN
       OPEN OUTPUT EXPORT-FILE
   END-IF
   OPEN OUTPUT BANK-FILE

   MOVE SPACES TO WS-OUT-LINE
   STRING "POSITIVE PAY - CHECKS ISSUED AND VOIDED " WS-RUN-DATE
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE "CHECK  ACT ISSUED   PAYEE                          AMOUNT"
       TO WS-OUT-LINE
   PERFORM 500-PUT-LINE

   PERFORM 100-WALK-REGISTER
   PERFORM 300-WRITE-TRAILER

   CLOSE BANK-FILE
   IF PA-EXPORT-FLAG = 'Y' THEN
       CLOSE EXPORT-FILE
   END-IF

   DISPLAY WS-ROWS " row(s) written to POSITIVE_PAY.TXT for the"
       " bank."
   MOVE 0 TO PA-RETURN-CODE
   GOBACK.
EXIT PROGRAM.

100-WALK-REGISTER.
   MOVE 'N' TO WS-REG-EOF
   OPEN INPUT CHKREG-FILE
   MOVE 0 TO CK-CHECK-NO
   START CHKREG-FILE KEY IS NOT LESS THAN CK-CHECK-NO
       INVALID KEY
           MOVE 'Y' TO WS-REG-EOF
   END-START
   PERFORM UNTIL WS-REG-EOF = 'Y'
       READ CHKREG-FILE NEXT RECORD
           AT END
               MOVE 'Y' TO WS-REG-EOF
           NOT AT END
               IF NOT CK-CHECK-STOCKED AND
                       CK-CHECK-ISSUE-DATE = WS-RUN-DATE
                   MOVE "I" TO WS-ACTION
                   PERFORM 200-WRITE-ONE-CHECK
               END-IF
               IF CK-CHECK-VOIDED AND
                       CK-CHECK-VOID-DATE = WS-RUN-DATE
                   MOVE "V" TO WS-ACTION
                   PERFORM 200-WRITE-ONE-CHECK
               END-IF
       END-READ
   END-PERFORM
   CLOSE CHKREG-FILE.
EXIT PARAGRAPH.

200-WRITE-ONE-CHECK.
   MOVE SPACES TO PP-REC
   MOVE "D" TO PP-REC-TYPE
   MOVE WS-BANK-ACCOUNT TO PP-ACCOUNT
   MOVE CK-CHECK-NO TO PP-CHECK-NO
   COMPUTE PP-AMOUNT-CENTS = CK-CHECK-AMOUNT * 100
   MOVE CK-CHECK-ISSUE-DATE TO PP-ISSUE-DATE
   MOVE WS-ACTION TO PP-ACTION
   MOVE CK-CHECK-PAYEE TO PP-PAYEE
   WRITE PP-REC
   ADD 1 TO WS-ROWS
   IF WS-ACTION = "I"
       ADD 1 TO WS-ISSUED
       ADD CK-CHECK-AMOUNT TO WS-ISSUED-TOTAL
   ELSE
       ADD 1 TO WS-VOIDED
   END-IF

   MOVE CK-CHECK-AMOUNT TO WS-MONEY-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING CK-CHECK-NO "   " WS-ACTION "  " CK-CHECK-ISSUE-DATE " "
          CK-CHECK-PAYEE " " WS-MONEY-DISP
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE.
EXIT PARAGRAPH.

300-WRITE-TRAILER.
   MOVE SPACES TO PP-REC
   MOVE "T" TO PP-REC-TYPE
   MOVE WS-BANK-ACCOUNT TO PP-ACCOUNT
   MOVE WS-ROWS TO PP-CHECK-NO
   COMPUTE PP-AMOUNT-CENTS = WS-ISSUED-TOTAL * 100
   MOVE WS-RUN-DATE TO PP-ISSUE-DATE
   MOVE SPACE TO PP-ACTION
   WRITE PP-REC

   MOVE WS-ISSUED-TOTAL TO WS-MONEY-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING "ISSUED: " WS-ISSUED "  " WS-MONEY-DISP
          "  VOIDED: " WS-VOIDED
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE.
EXIT PARAGRAPH.

500-PUT-LINE.
   DISPLAY WS-OUT-LINE
   IF PA-EXPORT-FLAG = 'Y' THEN
       MOVE WS-OUT-LINE TO EXPORT-REC
       WRITE EXPORT-REC
   END-IF.
EXIT PARAGRAPH.

END PROGRAM POSITIVE_PAY.
