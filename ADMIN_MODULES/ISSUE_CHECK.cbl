*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Issues the next check off our stock in CHKREG.IDX -
*>          the one place a check number comes from, instead of
*>          each desk typing a free-text reference. The lowest
*>          number still stocked (S) is taken, in key order, and
*>          rewritten as issued (I) with the payee, amount, today's
*>          issue date, the source desk and its document, and who
*>          cut it - the row POSITIVE_PAY sends the bank that
*>          night. CALLed by REFUND_DESK, PAYOFF_DESK,
*>          CAR_PURCHASE, CONSIGN_DESK, AP_PAYMENT_RUN, and
*>          CHECK_DESK for a manual check.
*> RETURN CODES (LS-RESULT-CODE):
*>     00 -> CHECK ISSUED - LS-CHECK-NO CARRIES IT
*>     23 -> NO CHECK STOCK LEFT - RECEIVE A BOX AT CHECK_DESK
*>     30 -> THE REGISTER ROW COULD NOT BE REWRITTEN
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. ISSUE_CHECK.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL CHKREG-FILE
        ASSIGN TO '../../INDEXES/CHKREG.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS CK-CHECK-NO.

DATA DIVISION.
FILE SECTION.
FD CHKREG-FILE
    RECORD CONTAINS 143 CHARACTERS.
    COPY CHECK_REG_DEF REPLACING ==:TAG:== BY ==CK==.

WORKING-STORAGE SECTION.
COPY SESSION_DEF.
01 WS-EOF               PIC X.
01 WS-FOUND             PIC X.

LINKAGE SECTION.
01 LS-PAYEE             PIC X(30).
01 LS-AMOUNT            PIC 9(7)V99.
01 LS-SOURCE            PIC X(4).
01 LS-SOURCE-DOC        PIC X(12).
01 LS-CHECK-NO          PIC 9(5).
01 LS-RESULT-CODE       PIC 99.

PROCEDURE DIVISION USING LS-PAYEE, LS-AMOUNT, LS-SOURCE,
        LS-SOURCE-DOC, LS-CHECK-NO, LS-RESULT-CODE.
MAIN-PROCEDURE.
   MOVE 0 TO LS-CHECK-NO
   MOVE "N" TO WS-EOF
   MOVE "N" TO WS-FOUND
   OPEN I-O CHKREG-FILE
   MOVE 0 TO CK-CHECK-NO
   START CHKREG-FILE KEY IS NOT LESS THAN CK-CHECK-NO
       INVALID KEY
           MOVE "Y" TO WS-EOF
   END-START
   PERFORM UNTIL WS-EOF = "Y" OR WS-FOUND = "Y"
       READ CHKREG-FILE NEXT RECORD
           AT END
               MOVE "Y" TO WS-EOF
           NOT AT END
               IF CK-CHECK-STOCKED
                   MOVE "Y" TO WS-FOUND
               END-IF
       END-READ
   END-PERFORM

   IF WS-FOUND NOT = "Y"
       MOVE 23 TO LS-RESULT-CODE
       DISPLAY "NO CHECK STOCK - RECEIVE A BOX AT CHECK_DESK."
   ELSE
       MOVE "I" TO CK-CHECK-STATUS
       MOVE LS-PAYEE TO CK-CHECK-PAYEE
       MOVE LS-AMOUNT TO CK-CHECK-AMOUNT
       MOVE FUNCTION CURRENT-DATE(1:8) TO CK-CHECK-ISSUE-DATE
       MOVE LS-SOURCE TO CK-CHECK-SOURCE
       MOVE LS-SOURCE-DOC TO CK-CHECK-SOURCE-DOC
       MOVE SESSION-CURRENT-USER TO CK-CHECK-BY
       REWRITE CK-CHECK
           INVALID KEY
               MOVE 30 TO LS-RESULT-CODE
               DISPLAY "CHECK " CK-CHECK-NO
                   " COULD NOT BE ISSUED ON THE REGISTER."
           NOT INVALID KEY
               MOVE CK-CHECK-NO TO LS-CHECK-NO
               MOVE 00 TO LS-RESULT-CODE
               DISPLAY "CHECK " CK-CHECK-NO " ISSUED TO "
                   LS-PAYEE
       END-REWRITE
   END-IF
   CLOSE CHKREG-FILE
   GOBACK.

END PROGRAM ISSUE_CHECK.
