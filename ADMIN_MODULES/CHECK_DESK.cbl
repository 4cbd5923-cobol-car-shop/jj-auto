*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Check register desk over CHKREG.IDX - checks used to
*>          leave the building from half a dozen desks with nothing
*>          but a free-text reference behind them. Receiving a box
*>          of check stock records its numbered range as S rows;
*>          every desk that pays by check now draws the next
*>          number through ISSUE_CHECK, and a manual check keyed
*>          here goes the same way; a spoiled or cancelled check
*>          is voided with a reason (and can be reissued on the
*>          next number to the same payee) unless BANK_RECON has
*>          already seen it clear the bank; and the register
*>          listing shows every check issued or voided in a date
*>          range with its payee, amount and source document, plus
*>          the stock left, to CHECK_REGISTER.RPT. POSITIVE_PAY
*>          sends the day's issued and voided checks to the bank.
*>          Launched from JJUI off a PERMISSIONS.DAT row.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. CHECK_DESK.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL CHKREG-FILE
        ASSIGN TO '../../INDEXES/CHKREG.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS CK-CHECK-NO.
    SELECT EXPORT-FILE ASSIGN TO 'CHECK_REGISTER.RPT'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CHKREG-FILE
    RECORD CONTAINS 143 CHARACTERS.
    COPY CHECK_REG_DEF REPLACING ==:TAG:== BY ==CK==.
FD EXPORT-FILE.
01 EXPORT-REC                 PIC X(100).

WORKING-STORAGE SECTION.
COPY SESSION_DEF.
01  MENU-OPTION             PIC 9.
01  WS-MENU-DONE            PIC X VALUE "N".
01  WS-EOF                  PIC X.
01  WS-ANSWER               PIC X.
01  WS-RANGE-FROM           PIC 9(5).
01  WS-RANGE-TO             PIC 9(5).
01  WS-CHECK-IN             PIC 9(5).
01  WS-TODAY-DATE           PIC 9(8).
01  WS-FROM-DATE            PIC 9(8).
01  WS-TO-DATE              PIC 9(8).
01  WS-STOCKED-COUNT        PIC 9(5).
01  WS-SKIPPED-COUNT        PIC 9(5).
01  WS-ISSUED-COUNT         PIC 9(5).
01  WS-VOIDED-COUNT         PIC 9(5).
01  WS-ON-HAND-COUNT        PIC 9(5).
01  WS-ISSUED-TOTAL         PIC 9(9)V99.
01  WS-MONEY-DISP           PIC $,$$$,$$9.99.

*> What ISSUE_CHECK is handed - a manual check, or the reissue of
*> a voided one to the same payee.
01  WS-PAYEE                PIC X(30).
01  WS-AMOUNT               PIC 9(7)V99.
01  WS-SOURCE               PIC X(4).
01  WS-SOURCE-DOC           PIC X(12).
01  WS-ISSUED-CHECK         PIC 9(5).
01  WS-ISSUE-RESULT         PIC 99.
01  WS-REISSUE              PIC X.
01  WS-VOID-REASON          PIC X(20).

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM UNTIL WS-MENU-DONE = "Y"
        DISPLAY "--- Check Register Desk ---"
        DISPLAY "1. Receive Check Stock (a box's range)"
        DISPLAY "2. Write a Manual Check"
        DISPLAY "3. Void a Check"
        DISPLAY "4. Register Listing"
        DISPLAY "5. Exit"
        ACCEPT MENU-OPTION
        EVALUATE MENU-OPTION
            WHEN 1
                PERFORM 200-RECEIVE-STOCK-RTN
            WHEN 2
                PERFORM 300-MANUAL-CHECK-RTN
            WHEN 3
                PERFORM 400-VOID-RTN
            WHEN 4
                PERFORM 500-REGISTER-RTN
            WHEN 5
                MOVE "Y" TO WS-MENU-DONE
            WHEN OTHER
                DISPLAY "Invalid Option, Please enter 1-5."
        END-EVALUATE
    END-PERFORM
    STOP RUN.

*>  A number already on the register - stocked, issued or voided -
*>  is left alone, so a box keyed twice can't reopen a check.
200-RECEIVE-STOCK-RTN.
    DISPLAY "First Check Number in the box: "
    ACCEPT WS-RANGE-FROM
    DISPLAY "Last Check Number in the box: "
    ACCEPT WS-RANGE-TO
    IF WS-RANGE-TO < WS-RANGE-FROM OR WS-RANGE-FROM = 0 OR
            WS-RANGE-TO - WS-RANGE-FROM > 1999
        DISPLAY "That is not a box of checks - range refused."
    ELSE
        MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
        MOVE 0 TO WS-STOCKED-COUNT
        MOVE 0 TO WS-SKIPPED-COUNT
        OPEN I-O CHKREG-FILE
        PERFORM VARYING WS-CHECK-IN FROM WS-RANGE-FROM BY 1
                UNTIL WS-CHECK-IN > WS-RANGE-TO
            INITIALIZE CK-CHECK
            MOVE WS-CHECK-IN TO CK-CHECK-NO
            MOVE "S" TO CK-CHECK-STATUS
            MOVE WS-TODAY-DATE TO CK-CHECK-STOCK-DATE
            MOVE SESSION-CURRENT-USER TO CK-CHECK-BY
            WRITE CK-CHECK
                INVALID KEY
                    ADD 1 TO WS-SKIPPED-COUNT
                NOT INVALID KEY
                    ADD 1 TO WS-STOCKED-COUNT
            END-WRITE
        END-PERFORM
        CLOSE CHKREG-FILE
        DISPLAY WS-STOCKED-COUNT " check(s) " WS-RANGE-FROM
            " - " WS-RANGE-TO " received into stock."
        IF WS-SKIPPED-COUNT > 0
            DISPLAY WS-SKIPPED-COUNT " number(s) already on the"
                " register were skipped."
        END-IF
    END-IF.

300-MANUAL-CHECK-RTN.
    DISPLAY "Pay to the order of: "
    ACCEPT WS-PAYEE
    DISPLAY "Amount: "
    ACCEPT WS-AMOUNT
    DISPLAY "Memo / source document: "
    ACCEPT WS-SOURCE-DOC
    IF WS-PAYEE = SPACES OR WS-AMOUNT = 0
        DISPLAY "A check needs a payee and an amount - nothing"
            " issued."
    ELSE
        MOVE "MAN" TO WS-SOURCE
        CALL "ISSUE_CHECK" USING WS-PAYEE, WS-AMOUNT, WS-SOURCE,
            WS-SOURCE-DOC, WS-ISSUED-CHECK, WS-ISSUE-RESULT
        IF WS-ISSUE-RESULT = 00
            MOVE WS-AMOUNT TO WS-MONEY-DISP
            DISPLAY "Cut check " WS-ISSUED-CHECK " for "
                WS-MONEY-DISP
        END-IF
    END-IF.

*>  An issued check that spoils in the printer or is cancelled
*>  still has to reach the bank as a void, or it stays payable.
*>  The desk that issued it keeps the old number on its record -
*>  the reissue row names the same source document.
400-VOID-RTN.
    DISPLAY "Check Number to void: "
    ACCEPT WS-CHECK-IN
    MOVE "N" TO WS-REISSUE
    OPEN I-O CHKREG-FILE
    MOVE WS-CHECK-IN TO CK-CHECK-NO
    READ CHKREG-FILE
        INVALID KEY
            DISPLAY "That check number is not on the register."
        NOT INVALID KEY
            IF CK-CHECK-VOIDED
                DISPLAY "Check " WS-CHECK-IN " was already voided "
                    CK-CHECK-VOID-DATE "."
                CLOSE CHKREG-FILE
                EXIT PARAGRAPH
            END-IF
            IF CK-CHECK-CLEARED-DATE > 0
                DISPLAY "Check " WS-CHECK-IN " cleared the bank "
                    CK-CHECK-CLEARED-DATE " - it cannot be voided."
            ELSE
                IF CK-CHECK-ISSUED
                    MOVE CK-CHECK-AMOUNT TO WS-MONEY-DISP
                    DISPLAY "Check " WS-CHECK-IN " issued "
                        CK-CHECK-ISSUE-DATE " to " CK-CHECK-PAYEE
                    DISPLAY "  for " WS-MONEY-DISP " - "
                        CK-CHECK-SOURCE " " CK-CHECK-SOURCE-DOC
                END-IF
                DISPLAY "Void Reason: "
                ACCEPT WS-VOID-REASON
                MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
                IF CK-CHECK-ISSUED
                    DISPLAY "Reissue on the next check to the same"
                        " payee? (Y/N): "
                    ACCEPT WS-ANSWER
                    IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
                        MOVE "Y" TO WS-REISSUE
                        MOVE CK-CHECK-PAYEE TO WS-PAYEE
                        MOVE CK-CHECK-AMOUNT TO WS-AMOUNT
                        MOVE CK-CHECK-SOURCE TO WS-SOURCE
                        MOVE CK-CHECK-SOURCE-DOC TO WS-SOURCE-DOC
                    END-IF
                END-IF
                MOVE "V" TO CK-CHECK-STATUS
                MOVE WS-TODAY-DATE TO CK-CHECK-VOID-DATE
                MOVE WS-VOID-REASON TO CK-CHECK-VOID-REASON
                REWRITE CK-CHECK
                    INVALID KEY
                        MOVE "N" TO WS-REISSUE
                        DISPLAY "Could not void the check."
                    NOT INVALID KEY
                        DISPLAY "Check " WS-CHECK-IN " voided."
                END-REWRITE
            END-IF
    END-READ
    CLOSE CHKREG-FILE
    IF WS-REISSUE = "Y"
        CALL "ISSUE_CHECK" USING WS-PAYEE, WS-AMOUNT, WS-SOURCE,
            WS-SOURCE-DOC, WS-ISSUED-CHECK, WS-ISSUE-RESULT
        IF WS-ISSUE-RESULT = 00
            DISPLAY "Check " WS-ISSUED-CHECK " replaces "
                WS-CHECK-IN " - note it on the source record."
        END-IF
    END-IF.

*>  Every check issued or voided in the range, in number order,
*>  and how much stock is left in the drawer.
500-REGISTER-RTN.
    DISPLAY "From Date (YYYYMMDD): "
    ACCEPT WS-FROM-DATE
    DISPLAY "To Date (YYYYMMDD, 0 = today): "
    ACCEPT WS-TO-DATE
    IF WS-TO-DATE = 0
        MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TO-DATE
    END-IF
    MOVE 0 TO WS-ISSUED-COUNT
    MOVE 0 TO WS-VOIDED-COUNT
    MOVE 0 TO WS-ON-HAND-COUNT
    MOVE 0 TO WS-ISSUED-TOTAL
    MOVE "N" TO WS-EOF
    OPEN OUTPUT EXPORT-FILE
    MOVE SPACES TO EXPORT-REC
    STRING "CHECK REGISTER " WS-FROM-DATE " - " WS-TO-DATE
        DELIMITED BY SIZE INTO EXPORT-REC
    WRITE EXPORT-REC
    DISPLAY EXPORT-REC
    MOVE "CHECK ST DATE     PAYEE                          AMOUNT"
        TO EXPORT-REC
    WRITE EXPORT-REC
    DISPLAY EXPORT-REC
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
                PERFORM 550-REGISTER-ONE-RTN
        END-READ
    END-PERFORM
    CLOSE CHKREG-FILE
    MOVE WS-ISSUED-TOTAL TO WS-MONEY-DISP
    MOVE SPACES TO EXPORT-REC
    STRING "ISSUED: " WS-ISSUED-COUNT "  " WS-MONEY-DISP
           "  VOIDED: " WS-VOIDED-COUNT
           "  STOCK ON HAND: " WS-ON-HAND-COUNT
        DELIMITED BY SIZE INTO EXPORT-REC
    WRITE EXPORT-REC
    DISPLAY EXPORT-REC
    CLOSE EXPORT-FILE
    DISPLAY "Register written to CHECK_REGISTER.RPT".

550-REGISTER-ONE-RTN.
    EVALUATE TRUE
        WHEN CK-CHECK-STOCKED
            ADD 1 TO WS-ON-HAND-COUNT
        WHEN CK-CHECK-ISSUED
            IF CK-CHECK-ISSUE-DATE >= WS-FROM-DATE AND
                    CK-CHECK-ISSUE-DATE <= WS-TO-DATE
                ADD 1 TO WS-ISSUED-COUNT
                ADD CK-CHECK-AMOUNT TO WS-ISSUED-TOTAL
                MOVE CK-CHECK-AMOUNT TO WS-MONEY-DISP
                MOVE SPACES TO EXPORT-REC
                STRING CK-CHECK-NO " I  " CK-CHECK-ISSUE-DATE " "
                       CK-CHECK-PAYEE " " WS-MONEY-DISP " "
                       CK-CHECK-SOURCE " " CK-CHECK-SOURCE-DOC
                    DELIMITED BY SIZE INTO EXPORT-REC
                WRITE EXPORT-REC
                DISPLAY EXPORT-REC
            END-IF
        WHEN CK-CHECK-VOIDED
            IF CK-CHECK-VOID-DATE >= WS-FROM-DATE AND
                    CK-CHECK-VOID-DATE <= WS-TO-DATE
                ADD 1 TO WS-VOIDED-COUNT
                MOVE SPACES TO EXPORT-REC
                STRING CK-CHECK-NO " V  " CK-CHECK-VOID-DATE " "
                       CK-CHECK-PAYEE " VOID "
                       CK-CHECK-VOID-REASON
                    DELIMITED BY SIZE INTO EXPORT-REC
                WRITE EXPORT-REC
                DISPLAY EXPORT-REC
            END-IF
    END-EVALUATE.

END PROGRAM CHECK_DESK.
