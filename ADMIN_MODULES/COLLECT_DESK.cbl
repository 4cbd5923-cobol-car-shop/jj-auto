*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Collector's desk for past-due in-house loans. Option 1
*>          builds the day's work queue through COLLECT_QUEUE (late
*>          fees assessed on the way). Each call worked off the
*>          queue is recorded here with its result code - and for a
*>          promise to pay, the date and amount promised - as a
*>          COLLECTLOG.DAT row, and stamped on the LOAN.IDX account
*>          so the promise holds it off the queue until it comes
*>          due. The call history for a loan can be pulled back up
*>          before the next call. Launched from JJUI off a
*>          PERMISSIONS.DAT row.
*>
*>          RESULT CODES: PP promise to pay, NA no answer,
*>          LM left message, WN wrong number, RF refused to pay,
*>          DS disputes the debt, SP says already paid.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. COLLECT_DESK.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL LOAN-FILE
        ASSIGN TO '../../INDEXES/LOAN.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS LNX-loanID
        ALTERNATE RECORD KEY IS LNX-saleID WITH DUPLICATES
        ALTERNATE RECORD KEY IS LNX-custID WITH DUPLICATES.
    SELECT OPTIONAL COLLECT-LOG-FILE ASSIGN TO '../COLLECTLOG.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD LOAN-FILE
    RECORD CONTAINS 201 CHARACTERS.
    COPY LOAN_DEF REPLACING ==:TAG:== BY ==LNX==.
FD COLLECT-LOG-FILE.
    COPY COLLECT_CALL_DEF REPLACING ==:TAG:== BY ==CC==.

WORKING-STORAGE SECTION.
COPY SESSION_DEF.

01 CQ-PARAMETRES.
   02 CQ-RETURN-CODE PIC 99 VALUE 0.
   02 CQ-OPTION-CODE PIC 99 VALUE 0.
   02 CQ-EXPORT-FLAG PIC X VALUE "N".

01  MENU-OPTION             PIC 9.
01  WS-MENU-DONE            PIC X VALUE "N".
01  WS-EOF                  PIC X.
01  WS-LOANID-IN            PIC 9(5).
01  WS-RESULT-IN            PIC XX.
01  WS-PROMISE-DATE         PIC 9(8).
01  WS-PROMISE-AMT          PIC 9(7)V99.
01  WS-NOTE-IN              PIC X(40).
01  WS-TODAY-DATE           PIC 9(8).
01  WS-MONEY-DISP           PIC $,$$$,$$9.99.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM UNTIL WS-MENU-DONE = "Y"
        DISPLAY "--- Collections Desk ---"
        DISPLAY "1. Build Today's Work Queue"
        DISPLAY "2. Record Call Result"
        DISPLAY "3. Show Call History"
        DISPLAY "4. Exit"
        ACCEPT MENU-OPTION
        EVALUATE MENU-OPTION
            WHEN 1
                CALL "COLLECT_QUEUE" USING CQ-PARAMETRES
            WHEN 2
                PERFORM 200-RECORD-CALL-RTN
            WHEN 3
                PERFORM 300-CALL-HISTORY-RTN
            WHEN 4
                MOVE "Y" TO WS-MENU-DONE
            WHEN OTHER
                DISPLAY "Invalid Option, Please enter 1-4."
        END-EVALUATE
    END-PERFORM
    STOP RUN.

*>  One call on one account. Only an open loan is worked; a promise
*>  needs a date no earlier than today and an amount, or it is not
*>  a promise.
200-RECORD-CALL-RTN.
    DISPLAY "Enter Loan ID: "
    ACCEPT WS-LOANID-IN
    OPEN I-O LOAN-FILE
    MOVE WS-LOANID-IN TO LNX-loanID
    READ LOAN-FILE
        INVALID KEY
            DISPLAY "No loan found with that ID."
        NOT INVALID KEY
            IF NOT LNX-LOAN-OPEN
                DISPLAY "That loan is not open."
            ELSE
                PERFORM 250-TAKE-RESULT-RTN
            END-IF
    END-READ
    CLOSE LOAN-FILE.

250-TAKE-RESULT-RTN.
    MOVE LNX-balance TO WS-MONEY-DISP
    DISPLAY "CUSTOMER: " LNX-custID "  BALANCE: " WS-MONEY-DISP
        "  BROKEN PROMISES: " LNX-brokenPromises
    IF LNX-promiseDate > 0
        MOVE LNX-promiseAmt TO WS-MONEY-DISP
        DISPLAY "OPEN PROMISE: " WS-MONEY-DISP " BY "
            LNX-promiseDate
    END-IF
    DISPLAY "Result (PP/NA/LM/WN/RF/DS/SP): "
    ACCEPT WS-RESULT-IN
    MOVE FUNCTION UPPER-CASE(WS-RESULT-IN) TO WS-RESULT-IN
    MOVE WS-RESULT-IN TO CC-CC-RESULT
    IF NOT CC-CC-VALID-RESULT
        DISPLAY "Unknown result code - nothing recorded."
    ELSE
        MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
        MOVE 0 TO WS-PROMISE-DATE
        MOVE 0 TO WS-PROMISE-AMT
        IF CC-CC-PROMISED
            DISPLAY "Promised Pay Date (YYYYMMDD): "
            ACCEPT WS-PROMISE-DATE
            DISPLAY "Promised Amount: "
            ACCEPT WS-PROMISE-AMT
        END-IF
        IF CC-CC-PROMISED AND
                (WS-PROMISE-DATE < WS-TODAY-DATE OR
                 WS-PROMISE-AMT = 0)
            DISPLAY "A promise needs a date from today on and an"
                " amount - nothing recorded."
        ELSE
            DISPLAY "Note: "
            ACCEPT WS-NOTE-IN
            PERFORM 270-POST-CALL-RTN
        END-IF
    END-IF.

270-POST-CALL-RTN.
    MOVE WS-TODAY-DATE TO LNX-lastCallDate
    MOVE WS-RESULT-IN TO LNX-lastCallResult
    IF WS-RESULT-IN = "PP"
        MOVE WS-PROMISE-DATE TO LNX-promiseDate
        MOVE WS-PROMISE-AMT TO LNX-promiseAmt
        MOVE WS-TODAY-DATE TO LNX-promiseMade
    END-IF
    REWRITE LNX-LOAN
        INVALID KEY
            DISPLAY "Could not record the call."
        NOT INVALID KEY
            MOVE LNX-loanID TO CC-loanID
            MOVE WS-TODAY-DATE TO CC-CC-DATE
            MOVE WS-RESULT-IN TO CC-CC-RESULT
            MOVE WS-PROMISE-DATE TO CC-CC-PROMISE-DATE
            MOVE WS-PROMISE-AMT TO CC-CC-PROMISE-AMT
            MOVE WS-NOTE-IN TO CC-CC-NOTE
            MOVE SESSION-CURRENT-USER TO CC-CC-ENTERED-BY
            OPEN EXTEND COLLECT-LOG-FILE
            WRITE CC-COLLECT-CALL
            CLOSE COLLECT-LOG-FILE
            IF WS-RESULT-IN = "PP"
                DISPLAY "Promise recorded - the account is off the"
                    " queue until " WS-PROMISE-DATE "."
            ELSE
                DISPLAY "Call recorded."
            END-IF
    END-REWRITE.

300-CALL-HISTORY-RTN.
    DISPLAY "Enter Loan ID: "
    ACCEPT WS-LOANID-IN
    DISPLAY "DATE     RES PROMISED BY  AMOUNT     NOTE"
    MOVE "N" TO WS-EOF
    OPEN INPUT COLLECT-LOG-FILE
    PERFORM UNTIL WS-EOF = "Y"
        READ COLLECT-LOG-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF CC-loanID = WS-LOANID-IN
                    DISPLAY CC-CC-DATE " " CC-CC-RESULT "  "
                        CC-CC-PROMISE-DATE "  " CC-CC-PROMISE-AMT
                        " " CC-CC-NOTE
                END-IF
        END-READ
    END-PERFORM
    CLOSE COLLECT-LOG-FILE.

END PROGRAM COLLECT_DESK.
