*> Purpose: Trade-in lien payoff desk over PAYOFF.IDX. The sale
*>          flow records the lienholder, the quoted payoff, and
*>          the quote's good-through date when a trade comes in
*>          with money owed on it; this desk cuts the payoff check
*>          to the lienholder off our stock through ISSUE_CHECK
*>          (source PYOF, so it reaches the CHKREG.IDX register and
*>          the bank's positive-pay file), marks the payoff sent
*>          with the date and that check number as the reference,
*>          and lists the open payoffs to
*>          PAYOFFS_OPEN.RPT - flagging quotes already expired or
*>          about to, because a payoff mailed after the quote
*>          lapses costs us the difference and nothing used to
01  WS-OPEN-COUNT           PIC 9(5).
01  WS-FLAG                 PIC X(14).
01  WS-AMOUNT-DISP          PIC $,$$$,$$9.99.
01  WS-PAYEE                PIC X(30).
01  WS-SOURCE               PIC X(4).
01  WS-SOURCE-DOC           PIC X(12).
01  WS-ISSUED-CHECK         PIC 9(5).
01  WS-ISSUE-RESULT         PIC 99.

*> A quote inside this many days of lapsing gets the warning flag.
01  WS-WARN-DAYS            PIC 99 VALUE 5.
                DISPLAY "That payoff was already sent "
                    PFX-sentDate " ref " PFX-sentRef
            ELSE
                MOVE PFX-lienholder TO WS-PAYEE
                MOVE SPACES TO WS-SOURCE-DOC
                STRING "PAYOFF " PFX-payoffID DELIMITED BY SIZE
                    INTO WS-SOURCE-DOC
                MOVE "PYOF" TO WS-SOURCE
                CALL "ISSUE_CHECK" USING WS-PAYEE,
                    PFX-payoffAmount, WS-SOURCE, WS-SOURCE-DOC,
                    WS-ISSUED-CHECK, WS-ISSUE-RESULT
                IF WS-ISSUE-RESULT NOT = 00
                    DISPLAY "No check could be cut - payoff left"
                        " open."
                ELSE
                    MOVE FUNCTION CURRENT-DATE(1:8)
                        TO WS-TODAY-DATE
                    MOVE WS-TODAY-DATE TO PFX-sentDate
                    MOVE WS-ISSUED-CHECK TO PFX-sentRef
                    MOVE "S" TO PFX-payoffStatus
                    REWRITE PFX-PAYOFF
                        INVALID KEY
                            DISPLAY "Could not update the payoff"
                                " - void check " WS-ISSUED-CHECK
                                " at CHECK_DESK."
                        NOT INVALID KEY
                            DISPLAY "Payoff " WS-PAYOFF-IN
                                " marked sent on check "
                                WS-ISSUED-CHECK "."
                    END-REWRITE
                END-IF
            END-IF
    END-READ
    CLOSE PAYOFF-FILE.
