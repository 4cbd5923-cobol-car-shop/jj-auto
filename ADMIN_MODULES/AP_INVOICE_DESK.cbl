*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Accounts payable desk - supplier invoices used to go
*>          into a folder and get paid off the paper, and more than
*>          once we paid for parts that never came in the door.
*>          Option 1 keys a SUPPLIER.IDX supplier's invoice against
*>          the PO.IDX order it bills: each POLINE.IDX line is shown
*>          with what arrived, what has already been billed and the
*>          cost confirmed at PO_RECEIVE, and the billed quantity
*>          and unit cost are matched three ways - ordered,
*>          received, invoiced. A line billing more than arrived
*>          unbilled is a quantity variance, a cost outside the
*>          price tolerance is a price variance, and a part the PO
*>          never carried (or an invoice with no PO we can find) is
*>          unmatched. A clean invoice is approved to pay on the
*>          spot; a variance waits for approval; an unmatched one is
*>          held. The same supplier invoice number cannot be keyed
*>          twice. Option 2 works the held and variance invoices:
*>          approve, reject (the billed quantity comes back off the
*>          PO lines), or - for a held one - match it to a PO now.
*>          Invoices are written to APINV.IDX with their lines in
*>          APLINE.IDX; AP_AGING ages what is open and
*>          AP_PAYMENT_RUN pays what is approved. Launched from JJUI
*>          off a PERMISSIONS.DAT row.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. AP_INVOICE_DESK.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL APINV-FILE
        ASSIGN TO '../../INDEXES/APINV.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS APX-AP-INV-ID
        ALTERNATE RECORD KEY IS APX-AP-SUPP-ID WITH DUPLICATES.
    SELECT OPTIONAL APLINE-FILE
        ASSIGN TO '../../INDEXES/APLINE.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS ALX-AL-LINE-ID
        ALTERNATE RECORD KEY IS ALX-AL-INV-ID WITH DUPLICATES.
    SELECT OPTIONAL PO-FILE ASSIGN TO '../PO.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS POX-PO-NUMBER.
    SELECT OPTIONAL POLINE-FILE ASSIGN TO '../POLINE.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS PLX-PO-LINE-ID
        ALTERNATE RECORD KEY IS PLX-PO-NUMBER WITH DUPLICATES.

DATA DIVISION.
FILE SECTION.
FD APINV-FILE
    RECORD CONTAINS 115 CHARACTERS.
    COPY AP_INV_DEF REPLACING ==:TAG:== BY ==APX==.
FD APLINE-FILE
    RECORD CONTAINS 40 CHARACTERS.
    COPY AP_LINE_DEF REPLACING ==:TAG:== BY ==ALX==.
FD PO-FILE
    RECORD CONTAINS 19 CHARACTERS.
    COPY PO_DEF REPLACING ==:TAG:== BY ==POX==.
FD POLINE-FILE
    RECORD CONTAINS 44 CHARACTERS.
    COPY PO_LINE_DEF REPLACING ==:TAG:== BY ==PLX==.

WORKING-STORAGE SECTION.
COPY SESSION_DEF.
COPY SUPPLIER_DEF REPLACING ==:TAG:== BY ==WS==.
COPY PART_DEF REPLACING ==:TAG:== BY ==WS==.

01  MENU-OPTION             PIC 9.
01  WS-MENU-DONE            PIC X VALUE "N".
01  WS-RESULT-CODE          PIC 99.
01  WS-ID-SERIES            PIC X(10).
01  WS-NEXT-INV-ID          PIC 9(5).
01  WS-NEXT-LINE-ID         PIC 9(5).

01  WS-SUPP-IN              PIC 9(5).
01  WS-INV-NO-IN            PIC X(15).
01  WS-INV-DATE-IN          PIC 9(8).
01  WS-TERMS-IN             PIC 999.
01  WS-PO-IN                PIC 9(5).
01  WS-PART-IN              PIC 9(5).
01  WS-QTY-IN               PIC 9(5).
01  WS-COST-IN              PIC 9(5)V99.
01  WS-TOTAL-IN             PIC 9(7)V99.
01  WS-INV-ID-IN            PIC 9(5).
01  WS-ACTION-IN            PIC X.

01  WS-TODAY-DATE           PIC 9(8).
01  WS-WORK-INT             PIC 9(8).
01  WS-PO-OK                PIC X.
01  WS-DUP-FOUND            PIC X.
01  WS-SCAN-EOF             PIC X.
01  WS-LINE-EOF             PIC X.
01  WS-INV-EOF              PIC X.
01  WS-PL-FOUND             PIC X.
01  WS-LINE-COUNT           PIC 999.
01  WS-ANY-UNMATCHED        PIC X.
01  WS-ANY-VARIANCE         PIC X.
01  WS-LINE-SUM             PIC 9(7)V99.
01  WS-LINE-EXT             PIC 9(7)V99.
01  WS-WORKED               PIC 999.

*> Match work fields for the line being judged.
01  WS-INVOICED             PIC 9(5).
01  WS-AVAILABLE            PIC S9(5).
01  WS-EXPECT-COST          PIC 9(5)V99.
01  WS-COST-DIFF            PIC S9(5)V99.
01  WS-TOLERANCE-AMT        PIC 9(5)V99.
01  WS-QTY-BAD              PIC X.
01  WS-PRICE-BAD            PIC X.
*> A billed unit cost within this percentage of the expected cost
*> still matches - pennies of rounding on the supplier's side are
*> not worth an approval.
01  WS-PRICE-TOLERANCE-PCT  PIC 99V99 VALUE 02.00.

01  WS-MONEY-DISP           PIC $,$$$,$$9.99.
01  WS-MONEY-DISP2          PIC $,$$$,$$9.99.
01  WS-COST-DISP            PIC $$$,$$9.99.
01  WS-COST-DISP2           PIC $$$,$$9.99.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM UNTIL WS-MENU-DONE = "Y"
        DISPLAY "--- Accounts Payable Desk ---"
        DISPLAY "1. Enter Supplier Invoice"
        DISPLAY "2. Work Held / Variance Invoices"
        DISPLAY "3. Show An Invoice"
        DISPLAY "4. Exit"
        ACCEPT MENU-OPTION
        EVALUATE MENU-OPTION
            WHEN 1
                PERFORM 200-ENTER-INVOICE THRU 200-ENTER-EXIT
            WHEN 2
                PERFORM 400-WORK-QUEUE-RTN
            WHEN 3
                PERFORM 500-SHOW-INVOICE-RTN
            WHEN 4
                MOVE "Y" TO WS-MENU-DONE
            WHEN OTHER
                DISPLAY "Invalid Option, Please enter 1-4."
        END-EVALUATE
    END-PERFORM
    STOP RUN.

*>  One supplier invoice: header, then the lines matched against
*>  the PO, then the status the match earned.
200-ENTER-INVOICE.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
    DISPLAY "Supplier ID: "
    ACCEPT WS-SUPP-IN
    INITIALIZE WS-SUPPLIER
    MOVE WS-SUPP-IN TO WS-SUPPLIER-ID
    CALL "READ_SUPPLIER" USING WS-SUPPLIER, WS-RESULT-CODE
    IF WS-RESULT-CODE NOT = 01
        DISPLAY "No supplier found with that ID."
        GO TO 200-ENTER-EXIT
    END-IF
    DISPLAY "Supplier: " WS-SUPPLIER-NAME

    DISPLAY "Supplier's invoice number: "
    ACCEPT WS-INV-NO-IN
    MOVE FUNCTION UPPER-CASE(WS-INV-NO-IN) TO WS-INV-NO-IN
    IF WS-INV-NO-IN = SPACES
        DISPLAY "An invoice number is required."
        GO TO 200-ENTER-EXIT
    END-IF
    PERFORM 210-CHECK-DUPLICATE
    IF WS-DUP-FOUND = "Y"
        DISPLAY "That invoice is already entered as AP invoice "
            APX-AP-INV-ID " (status " APX-AP-STATUS
            ") - not entered again."
        GO TO 200-ENTER-EXIT
    END-IF

    DISPLAY "Invoice date (YYYYMMDD, 0 = today): "
    ACCEPT WS-INV-DATE-IN
    IF WS-INV-DATE-IN = 0
        MOVE WS-TODAY-DATE TO WS-INV-DATE-IN
    END-IF
    IF FUNCTION TEST-DATE-YYYYMMDD(WS-INV-DATE-IN) NOT = 0
        DISPLAY "That is not a valid date."
        GO TO 200-ENTER-EXIT
    END-IF
    DISPLAY "Terms - days to pay (0 = 30): "
    ACCEPT WS-TERMS-IN
    IF WS-TERMS-IN = 0
        MOVE 30 TO WS-TERMS-IN
    END-IF

    DISPLAY "PO number billed (0 = none quoted): "
    ACCEPT WS-PO-IN
    PERFORM 220-CHECK-PO

    MOVE "APINV" TO WS-ID-SERIES
    CALL 'GET_NEXT_ID' USING WS-ID-SERIES, WS-NEXT-INV-ID
    MOVE 0 TO WS-LINE-COUNT
    MOVE 0 TO WS-LINE-SUM
    MOVE "N" TO WS-ANY-UNMATCHED
    MOVE "N" TO WS-ANY-VARIANCE

    OPEN I-O APLINE-FILE
    IF WS-PO-OK = "Y"
        PERFORM 300-BILL-PO-LINES
    END-IF
    PERFORM 330-BILL-OTHER-PARTS
    CLOSE APLINE-FILE

    IF WS-LINE-COUNT = 0
        DISPLAY "No lines billed - invoice not entered."
        GO TO 200-ENTER-EXIT
    END-IF

    MOVE WS-LINE-SUM TO WS-MONEY-DISP
    DISPLAY "Lines total " WS-MONEY-DISP
    DISPLAY "Invoice total as printed (0 = lines total): "
    ACCEPT WS-TOTAL-IN
    IF WS-TOTAL-IN = 0
        MOVE WS-LINE-SUM TO WS-TOTAL-IN
    END-IF
*>  Freight or a sum that does not foot to the lines is still money
*>  we did not agree to - it goes for approval with the rest.
    IF WS-TOTAL-IN NOT = WS-LINE-SUM
        MOVE WS-TOTAL-IN TO WS-MONEY-DISP2
        DISPLAY "PRINTED TOTAL " WS-MONEY-DISP2
            " DOES NOT FOOT TO THE LINES - NEEDS APPROVAL."
        MOVE "Y" TO WS-ANY-VARIANCE
    END-IF

    PERFORM 250-WRITE-HEADER.
200-ENTER-EXIT.
    EXIT.

*>  An invoice number is only unique within its supplier; a
*>  rejected invoice may be keyed again once corrected.
210-CHECK-DUPLICATE.
    MOVE "N" TO WS-DUP-FOUND
    MOVE "N" TO WS-SCAN-EOF
    OPEN INPUT APINV-FILE
    MOVE WS-SUPP-IN TO APX-AP-SUPP-ID
    START APINV-FILE KEY IS NOT LESS THAN APX-AP-SUPP-ID
        INVALID KEY
            MOVE "Y" TO WS-SCAN-EOF
    END-START
    PERFORM UNTIL WS-SCAN-EOF = "Y"
        READ APINV-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-SCAN-EOF
            NOT AT END
                IF APX-AP-SUPP-ID NOT = WS-SUPP-IN
                    MOVE "Y" TO WS-SCAN-EOF
                ELSE
                    IF APX-AP-SUPP-INV-NO = WS-INV-NO-IN AND
                            NOT APX-AP-REJECTED
                        MOVE "Y" TO WS-DUP-FOUND
                        MOVE "Y" TO WS-SCAN-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE APINV-FILE.

*>  The PO has to be on file, the supplier's own, and released - a
*>  draft or cancelled order has nothing received to match.
220-CHECK-PO.
    MOVE "N" TO WS-PO-OK
    IF WS-PO-IN = 0
        DISPLAY "No PO quoted - the invoice will be held unmatched."
    ELSE
        OPEN INPUT PO-FILE
        MOVE WS-PO-IN TO POX-PO-NUMBER
        READ PO-FILE
            INVALID KEY
                DISPLAY "No PO found with that number - the invoice"
                    " will be held unmatched."
            NOT INVALID KEY
                IF POX-PO-SUPP-ID NOT = WS-SUPP-IN
                    DISPLAY "That PO belongs to supplier "
                        POX-PO-SUPP-ID " - the invoice will be held"
                        " unmatched."
                ELSE
                    IF POX-PO-DRAFT OR POX-PO-CANCELLED
                        DISPLAY "That PO is not released (status "
                            POX-PO-STATUS ") - the invoice will be"
                            " held unmatched."
                    ELSE
                        MOVE "Y" TO WS-PO-OK
                    END-IF
                END-IF
        END-READ
        CLOSE PO-FILE
    END-IF.

250-WRITE-HEADER.
    INITIALIZE APX-AP-INV
    MOVE WS-NEXT-INV-ID TO APX-AP-INV-ID
    MOVE WS-SUPP-IN TO APX-AP-SUPP-ID
    MOVE WS-INV-NO-IN TO APX-AP-SUPP-INV-NO
    MOVE WS-PO-IN TO APX-AP-PO-NUMBER
    MOVE WS-INV-DATE-IN TO APX-AP-INV-DATE
    MOVE FUNCTION INTEGER-OF-DATE(WS-INV-DATE-IN) TO WS-WORK-INT
    ADD WS-TERMS-IN TO WS-WORK-INT
    MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INT) TO APX-AP-DUE-DATE
    MOVE WS-TOTAL-IN TO APX-AP-INV-TOTAL
    MOVE WS-TODAY-DATE TO APX-AP-ENTERED-DATE
    MOVE SPACES TO APX-AP-APPROVED-BY
    EVALUATE TRUE
        WHEN WS-PO-OK NOT = "Y" OR WS-ANY-UNMATCHED = "Y"
            MOVE "H" TO APX-AP-STATUS
        WHEN WS-ANY-VARIANCE = "Y"
            MOVE "V" TO APX-AP-STATUS
        WHEN OTHER
            MOVE "A" TO APX-AP-STATUS
            MOVE "THREE-WAY MATCH" TO APX-AP-APPROVED-BY
            MOVE WS-TODAY-DATE TO APX-AP-APPROVED-DATE
    END-EVALUATE
    OPEN I-O APINV-FILE
    WRITE APX-AP-INV
        INVALID KEY
            DISPLAY "Could not write the invoice header -"
                " run NEXTID_SYNC and enter it again."
        NOT INVALID KEY
            MOVE APX-AP-INV-TOTAL TO WS-MONEY-DISP
            EVALUATE TRUE
                WHEN APX-AP-HELD
                    DISPLAY "AP invoice " APX-AP-INV-ID " "
                        WS-MONEY-DISP " HELD - unmatched lines."
                WHEN APX-AP-VARIANCE
                    DISPLAY "AP invoice " APX-AP-INV-ID " "
                        WS-MONEY-DISP " waits for variance approval."
                WHEN OTHER
                    DISPLAY "AP invoice " APX-AP-INV-ID " "
                        WS-MONEY-DISP " matched - approved to pay by "
                        APX-AP-DUE-DATE "."
            END-EVALUATE
    END-WRITE
    CLOSE APINV-FILE.

*>  Walks the PO's lines off the PO-NUMBER alternate key, the same
*>  way PO_RECEIVE does, and takes what the invoice bills on each.
300-BILL-PO-LINES.
    MOVE "N" TO WS-SCAN-EOF
    OPEN I-O POLINE-FILE
    MOVE WS-PO-IN TO PLX-PO-NUMBER
    START POLINE-FILE KEY IS NOT LESS THAN PLX-PO-NUMBER
        INVALID KEY
            MOVE "Y" TO WS-SCAN-EOF
    END-START
    PERFORM UNTIL WS-SCAN-EOF = "Y"
        READ POLINE-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-SCAN-EOF
            NOT AT END
                IF PLX-PO-NUMBER NOT = WS-PO-IN
                    MOVE "Y" TO WS-SCAN-EOF
                ELSE
                    PERFORM 310-BILL-ONE-PO-LINE
                END-IF
        END-READ
    END-PERFORM
    CLOSE POLINE-FILE.

310-BILL-ONE-PO-LINE.
    PERFORM 360-EXPECTED-COST
    IF PLX-QTY-INVOICED IS NUMERIC
        MOVE PLX-QTY-INVOICED TO WS-INVOICED
    ELSE
        MOVE 0 TO WS-INVOICED
    END-IF
    MOVE WS-EXPECT-COST TO WS-COST-DISP
    DISPLAY "LINE " PLX-PO-LINE-ID " PART " PLX-PART-ID
        " ORDERED " PLX-QTY-ORDERED " RECEIVED " PLX-QTY-RECEIVED
        " BILLED " WS-INVOICED " COST " WS-COST-DISP
    DISPLAY "Quantity billed on this invoice (0 = none): "
    ACCEPT WS-QTY-IN
    IF WS-QTY-IN > 0
        DISPLAY "Unit cost billed (0 = " WS-COST-DISP "): "
        ACCEPT WS-COST-IN
        IF WS-COST-IN = 0
            MOVE WS-EXPECT-COST TO WS-COST-IN
        END-IF
        PERFORM 350-MATCH-LINE
        ADD WS-QTY-IN TO WS-INVOICED
        MOVE WS-INVOICED TO PLX-QTY-INVOICED
        REWRITE PLX-POLINE
            INVALID KEY
                DISPLAY "Could not update the PO line."
        END-REWRITE
        MOVE PLX-PO-LINE-ID TO ALX-AL-PO-LINE-ID
        MOVE PLX-PART-ID TO WS-PART-IN
        PERFORM 340-WRITE-LINE
    END-IF.

*>  Anything billed that the PO does not carry - or every line of
*>  an invoice with no usable PO - goes on unmatched.
330-BILL-OTHER-PARTS.
    DISPLAY "Part billed that is not on the PO (0 = none/done): "
    ACCEPT WS-PART-IN
    PERFORM UNTIL WS-PART-IN = 0
        DISPLAY "Quantity billed: "
        ACCEPT WS-QTY-IN
        DISPLAY "Unit cost billed: "
        ACCEPT WS-COST-IN
        IF WS-QTY-IN > 0
            MOVE 0 TO WS-EXPECT-COST
            MOVE "U" TO ALX-AL-MATCH
            MOVE "Y" TO WS-ANY-UNMATCHED
            MOVE 0 TO ALX-AL-PO-LINE-ID
            PERFORM 340-WRITE-LINE
        END-IF
        DISPLAY "Part billed that is not on the PO (0 = done): "
        ACCEPT WS-PART-IN
    END-PERFORM.

*>  ALX-AL-MATCH and ALX-AL-PO-LINE-ID are set by the caller.
340-WRITE-LINE.
    MOVE "APLINE" TO WS-ID-SERIES
    CALL 'GET_NEXT_ID' USING WS-ID-SERIES, WS-NEXT-LINE-ID
    MOVE WS-NEXT-LINE-ID TO ALX-AL-LINE-ID
    MOVE WS-NEXT-INV-ID TO ALX-AL-INV-ID
    MOVE WS-PART-IN TO ALX-AL-PART-ID
    MOVE WS-QTY-IN TO ALX-AL-QTY
    MOVE WS-COST-IN TO ALX-AL-UNIT-COST
    MOVE WS-EXPECT-COST TO ALX-AL-EXPECT-COST
    WRITE ALX-AP-LINE
        INVALID KEY
            DISPLAY "Could not write the invoice line -"
                " run NEXTID_SYNC."
        NOT INVALID KEY
            ADD 1 TO WS-LINE-COUNT
            COMPUTE WS-LINE-EXT = WS-QTY-IN * WS-COST-IN
            ADD WS-LINE-EXT TO WS-LINE-SUM
            IF NOT ALX-AL-MATCHED
                DISPLAY "  LINE FLAGGED " ALX-AL-MATCH
                    " - " WS-QTY-IN " @ " ALX-AL-UNIT-COST
            END-IF
    END-WRITE.

*>  Three-way judgement of WS-QTY-IN / WS-COST-IN against the PO
*>  line in PLX: quantity against what arrived and is not yet
*>  billed, cost against WS-EXPECT-COST within the tolerance.
350-MATCH-LINE.
    COMPUTE WS-AVAILABLE = PLX-QTY-RECEIVED - WS-INVOICED
    MOVE "N" TO WS-QTY-BAD
    MOVE "N" TO WS-PRICE-BAD
    IF WS-QTY-IN > WS-AVAILABLE
        MOVE "Y" TO WS-QTY-BAD
    END-IF
    COMPUTE WS-TOLERANCE-AMT ROUNDED =
        WS-EXPECT-COST * WS-PRICE-TOLERANCE-PCT / 100
    COMPUTE WS-COST-DIFF = WS-COST-IN - WS-EXPECT-COST
    IF WS-COST-DIFF < 0
        COMPUTE WS-COST-DIFF = 0 - WS-COST-DIFF
    END-IF
    IF WS-COST-DIFF > WS-TOLERANCE-AMT
        MOVE "Y" TO WS-PRICE-BAD
    END-IF
    EVALUATE TRUE
        WHEN WS-QTY-BAD = "Y" AND WS-PRICE-BAD = "Y"
            MOVE "B" TO ALX-AL-MATCH
        WHEN WS-QTY-BAD = "Y"
            MOVE "Q" TO ALX-AL-MATCH
        WHEN WS-PRICE-BAD = "Y"
            MOVE "P" TO ALX-AL-MATCH
        WHEN OTHER
            MOVE "M" TO ALX-AL-MATCH
    END-EVALUATE
    IF NOT ALX-AL-MATCHED
        MOVE "Y" TO WS-ANY-VARIANCE
    END-IF.

*>  The cost confirmed on the delivery, else the price on the order,
*>  else (a line from before costs were carried) the part's cost.
360-EXPECTED-COST.
    MOVE 0 TO WS-EXPECT-COST
    IF PLX-RECV-COST IS NUMERIC AND PLX-RECV-COST > 0
        MOVE PLX-RECV-COST TO WS-EXPECT-COST
    ELSE
        IF PLX-UNIT-COST IS NUMERIC AND PLX-UNIT-COST > 0
            MOVE PLX-UNIT-COST TO WS-EXPECT-COST
        ELSE
            MOVE PLX-PART-ID TO WS-PART-ID
            CALL "READ_PART" USING WS-PART, WS-RESULT-CODE
            IF WS-RESULT-CODE = 01
                MOVE WS-PART-COST TO WS-EXPECT-COST
            END-IF
        END-IF
    END-IF.

*>  Every held or variance invoice, oldest first, for a decision.
400-WORK-QUEUE-RTN.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
    MOVE 0 TO WS-WORKED
    MOVE "N" TO WS-INV-EOF
    OPEN I-O APINV-FILE
    MOVE 0 TO APX-AP-INV-ID
    START APINV-FILE KEY IS NOT LESS THAN APX-AP-INV-ID
        INVALID KEY
            MOVE "Y" TO WS-INV-EOF
    END-START
    PERFORM UNTIL WS-INV-EOF = "Y"
        READ APINV-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-INV-EOF
            NOT AT END
                IF APX-AP-HELD OR APX-AP-VARIANCE
                    ADD 1 TO WS-WORKED
                    PERFORM 410-WORK-ONE-INVOICE
                END-IF
        END-READ
    END-PERFORM
    CLOSE APINV-FILE
    IF WS-WORKED = 0
        DISPLAY "No held or variance invoices."
    END-IF.

410-WORK-ONE-INVOICE.
    PERFORM 510-SHOW-HEADER
    PERFORM 520-SHOW-LINES
    IF APX-AP-HELD
        DISPLAY "A = approve as billed, R = reject, M = match to a"
            " PO now, S = skip: "
    ELSE
        DISPLAY "A = approve the variance, R = reject, S = skip: "
    END-IF
    ACCEPT WS-ACTION-IN
    MOVE FUNCTION UPPER-CASE(WS-ACTION-IN) TO WS-ACTION-IN
    EVALUATE WS-ACTION-IN
        WHEN "A"
            MOVE "A" TO APX-AP-STATUS
            MOVE SESSION-CURRENT-USER TO APX-AP-APPROVED-BY
            MOVE WS-TODAY-DATE TO APX-AP-APPROVED-DATE
            PERFORM 490-REWRITE-HEADER
        WHEN "R"
            PERFORM 420-BACK-OUT-BILLED
            MOVE "R" TO APX-AP-STATUS
            MOVE SESSION-CURRENT-USER TO APX-AP-APPROVED-BY
            MOVE WS-TODAY-DATE TO APX-AP-APPROVED-DATE
            PERFORM 490-REWRITE-HEADER
        WHEN "M"
            IF APX-AP-HELD
                PERFORM 430-REMATCH-TO-PO
            ELSE
                DISPLAY "Skipped."
            END-IF
        WHEN OTHER
            DISPLAY "Skipped."
    END-EVALUATE.

*>  A rejected invoice gives its billed quantity back to the PO
*>  lines, so the corrected invoice can match it.
420-BACK-OUT-BILLED.
    OPEN INPUT APLINE-FILE
    OPEN I-O POLINE-FILE
    MOVE "N" TO WS-LINE-EOF
    MOVE APX-AP-INV-ID TO ALX-AL-INV-ID
    START APLINE-FILE KEY IS NOT LESS THAN ALX-AL-INV-ID
        INVALID KEY
            MOVE "Y" TO WS-LINE-EOF
    END-START
    PERFORM UNTIL WS-LINE-EOF = "Y"
        READ APLINE-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-LINE-EOF
            NOT AT END
                IF ALX-AL-INV-ID NOT = APX-AP-INV-ID
                    MOVE "Y" TO WS-LINE-EOF
                ELSE
                    IF ALX-AL-PO-LINE-ID > 0
                        MOVE ALX-AL-PO-LINE-ID TO PLX-PO-LINE-ID
                        READ POLINE-FILE
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                PERFORM 425-RETURN-QTY
                        END-READ
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE POLINE-FILE
    CLOSE APLINE-FILE.

425-RETURN-QTY.
    IF PLX-QTY-INVOICED IS NOT NUMERIC
        MOVE 0 TO PLX-QTY-INVOICED
    END-IF
    IF PLX-QTY-INVOICED > ALX-AL-QTY
        SUBTRACT ALX-AL-QTY FROM PLX-QTY-INVOICED
    ELSE
        MOVE 0 TO PLX-QTY-INVOICED
    END-IF
    REWRITE PLX-POLINE
        INVALID KEY
            CONTINUE
    END-REWRITE.

*>  A held invoice matched to a PO after the fact: each unmatched
*>  line looks for the PO's line carrying its part and is judged
*>  the same as at entry. Lines still unmatched keep it held.
430-REMATCH-TO-PO.
    MOVE APX-AP-SUPP-ID TO WS-SUPP-IN
    MOVE APX-AP-INV-ID TO WS-NEXT-INV-ID
    DISPLAY "PO number to match to: "
    ACCEPT WS-PO-IN
    PERFORM 220-CHECK-PO
    IF WS-PO-OK NOT = "Y"
        DISPLAY "Invoice stays held."
    ELSE
        MOVE "N" TO WS-ANY-UNMATCHED
        MOVE "N" TO WS-ANY-VARIANCE
        OPEN I-O APLINE-FILE
        OPEN I-O POLINE-FILE
        MOVE "N" TO WS-LINE-EOF
        MOVE APX-AP-INV-ID TO ALX-AL-INV-ID
        START APLINE-FILE KEY IS NOT LESS THAN ALX-AL-INV-ID
            INVALID KEY
                MOVE "Y" TO WS-LINE-EOF
        END-START
        PERFORM UNTIL WS-LINE-EOF = "Y"
            READ APLINE-FILE NEXT RECORD
                AT END
                    MOVE "Y" TO WS-LINE-EOF
                NOT AT END
                    IF ALX-AL-INV-ID NOT = APX-AP-INV-ID
                        MOVE "Y" TO WS-LINE-EOF
                    ELSE
                        PERFORM 440-REMATCH-ONE-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE POLINE-FILE
        CLOSE APLINE-FILE
        MOVE WS-PO-IN TO APX-AP-PO-NUMBER
        EVALUATE TRUE
            WHEN WS-ANY-UNMATCHED = "Y"
                DISPLAY "Some lines are still not on the PO -"
                    " invoice stays held."
            WHEN WS-ANY-VARIANCE = "Y"
                MOVE "V" TO APX-AP-STATUS
                DISPLAY "Matched with variances - needs approval."
            WHEN OTHER
                MOVE "A" TO APX-AP-STATUS
                MOVE "THREE-WAY MATCH" TO APX-AP-APPROVED-BY
                MOVE WS-TODAY-DATE TO APX-AP-APPROVED-DATE
                DISPLAY "Matched clean - approved to pay."
        END-EVALUATE
        PERFORM 490-REWRITE-HEADER
    END-IF.

440-REMATCH-ONE-LINE.
    IF NOT ALX-AL-UNMATCHED
        IF NOT ALX-AL-MATCHED
            MOVE "Y" TO WS-ANY-VARIANCE
        END-IF
    ELSE
        PERFORM 450-FIND-PO-LINE-FOR-PART
        IF WS-PL-FOUND NOT = "Y"
            MOVE "Y" TO WS-ANY-UNMATCHED
        ELSE
            PERFORM 360-EXPECTED-COST
            IF PLX-QTY-INVOICED IS NUMERIC
                MOVE PLX-QTY-INVOICED TO WS-INVOICED
            ELSE
                MOVE 0 TO WS-INVOICED
            END-IF
            MOVE ALX-AL-QTY TO WS-QTY-IN
            MOVE ALX-AL-UNIT-COST TO WS-COST-IN
            PERFORM 350-MATCH-LINE
            ADD WS-QTY-IN TO WS-INVOICED
            MOVE WS-INVOICED TO PLX-QTY-INVOICED
            REWRITE PLX-POLINE
                INVALID KEY
                    DISPLAY "Could not update the PO line."
            END-REWRITE
            MOVE PLX-PO-LINE-ID TO ALX-AL-PO-LINE-ID
            MOVE WS-EXPECT-COST TO ALX-AL-EXPECT-COST
            REWRITE ALX-AP-LINE
                INVALID KEY
                    DISPLAY "Could not update the invoice line."
            END-REWRITE
        END-IF
    END-IF.

450-FIND-PO-LINE-FOR-PART.
    MOVE "N" TO WS-PL-FOUND
    MOVE "N" TO WS-SCAN-EOF
    MOVE WS-PO-IN TO PLX-PO-NUMBER
    START POLINE-FILE KEY IS NOT LESS THAN PLX-PO-NUMBER
        INVALID KEY
            MOVE "Y" TO WS-SCAN-EOF
    END-START
    PERFORM UNTIL WS-SCAN-EOF = "Y"
        READ POLINE-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-SCAN-EOF
            NOT AT END
                IF PLX-PO-NUMBER NOT = WS-PO-IN
                    MOVE "Y" TO WS-SCAN-EOF
                ELSE
                    IF PLX-PART-ID = ALX-AL-PART-ID
                        MOVE "Y" TO WS-PL-FOUND
                        MOVE "Y" TO WS-SCAN-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

490-REWRITE-HEADER.
    REWRITE APX-AP-INV
        INVALID KEY
            DISPLAY "Could not update the invoice."
        NOT INVALID KEY
            DISPLAY "AP invoice " APX-AP-INV-ID " now status "
                APX-AP-STATUS "."
    END-REWRITE.

500-SHOW-INVOICE-RTN.
    DISPLAY "AP invoice ID: "
    ACCEPT WS-INV-ID-IN
    OPEN INPUT APINV-FILE
    MOVE WS-INV-ID-IN TO APX-AP-INV-ID
    READ APINV-FILE
        INVALID KEY
            DISPLAY "No AP invoice with that ID."
        NOT INVALID KEY
            PERFORM 510-SHOW-HEADER
            PERFORM 520-SHOW-LINES
    END-READ
    CLOSE APINV-FILE.

510-SHOW-HEADER.
    INITIALIZE WS-SUPPLIER
    MOVE APX-AP-SUPP-ID TO WS-SUPPLIER-ID
    CALL "READ_SUPPLIER" USING WS-SUPPLIER, WS-RESULT-CODE
    MOVE APX-AP-INV-TOTAL TO WS-MONEY-DISP
    DISPLAY "AP " APX-AP-INV-ID "  SUPPLIER " APX-AP-SUPP-ID " "
        WS-SUPPLIER-NAME "  INVOICE " APX-AP-SUPP-INV-NO
    DISPLAY "   PO " APX-AP-PO-NUMBER "  DATED " APX-AP-INV-DATE
        "  DUE " APX-AP-DUE-DATE "  TOTAL " WS-MONEY-DISP
        "  STATUS " APX-AP-STATUS
    IF APX-AP-APPROVED-BY NOT = SPACES
        DISPLAY "   DECIDED BY " APX-AP-APPROVED-BY " ON "
            APX-AP-APPROVED-DATE
    END-IF
    IF APX-AP-PAID
        DISPLAY "   PAID " APX-AP-PAID-DATE " CHECK "
            APX-AP-CHECK-NO
    END-IF.

520-SHOW-LINES.
    DISPLAY "   PART  QTY   BILLED  EXPECTED  MATCH"
    OPEN INPUT APLINE-FILE
    MOVE "N" TO WS-LINE-EOF
    MOVE APX-AP-INV-ID TO ALX-AL-INV-ID
    START APLINE-FILE KEY IS NOT LESS THAN ALX-AL-INV-ID
        INVALID KEY
            MOVE "Y" TO WS-LINE-EOF
    END-START
    PERFORM UNTIL WS-LINE-EOF = "Y"
        READ APLINE-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-LINE-EOF
            NOT AT END
                IF ALX-AL-INV-ID NOT = APX-AP-INV-ID
                    MOVE "Y" TO WS-LINE-EOF
                ELSE
                    MOVE ALX-AL-UNIT-COST TO WS-COST-DISP
                    MOVE ALX-AL-EXPECT-COST TO WS-COST-DISP2
                    DISPLAY "   " ALX-AL-PART-ID "  " ALX-AL-QTY
                        "  " WS-COST-DISP "  " WS-COST-DISP2
                        "    " ALX-AL-MATCH
                END-IF
        END-READ
    END-PERFORM
    CLOSE APLINE-FILE.

END PROGRAM AP_INVOICE_DESK.
