*>          specifically so sales trace back to the rep) and totals
*>          each salesperson's closed deal count and dollar volume
*>          for a date range. Callable from REPORTING_MENU the same
*>          way SALES_REP and PARTS_REORDER_REPORT are. A deal split
*>          between two salespeople counts half a deal to each, and
*>          each takes their share of its dollar volume (splitPct to
*>          the second salesperson, the rest to the seller). The
*>          second salesperson is not on the empID key, so split
*>          credits are gathered in a pass over the file first and
*>          folded into each row; anyone credited only as a second
*>          salesperson is listed after the sellers.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
DATA DIVISION.
FILE SECTION.
FD INDEX-FILE-SALE
    RECORD CONTAINS 167 CHARACTERS.
    COPY SALE_DEF REPLACING ==:TAG:== BY ==IDX==.
FD EMP-FILE
    RECORD CONTAINS 211 CHARACTERS.
    COPY EMP_DEF REPLACING ==:TAG:== BY ==EMX==.
FD EXPORT-FILE.
01 EXPORT-REC                 PIC X(80).
   05 WS-TO-DAY         PIC 9(2).

01 WS-CUR-EMPID         PIC 9(5).
01 WS-DEAL-COUNT        PIC 9(5)V9.
01 WS-DOLLAR-TOTAL      PIC 9(9)V99.
01 WS-EMP-NAME          PIC X(20).
01 WS-COUNT-DISP        PIC ZZZZ9.9.
01 WS-SPLIT-SHARE       PIC 9(7)V99.
01 WS-IS-SPLIT          PIC X.

*> Credit each second salesperson has from split deals in range.
01 WS-SPLIT-EOF         PIC X VALUE 'N'.
01 WS-SPLITS-LEFT       PIC X VALUE 'N'.
01 WS-SP-USED           PIC 9(3) VALUE 0.
01 WS-SP-IDX            PIC 9(3).
01 WS-SP-HIT            PIC 9(3).
01 WS-SPLIT-TABLE.
   05 WS-SP-ENTRY OCCURS 100 TIMES.
       10 WS-SP-EMPID   PIC 9(5).
       10 WS-SP-COUNT   PIC 9(5)V9.
       10 WS-SP-TOTAL   PIC 9(9)V99.
       10 WS-SP-SHOWN   PIC X.

01 WS-INPUT-FIELDS.
   05 WS-USER-INPUT     PIC X OCCURS 10 TIMES.
   05 WS-ROW OCCURS 10 TIMES INDEXED BY ROW-IDX.
       10 WS-R-EMPID    PIC 9(5).
       10 WS-R-NAME     PIC X(20).
       10 WS-R-COUNT    PIC 9(5)V9.
       10 WS-R-TOTAL    PIC 9(9)V99.

LINKAGE SECTION.
        *> ROW 1
       10 PIC 9(5) USING WS-R-EMPID(1)          LINE  5 COL  7.
       10 PIC X(20) USING WS-R-NAME(1)                 COL 18.
       10 PIC ZZZZ9.9 USING WS-R-COUNT(1)               COL 42.
       10 PIC $,$$$,$$9.99 USING WS-R-TOTAL(1)         COL 50.
        *> ROW 2
       10 PIC 9(5) USING WS-R-EMPID(2)          LINE  7 COL  7.
       10 PIC X(20) USING WS-R-NAME(2)                 COL 18.
       10 PIC ZZZZ9.9 USING WS-R-COUNT(2)               COL 42.
       10 PIC $,$$$,$$9.99 USING WS-R-TOTAL(2)         COL 50.
        *> ROW 3
       10 PIC 9(5) USING WS-R-EMPID(3)          LINE  9 COL  7.
       10 PIC X(20) USING WS-R-NAME(3)                 COL 18.
       10 PIC ZZZZ9.9 USING WS-R-COUNT(3)               COL 42.
       10 PIC $,$$$,$$9.99 USING WS-R-TOTAL(3)         COL 50.
        *> ROW 4
       10 PIC 9(5) USING WS-R-EMPID(4)          LINE 11 COL  7.
       10 PIC X(20) USING WS-R-NAME(4)                 COL 18.
       10 PIC ZZZZ9.9 USING WS-R-COUNT(4)               COL 42.
       10 PIC $,$$$,$$9.99 USING WS-R-TOTAL(4)         COL 50.
        *> ROW 5
       10 PIC 9(5) USING WS-R-EMPID(5)          LINE 13 COL  7.
       10 PIC X(20) USING WS-R-NAME(5)                 COL 18.
       10 PIC ZZZZ9.9 USING WS-R-COUNT(5)               COL 42.
       10 PIC $,$$$,$$9.99 USING WS-R-TOTAL(5)         COL 50.
        *> ROW 6
       10 PIC 9(5) USING WS-R-EMPID(6)          LINE 15 COL  7.
       10 PIC X(20) USING WS-R-NAME(6)                 COL 18.
       10 PIC ZZZZ9.9 USING WS-R-COUNT(6)               COL 42.
       10 PIC $,$$$,$$9.99 USING WS-R-TOTAL(6)         COL 50.
        *> ROW 7
       10 PIC 9(5) USING WS-R-EMPID(7)          LINE 17 COL  7.
       10 PIC X(20) USING WS-R-NAME(7)                 COL 18.
       10 PIC ZZZZ9.9 USING WS-R-COUNT(7)               COL 42.
       10 PIC $,$$$,$$9.99 USING WS-R-TOTAL(7)         COL 50.
        *> ROW 8
       10 PIC 9(5) USING WS-R-EMPID(8)          LINE 19 COL  7.
       10 PIC X(20) USING WS-R-NAME(8)                 COL 18.
       10 PIC ZZZZ9.9 USING WS-R-COUNT(8)               COL 42.
       10 PIC $,$$$,$$9.99 USING WS-R-TOTAL(8)         COL 50.
        *> ROW 9
       10 PIC 9(5) USING WS-R-EMPID(9)          LINE 21 COL  7.
       10 PIC X(20) USING WS-R-NAME(9)                 COL 18.
       10 PIC ZZZZ9.9 USING WS-R-COUNT(9)               COL 42.
       10 PIC $,$$$,$$9.99 USING WS-R-TOTAL(9)         COL 50.
        *> ROW 10
       10 PIC 9(5) USING WS-R-EMPID(10)         LINE 23 COL  7.
       10 PIC X(20) USING WS-R-NAME(10)                COL 18.
       10 PIC ZZZZ9.9 USING WS-R-COUNT(10)              COL 42.
       10 PIC $,$$$,$$9.99 USING WS-R-TOTAL(10)        COL 50.
   05 USER-INFO-SECTION.
       10 DISP-MORE-REC PIC XXXXXX               LINE 24 COL 70.
        WRITE EXPORT-REC
    END-IF

    PERFORM 100-LOAD-SPLIT-CREDITS

    MOVE 0 TO IDX-empID
    START INDEX-FILE-SALE KEY IS NOT LESS THAN IDX-empID
        INVALID KEY
    IF WS-EOF = 'N' THEN
        PERFORM 300-READ-NEXT-SALE
    END-IF.
    PERFORM 240-CHECK-SPLITS-LEFT

    PERFORM UNTIL WS-EOF = 'Y' AND WS-SPLITS-LEFT = 'N'
        PERFORM VARYING ROW-IDX FROM 1 BY 1
                UNTIL ROW-IDX > 10
            MOVE SPACES TO WS-USER-INPUT(ROW-IDX)
            MOVE 'F' TO WS-ROW-FOUND
            IF WS-EOF = 'N' THEN
                PERFORM 200-BUILD-NEXT-EMPLOYEE-ROW
            END-IF
            IF WS-ROW-FOUND = 'F' THEN
                PERFORM 220-BUILD-SPLIT-ONLY-ROW
            END-IF
        END-PERFORM
        PERFORM 240-CHECK-SPLITS-LEFT

        IF WS-EOF = 'Y' AND WS-SPLITS-LEFT = 'N' THEN
            MOVE "BOTTOM" TO DISP-MORE-REC
        ELSE
            MOVE "MORE.." TO DISP-MORE-REC
    GOBACK.
EXIT PROGRAM.

*> One pass over SALE.IDX in saleID order picking up every split
*> deal in range: the second salesperson's half deal and share of
*> the price, kept against their empID until their row is built.
100-LOAD-SPLIT-CREDITS.
    MOVE 0 TO WS-SP-USED
    MOVE 'N' TO WS-SPLIT-EOF
    MOVE 0 TO IDX-saleID
    START INDEX-FILE-SALE KEY IS NOT LESS THAN IDX-saleID
        INVALID KEY
            MOVE 'Y' TO WS-SPLIT-EOF
    END-START
    PERFORM UNTIL WS-SPLIT-EOF = 'Y'
        READ INDEX-FILE-SALE NEXT RECORD
            AT END
                MOVE 'Y' TO WS-SPLIT-EOF
            NOT AT END
                IF IDX-saleDate >= WS-FROM-DATE AND
                        IDX-saleDate <= WS-TO-DATE AND
                        IDX-DST NOT = 'Y' THEN
                    PERFORM 260-SPLIT-SHARE
                    IF WS-IS-SPLIT = 'Y' THEN
                        PERFORM 120-NOTE-SPLIT-CREDIT
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
EXIT PARAGRAPH.

120-NOTE-SPLIT-CREDIT.
    MOVE 0 TO WS-SP-HIT
    PERFORM VARYING WS-SP-IDX FROM 1 BY 1
            UNTIL WS-SP-IDX > WS-SP-USED OR WS-SP-HIT > 0
        IF WS-SP-EMPID(WS-SP-IDX) = IDX-splitEmpID THEN
            MOVE WS-SP-IDX TO WS-SP-HIT
        END-IF
    END-PERFORM
    IF WS-SP-HIT = 0 THEN
        IF WS-SP-USED >= 100 THEN
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-SP-USED
        MOVE WS-SP-USED TO WS-SP-HIT
        MOVE IDX-splitEmpID TO WS-SP-EMPID(WS-SP-HIT)
        MOVE 0 TO WS-SP-COUNT(WS-SP-HIT)
        MOVE 0 TO WS-SP-TOTAL(WS-SP-HIT)
        MOVE 'N' TO WS-SP-SHOWN(WS-SP-HIT)
    END-IF
    ADD 0.5 TO WS-SP-COUNT(WS-SP-HIT)
    ADD WS-SPLIT-SHARE TO WS-SP-TOTAL(WS-SP-HIT).
EXIT PARAGRAPH.

*> Reads the SALE.IDX alternate-key-by-empID records for the next
*> employee that has at least one sale inside the date range, totals
*> that employee's deal count and dollar volume, and moves it into
            IF IDX-saleDate >= WS-FROM-DATE AND
                    IDX-saleDate <= WS-TO-DATE AND
                    IDX-DST NOT = 'Y' THEN
                PERFORM 260-SPLIT-SHARE
                IF WS-IS-SPLIT = 'Y' THEN
                    ADD 0.5 TO WS-DEAL-COUNT
                ELSE
                    ADD 1 TO WS-DEAL-COUNT
                END-IF
                ADD IDX-price TO WS-DOLLAR-TOTAL
                SUBTRACT WS-SPLIT-SHARE FROM WS-DOLLAR-TOTAL
            END-IF
            PERFORM 300-READ-NEXT-SALE
        END-PERFORM

*>      Whatever this employee earned as second salesperson on
*>      someone else's deals joins their row.
        PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                UNTIL WS-SP-IDX > WS-SP-USED
            IF WS-SP-EMPID(WS-SP-IDX) = WS-CUR-EMPID THEN
                ADD WS-SP-COUNT(WS-SP-IDX) TO WS-DEAL-COUNT
                ADD WS-SP-TOTAL(WS-SP-IDX) TO WS-DOLLAR-TOTAL
                MOVE 'Y' TO WS-SP-SHOWN(WS-SP-IDX)
            END-IF
        END-PERFORM

        IF WS-DEAL-COUNT > 0 THEN
            PERFORM 230-FILL-ROW
        END-IF
    END-PERFORM.
EXIT PARAGRAPH.

*> Once the empID key is exhausted, the next employee credited
*> only as a second salesperson gets the row; a blank row if none.
220-BUILD-SPLIT-ONLY-ROW.
    MOVE SPACES TO WS-ROW(ROW-IDX)
    PERFORM VARYING WS-SP-IDX FROM 1 BY 1
            UNTIL WS-SP-IDX > WS-SP-USED OR WS-ROW-FOUND = 'T'
        IF WS-SP-SHOWN(WS-SP-IDX) = 'N' THEN
            MOVE 'Y' TO WS-SP-SHOWN(WS-SP-IDX)
            MOVE WS-SP-EMPID(WS-SP-IDX) TO WS-CUR-EMPID
            MOVE WS-SP-COUNT(WS-SP-IDX) TO WS-DEAL-COUNT
            MOVE WS-SP-TOTAL(WS-SP-IDX) TO WS-DOLLAR-TOTAL
            PERFORM 230-FILL-ROW
        END-IF
    END-PERFORM.
EXIT PARAGRAPH.

230-FILL-ROW.
    PERFORM 250-LOOKUP-EMPLOYEE-NAME
    MOVE WS-CUR-EMPID TO WS-R-EMPID(ROW-IDX)
    MOVE WS-EMP-NAME TO WS-R-NAME(ROW-IDX)
    MOVE WS-DEAL-COUNT TO WS-R-COUNT(ROW-IDX)
    MOVE WS-DOLLAR-TOTAL TO WS-R-TOTAL(ROW-IDX)
    MOVE 'T' TO WS-ROW-FOUND
    IF PA-EXPORT-FLAG = 'Y' THEN
        MOVE WS-R-COUNT(ROW-IDX) TO WS-COUNT-DISP
        MOVE SPACES TO EXPORT-REC
        STRING WS-R-EMPID(ROW-IDX) "  " WS-R-NAME(ROW-IDX)
               "  " WS-COUNT-DISP "  "
               WS-R-TOTAL(ROW-IDX) DELIMITED BY SIZE
            INTO EXPORT-REC
        WRITE EXPORT-REC
    END-IF.
EXIT PARAGRAPH.

240-CHECK-SPLITS-LEFT.
    MOVE 'N' TO WS-SPLITS-LEFT
    PERFORM VARYING WS-SP-IDX FROM 1 BY 1
            UNTIL WS-SP-IDX > WS-SP-USED
        IF WS-SP-SHOWN(WS-SP-IDX) = 'N' THEN
            MOVE 'Y' TO WS-SPLITS-LEFT
        END-IF
    END-PERFORM.
EXIT PARAGRAPH.
    END-READ.
EXIT PARAGRAPH.

*> Whether the current deal is split, and the second salesperson's
*> share of its price - zero when it is not. Rows written before
*> the split fields existed carry blanks there.
260-SPLIT-SHARE.
    MOVE 'N' TO WS-IS-SPLIT
    MOVE 0 TO WS-SPLIT-SHARE
    IF IDX-splitEmpID NUMERIC AND IDX-splitPct NUMERIC THEN
        IF IDX-splitEmpID > 0 AND IDX-splitPct > 0 AND
                IDX-splitPct < 100 THEN
            MOVE 'Y' TO WS-IS-SPLIT
            COMPUTE WS-SPLIT-SHARE ROUNDED =
                IDX-price * IDX-splitPct / 100
        END-IF
    END-IF.
EXIT PARAGRAPH.

*> Advances to the next record in empID order, setting WS-EOF when
*> the alternate key is exhausted.
300-READ-NEXT-SALE.
