*>          each salesperson's non-voided SALE.IDX deals for the
*>          month off the empID alternate key, works front-end
*>          gross as price less the unit's acquisition cost, and
*>          projects month-end pace off the days elapsed. A deal
*>          split between two salespeople counts half a unit to
*>          each, and each takes their share of its gross (splitPct
*>          to the second salesperson, the rest to the seller).
*>          Output
*>          to GOAL_VS_ACTUAL.RPT. Beside it, the weekly floor
*>          traffic report reads the FLOOR_TRAFFIC log on
*>          FLOORUP.IDX for the seven days ending on a keyed date:
*>          per salesperson the ups taken, sold, be-back and lost,
*>          the closing ratio (sold over ups), how many sold ups
*>          are matched to a SALE.IDX deal, and the lost-reason
*>          counts, with store totals. Output to
*>          FLOOR_TRAFFIC.RPT. Launched from JJUI off a
*>          PERMISSIONS.DAT row.
*> Tectonics: cobc
*>****************************************************************
        RECORD KEY IS CRX-carVIN.
    SELECT EXPORT-FILE ASSIGN TO 'GOAL_VS_ACTUAL.RPT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL UP-FILE
        ASSIGN TO '../../INDEXES/FLOORUP.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS UPX-upID
        ALTERNATE RECORD KEY IS UPX-empID WITH DUPLICATES
        ALTERNATE RECORD KEY IS UPX-upDate WITH DUPLICATES.
    SELECT TRAFFIC-FILE ASSIGN TO 'FLOOR_TRAFFIC.RPT'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD GOAL-FILE.
    COPY GOAL_DEF REPLACING ==:TAG:== BY ==GL==.
FD INDEX-FILE-SALE
    RECORD CONTAINS 167 CHARACTERS.
    COPY SALE_DEF REPLACING ==:TAG:== BY ==IDX==.
FD CAR-FILE
    RECORD CONTAINS 99 CHARACTERS.
    COPY CAR_DEF REPLACING ==:TAG:== BY ==CRX==.
FD EXPORT-FILE.
01 EXPORT-REC                 PIC X(100).
FD UP-FILE
    RECORD CONTAINS 145 CHARACTERS.
    COPY FLOOR_UP_DEF REPLACING ==:TAG:== BY ==UPX==.
FD TRAFFIC-FILE.
01 TRAFFIC-REC                PIC X(100).

WORKING-STORAGE SECTION.
COPY SESSION_DEF.
01  WS-TODAY-DATE           PIC 9(8).
01  WS-FROM-DATE            PIC 9(8).
01  WS-TO-DATE              PIC 9(8).
01  WS-ACTUAL-UNITS         PIC 9(5)V9.
01  WS-ACTUAL-GROSS         PIC S9(9)V99.
01  WS-DAYS-ELAPSED         PIC S9(3).
01  WS-DAYS-IN-MONTH        PIC 9(3).
01  WS-TO-INT               PIC 9(8).
01  WS-TODAY-INT            PIC 9(8).
01  WS-NEXT-FIRST           PIC 9(8).
01  WS-PACE-UNITS           PIC 9(5)V9.
01  WS-DEAL-GROSS           PIC S9(9)V99.
01  WS-SPLIT-GROSS          PIC S9(9)V99.
01  WS-IS-SPLIT             PIC X.
01  WS-UNITS-DISP           PIC ZZZZ9.9.
01  WS-PACE-UNITS-DISP      PIC ZZZZ9.9.
01  WS-PACE-GROSS           PIC S9(9)V99.
01  WS-MORE-SALES           PIC X.
01  WS-GROSS-DISP           PIC $,$$$,$$9.99.
01  WS-TARGET-DISP          PIC $,$$$,$$9.99.
01  WS-PACE-DISP            PIC $,$$$,$$9.99.
01  WS-OUT-LINE             PIC X(100).
COPY EMP_DEF REPLACING ==:TAG:== BY ==WSE==.

*> Weekly floor traffic, one slot per salesperson who took an up.
01  WS-FT-TABLE.
    05  WS-FT-ENTRY OCCURS 50 TIMES INDEXED BY FT-IDX.
        10  WS-FT-EMPID     PIC 9(5).
        10  WS-FT-COUNTS.
            15  WS-FT-UPS       PIC 9(5).
            15  WS-FT-SOLD      PIC 9(5).
            15  WS-FT-BEBACK    PIC 9(5).
            15  WS-FT-LOST      PIC 9(5).
            15  WS-FT-MATCHED   PIC 9(5).
            15  WS-FT-REASON    PIC 9(5) OCCURS 7 TIMES.
01  WS-FT-USED              PIC 99 VALUE 0.
01  WS-FT-SLOT              PIC 99.
01  WS-FT-DROPPED           PIC 9(5) VALUE 0.
01  WS-FT-STORE.
    05  WS-FS-UPS           PIC 9(5).
    05  WS-FS-SOLD          PIC 9(5).
    05  WS-FS-BEBACK        PIC 9(5).
    05  WS-FS-LOST          PIC 9(5).
    05  WS-FS-MATCHED       PIC 9(5).
    05  WS-FS-REASON        PIC 9(5) OCCURS 7 TIMES.
01  WS-FT-ROW.
    05  WS-FR-UPS           PIC 9(5).
    05  WS-FR-SOLD          PIC 9(5).
    05  WS-FR-BEBACK        PIC 9(5).
    05  WS-FR-LOST          PIC 9(5).
    05  WS-FR-MATCHED       PIC 9(5).
    05  WS-FR-REASON        PIC 9(5) OCCURS 7 TIMES.
01  WS-REASON-NO            PIC 9.
01  WS-REASON-COL           PIC 99.
01  WS-WEEK-END-IN          PIC 9(8).
01  WS-WEEK-FROM            PIC 9(8).
01  WS-WEEK-INT             PIC 9(8).
01  WS-CLOSE-PCT            PIC 999V9.
01  WS-CLOSE-DISP           PIC ZZ9.9.
01  WS-COUNT-DISP           PIC ZZZZ9.
01  WS-REASON-DISP          PIC ZZZ9.
01  WS-FT-NAME              PIC X(20).

PROCEDURE DIVISION.
MAIN-PROCEDURE.
        DISPLAY "2. Set Goal (adds or replaces)"
        DISPLAY "3. Save Goals"
        DISPLAY "4. Goal-vs-Actual Report"
        DISPLAY "5. Weekly Floor Traffic Report"
        DISPLAY "6. Exit"
        ACCEPT MENU-OPTION
        EVALUATE MENU-OPTION
            WHEN 1
            WHEN 4
                PERFORM 500-GOAL-VS-ACTUAL
            WHEN 5
                PERFORM 600-FLOOR-TRAFFIC
            WHEN 6
                MOVE "Y" TO WS-MENU-DONE
            WHEN OTHER
                DISPLAY "Invalid Option, Please enter 1-6."
        END-EVALUATE
    END-PERFORM
    STOP RUN.

*> One salesperson's month off the empID alternate key: deals
*> counted, front-end gross as price less acquisition cost, and
*> the straight-line pace projection off days elapsed. Their half
*> of deals split with them as second salesperson is not on that
*> key, so a pass in saleID order picks those up.
550-REPORT-ONE-GOAL.
    MOVE 0 TO WS-ACTUAL-UNITS
    MOVE 0 TO WS-ACTUAL-GROSS
                    IF IDX-DST NOT = "Y" AND
                            IDX-saleDate >= WS-FROM-DATE AND
                            IDX-saleDate <= WS-TO-DATE
                        PERFORM 560-DEAL-GROSS
                        IF WS-IS-SPLIT = "Y"
                            ADD 0.5 TO WS-ACTUAL-UNITS
                            ADD WS-DEAL-GROSS TO WS-ACTUAL-GROSS
                            SUBTRACT WS-SPLIT-GROSS
                                FROM WS-ACTUAL-GROSS
                        ELSE
                            ADD 1 TO WS-ACTUAL-UNITS
                            ADD WS-DEAL-GROSS TO WS-ACTUAL-GROSS
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM

    MOVE "Y" TO WS-MORE-SALES
    MOVE 0 TO IDX-saleID
    START INDEX-FILE-SALE KEY IS NOT LESS THAN IDX-saleID
        INVALID KEY
            MOVE "N" TO WS-MORE-SALES
    END-START
    PERFORM UNTIL WS-MORE-SALES = "N"
        READ INDEX-FILE-SALE NEXT RECORD
            AT END
                MOVE "N" TO WS-MORE-SALES
            NOT AT END
                IF IDX-DST NOT = "Y" AND
                        IDX-saleDate >= WS-FROM-DATE AND
                        IDX-saleDate <= WS-TO-DATE AND
                        IDX-splitEmpID NUMERIC
                    IF IDX-splitEmpID = WS-ROW-EMPID(ROW-IDX)
                        PERFORM 560-DEAL-GROSS
                        IF WS-IS-SPLIT = "Y"
                            ADD 0.5 TO WS-ACTUAL-UNITS
                            ADD WS-SPLIT-GROSS TO WS-ACTUAL-GROSS
                        END-IF
                    END-IF
                END-IF
        END-READ
    MOVE WS-ACTUAL-GROSS TO WS-GROSS-DISP
    MOVE WS-ROW-GROSS(ROW-IDX) TO WS-TARGET-DISP
    MOVE WS-PACE-GROSS TO WS-PACE-DISP
    MOVE WS-ACTUAL-UNITS TO WS-UNITS-DISP
    MOVE WS-PACE-UNITS TO WS-PACE-UNITS-DISP
    MOVE SPACES TO WS-OUT-LINE
    STRING "EMP " WS-ROW-EMPID(ROW-IDX)
           " UNITS " WS-UNITS-DISP
           "/" WS-ROW-UNITS(ROW-IDX)
           " PACE " WS-PACE-UNITS-DISP
           " GROSS " WS-GROSS-DISP
           " TGT " WS-TARGET-DISP
           " PACE " WS-PACE-DISP
    WRITE EXPORT-REC.
EXIT PARAGRAPH.

*> The current deal's front-end gross, whether it is split, and
*> the second salesperson's share of that gross. Rows written
*> before the split fields existed carry blanks there.
560-DEAL-GROSS.
    MOVE IDX-price TO WS-DEAL-GROSS
    MOVE IDX-carVIN TO CRX-carVIN
    READ CAR-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SUBTRACT CRX-acquisitionCost FROM WS-DEAL-GROSS
    END-READ
    MOVE "N" TO WS-IS-SPLIT
    MOVE 0 TO WS-SPLIT-GROSS
    IF IDX-splitEmpID NUMERIC AND IDX-splitPct NUMERIC
        IF IDX-splitEmpID > 0 AND IDX-splitPct > 0 AND
                IDX-splitPct < 100
            MOVE "Y" TO WS-IS-SPLIT
            COMPUTE WS-SPLIT-GROSS ROUNDED =
                WS-DEAL-GROSS * IDX-splitPct / 100
        END-IF
    END-IF.
EXIT PARAGRAPH.

*> The seven days ending on the keyed date off the upDate
*> alternate key, one day at a time, tallied by salesperson.
600-FLOOR-TRAFFIC.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
    DISPLAY "Week ending (YYYYMMDD, 0 = today): "
    ACCEPT WS-WEEK-END-IN
    IF WS-WEEK-END-IN = 0
        MOVE WS-TODAY-DATE TO WS-WEEK-END-IN
    END-IF
    COMPUTE WS-WEEK-INT =
        FUNCTION INTEGER-OF-DATE(WS-WEEK-END-IN) - 6
    MOVE FUNCTION DATE-OF-INTEGER(WS-WEEK-INT) TO WS-WEEK-FROM
    INITIALIZE WS-FT-TABLE
    INITIALIZE WS-FT-STORE
    MOVE 0 TO WS-FT-USED
    MOVE 0 TO WS-FT-DROPPED

    OPEN INPUT UP-FILE
    MOVE WS-WEEK-FROM TO UPX-upDate
    MOVE "Y" TO WS-MORE-SALES
    START UP-FILE KEY IS NOT LESS THAN UPX-upDate
        INVALID KEY
            MOVE "N" TO WS-MORE-SALES
    END-START
    PERFORM UNTIL WS-MORE-SALES = "N"
        READ UP-FILE NEXT RECORD
            AT END
                MOVE "N" TO WS-MORE-SALES
            NOT AT END
                IF UPX-upDate > WS-WEEK-END-IN
                    MOVE "N" TO WS-MORE-SALES
                ELSE
                    PERFORM 650-TALLY-UP
                END-IF
        END-READ
    END-PERFORM
    CLOSE UP-FILE

    OPEN OUTPUT TRAFFIC-FILE
    MOVE SPACES TO WS-OUT-LINE
    STRING "FLOOR TRAFFIC - WEEK " WS-WEEK-FROM " TO "
           WS-WEEK-END-IN
        DELIMITED BY SIZE INTO WS-OUT-LINE
    PERFORM 690-PUT-TRAFFIC-LINE
    MOVE SPACES TO WS-OUT-LINE
    STRING "SALESPERSON            UPS  SOLD  BEBK  LOST CLOSE"
           " MATCH  PR  PY  TR  CR  NU  SH  OT"
        DELIMITED BY SIZE INTO WS-OUT-LINE
    PERFORM 690-PUT-TRAFFIC-LINE
    PERFORM VARYING FT-IDX FROM 1 BY 1
            UNTIL FT-IDX > WS-FT-USED
        MOVE SPACES TO WS-FT-NAME
        INITIALIZE WSE-EMPLOYEE
        MOVE WS-FT-EMPID(FT-IDX) TO WSE-empID
        CALL "READ_EMP" USING WSE-EMPLOYEE
        IF WSE-fName = SPACES
            MOVE "(UNKNOWN)" TO WS-FT-NAME
        ELSE
            STRING WSE-fName DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WSE-lName DELIMITED BY SPACE
                INTO WS-FT-NAME
        END-IF
        MOVE WS-FT-COUNTS(FT-IDX) TO WS-FT-ROW
        PERFORM 680-FORMAT-TRAFFIC-ROW
    END-PERFORM
    MOVE "STORE TOTAL" TO WS-FT-NAME
    MOVE WS-FT-STORE TO WS-FT-ROW
    PERFORM 680-FORMAT-TRAFFIC-ROW
    IF WS-FT-DROPPED > 0
        MOVE SPACES TO WS-OUT-LINE
        STRING "  " WS-FT-DROPPED " UP(S) PAST 50 SALESPEOPLE IN"
               " THE STORE TOTAL ONLY"
            DELIMITED BY SIZE INTO WS-OUT-LINE
        PERFORM 690-PUT-TRAFFIC-LINE
    END-IF
    CLOSE TRAFFIC-FILE
    DISPLAY "Written to FLOOR_TRAFFIC.RPT".
EXIT PARAGRAPH.

*> One up into its salesperson's slot and the store's.
650-TALLY-UP.
    MOVE 0 TO WS-REASON-NO
    IF UPX-UP-LOST
        EVALUATE TRUE
            WHEN UPX-LR-PRICE
                MOVE 1 TO WS-REASON-NO
            WHEN UPX-LR-PAYMENT
                MOVE 2 TO WS-REASON-NO
            WHEN UPX-LR-TRADE
                MOVE 3 TO WS-REASON-NO
            WHEN UPX-LR-CREDIT
                MOVE 4 TO WS-REASON-NO
            WHEN UPX-LR-NO-UNIT
                MOVE 5 TO WS-REASON-NO
            WHEN UPX-LR-SHOPPING
                MOVE 6 TO WS-REASON-NO
            WHEN OTHER
                MOVE 7 TO WS-REASON-NO
        END-EVALUATE
    END-IF
    ADD 1 TO WS-FS-UPS
    EVALUATE TRUE
        WHEN UPX-UP-SOLD
            ADD 1 TO WS-FS-SOLD
            IF UPX-saleID > 0
                ADD 1 TO WS-FS-MATCHED
            END-IF
        WHEN UPX-UP-LOST
            ADD 1 TO WS-FS-LOST
            ADD 1 TO WS-FS-REASON(WS-REASON-NO)
        WHEN OTHER
            ADD 1 TO WS-FS-BEBACK
    END-EVALUATE

    MOVE 0 TO WS-FT-SLOT
    PERFORM VARYING FT-IDX FROM 1 BY 1
            UNTIL FT-IDX > WS-FT-USED
        IF WS-FT-EMPID(FT-IDX) = UPX-empID
            SET WS-FT-SLOT TO FT-IDX
        END-IF
    END-PERFORM
    IF WS-FT-SLOT = 0
        IF WS-FT-USED >= 50
            ADD 1 TO WS-FT-DROPPED
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-FT-USED
        MOVE WS-FT-USED TO WS-FT-SLOT
        INITIALIZE WS-FT-ENTRY(WS-FT-SLOT)
        MOVE UPX-empID TO WS-FT-EMPID(WS-FT-SLOT)
    END-IF
    ADD 1 TO WS-FT-UPS(WS-FT-SLOT)
    EVALUATE TRUE
        WHEN UPX-UP-SOLD
            ADD 1 TO WS-FT-SOLD(WS-FT-SLOT)
            IF UPX-saleID > 0
                ADD 1 TO WS-FT-MATCHED(WS-FT-SLOT)
            END-IF
        WHEN UPX-UP-LOST
            ADD 1 TO WS-FT-LOST(WS-FT-SLOT)
            ADD 1 TO WS-FT-REASON(WS-FT-SLOT, WS-REASON-NO)
        WHEN OTHER
            ADD 1 TO WS-FT-BEBACK(WS-FT-SLOT)
    END-EVALUATE.
EXIT PARAGRAPH.

*> One report line: who, the ups and how they ended, the closing
*> ratio, sold ups matched to a deal, and the lost reasons.
680-FORMAT-TRAFFIC-ROW.
    MOVE 0 TO WS-CLOSE-PCT
    IF WS-FR-UPS > 0
        COMPUTE WS-CLOSE-PCT ROUNDED =
            WS-FR-SOLD * 100 / WS-FR-UPS
    END-IF
    MOVE SPACES TO WS-OUT-LINE
    MOVE WS-FT-NAME TO WS-OUT-LINE(1:20)
    MOVE WS-FR-UPS TO WS-COUNT-DISP
    MOVE WS-COUNT-DISP TO WS-OUT-LINE(22:5)
    MOVE WS-FR-SOLD TO WS-COUNT-DISP
    MOVE WS-COUNT-DISP TO WS-OUT-LINE(28:5)
    MOVE WS-FR-BEBACK TO WS-COUNT-DISP
    MOVE WS-COUNT-DISP TO WS-OUT-LINE(34:5)
    MOVE WS-FR-LOST TO WS-COUNT-DISP
    MOVE WS-COUNT-DISP TO WS-OUT-LINE(40:5)
    MOVE WS-CLOSE-PCT TO WS-CLOSE-DISP
    MOVE WS-CLOSE-DISP TO WS-OUT-LINE(46:5)
    MOVE WS-FR-MATCHED TO WS-COUNT-DISP
    MOVE WS-COUNT-DISP TO WS-OUT-LINE(52:5)
    MOVE 57 TO WS-REASON-COL
    PERFORM VARYING WS-REASON-NO FROM 1 BY 1
            UNTIL WS-REASON-NO > 7
        MOVE WS-FR-REASON(WS-REASON-NO) TO WS-REASON-DISP
        MOVE WS-REASON-DISP TO WS-OUT-LINE(WS-REASON-COL:4)
        ADD 4 TO WS-REASON-COL
    END-PERFORM
    PERFORM 690-PUT-TRAFFIC-LINE.
EXIT PARAGRAPH.

690-PUT-TRAFFIC-LINE.
    DISPLAY WS-OUT-LINE
    MOVE WS-OUT-LINE TO TRAFFIC-REC
    WRITE TRAFFIC-REC.
EXIT PARAGRAPH.

END PROGRAM SALES_GOALS.
