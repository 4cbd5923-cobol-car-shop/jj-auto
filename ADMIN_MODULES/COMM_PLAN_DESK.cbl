*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Salesperson pay plans, kept in COMMPLAN.DAT in the
*>          SALES_GOALS load/save-whole style. A plan (P row) pays
*>          a percent of each deal's front-end gross with a MINI -
*>          the least one deal pays - and up to three monthly
*>          volume bonus tiers; each salesperson is put on a plan
*>          from an effective date (A row), and ADD_SALE accrues
*>          every deal under the plan its seller is on that day
*>          through COMM_PLAN_LOOKUP. The month-end bonus run counts
*>          each assigned salesperson's non-voided SALE.IDX deals
*>          for a finished month (half a unit each on a split
*>          deal), pays the highest tier reached on the plan they
*>          were on at month end as a B row on COMMLEDGER.DAT -
*>          COMMISSION_PAYOUT and PAYROLL_RUN pay it like an
*>          accrual - and appends an R row so the month is never
*>          bonused twice. MONTH_END_CLOSE warns when the run has
*>          not been made. Launched from JJUI off a PERMISSIONS.DAT
*>          row.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. COMM_PLAN_DESK.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL COMMPLAN-FILE ASSIGN TO '../COMMPLAN.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL COMMLEDGER-FILE ASSIGN TO '../COMMLEDGER.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL INDEX-FILE-SALE
        ASSIGN TO '../../INDEXES/SALE.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS IDX-saleID
        ALTERNATE RECORD KEY IS IDX-empID WITH DUPLICATES
        ALTERNATE RECORD KEY IS IDX-carVIN WITH DUPLICATES
        ALTERNATE RECORD KEY IS IDX-custID WITH DUPLICATES.

DATA DIVISION.
FILE SECTION.
FD COMMPLAN-FILE.
    COPY COMM_PLAN_DEF REPLACING ==:TAG:== BY ==CP==.
FD COMMLEDGER-FILE.
    COPY COMMISSION_DEF REPLACING ==:TAG:== BY ==CM==.
FD INDEX-FILE-SALE
    RECORD CONTAINS 167 CHARACTERS.
    COPY SALE_DEF REPLACING ==:TAG:== BY ==IDX==.

WORKING-STORAGE SECTION.
COPY SESSION_DEF.
COPY EMP_DEF REPLACING ==:TAG:== BY ==WSE==.
01  MENU-OPTION             PIC 9.
01  WS-MENU-DONE            PIC X VALUE "N".
01  WS-EOF                  PIC X.
01  WS-ROWS-DROPPED         PIC X VALUE "N".
01  WS-PLAN-TABLE.
    05  WS-PLAN OCCURS 20 TIMES INDEXED BY PLAN-IDX.
        10  WS-PLAN-CODE    PIC X(4).
        10  WS-PLAN-DESC    PIC X(20).
        10  WS-PLAN-PCT     PIC 99V99.
        10  WS-PLAN-MINI    PIC 9(5)V99.
        10  WS-PLAN-TIER OCCURS 3 TIMES.
            15  WS-PLAN-TIER-UNITS  PIC 9(3).
            15  WS-PLAN-TIER-BONUS  PIC 9(5)V99.
01  WS-PLAN-COUNT           PIC 9(3) VALUE 0.
01  WS-ASG-TABLE.
    05  WS-ASG OCCURS 200 TIMES INDEXED BY ASG-IDX.
        10  WS-ASG-EMPID    PIC 9(5).
        10  WS-ASG-CODE     PIC X(4).
        10  WS-ASG-EFF      PIC 9(8).
        10  WS-ASG-SET-DATE PIC 9(8).
        10  WS-ASG-SET-BY   PIC X(30).
01  WS-ASG-COUNT            PIC 9(3) VALUE 0.
01  WS-RUN-TABLE.
    05  WS-RUN OCCURS 100 TIMES INDEXED BY RUN-IDX.
        10  WS-RUN-PERIOD   PIC 9(6).
        10  WS-RUN-SET-DATE PIC 9(8).
        10  WS-RUN-SET-BY   PIC X(30).
01  WS-RUN-COUNT            PIC 9(3) VALUE 0.
*> Units delivered in the bonus month, one slot per salesperson.
01  WS-UNIT-TABLE.
    05  WS-UNIT OCCURS 200 TIMES INDEXED BY UNIT-IDX.
        10  WS-UNIT-EMPID   PIC 9(5).
        10  WS-UNIT-COUNT   PIC 9(5)V9.
01  WS-UNIT-USED            PIC 9(3) VALUE 0.
01  WS-CREDIT-EMPID         PIC 9(5).
01  WS-CREDIT-UNITS         PIC 9V9.
01  WS-SLOT                 PIC 9(3).
01  WS-TIER-SUB             PIC 9.
01  WS-CODE-IN              PIC X(4).
01  WS-EMP-IN               PIC 9(5).
01  WS-EFF-IN               PIC 9(8).
01  WS-PERIOD-IN            PIC 9(6).
01  WS-PERIOD-GROUP REDEFINES WS-PERIOD-IN.
    05  WS-PERIOD-YEAR      PIC 9(4).
    05  WS-PERIOD-MONTH     PIC 9(2).
01  WS-TODAY-DATE           PIC 9(8).
01  WS-FROM-DATE            PIC 9(8).
01  WS-TO-DATE              PIC 9(8).
01  WS-NEXT-FIRST           PIC 9(8).
01  WS-TO-INT               PIC 9(8).
01  WS-MORE-SALES           PIC X.
01  WS-ALREADY-RUN          PIC X.
01  WS-BEST-EFF             PIC 9(8).
01  WS-BEST-CODE            PIC X(4).
01  WS-BEST-UNITS           PIC 9(3).
01  WS-BONUS                PIC 9(5)V99.
01  WS-BONUS-TOTAL          PIC 9(7)V99.
01  WS-BONUS-ROWS           PIC 9(3).
01  WS-PCT-DISP             PIC Z9.99.
01  WS-MONEY-DISP           PIC $$$,$$9.99.
01  WS-UNITS-DISP           PIC ZZZZ9.9.
01  WS-TOTAL-DISP           PIC $,$$$,$$9.99.
01  WS-ANSWER               PIC X.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM 150-LOAD-PLANS
    PERFORM UNTIL WS-MENU-DONE = "Y"
        DISPLAY "--- Commission Plans ---"
        DISPLAY "1. List Plans and Assignments"
        DISPLAY "2. Set Plan (adds or replaces)"
        DISPLAY "3. Assign Salesperson to Plan"
        DISPLAY "4. Save Plans"
        DISPLAY "5. Post Month-End Volume Bonus"
        DISPLAY "6. Exit"
        ACCEPT MENU-OPTION
        EVALUATE MENU-OPTION
            WHEN 1
                PERFORM 200-LIST-PLANS
            WHEN 2
                PERFORM 300-SET-PLAN
            WHEN 3
                PERFORM 350-ASSIGN-PLAN
            WHEN 4
                PERFORM 400-SAVE-PLANS
            WHEN 5
                PERFORM 500-VOLUME-BONUS
            WHEN 6
                MOVE "Y" TO WS-MENU-DONE
            WHEN OTHER
                DISPLAY "Invalid Option, Please enter 1-6."
        END-EVALUATE
    END-PERFORM
    STOP RUN.

150-LOAD-PLANS.
    MOVE 0 TO WS-PLAN-COUNT
    MOVE 0 TO WS-ASG-COUNT
    MOVE 0 TO WS-RUN-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT COMMPLAN-FILE
    PERFORM UNTIL WS-EOF = "Y"
        READ COMMPLAN-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                EVALUATE TRUE
                    WHEN CP-CP-PLAN
                        PERFORM 160-LOAD-PLAN-ROW
                    WHEN CP-CP-ASSIGN
                        PERFORM 170-LOAD-ASSIGN-ROW
                    WHEN CP-CP-BONUS-RUN
                        PERFORM 180-LOAD-RUN-ROW
                END-EVALUATE
        END-READ
    END-PERFORM
    CLOSE COMMPLAN-FILE
    DISPLAY WS-PLAN-COUNT " plan(s), " WS-ASG-COUNT
        " assignment(s) loaded."
    IF WS-ROWS-DROPPED = "Y"
        DISPLAY "WARNING: COMMPLAN.DAT has more rows than the"
            " tables hold - saving and the bonus run are disabled"
            " this session so no rows are lost."
    END-IF.
EXIT PARAGRAPH.

160-LOAD-PLAN-ROW.
    IF WS-PLAN-COUNT < 20
        ADD 1 TO WS-PLAN-COUNT
        MOVE CP-CP-PLAN-CODE TO WS-PLAN-CODE(WS-PLAN-COUNT)
        MOVE CP-CP-DESC TO WS-PLAN-DESC(WS-PLAN-COUNT)
        MOVE CP-CP-GROSS-PCT TO WS-PLAN-PCT(WS-PLAN-COUNT)
        MOVE CP-CP-MINI TO WS-PLAN-MINI(WS-PLAN-COUNT)
        PERFORM VARYING WS-TIER-SUB FROM 1 BY 1
                UNTIL WS-TIER-SUB > 3
            MOVE CP-CP-TIER-UNITS(WS-TIER-SUB)
                TO WS-PLAN-TIER-UNITS(WS-PLAN-COUNT, WS-TIER-SUB)
            MOVE CP-CP-TIER-BONUS(WS-TIER-SUB)
                TO WS-PLAN-TIER-BONUS(WS-PLAN-COUNT, WS-TIER-SUB)
        END-PERFORM
    ELSE
        MOVE "Y" TO WS-ROWS-DROPPED
    END-IF.
EXIT PARAGRAPH.

170-LOAD-ASSIGN-ROW.
    IF WS-ASG-COUNT < 200
        ADD 1 TO WS-ASG-COUNT
        MOVE CP-empID TO WS-ASG-EMPID(WS-ASG-COUNT)
        MOVE CP-CP-PLAN-CODE TO WS-ASG-CODE(WS-ASG-COUNT)
        MOVE CP-CP-EFF-DATE TO WS-ASG-EFF(WS-ASG-COUNT)
        MOVE CP-CP-SET-DATE TO WS-ASG-SET-DATE(WS-ASG-COUNT)
        MOVE CP-CP-SET-BY TO WS-ASG-SET-BY(WS-ASG-COUNT)
    ELSE
        MOVE "Y" TO WS-ROWS-DROPPED
    END-IF.
EXIT PARAGRAPH.

180-LOAD-RUN-ROW.
    IF WS-RUN-COUNT < 100
        ADD 1 TO WS-RUN-COUNT
        MOVE CP-CP-PERIOD TO WS-RUN-PERIOD(WS-RUN-COUNT)
        MOVE CP-CP-SET-DATE TO WS-RUN-SET-DATE(WS-RUN-COUNT)
        MOVE CP-CP-SET-BY TO WS-RUN-SET-BY(WS-RUN-COUNT)
    ELSE
        MOVE "Y" TO WS-ROWS-DROPPED
    END-IF.
EXIT PARAGRAPH.

200-LIST-PLANS.
    PERFORM VARYING PLAN-IDX FROM 1 BY 1
            UNTIL PLAN-IDX > WS-PLAN-COUNT
        MOVE WS-PLAN-PCT(PLAN-IDX) TO WS-PCT-DISP
        MOVE WS-PLAN-MINI(PLAN-IDX) TO WS-MONEY-DISP
        DISPLAY "PLAN " WS-PLAN-CODE(PLAN-IDX)
            " " WS-PLAN-DESC(PLAN-IDX)
            " " WS-PCT-DISP "% OF GROSS  MINI " WS-MONEY-DISP
        PERFORM VARYING WS-TIER-SUB FROM 1 BY 1
                UNTIL WS-TIER-SUB > 3
            IF WS-PLAN-TIER-UNITS(PLAN-IDX, WS-TIER-SUB) > 0
                MOVE WS-PLAN-TIER-BONUS(PLAN-IDX, WS-TIER-SUB)
                    TO WS-MONEY-DISP
                DISPLAY "     TIER " WS-TIER-SUB ": "
                    WS-PLAN-TIER-UNITS(PLAN-IDX, WS-TIER-SUB)
                    " UNITS PAYS " WS-MONEY-DISP
            END-IF
        END-PERFORM
    END-PERFORM
    PERFORM VARYING ASG-IDX FROM 1 BY 1
            UNTIL ASG-IDX > WS-ASG-COUNT
        DISPLAY "EMP " WS-ASG-EMPID(ASG-IDX)
            " ON PLAN " WS-ASG-CODE(ASG-IDX)
            " FROM " WS-ASG-EFF(ASG-IDX)
    END-PERFORM
    PERFORM VARYING RUN-IDX FROM 1 BY 1
            UNTIL RUN-IDX > WS-RUN-COUNT
        DISPLAY "BONUS RUN " WS-RUN-PERIOD(RUN-IDX)
            " POSTED " WS-RUN-SET-DATE(RUN-IDX)
            " BY " WS-RUN-SET-BY(RUN-IDX)
    END-PERFORM.
EXIT PARAGRAPH.

300-SET-PLAN.
    DISPLAY "Plan Code (4 characters): "
    ACCEPT WS-CODE-IN
    IF WS-CODE-IN = SPACES
        DISPLAY "A plan needs a code."
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-SLOT
    PERFORM VARYING PLAN-IDX FROM 1 BY 1
            UNTIL PLAN-IDX > WS-PLAN-COUNT
        IF WS-PLAN-CODE(PLAN-IDX) = WS-CODE-IN
            SET WS-SLOT TO PLAN-IDX
        END-IF
    END-PERFORM
    IF WS-SLOT = 0
        IF WS-PLAN-COUNT >= 20
            DISPLAY "Plan table is full."
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-PLAN-COUNT
        MOVE WS-PLAN-COUNT TO WS-SLOT
        INITIALIZE WS-PLAN(WS-SLOT)
        MOVE WS-CODE-IN TO WS-PLAN-CODE(WS-SLOT)
    END-IF
    DISPLAY "Description: "
    ACCEPT WS-PLAN-DESC(WS-SLOT)
    DISPLAY "Percent of Front-End Gross (e.g. 25.00): "
    ACCEPT WS-PLAN-PCT(WS-SLOT)
    DISPLAY "Mini - Least Paid Per Deal: "
    ACCEPT WS-PLAN-MINI(WS-SLOT)
    PERFORM VARYING WS-TIER-SUB FROM 1 BY 1
            UNTIL WS-TIER-SUB > 3
        DISPLAY "Volume Tier " WS-TIER-SUB
            " - Units for the Month (0 = unused): "
        ACCEPT WS-PLAN-TIER-UNITS(WS-SLOT, WS-TIER-SUB)
        IF WS-PLAN-TIER-UNITS(WS-SLOT, WS-TIER-SUB) > 0
            DISPLAY "Volume Tier " WS-TIER-SUB " - Bonus: "
            ACCEPT WS-PLAN-TIER-BONUS(WS-SLOT, WS-TIER-SUB)
        ELSE
            MOVE 0 TO WS-PLAN-TIER-BONUS(WS-SLOT, WS-TIER-SUB)
        END-IF
    END-PERFORM
    DISPLAY "Plan set - remember to Save Plans.".
EXIT PARAGRAPH.

*> A new assignment row; the latest effective date on or before a
*> deal's date is the plan the deal pays under, so history stays.
350-ASSIGN-PLAN.
    DISPLAY "Salesperson Employee ID: "
    ACCEPT WS-EMP-IN
    INITIALIZE WSE-EMPLOYEE
    MOVE WS-EMP-IN TO WSE-empID
    CALL "READ_EMP" USING WSE-EMPLOYEE
    IF WSE-fName = SPACES
        DISPLAY "No employee " WS-EMP-IN " on file."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Salesperson: " WSE-fName " " WSE-lName
    DISPLAY "Plan Code: "
    ACCEPT WS-CODE-IN
    MOVE 0 TO WS-SLOT
    PERFORM VARYING PLAN-IDX FROM 1 BY 1
            UNTIL PLAN-IDX > WS-PLAN-COUNT
        IF WS-PLAN-CODE(PLAN-IDX) = WS-CODE-IN
            SET WS-SLOT TO PLAN-IDX
        END-IF
    END-PERFORM
    IF WS-SLOT = 0
        DISPLAY "No plan " WS-CODE-IN " - set the plan first."
        EXIT PARAGRAPH
    END-IF
    IF WS-ASG-COUNT >= 200
        DISPLAY "Assignment table is full."
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
    DISPLAY "Effective Date (YYYYMMDD, 0 = today): "
    ACCEPT WS-EFF-IN
    IF WS-EFF-IN NOT NUMERIC OR WS-EFF-IN = 0
        MOVE WS-TODAY-DATE TO WS-EFF-IN
    END-IF
    ADD 1 TO WS-ASG-COUNT
    MOVE WS-EMP-IN TO WS-ASG-EMPID(WS-ASG-COUNT)
    MOVE WS-CODE-IN TO WS-ASG-CODE(WS-ASG-COUNT)
    MOVE WS-EFF-IN TO WS-ASG-EFF(WS-ASG-COUNT)
    MOVE WS-TODAY-DATE TO WS-ASG-SET-DATE(WS-ASG-COUNT)
    MOVE SESSION-CURRENT-USER TO WS-ASG-SET-BY(WS-ASG-COUNT)
    DISPLAY "Assigned - remember to Save Plans.".
EXIT PARAGRAPH.

400-SAVE-PLANS.
*>  A partial table written back would erase every row the load
*>  could not hold, so refuse the rewrite outright.
    IF WS-ROWS-DROPPED = "Y"
        DISPLAY "Save refused: not every COMMPLAN.DAT row fit"
            " the tables at load."
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
    OPEN OUTPUT COMMPLAN-FILE
    PERFORM VARYING PLAN-IDX FROM 1 BY 1
            UNTIL PLAN-IDX > WS-PLAN-COUNT
        INITIALIZE CP-COMM-PLAN
        MOVE "P" TO CP-CP-TYPE
        MOVE WS-PLAN-CODE(PLAN-IDX) TO CP-CP-PLAN-CODE
        MOVE WS-PLAN-DESC(PLAN-IDX) TO CP-CP-DESC
        MOVE WS-PLAN-PCT(PLAN-IDX) TO CP-CP-GROSS-PCT
        MOVE WS-PLAN-MINI(PLAN-IDX) TO CP-CP-MINI
        PERFORM VARYING WS-TIER-SUB FROM 1 BY 1
                UNTIL WS-TIER-SUB > 3
            MOVE WS-PLAN-TIER-UNITS(PLAN-IDX, WS-TIER-SUB)
                TO CP-CP-TIER-UNITS(WS-TIER-SUB)
            MOVE WS-PLAN-TIER-BONUS(PLAN-IDX, WS-TIER-SUB)
                TO CP-CP-TIER-BONUS(WS-TIER-SUB)
        END-PERFORM
        MOVE WS-TODAY-DATE TO CP-CP-SET-DATE
        MOVE SESSION-CURRENT-USER TO CP-CP-SET-BY
        WRITE CP-COMM-PLAN
    END-PERFORM
    PERFORM VARYING ASG-IDX FROM 1 BY 1
            UNTIL ASG-IDX > WS-ASG-COUNT
        INITIALIZE CP-COMM-PLAN
        MOVE "A" TO CP-CP-TYPE
        MOVE WS-ASG-EMPID(ASG-IDX) TO CP-empID
        MOVE WS-ASG-CODE(ASG-IDX) TO CP-CP-PLAN-CODE
        MOVE WS-ASG-EFF(ASG-IDX) TO CP-CP-EFF-DATE
        MOVE WS-ASG-SET-DATE(ASG-IDX) TO CP-CP-SET-DATE
        MOVE WS-ASG-SET-BY(ASG-IDX) TO CP-CP-SET-BY
        WRITE CP-COMM-PLAN
    END-PERFORM
    PERFORM VARYING RUN-IDX FROM 1 BY 1
            UNTIL RUN-IDX > WS-RUN-COUNT
        INITIALIZE CP-COMM-PLAN
        MOVE "R" TO CP-CP-TYPE
        MOVE WS-RUN-PERIOD(RUN-IDX) TO CP-CP-PERIOD
        MOVE WS-RUN-SET-DATE(RUN-IDX) TO CP-CP-SET-DATE
        MOVE WS-RUN-SET-BY(RUN-IDX) TO CP-CP-SET-BY
        WRITE CP-COMM-PLAN
    END-PERFORM
    CLOSE COMMPLAN-FILE
    DISPLAY "Plans written back.".
EXIT PARAGRAPH.

*> Month-end volume bonus for a finished month. Each salesperson
*> on a plan at month end is paid the bonus of the highest tier
*> their units reached, as a B row dated the month's last day.
500-VOLUME-BONUS.
    IF WS-ROWS-DROPPED = "Y"
        DISPLAY "Bonus run refused: not every COMMPLAN.DAT row fit"
            " the tables at load."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Month to bonus (YYYYMM): "
    ACCEPT WS-PERIOD-IN
    IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
        DISPLAY "Not a valid month."
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-ALREADY-RUN
    PERFORM VARYING RUN-IDX FROM 1 BY 1
            UNTIL RUN-IDX > WS-RUN-COUNT
        IF WS-RUN-PERIOD(RUN-IDX) = WS-PERIOD-IN
            MOVE "Y" TO WS-ALREADY-RUN
        END-IF
    END-PERFORM
    IF WS-ALREADY-RUN = "Y"
        DISPLAY "The volume bonus for " WS-PERIOD-IN
            " has already been posted."
        EXIT PARAGRAPH
    END-IF
    IF WS-RUN-COUNT >= 100
        DISPLAY "Bonus run table is full."
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-FROM-DATE = WS-PERIOD-IN * 100 + 1
    IF WS-PERIOD-MONTH = 12
        COMPUTE WS-NEXT-FIRST =
            (WS-PERIOD-YEAR + 1) * 10000 + 0101
    ELSE
        COMPUTE WS-NEXT-FIRST = WS-PERIOD-YEAR * 10000
            + (WS-PERIOD-MONTH + 1) * 100 + 1
    END-IF
    COMPUTE WS-TO-INT =
        FUNCTION INTEGER-OF-DATE(WS-NEXT-FIRST) - 1
    MOVE FUNCTION DATE-OF-INTEGER(WS-TO-INT) TO WS-TO-DATE
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
    IF WS-TODAY-DATE <= WS-TO-DATE
        DISPLAY "Month " WS-PERIOD-IN " is not over yet."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Post the volume bonus for " WS-PERIOD-IN "? (Y/N): "
    ACCEPT WS-ANSWER
    IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
        DISPLAY "Bonus run cancelled."
        EXIT PARAGRAPH
    END-IF

    PERFORM 550-COUNT-UNITS
    MOVE 0 TO WS-BONUS-TOTAL
    MOVE 0 TO WS-BONUS-ROWS
    OPEN EXTEND COMMLEDGER-FILE
    PERFORM VARYING UNIT-IDX FROM 1 BY 1
            UNTIL UNIT-IDX > WS-UNIT-USED
        PERFORM 600-BONUS-ONE-PERSON
    END-PERFORM
    CLOSE COMMLEDGER-FILE

    ADD 1 TO WS-RUN-COUNT
    MOVE WS-PERIOD-IN TO WS-RUN-PERIOD(WS-RUN-COUNT)
    MOVE WS-TODAY-DATE TO WS-RUN-SET-DATE(WS-RUN-COUNT)
    MOVE SESSION-CURRENT-USER TO WS-RUN-SET-BY(WS-RUN-COUNT)
    INITIALIZE CP-COMM-PLAN
    MOVE "R" TO CP-CP-TYPE
    MOVE WS-PERIOD-IN TO CP-CP-PERIOD
    MOVE WS-TODAY-DATE TO CP-CP-SET-DATE
    MOVE SESSION-CURRENT-USER TO CP-CP-SET-BY
    OPEN EXTEND COMMPLAN-FILE
    WRITE CP-COMM-PLAN
    CLOSE COMMPLAN-FILE
    MOVE WS-BONUS-TOTAL TO WS-TOTAL-DISP
    DISPLAY WS-BONUS-ROWS " bonus row(s) posted, "
        WS-TOTAL-DISP " in all.".
EXIT PARAGRAPH.

*> Units delivered in the month off SALE.IDX in saleID order: the
*> seller takes one, or half on a split deal with the second
*> salesperson taking the other half. Voided deals do not count.
550-COUNT-UNITS.
    MOVE 0 TO WS-UNIT-USED
    MOVE "Y" TO WS-MORE-SALES
    OPEN INPUT INDEX-FILE-SALE
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
                        IDX-saleDate <= WS-TO-DATE
                    PERFORM 560-CREDIT-DEAL
                END-IF
        END-READ
    END-PERFORM
    CLOSE INDEX-FILE-SALE.
EXIT PARAGRAPH.

560-CREDIT-DEAL.
    MOVE IDX-empID TO WS-CREDIT-EMPID
    MOVE 1 TO WS-CREDIT-UNITS
    IF IDX-splitEmpID NUMERIC AND IDX-splitPct NUMERIC
        IF IDX-splitEmpID > 0 AND IDX-splitPct > 0 AND
                IDX-splitPct < 100
            MOVE 0.5 TO WS-CREDIT-UNITS
            PERFORM 570-ADD-UNITS
            MOVE IDX-splitEmpID TO WS-CREDIT-EMPID
        END-IF
    END-IF
    PERFORM 570-ADD-UNITS.
EXIT PARAGRAPH.

570-ADD-UNITS.
    MOVE 0 TO WS-SLOT
    PERFORM VARYING UNIT-IDX FROM 1 BY 1
            UNTIL UNIT-IDX > WS-UNIT-USED
        IF WS-UNIT-EMPID(UNIT-IDX) = WS-CREDIT-EMPID
            SET WS-SLOT TO UNIT-IDX
        END-IF
    END-PERFORM
    IF WS-SLOT = 0
        IF WS-UNIT-USED >= 200
            DISPLAY "WARNING: more salespeople than the unit table"
                " holds - employee " WS-CREDIT-EMPID " not counted."
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-UNIT-USED
        MOVE WS-UNIT-USED TO WS-SLOT
        MOVE WS-CREDIT-EMPID TO WS-UNIT-EMPID(WS-SLOT)
        MOVE 0 TO WS-UNIT-COUNT(WS-SLOT)
    END-IF
    ADD WS-CREDIT-UNITS TO WS-UNIT-COUNT(WS-SLOT).
EXIT PARAGRAPH.

*> The plan the salesperson was on at month end, the highest tier
*> their units reached, and the B row for its bonus.
600-BONUS-ONE-PERSON.
    MOVE 0 TO WS-BEST-EFF
    MOVE SPACES TO WS-BEST-CODE
    PERFORM VARYING ASG-IDX FROM 1 BY 1
            UNTIL ASG-IDX > WS-ASG-COUNT
        IF WS-ASG-EMPID(ASG-IDX) = WS-UNIT-EMPID(UNIT-IDX) AND
                WS-ASG-EFF(ASG-IDX) <= WS-TO-DATE AND
                WS-ASG-EFF(ASG-IDX) >= WS-BEST-EFF
            MOVE WS-ASG-EFF(ASG-IDX) TO WS-BEST-EFF
            MOVE WS-ASG-CODE(ASG-IDX) TO WS-BEST-CODE
        END-IF
    END-PERFORM
    IF WS-BEST-CODE = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-SLOT
    PERFORM VARYING PLAN-IDX FROM 1 BY 1
            UNTIL PLAN-IDX > WS-PLAN-COUNT
        IF WS-PLAN-CODE(PLAN-IDX) = WS-BEST-CODE
            SET WS-SLOT TO PLAN-IDX
        END-IF
    END-PERFORM
    IF WS-SLOT = 0
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-BEST-UNITS
    MOVE 0 TO WS-BONUS
    PERFORM VARYING WS-TIER-SUB FROM 1 BY 1
            UNTIL WS-TIER-SUB > 3
        IF WS-PLAN-TIER-UNITS(WS-SLOT, WS-TIER-SUB) > 0 AND
                WS-PLAN-TIER-UNITS(WS-SLOT, WS-TIER-SUB)
                    > WS-BEST-UNITS AND
                WS-UNIT-COUNT(UNIT-IDX) >=
                    WS-PLAN-TIER-UNITS(WS-SLOT, WS-TIER-SUB)
            MOVE WS-PLAN-TIER-UNITS(WS-SLOT, WS-TIER-SUB)
                TO WS-BEST-UNITS
            MOVE WS-PLAN-TIER-BONUS(WS-SLOT, WS-TIER-SUB)
                TO WS-BONUS
        END-IF
    END-PERFORM
    MOVE WS-UNIT-COUNT(UNIT-IDX) TO WS-UNITS-DISP
    MOVE WS-BONUS TO WS-MONEY-DISP
    DISPLAY "EMP " WS-UNIT-EMPID(UNIT-IDX)
        " PLAN " WS-BEST-CODE
        " UNITS " WS-UNITS-DISP
        " BONUS " WS-MONEY-DISP
    IF WS-BONUS > 0
        INITIALIZE CM-COMMISSION
        MOVE WS-UNIT-EMPID(UNIT-IDX) TO CM-empID
        MOVE 0 TO CM-saleID
        MOVE WS-BONUS TO CM-COMM-AMOUNT
        MOVE "B" TO CM-COMM-TYPE
        MOVE WS-TO-DATE TO CM-COMM-DATE
        WRITE CM-COMMISSION
        ADD WS-BONUS TO WS-BONUS-TOTAL
        ADD 1 TO WS-BONUS-ROWS
    END-IF.
EXIT PARAGRAPH.

END PROGRAM COMM_PLAN_DESK.
