*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Segregation-of-duties report for the outside
*>          accountant - proof that nobody approves their own work.
*>          Part one walks ACCOUNT.MST against PERMISSIONS.DAT and
*>          lists every login whose combined roles (up to four per
*>          login) let it both enter and approve the same kind of
*>          transaction:
*>            AR REFUND     - keyed in REFUND_DESK,
*>            BAD DEBT W/O  - keyed in BAD_DEBT_DESK,
*>            DEEP DISCOUNT - keyed in SALES_MAIN,
*>                            all three approved at the manager
*>                            credential gate (a MANAG or ADMIN
*>                            role);
*>            PUNCH CORRECT - punched at TIMECLOCK, corrected in
*>                            PUNCH_CORR.
*>          Part two lists the actual transactions in the keyed
*>          date range where the two people were one: ARLEDGER.DAT
*>          rows whose AR-APPROVED-BY is the AR-ENTERED-BY,
*>          OVERRIDELOG.DAT discounts approved by the login that
*>          keyed the deal or by the salesperson on the SALE.IDX
*>          deal, and PUNCHCORR.DAT corrections made to the
*>          corrector's own punches. ACCOUNT.MST carries no empID,
*>          so a login is taken to be an employee's when it is
*>          their first and last name run together or spaced,
*>          their first initial and last name, or the part of their
*>          EMPLOYEE.IDX email before the @. Under BATCH_RUNNER the
*>          range is BATCH-FROM-DATE through BATCH-TO-DATE.
*>          Callable from REPORTING_MENU, exporting SOD_REPORT.RPT
*>          when asked.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. SOD_REPORT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL ACCOUNT-FILE
        ASSIGN TO '../MenuUI/ACCOUNT.MST'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS USERNAME.
    SELECT OPTIONAL PERMISSIONS-FILE
        ASSIGN TO '../MenuUI/PERMISSIONS.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL AR-LEDGER-FILE ASSIGN TO '../ARLEDGER.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL OVERRIDE-FILE ASSIGN TO '../OVERRIDELOG.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL PUNCHCORR-FILE ASSIGN TO '../PUNCHCORR.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL INDEX-FILE-SALE
        ASSIGN TO '../../INDEXES/SALE.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS IDX-saleID
        ALTERNATE RECORD KEY IS IDX-empID WITH DUPLICATES
        ALTERNATE RECORD KEY IS IDX-carVIN WITH DUPLICATES
        ALTERNATE RECORD KEY IS IDX-custID WITH DUPLICATES.
    SELECT OPTIONAL EMP-FILE
        ASSIGN TO '../../INDEXES/EMPLOYEE.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS EMX-empID
        ALTERNATE RECORD KEY IS EMX-lName WITH DUPLICATES.
    SELECT EXPORT-FILE ASSIGN TO 'SOD_REPORT.RPT'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD ACCOUNT-FILE.
   COPY ACCOUNT_DEF.
FD PERMISSIONS-FILE.
   COPY PERM_DEF.
FD AR-LEDGER-FILE.
   COPY AR_LEDGER_DEF REPLACING ==:TAG:== BY ==ARL==.
FD OVERRIDE-FILE.
   COPY OVERRIDE_DEF REPLACING ==:TAG:== BY ==OVR==.
FD PUNCHCORR-FILE.
   COPY PUNCH_CORR_DEF REPLACING ==:TAG:== BY ==PC==.
FD INDEX-FILE-SALE
   RECORD CONTAINS 167 CHARACTERS.
   COPY SALE_DEF REPLACING ==:TAG:== BY ==IDX==.
FD EMP-FILE
   RECORD CONTAINS 211 CHARACTERS.
   COPY EMP_DEF REPLACING ==:TAG:== BY ==EMX==.
FD EXPORT-FILE.
01 EXPORT-REC                 PIC X(80).

WORKING-STORAGE SECTION.
COPY BATCH_DEF.

01 WS-EOF                PIC X VALUE 'N'.
01 WS-FROM-DATE          PIC 9(8).
01 WS-TO-DATE            PIC 9(8).
01 WS-TODAY-DATE         PIC 9(8).
01 WS-ROW-DATE           PIC 9(8).

*> The transaction kinds and the programs that enter and approve
*> them. A blank approver program means the manager credential
*> gate - any login holding MANAG or ADMIN can approve.
01 WS-KIND-VALUES.
   05 FILLER PIC X(55) VALUE
      "AR REFUND      REFUND_DESK                             ".
   05 FILLER PIC X(55) VALUE
      "BAD DEBT W/O   BAD_DEBT_DESK                           ".
   05 FILLER PIC X(55) VALUE
      "DEEP DISCOUNT  SALES_MAIN                              ".
   05 FILLER PIC X(55) VALUE
      "PUNCH CORRECT  TIMECLOCK           PUNCH_CORR          ".
01 WS-KIND-TABLE REDEFINES WS-KIND-VALUES.
   05 WS-KIND-ENTRY OCCURS 4 TIMES.
      10 WS-KIND-NAME       PIC X(15).
      10 WS-KIND-ENTER-PGM  PIC X(20).
      10 WS-KIND-APPROVE-PGM PIC X(20).
01 WS-KIND-IDX           PIC 9.

*> PERMISSIONS.DAT held in memory for the login walk.
01 WS-PERM-TABLE.
   05 WS-PT-ENTRY OCCURS 500 TIMES.
      10 WS-PT-LEVEL        PIC X(5).
      10 WS-PT-PROGRAM      PIC X(20).
01 WS-PT-USED            PIC 9(3) VALUE 0.
01 WS-PT-IDX             PIC 9(3).
01 WS-ROLE-IDX           PIC 9.

01 WS-CHECK-PGM          PIC X(20).
01 WS-CAN-RUN            PIC X.
01 WS-CAN-ENTER          PIC X.
01 WS-CAN-APPROVE        PIC X.
01 WS-IS-MANAGER         PIC X.
01 WS-APPROVE-DISP       PIC X(20).
01 WS-LOCK-DISP          PIC X(6).

*> Login-to-employee match.
01 WS-MATCH-LOGIN        PIC X(30).
01 WS-MATCH-EMPID        PIC 9(5).
01 WS-LOGIN-MATCH        PIC X.
01 WS-CAND-NAME          PIC X(30).
01 WS-EMAIL-LOCAL        PIC X(25).

01 WS-SELF-REASON        PIC X(14).
01 WS-CONFLICT-COUNT     PIC 9(5).
01 WS-AR-COUNT           PIC 9(5).
01 WS-OVR-COUNT          PIC 9(5).
01 WS-PUNCH-COUNT        PIC 9(5).
01 WS-MONEY-DISP         PIC $,$$$,$$9.99.
01 WS-COUNT-DISP         PIC ZZZZ9.
01 WS-PAUSE              PIC X.
01 WS-OUT-LINE           PIC X(80).

LINKAGE SECTION.
01 PARAMETRES.
   02 PA-RETURN-CODE PIC 99 VALUE 0.
   02 PA-OPTION-CODE PIC 99 VALUE 0.
   02 PA-EXPORT-FLAG PIC X VALUE "N".

PROCEDURE DIVISION USING PARAMETRES.
MAIN-PROCEDURE.
   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
   IF BATCH-MODE-FLAG = "Y" AND BATCH-FROM-DATE > 0
      MOVE BATCH-FROM-DATE TO WS-FROM-DATE
      MOVE BATCH-TO-DATE TO WS-TO-DATE
   ELSE
      DISPLAY "--- Segregation of Duties ---"
      DISPLAY "From Date (YYYYMMDD): "
      ACCEPT WS-FROM-DATE
      DISPLAY "To Date (YYYYMMDD, 0 = today): "
      ACCEPT WS-TO-DATE
   END-IF
   IF WS-TO-DATE = 0
      MOVE WS-TODAY-DATE TO WS-TO-DATE
   END-IF
   IF WS-FROM-DATE > WS-TO-DATE
      DISPLAY "From date is after the to date."
      MOVE 1 TO PA-RETURN-CODE
      GOBACK
   END-IF

   IF PA-EXPORT-FLAG = 'Y' THEN
       OPEN OUTPUT EXPORT-FILE
   END-IF
   MOVE SPACES TO WS-OUT-LINE
   STRING "SEGREGATION OF DUTIES - RUN " WS-TODAY-DATE
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE SPACES TO WS-OUT-LINE
   PERFORM 500-PUT-LINE

   PERFORM 100-LOAD-PERMISSIONS
   PERFORM 150-ROLE-CONFLICTS
   PERFORM 200-SELF-APPROVED-AR
   PERFORM 300-SELF-APPROVED-DISCOUNTS
   PERFORM 400-SELF-CORRECTED-PUNCHES

   MOVE SPACES TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE WS-CONFLICT-COUNT TO WS-COUNT-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING "ROLE CONFLICTS " WS-COUNT-DISP
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   ADD WS-AR-COUNT WS-OVR-COUNT TO WS-PUNCH-COUNT
   MOVE WS-PUNCH-COUNT TO WS-COUNT-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING "SELF-APPROVED TRANSACTIONS " WS-COUNT-DISP
          " FROM " WS-FROM-DATE " THROUGH " WS-TO-DATE
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   IF PA-EXPORT-FLAG = 'Y' THEN
       CLOSE EXPORT-FILE
   END-IF

   IF BATCH-MODE-FLAG NOT = "Y"
      DISPLAY "Press ENTER to continue"
      ACCEPT WS-PAUSE
   END-IF

   MOVE 0 TO PA-RETURN-CODE
   GOBACK.
EXIT PROGRAM.

100-LOAD-PERMISSIONS.
   MOVE 0 TO WS-PT-USED
   MOVE 'N' TO WS-EOF
   OPEN INPUT PERMISSIONS-FILE
   PERFORM UNTIL WS-EOF = 'Y'
       READ PERMISSIONS-FILE
           AT END
               MOVE 'Y' TO WS-EOF
           NOT AT END
               IF WS-PT-USED < 500
                   ADD 1 TO WS-PT-USED
                   MOVE PERM-LEVEL TO WS-PT-LEVEL(WS-PT-USED)
                   MOVE PERM-PROGRAM TO WS-PT-PROGRAM(WS-PT-USED)
               END-IF
       END-READ
   END-PERFORM
   CLOSE PERMISSIONS-FILE.
EXIT PARAGRAPH.

*> One line per login per kind it can both enter and approve.
*> Locked logins are still listed - a lock is one reset away.
150-ROLE-CONFLICTS.
   MOVE 0 TO WS-CONFLICT-COUNT
   MOVE "PART 1 - LOGINS THAT CAN ENTER AND APPROVE THE SAME WORK"
       TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE "LOGIN                          ROLES                KIND"
       TO WS-OUT-LINE
   MOVE "APPROVES VIA" TO WS-OUT-LINE(68:12)
   PERFORM 500-PUT-LINE
   MOVE ALL "-" TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE 'N' TO WS-EOF
   OPEN INPUT ACCOUNT-FILE
   MOVE LOW-VALUES TO USERNAME
   START ACCOUNT-FILE KEY IS NOT LESS THAN USERNAME
       INVALID KEY
           MOVE 'Y' TO WS-EOF
   END-START
   PERFORM UNTIL WS-EOF = 'Y'
       READ ACCOUNT-FILE NEXT RECORD
           AT END
               MOVE 'Y' TO WS-EOF
           NOT AT END
               PERFORM 160-CHECK-ONE-LOGIN
       END-READ
   END-PERFORM
   CLOSE ACCOUNT-FILE
   MOVE ALL "-" TO WS-OUT-LINE
   PERFORM 500-PUT-LINE.
EXIT PARAGRAPH.

160-CHECK-ONE-LOGIN.
   MOVE 'N' TO WS-IS-MANAGER
   PERFORM VARYING WS-ROLE-IDX FROM 1 BY 1 UNTIL WS-ROLE-IDX > 4
       IF PERMISSION-ROLE(WS-ROLE-IDX) = "MANAG"
               OR PERMISSION-ROLE(WS-ROLE-IDX) = "ADMIN"
           MOVE 'Y' TO WS-IS-MANAGER
       END-IF
   END-PERFORM
   MOVE SPACES TO WS-LOCK-DISP
   IF ACCOUNT-LOCKED = 'Y'
       MOVE "LOCKED" TO WS-LOCK-DISP
   END-IF
   PERFORM VARYING WS-KIND-IDX FROM 1 BY 1 UNTIL WS-KIND-IDX > 4
       MOVE WS-KIND-ENTER-PGM(WS-KIND-IDX) TO WS-CHECK-PGM
       PERFORM 170-CAN-RUN-PROGRAM
       MOVE WS-CAN-RUN TO WS-CAN-ENTER
       IF WS-KIND-APPROVE-PGM(WS-KIND-IDX) = SPACES
           MOVE WS-IS-MANAGER TO WS-CAN-APPROVE
           MOVE "MANAGER ROLE" TO WS-APPROVE-DISP
       ELSE
           MOVE WS-KIND-APPROVE-PGM(WS-KIND-IDX) TO WS-CHECK-PGM
           PERFORM 170-CAN-RUN-PROGRAM
           MOVE WS-CAN-RUN TO WS-CAN-APPROVE
           MOVE WS-KIND-APPROVE-PGM(WS-KIND-IDX) TO WS-APPROVE-DISP
       END-IF
       IF WS-CAN-ENTER = 'Y' AND WS-CAN-APPROVE = 'Y'
           ADD 1 TO WS-CONFLICT-COUNT
           MOVE SPACES TO WS-OUT-LINE
           STRING USERNAME " " PERMISSION-ROLE(1) PERMISSION-ROLE(2)
                  PERMISSION-ROLE(3) PERMISSION-ROLE(4) " "
                  WS-KIND-NAME(WS-KIND-IDX) " " WS-APPROVE-DISP(1:12)
               DELIMITED BY SIZE INTO WS-OUT-LINE
           MOVE WS-LOCK-DISP TO WS-OUT-LINE(75:6)
           PERFORM 500-PUT-LINE
       END-IF
   END-PERFORM.
EXIT PARAGRAPH.

*> The same test JJUI makes to put a program on the menu: a row
*> for the program at "ALL  " or at one of the login's roles.
170-CAN-RUN-PROGRAM.
   MOVE 'N' TO WS-CAN-RUN
   PERFORM VARYING WS-PT-IDX FROM 1 BY 1
           UNTIL WS-PT-IDX > WS-PT-USED OR WS-CAN-RUN = 'Y'
       IF WS-PT-PROGRAM(WS-PT-IDX) = WS-CHECK-PGM
           IF WS-PT-LEVEL(WS-PT-IDX) = "ALL  "
               MOVE 'Y' TO WS-CAN-RUN
           ELSE
               PERFORM VARYING WS-ROLE-IDX FROM 1 BY 1
                       UNTIL WS-ROLE-IDX > 4
                   IF PERMISSION-ROLE(WS-ROLE-IDX) NOT = SPACES AND
                           PERMISSION-ROLE(WS-ROLE-IDX) =
                           WS-PT-LEVEL(WS-PT-IDX)
                       MOVE 'Y' TO WS-CAN-RUN
                   END-IF
               END-PERFORM
           END-IF
       END-IF
   END-PERFORM.
EXIT PARAGRAPH.

*> Refunds and write-offs carry both names on the ledger row.
200-SELF-APPROVED-AR.
   MOVE 0 TO WS-AR-COUNT
   MOVE SPACES TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE "PART 2 - SELF-APPROVED AR POSTINGS (ENTERED BY = APPROVED BY)"
       TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE "DATE     T CUST  REFERENCE          AMOUNT  USER"
       TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE ALL "-" TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE 'N' TO WS-EOF
   OPEN INPUT AR-LEDGER-FILE
   PERFORM UNTIL WS-EOF = 'Y'
       READ AR-LEDGER-FILE
           AT END
               MOVE 'Y' TO WS-EOF
           NOT AT END
               MOVE ARL-AR-DATE TO WS-ROW-DATE
               IF WS-ROW-DATE >= WS-FROM-DATE
                       AND WS-ROW-DATE <= WS-TO-DATE
                       AND ARL-AR-APPROVED-BY NOT = SPACES
                       AND FUNCTION UPPER-CASE(ARL-AR-APPROVED-BY)
                         = FUNCTION UPPER-CASE(ARL-AR-ENTERED-BY)
                   ADD 1 TO WS-AR-COUNT
                   MOVE ARL-AR-AMOUNT TO WS-MONEY-DISP
                   MOVE SPACES TO WS-OUT-LINE
                   STRING WS-ROW-DATE " " ARL-AR-TYPE " "
                          ARL-custID " " ARL-AR-REFERENCE " "
                          WS-MONEY-DISP "  " ARL-AR-APPROVED-BY
                       DELIMITED BY SIZE INTO WS-OUT-LINE
                   PERFORM 500-PUT-LINE
               END-IF
       END-READ
   END-PERFORM
   CLOSE AR-LEDGER-FILE.
EXIT PARAGRAPH.

*> A discount is self-approved when the approving manager keyed
*> the deal (rows written before ENTERED-BY existed have it
*> blank) or is the salesperson - or split partner - on it.
300-SELF-APPROVED-DISCOUNTS.
   MOVE 0 TO WS-OVR-COUNT
   MOVE SPACES TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE "SELF-APPROVED DISCOUNTS" TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE "DATE     SALE  LOT PRICE     SOLD FOR      APPROVER"
       TO WS-OUT-LINE
   MOVE "WHY" TO WS-OUT-LINE(68:3)
   PERFORM 500-PUT-LINE
   MOVE ALL "-" TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE 'N' TO WS-EOF
   OPEN INPUT OVERRIDE-FILE
   OPEN INPUT INDEX-FILE-SALE
   OPEN INPUT EMP-FILE
   PERFORM UNTIL WS-EOF = 'Y'
       READ OVERRIDE-FILE
           AT END
               MOVE 'Y' TO WS-EOF
           NOT AT END
               IF OVR-OVR-DATE >= WS-FROM-DATE
                       AND OVR-OVR-DATE <= WS-TO-DATE
                   PERFORM 350-CHECK-ONE-DISCOUNT
               END-IF
       END-READ
   END-PERFORM
   CLOSE EMP-FILE
   CLOSE INDEX-FILE-SALE
   CLOSE OVERRIDE-FILE.
EXIT PARAGRAPH.

350-CHECK-ONE-DISCOUNT.
   MOVE SPACES TO WS-SELF-REASON
   IF OVR-ENTERED-BY NOT = SPACES
           AND FUNCTION UPPER-CASE(OVR-ENTERED-BY)
             = FUNCTION UPPER-CASE(OVR-APPROVED-BY)
       MOVE "KEYED OWN DEAL" TO WS-SELF-REASON
   ELSE
       MOVE OVR-saleID TO IDX-saleID
       READ INDEX-FILE-SALE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE FUNCTION UPPER-CASE(OVR-APPROVED-BY)
                   TO WS-MATCH-LOGIN
               MOVE IDX-empID TO WS-MATCH-EMPID
               PERFORM 800-MATCH-LOGIN-EMP
               IF WS-LOGIN-MATCH NOT = 'Y' AND IDX-splitEmpID > 0
                   MOVE IDX-splitEmpID TO WS-MATCH-EMPID
                   PERFORM 800-MATCH-LOGIN-EMP
               END-IF
               IF WS-LOGIN-MATCH = 'Y'
                   MOVE "OWN SALE" TO WS-SELF-REASON
               END-IF
       END-READ
   END-IF
   IF WS-SELF-REASON NOT = SPACES
       ADD 1 TO WS-OVR-COUNT
       MOVE SPACES TO WS-OUT-LINE
       STRING OVR-OVR-DATE " " OVR-saleID " "
           DELIMITED BY SIZE INTO WS-OUT-LINE
       MOVE OVR-lotPrice TO WS-MONEY-DISP
       MOVE WS-MONEY-DISP TO WS-OUT-LINE(16:13)
       MOVE OVR-salePrice TO WS-MONEY-DISP
       MOVE WS-MONEY-DISP TO WS-OUT-LINE(30:13)
       MOVE OVR-APPROVED-BY TO WS-OUT-LINE(44:23)
       MOVE WS-SELF-REASON TO WS-OUT-LINE(68:13)
       PERFORM 500-PUT-LINE
   END-IF.
EXIT PARAGRAPH.

*> A correction to the corrector's own punch, voided or inserted.
400-SELF-CORRECTED-PUNCHES.
   MOVE 0 TO WS-PUNCH-COUNT
   MOVE SPACES TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE "SELF-CORRECTED PUNCHES" TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE "CORRECTED A EMP   PUNCH    DATE     TIME   BY" TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE ALL "-" TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE 'N' TO WS-EOF
   OPEN INPUT PUNCHCORR-FILE
   OPEN INPUT EMP-FILE
   PERFORM UNTIL WS-EOF = 'Y'
       READ PUNCHCORR-FILE
           AT END
               MOVE 'Y' TO WS-EOF
           NOT AT END
               IF PC-PC-CORR-DATE >= WS-FROM-DATE
                       AND PC-PC-CORR-DATE <= WS-TO-DATE
                   MOVE FUNCTION UPPER-CASE(PC-PC-CORR-BY)
                       TO WS-MATCH-LOGIN
                   MOVE PC-EMP-ID TO WS-MATCH-EMPID
                   PERFORM 800-MATCH-LOGIN-EMP
                   IF WS-LOGIN-MATCH = 'Y'
                       ADD 1 TO WS-PUNCH-COUNT
                       MOVE SPACES TO WS-OUT-LINE
                       STRING PC-PC-CORR-DATE " " PC-PC-ACTION " "
                              PC-EMP-ID " " PC-PC-PUNCH-TYPE " "
                              PC-PC-PUNCH-DATE " " PC-PC-PUNCH-TIME
                              " " PC-PC-CORR-BY
                           DELIMITED BY SIZE INTO WS-OUT-LINE
                       PERFORM 500-PUT-LINE
                   END-IF
               END-IF
       END-READ
   END-PERFORM
   CLOSE EMP-FILE
   CLOSE PUNCHCORR-FILE.
EXIT PARAGRAPH.

500-PUT-LINE.
   DISPLAY WS-OUT-LINE
   IF PA-EXPORT-FLAG = 'Y' THEN
       MOVE WS-OUT-LINE TO EXPORT-REC
       WRITE EXPORT-REC
   END-IF.
EXIT PARAGRAPH.

*> Is WS-MATCH-LOGIN (upper case) employee WS-MATCH-EMPID? There
*> is no empID on a login, so try the ways the office builds a
*> username: JOHNSMITH, JOHN SMITH, JSMITH, or the email's local
*> part. EMP-FILE must be open.
800-MATCH-LOGIN-EMP.
   MOVE 'N' TO WS-LOGIN-MATCH
   IF WS-MATCH-LOGIN = SPACES OR WS-MATCH-EMPID = 0
       EXIT PARAGRAPH
   END-IF
   MOVE WS-MATCH-EMPID TO EMX-empID
   READ EMP-FILE
       INVALID KEY
           EXIT PARAGRAPH
   END-READ
   MOVE SPACES TO WS-CAND-NAME
   STRING EMX-fName DELIMITED BY SPACE
          EMX-lName DELIMITED BY SPACE
       INTO WS-CAND-NAME
   IF FUNCTION UPPER-CASE(WS-CAND-NAME) = WS-MATCH-LOGIN
       MOVE 'Y' TO WS-LOGIN-MATCH
   END-IF
   MOVE SPACES TO WS-CAND-NAME
   STRING EMX-fName DELIMITED BY SPACE
          " " DELIMITED BY SIZE
          EMX-lName DELIMITED BY SPACE
       INTO WS-CAND-NAME
   IF FUNCTION UPPER-CASE(WS-CAND-NAME) = WS-MATCH-LOGIN
       MOVE 'Y' TO WS-LOGIN-MATCH
   END-IF
   MOVE SPACES TO WS-CAND-NAME
   STRING EMX-fName(1:1) DELIMITED BY SIZE
          EMX-lName DELIMITED BY SPACE
       INTO WS-CAND-NAME
   IF FUNCTION UPPER-CASE(WS-CAND-NAME) = WS-MATCH-LOGIN
       MOVE 'Y' TO WS-LOGIN-MATCH
   END-IF
   MOVE SPACES TO WS-EMAIL-LOCAL
   UNSTRING EMX-email DELIMITED BY "@" INTO WS-EMAIL-LOCAL
   IF WS-EMAIL-LOCAL NOT = SPACES
           AND FUNCTION UPPER-CASE(WS-EMAIL-LOCAL) = WS-MATCH-LOGIN
       MOVE 'Y' TO WS-LOGIN-MATCH
   END-IF.
EXIT PARAGRAPH.

END PROGRAM SOD_REPORT.
