*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Finds the pay plan a salesperson is on as of a date,
*>          off COMMPLAN.DAT. The latest A (assignment) row for the
*>          empID with an effective date on or before LS-AS-OF-DATE
*>          names the plan; that plan's P row is handed back in
*>          LS-PLAN. ADD_SALE CALLs this per salesperson on a deal
*>          to accrue the commission under their own plan.
*> RETURN CODES (LS-RESULT-CODE):
*>     00 -> PLAN FOUND - LS-PLAN CARRIES ITS P ROW
*>     23 -> SALESPERSON NOT ON A PLAN AS OF THAT DATE
*>     24 -> ASSIGNED PLAN CODE HAS NO P ROW ON FILE
*>*****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. COMM_PLAN_LOOKUP.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
    SELECT OPTIONAL COMMPLAN-FILE ASSIGN TO '../COMMPLAN.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD COMMPLAN-FILE.
    COPY COMM_PLAN_DEF REPLACING ==:TAG:== BY ==CP==.

WORKING-STORAGE SECTION.
01  WS-EOF              PIC X.
01  WS-BEST-EFF         PIC 9(8).
01  WS-BEST-CODE        PIC X(4).
01  WS-FOUND-ASSIGN     PIC X.
01  WS-FOUND-PLAN       PIC X.

LINKAGE SECTION.
01  LS-SALESPERSON      PIC 9(5).
01  LS-AS-OF-DATE       PIC 9(8).
    COPY COMM_PLAN_DEF REPLACING ==:TAG:== BY ==LS==.
01  LS-RESULT-CODE      PIC 99.

PROCEDURE DIVISION USING LS-SALESPERSON, LS-AS-OF-DATE, LS-COMM-PLAN,
        LS-RESULT-CODE.
MAIN-PROCEDURE.
   MOVE 23 TO LS-RESULT-CODE
   INITIALIZE LS-COMM-PLAN
   MOVE "N" TO WS-FOUND-ASSIGN
   MOVE "N" TO WS-FOUND-PLAN
   MOVE 0 TO WS-BEST-EFF
   MOVE SPACES TO WS-BEST-CODE

*> A later row for the same effective date replaces an earlier
*> one - the desk appends corrections.
   MOVE "N" TO WS-EOF
   OPEN INPUT COMMPLAN-FILE
   PERFORM UNTIL WS-EOF = "Y"
      READ COMMPLAN-FILE
         AT END
            MOVE "Y" TO WS-EOF
         NOT AT END
            IF CP-CP-ASSIGN AND CP-empID = LS-SALESPERSON
                  AND CP-CP-EFF-DATE <= LS-AS-OF-DATE
                  AND CP-CP-EFF-DATE >= WS-BEST-EFF
               MOVE "Y" TO WS-FOUND-ASSIGN
               MOVE CP-CP-EFF-DATE TO WS-BEST-EFF
               MOVE CP-CP-PLAN-CODE TO WS-BEST-CODE
            END-IF
      END-READ
   END-PERFORM
   CLOSE COMMPLAN-FILE
   IF WS-FOUND-ASSIGN NOT = "Y"
      GOBACK
   END-IF

   MOVE "N" TO WS-EOF
   OPEN INPUT COMMPLAN-FILE
   PERFORM UNTIL WS-EOF = "Y"
      READ COMMPLAN-FILE
         AT END
            MOVE "Y" TO WS-EOF
         NOT AT END
            IF CP-CP-PLAN AND CP-CP-PLAN-CODE = WS-BEST-CODE
               MOVE "Y" TO WS-FOUND-PLAN
               MOVE CP-COMM-PLAN TO LS-COMM-PLAN
            END-IF
      END-READ
   END-PERFORM
   CLOSE COMMPLAN-FILE
   IF WS-FOUND-PLAN = "Y"
      MOVE 00 TO LS-RESULT-CODE
   ELSE
      MOVE 24 TO LS-RESULT-CODE
   END-IF
   GOBACK.

END PROGRAM COMM_PLAN_LOOKUP.
