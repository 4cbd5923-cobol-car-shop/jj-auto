      *          call the same logic directly, since deactivation is
      *          meant to be an admin-only action rather than
      *          something exposed to every EMPLOYEE_BROWSE user.
      *          A successful deactivation also opens the employee's
      *          OFFBOARD.IDX checklist - login, open tickets, leads,
      *          appointments, keys out, final pay - which
      *          OFFBOARD_DESK works until every item is cleared. A
      *          checklist already on file is left as it stands.
      * RETURN CODES (LS-RESULT-CODE):
      *     00 -> SUCCESSFUL DEACTIVATION
      *     23 -> INVALID KEY - NO EMPLOYEE WITH THAT empID
               ACCESS IS DYNAMIC
               RECORD KEY IS IDX-empID
               ALTERNATE RECORD KEY IS IDX-LNAME WITH DUPLICATES.
           SELECT OPTIONAL OFFBOARD-FILE
               ASSIGN TO '../../INDEXES/OFFBOARD.IDX'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OFX-empID.
       DATA DIVISION.
       FILE SECTION.
       FD EMP-FILE
           RECORD CONTAINS 211 CHARACTERS.
           COPY EMP_DEF REPLACING ==:TAG:== BY ==IDX==.
       FD OFFBOARD-FILE
           RECORD CONTAINS 113 CHARACTERS.
           COPY OFFBOARD_DEF REPLACING ==:TAG:== BY ==OFX==.
       WORKING-STORAGE SECTION.
           COPY SESSION_DEF.
       LINKAGE SECTION.
       01  LS-EMPID           PIC 9(5).
       01  LS-RESULT-CODE     PIC 99.

           CLOSE EMP-FILE

           IF LS-RESULT-CODE = 00
               PERFORM 200-OPEN-CHECKLIST
           END-IF

           GOBACK.
       STOP RUN.

      *    Every item starts open; a duplicate key means the
      *    employee was deactivated before and their checklist is
      *    already being worked.
       200-OPEN-CHECKLIST.
           INITIALIZE OFX-OFFBOARD
           MOVE LS-EMPID TO OFX-empID
           MOVE "O" TO OFX-offStatus
           MOVE FUNCTION CURRENT-DATE(1:8) TO OFX-openDate
           MOVE SESSION-CURRENT-USER TO OFX-openedBy
           MOVE "N" TO OFX-loginDone
           MOVE "N" TO OFX-ticketsDone
           MOVE "N" TO OFX-leadsDone
           MOVE "N" TO OFX-apptsDone
           MOVE "N" TO OFX-keysDone
           MOVE "N" TO OFX-payDone
           OPEN I-O OFFBOARD-FILE
           WRITE OFX-OFFBOARD
               INVALID KEY
                   CONTINUE
           END-WRITE
           CLOSE OFFBOARD-FILE.

       END PROGRAM EMPLOYEE_DEACTIVATE.
