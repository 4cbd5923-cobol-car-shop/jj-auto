*>                   Times, Inventory Usage) are reachable straight
*>                   from this menu instead of only through the
*>                   separately-permissioned REPORTING_MENU program.
*>   10/15/2026 JW - Deactivation now also opens the employee's
*>                   offboarding checklist (OFFBOARD.IDX); the
*>                   confirmation points the admin at OFFBOARD_DESK
*>                   to work it.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. ADMIN.
            WS-DEACT-RESULT
         IF WS-DEACT-RESULT = 00
            DISPLAY "EMPLOYEE DEACTIVATED." LINE 20 COL 10
            DISPLAY "OFFBOARDING CHECKLIST OPENED - WORK IT IN"
               " OFFBOARD_DESK." LINE 21 COL 10
         ELSE
            DISPLAY "NO SUCH EMPLOYEE ID." LINE 20 COL 10 WITH BELL
         END-IF
