      *> Date:8/9/2026
      *> Purpose: To change a login's permission level, reset a
      *>          forgotten password, or clear an account lockout
      *>          without hand-editing ACCOUNT.MST. Each change saved
      *>          here - the permission roles, a password reset, a
      *>          lockout cleared - is journaled old against new on
      *>          CHANGELOG.DAT through LOG_FIELD_CHANGE with who made
      *>          it; a reset password is journaled as RESET, never
      *>          the hash.
      *>*****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOUNT_UPDATE.
         01 ACCOUNT-FOUND PIC X VALUE 'N'.
         01 PRESS-ANY-KEY PIC X(3).
         01 WS-ROLE-IDX PIC 9(2).
         01 OLD-PERMISSION PIC X(20).
         01 OLD-ACCOUNT-LOCKED PIC X.
         COPY CHANGE_LOG_DEF REPLACING ==:TAG:== BY ==CL==.
       SCREEN SECTION.
         01 LOOKUP-SCREEN.
           05 FOREGROUND-COLOR 07
           CLOSE ACCOUNT-FILE
           STOP RUN.
       200-APPLY-CHANGES.
           MOVE PERMISSION TO OLD-PERMISSION
           MOVE ACCOUNT-LOCKED TO OLD-ACCOUNT-LOCKED
           DISPLAY UPDATE-SCREEN
           ACCEPT UPDATE-SCREEN
           PERFORM VARYING WS-ROLE-IDX FROM 1 BY 1 UNTIL WS-ROLE-IDX > 4
               MOVE 0 TO FAIL-COUNT
           END-IF
           REWRITE ACCOUNT-INFO
           PERFORM 400-JOURNAL-CHANGES
           DISPLAY DONE-SCREEN
           ACCEPT DONE-SCREEN.
       300-RESET-PASSWORD.
                         SHA3-OUTPUT
           END-CALL
           MOVE SHA3-OUTPUT TO HASH.
       400-JOURNAL-CHANGES.
           INITIALIZE CL-CHANGE-LOG
           MOVE "ACCOUNT_UPDATE" TO CL-CHG-PROGRAM
           MOVE "ACCOUNT" TO CL-CHG-FILE
           MOVE USERNAME TO CL-CHG-KEY
           MOVE "PERMISSION" TO CL-CHG-FIELD
           MOVE OLD-PERMISSION TO CL-OLD-VALUE
           MOVE PERMISSION TO CL-NEW-VALUE
           CALL "LOG_FIELD_CHANGE" USING CL-CHANGE-LOG
           IF FUNCTION UPPER-CASE(RESET-PASSWORD) = 'Y'
               THEN
               MOVE "PASSWORD" TO CL-CHG-FIELD
               MOVE SPACES TO CL-OLD-VALUE
               MOVE "RESET" TO CL-NEW-VALUE
               CALL "LOG_FIELD_CHANGE" USING CL-CHANGE-LOG
           END-IF
           MOVE "LOCKED" TO CL-CHG-FIELD
           MOVE OLD-ACCOUNT-LOCKED TO CL-OLD-VALUE
           MOVE ACCOUNT-LOCKED TO CL-NEW-VALUE
           CALL "LOG_FIELD_CHANGE" USING CL-CHANGE-LOG.
       END PROGRAM ACCOUNT_UPDATE.
