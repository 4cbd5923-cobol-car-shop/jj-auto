      *                   in this run unit, so WH-CHANGED-BY was
      *                   always blank; now reads the username
      *                   EMPLOYEE_BROWSE appends to the command line.
      *   10/15/2026 ME - W-4 and direct deposit fields on the screen:
      *                   filing status, allowances, extra federal
      *                   withholding, and bank routing / account /
      *                   account type. Filing status and account
      *                   type are checked before the save; routing
      *                   left zero means the employee is paid by
      *                   check.
      *   10/15/2026 ME - Every field the save changes is journaled
      *                   old value against new on CHANGELOG.DAT
      *                   through LOG_FIELD_CHANGE, with who and
      *                   when; SSN and bank account are journaled
      *                   by their last four digits only.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD EMP-FILE
           RECORD CONTAINS 211 CHARACTERS.
           COPY EMP_DEF REPLACING ==:TAG:== BY ==IDX==.
       FD WAGE-HIST-FILE.
           COPY WAGE_HIST_DEF REPLACING ==:TAG:== BY ==WH==.
      *    Image of the record as loaded, re-checked at save time so
      *    an edit from the other terminal is detected and
      *    re-presented instead of clobbered.
           01 WS-ORIG-EMP PIC X(211).
           01 WS-COLLISION-KEY PIC X(20).
           01 WS-COLLISION-CODE PIC 99 VALUE 77.
      *    The record as it stood before the save, journaled field
      *    by field against what was saved.
           COPY EMP_DEF REPLACING ==:TAG:== BY ==OLD==.
           COPY CHANGE_LOG_DEF REPLACING ==:TAG:== BY ==CL==.
           01 WS-MONEY-OLD PIC ZZ,ZZ9.99.
           01 WS-MONEY-NEW PIC ZZ,ZZ9.99.
           01 WS-MASK-IN PIC X(17).
           01 WS-MASK-OUT PIC X(8).
           01 WS-MASK-TRAIL PIC 99.
           01 WS-MASK-LEN PIC 99.
           01 WS-CURRENT-DATE.
               05 WS-CD-YEAR PIC 9999.
               05 WS-CD-MONTH PIC 99.
               88 POSITION-VALID
                   VALUE "SALES", "MECHANIC", "ACCOUNTANT" "ADMIN".
           01 WS-FLATRATE PIC X.
           01 WS-FILING-STATUS PIC X.
               88 FILING-VALID VALUE "S", "M", "H".
           01 WS-ALLOWANCES PIC 99.
           01 WS-ADDL-FED-WH PIC 9(5).9(2).
           01 WS-BANK-ROUTING PIC 9(9).
           01 WS-BANK-ACCOUNT PIC X(17).
           01 WS-BANK-ACCT-TYPE PIC X.
               88 ACCT-TYPE-VALID VALUE "C", "S".
           01 IS-VALID PIC X VALUE 'N'.
       SCREEN SECTION.
       01 EMPLOYEE-EDIT-SCREEN BLANK SCREEN
           05 IN-FLATRATE FROM WS-FLATRATE TO WS-FLATRATE
               LINE 16 COL 27.

           05 VALUE "FILING STATUS (S/M/H)" LINE 4 COL 60.
           05 IN-FILING-STATUS FROM WS-FILING-STATUS
               TO WS-FILING-STATUS LINE 4 COL 85.

           05 VALUE "W-4 ALLOWANCES" LINE 5 COL 60.
           05 IN-ALLOWANCES FROM WS-ALLOWANCES TO WS-ALLOWANCES
               LINE 5 COL 85.

           05 VALUE "EXTRA FED W/H" LINE 6 COL 60.
           05 VALUE "$" LINE 6 COL 85.
           05 IN-ADDL-FED-WH FROM WS-ADDL-FED-WH TO WS-ADDL-FED-WH
               LINE 6 COL 86.

           05 VALUE "BANK ROUTING #" LINE 8 COL 60.
           05 IN-BANK-ROUTING FROM WS-BANK-ROUTING
               TO WS-BANK-ROUTING LINE 8 COL 85.

           05 VALUE "BANK ACCOUNT #" LINE 9 COL 60.
           05 IN-BANK-ACCOUNT FROM WS-BANK-ACCOUNT
               TO WS-BANK-ACCOUNT LINE 9 COL 85.

           05 VALUE "ACCOUNT TYPE (C/S)" LINE 10 COL 60.
           05 IN-BANK-ACCT-TYPE FROM WS-BANK-ACCT-TYPE
               TO WS-BANK-ACCT-TYPE LINE 10 COL 85.

           05 VALUE "ENTER - SAVE CHANGES" LINE 18 COL 35.
           05 VALUE "ESC - CANCEL" LINE 19 COL 35.


                   IF WS-FOUND = 'Y' THEN
                       MOVE FUNCTION UPPER-CASE(WS-HOURLY) TO WS-HOURLY
                       MOVE FUNCTION UPPER-CASE(WS-FILING-STATUS)
                           TO WS-FILING-STATUS
                       MOVE FUNCTION UPPER-CASE(WS-BANK-ACCT-TYPE)
                           TO WS-BANK-ACCT-TYPE
                       IF HOURLY-VALID AND POSITION-VALID
                           AND FILING-VALID AND ACCT-TYPE-VALID THEN
                           MOVE 'Y' TO IS-VALID
                           PERFORM 200-SAVE-CHANGES
                       ELSE
           MOVE IDX-hourly TO WS-HOURLY.
           MOVE IDX-position TO WS-POSITION.
           MOVE IDX-flatRate TO WS-FLATRATE.
           MOVE IDX-filingStatus TO WS-FILING-STATUS.
           IF WS-FILING-STATUS = SPACE
               MOVE "S" TO WS-FILING-STATUS
           END-IF.
           MOVE IDX-allowances TO WS-ALLOWANCES.
           MOVE IDX-addlFedWH TO WS-ADDL-FED-WH.
           MOVE IDX-bankRouting TO WS-BANK-ROUTING.
           MOVE IDX-bankAccount TO WS-BANK-ACCOUNT.
           MOVE IDX-bankAcctType TO WS-BANK-ACCT-TYPE.
           IF WS-BANK-ACCT-TYPE = SPACE
               MOVE "C" TO WS-BANK-ACCT-TYPE
           END-IF.
       END-PARAGRAPH.

      *****************************************************
       END-PARAGRAPH.

       250-REWRITE-RECORD.
           MOVE IDX-EMPLOYEE TO OLD-EMPLOYEE.
           MOVE WS-FNAME TO IDX-fName.
           MOVE WS-LNAME TO IDX-lName.
           MOVE WS-SSN TO IDX-social.
               MOVE 'N' TO WS-FLATRATE
           END-IF.
           MOVE WS-FLATRATE TO IDX-flatRate.
           MOVE WS-FILING-STATUS TO IDX-filingStatus.
           MOVE WS-ALLOWANCES TO IDX-allowances.
           MOVE WS-ADDL-FED-WH TO IDX-addlFedWH.
           MOVE WS-BANK-ROUTING TO IDX-bankRouting.
           MOVE WS-BANK-ACCOUNT TO IDX-bankAccount.
           MOVE WS-BANK-ACCT-TYPE TO IDX-bankAcctType.
           REWRITE IDX-EMPLOYEE
               INVALID KEY
                   DISPLAY SPACE WITH BELL
                   IF IDX-wage NOT = WS-OLD-WAGE
                       PERFORM 210-LOG-WAGE-CHANGE
                   END-IF
                   PERFORM 260-JOURNAL-CHANGES
           END-REWRITE.
       END-PARAGRAPH.

      *****************************************************
      * Journals each field old against new - only the
      * ones that changed land on CHANGELOG.DAT
      *****************************************************
       260-JOURNAL-CHANGES.
           INITIALIZE CL-CHANGE-LOG.
           MOVE "EMPLOYEE_EDIT" TO CL-CHG-PROGRAM.
           MOVE "EMPLOYEE" TO CL-CHG-FILE.
           MOVE IDX-empID TO CL-CHG-KEY.
           MOVE "FIRST NAME" TO CL-CHG-FIELD.
           MOVE OLD-fName TO CL-OLD-VALUE.
           MOVE IDX-fName TO CL-NEW-VALUE.
           PERFORM 270-LOG-FIELD.
           MOVE "LAST NAME" TO CL-CHG-FIELD.
           MOVE OLD-lName TO CL-OLD-VALUE.
           MOVE IDX-lName TO CL-NEW-VALUE.
           PERFORM 270-LOG-FIELD.
           MOVE "SSN" TO CL-CHG-FIELD.
           MOVE SPACES TO CL-OLD-VALUE.
           STRING "*****" OLD-social(6:4)
               DELIMITED BY SIZE INTO CL-OLD-VALUE.
           MOVE SPACES TO CL-NEW-VALUE.
           STRING "*****" IDX-social(6:4)
               DELIMITED BY SIZE INTO CL-NEW-VALUE.
           PERFORM 270-LOG-FIELD.
           MOVE "PHONE" TO CL-CHG-FIELD.
           MOVE OLD-phone TO CL-OLD-VALUE.
           MOVE IDX-phone TO CL-NEW-VALUE.
           PERFORM 270-LOG-FIELD.
           MOVE "EMAIL" TO CL-CHG-FIELD.
           MOVE OLD-email TO CL-OLD-VALUE.
           MOVE IDX-email TO CL-NEW-VALUE.
           PERFORM 270-LOG-FIELD.
           MOVE "ADDRESS" TO CL-CHG-FIELD.
           MOVE OLD-address TO CL-OLD-VALUE.
           MOVE IDX-address TO CL-NEW-VALUE.
           PERFORM 270-LOG-FIELD.
           MOVE "CITY" TO CL-CHG-FIELD.
           MOVE OLD-city TO CL-OLD-VALUE.
           MOVE IDX-city TO CL-NEW-VALUE.
           PERFORM 270-LOG-FIELD.
           MOVE "STATE" TO CL-CHG-FIELD.
           MOVE OLD-state TO CL-OLD-VALUE.
           MOVE IDX-state TO CL-NEW-VALUE.
           PERFORM 270-LOG-FIELD.
           MOVE "POSTAL CODE" TO CL-CHG-FIELD.
           MOVE OLD-zip TO CL-OLD-VALUE.
           MOVE IDX-zip TO CL-NEW-VALUE.
           PERFORM 270-LOG-FIELD.
           MOVE "WAGE" TO CL-CHG-FIELD.
           MOVE OLD-wage TO WS-MONEY-OLD.
           MOVE IDX-wage TO WS-MONEY-NEW.
           MOVE WS-MONEY-OLD TO CL-OLD-VALUE.
           MOVE WS-MONEY-NEW TO CL-NEW-VALUE.
           PERFORM 270-LOG-FIELD.
           MOVE "HOURLY" TO CL-CHG-FIELD.
           MOVE OLD-hourly TO CL-OLD-VALUE.
           MOVE IDX-hourly TO CL-NEW-VALUE.
           PERFORM 270-LOG-FIELD.
           MOVE "POSITION" TO CL-CHG-FIELD.
           MOVE OLD-position TO CL-OLD-VALUE.
           MOVE IDX-position TO CL-NEW-VALUE.
           PERFORM 270-LOG-FIELD.
           MOVE "FLAT RATE" TO CL-CHG-FIELD.
           MOVE OLD-flatRate TO CL-OLD-VALUE.
           MOVE IDX-flatRate TO CL-NEW-VALUE.
           PERFORM 270-LOG-FIELD.
           MOVE "FILING STATUS" TO CL-CHG-FIELD.
           MOVE OLD-filingStatus TO CL-OLD-VALUE.
           MOVE IDX-filingStatus TO CL-NEW-VALUE.
           PERFORM 270-LOG-FIELD.
           MOVE "ALLOWANCES" TO CL-CHG-FIELD.
           MOVE OLD-allowances TO CL-OLD-VALUE.
           MOVE IDX-allowances TO CL-NEW-VALUE.
           PERFORM 270-LOG-FIELD.
           MOVE "EXTRA FED W/H" TO CL-CHG-FIELD.
           MOVE OLD-addlFedWH TO WS-MONEY-OLD.
           MOVE IDX-addlFedWH TO WS-MONEY-NEW.
           MOVE WS-MONEY-OLD TO CL-OLD-VALUE.
           MOVE WS-MONEY-NEW TO CL-NEW-VALUE.
           PERFORM 270-LOG-FIELD.
           MOVE "BANK ROUTING" TO CL-CHG-FIELD.
           MOVE OLD-bankRouting TO CL-OLD-VALUE.
           MOVE IDX-bankRouting TO CL-NEW-VALUE.
           PERFORM 270-LOG-FIELD.
           MOVE "BANK ACCOUNT" TO CL-CHG-FIELD.
           MOVE OLD-bankAccount TO WS-MASK-IN.
           PERFORM 280-MASK-ACCOUNT.
           MOVE WS-MASK-OUT TO CL-OLD-VALUE.
           MOVE IDX-bankAccount TO WS-MASK-IN.
           PERFORM 280-MASK-ACCOUNT.
           MOVE WS-MASK-OUT TO CL-NEW-VALUE.
           PERFORM 270-LOG-FIELD.
           MOVE "ACCOUNT TYPE" TO CL-CHG-FIELD.
           MOVE OLD-bankAcctType TO CL-OLD-VALUE.
           MOVE IDX-bankAcctType TO CL-NEW-VALUE.
           PERFORM 270-LOG-FIELD.
       END-PARAGRAPH.

       270-LOG-FIELD.
           CALL "LOG_FIELD_CHANGE" USING CL-CHANGE-LOG.
       END-PARAGRAPH.

      *****************************************************
      * A bank account number goes on the journal as its
      * last four characters only
      *****************************************************
       280-MASK-ACCOUNT.
           MOVE SPACES TO WS-MASK-OUT.
           MOVE 0 TO WS-MASK-TRAIL.
           INSPECT FUNCTION REVERSE(WS-MASK-IN)
               TALLYING WS-MASK-TRAIL FOR LEADING SPACES.
           COMPUTE WS-MASK-LEN = LENGTH OF WS-MASK-IN - WS-MASK-TRAIL.
           IF WS-MASK-LEN > 4
               STRING "****" WS-MASK-IN(WS-MASK-LEN - 3:4)
                   DELIMITED BY SIZE INTO WS-MASK-OUT
           ELSE
               MOVE WS-MASK-IN TO WS-MASK-OUT
           END-IF.
       END-PARAGRAPH.

      *****************************************************
      * Appends one row to WAGEHIST.DAT for this change
      *****************************************************
