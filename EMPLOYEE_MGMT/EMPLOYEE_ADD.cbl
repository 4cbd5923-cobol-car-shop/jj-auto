       DATA DIVISION.
       FILE SECTION.
       FD EMP-FILE
           RECORD CONTAINS 211 CHARACTERS.
           COPY EMP_DEF REPLACING ==:TAG:== BY ==IDX==.
       WORKING-STORAGE SECTION.
           01 WS-FNAME PIC X(15).
           MOVE FUNCTION CURRENT-DATE(1:8) TO IDX-hireDate.
      *> Flat-rate pay is opted into later in EMPLOYEE_EDIT.
           MOVE 'N' TO IDX-flatRate.
      *> W-4 and direct deposit are keyed in EMPLOYEE_EDIT once the
      *> paperwork is back - until then single, no allowances, and
      *> paid by check.
           MOVE 'S' TO IDX-filingStatus.
           MOVE 0 TO IDX-allowances.
           MOVE 0 TO IDX-addlFedWH.
           MOVE 0 TO IDX-bankRouting.
           MOVE SPACES TO IDX-bankAccount.
           MOVE 'C' TO IDX-bankAcctType.
           WRITE IDX-EMPLOYEE.
           CLOSE EMP-FILE.
           STOP RUN.
