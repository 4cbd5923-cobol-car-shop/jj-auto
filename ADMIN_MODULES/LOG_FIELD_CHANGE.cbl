*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Appends one before/after row to the master-file change
*>          journal, CHANGELOG.DAT, for any maintenance program that
*>          just saved a record - CUSUPD, EMPLOYEE_EDIT,
*>          ADD_SUPPLIER, PART_SUPP_DESK, the CAR.IDX desks
*>          (CAR_MARKDOWN, TITLE_DESK, CAR_TRANSFER) and
*>          ACCOUNT_UPDATE. The caller fills program, file, key,
*>          field name and the old and new values for every field
*>          it saved; a field whose value did not change is not
*>          written, so the journal holds only real changes. This
*>          stamps the date, the time and SESSION-CURRENT-USER and
*>          mirrors LOG_EXCEPTION's OPEN EXTEND / WRITE / CLOSE
*>          shape. CHANGE_INQUIRY reads it back.
*> RETURN CODES: none - this is a fire-and-forget logging call.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. LOG_FIELD_CHANGE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL CHANGE-LOG-FILE ASSIGN TO '../CHANGELOG.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CHANGE-LOG-FILE.
    COPY CHANGE_LOG_DEF REPLACING ==:TAG:== BY ==CL==.

WORKING-STORAGE SECTION.
COPY SESSION_DEF.
01 WS-CURRENT-DATE.
   05 WS-CD-DATE        PIC 9(8).
   05 WS-CD-TIME        PIC 9(6).
   05 FILLER            PIC X(7).

LINKAGE SECTION.
    COPY CHANGE_LOG_DEF REPLACING ==:TAG:== BY ==LS==.

PROCEDURE DIVISION USING LS-CHANGE-LOG.
MAIN-PROCEDURE.
   IF LS-OLD-VALUE = LS-NEW-VALUE
      GOBACK
   END-IF
   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
   MOVE LS-CHANGE-LOG TO CL-CHANGE-LOG
   MOVE WS-CD-DATE TO CL-CHG-DATE
   MOVE WS-CD-TIME TO CL-CHG-TIME
   MOVE SESSION-CURRENT-USER TO CL-CHANGED-BY
   OPEN EXTEND CHANGE-LOG-FILE
   WRITE CL-CHANGE-LOG
   CLOSE CHANGE-LOG-FILE
   GOBACK.

END PROGRAM LOG_FIELD_CHANGE.
