*>          dateAcquired and proposes the aging policy's cut
*>          (30/60/90 days) as changes the manager confirms one by
*>          one, each landing in the same history. A VIN's price
*>          history browses here too. Each change also goes on the
*>          master-file change journal, CHANGELOG.DAT, through
*>          LOG_FIELD_CHANGE, where CHANGE_INQUIRY finds it with
*>          every other edit to the unit. Launched from JJUI off a
*>          PERMISSIONS.DAT row.
*> Tectonics: cobc
*>****************************************************************
DATA DIVISION.
FILE SECTION.
FD CAR-FILE
    RECORD CONTAINS 99 CHARACTERS.
    COPY CAR_DEF REPLACING ==:TAG:== BY ==CRX==.
FD CARPRICE-FILE.
    COPY CAR_PRICE_HIST_DEF REPLACING ==:TAG:== BY ==CP==.
01  WS-MARKED-COUNT         PIC 9(5).
01  WS-PRICE-DISP           PIC $,$$$,$$9.99.
01  WS-NEW-DISP             PIC $,$$$,$$9.99.
COPY CHANGE_LOG_DEF REPLACING ==:TAG:== BY ==CL==.
01  WS-CURRENT-DATE.
    05  WS-CD-YEAR          PIC 9999.
    05  WS-CD-MONTH         PIC 99.
    MOVE SESSION-CURRENT-USER TO CP-CHANGED-BY
    OPEN EXTEND CARPRICE-FILE
    WRITE CP-CAR-PRICE-HIST
    CLOSE CARPRICE-FILE
    INITIALIZE CL-CHANGE-LOG
    MOVE "CAR_MARKDOWN" TO CL-CHG-PROGRAM
    MOVE "CAR" TO CL-CHG-FILE
    MOVE WS-VIN-IN TO CL-CHG-KEY
    MOVE "LOT PRICE" TO CL-CHG-FIELD
    MOVE WS-OLD-PRICE TO WS-PRICE-DISP
    MOVE WS-PRICE-DISP TO CL-OLD-VALUE
    MOVE WS-NEW-PRICE TO WS-NEW-DISP
    MOVE WS-NEW-DISP TO CL-NEW-VALUE
    CALL "LOG_FIELD_CHANGE" USING CL-CHANGE-LOG.

END PROGRAM CAR_MARKDOWN.
