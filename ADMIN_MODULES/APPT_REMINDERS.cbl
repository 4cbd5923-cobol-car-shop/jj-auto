*>          APPT_REMINDERS.RPT. When a customer answers, the
*>          confirm option stamps the appointment's confirmedFlag
*>          so the desk can see at a glance which bookings are
*>          solid. "Tomorrow" is the next day the shop is open on
*>          the shop calendar (SHOP_DAY), so Saturday's run calls
*>          Monday's bookings and the day before a holiday calls
*>          the day after it. Launched from JJUI off a
*>          PERMISSIONS.DAT row.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS CUST-ID-REC
        ALTERNATE RECORD KEY IS CUST-LNAME-REC WITH DUPLICATES
        ALTERNATE RECORD KEY IS CUST-PHONE-REC WITH DUPLICATES
        ALTERNATE RECORD KEY IS CUST-EMAIL-REC WITH DUPLICATES.
    SELECT EXPORT-FILE ASSIGN TO 'APPT_REMINDERS.RPT'
        ORGANIZATION IS LINE SEQUENTIAL.

    05  CUST-AR-BALANCE-REC              PIC 9(7)V99.
    05  CUST-CREDIT-HOLD-REC             PIC X.
    05  CUST-NO-CONTACT-REC              PIC X.
    05  CUST-NO-CHECKS-REC               PIC X.
FD EXPORT-FILE.
01 EXPORT-REC                 PIC X(90).

01  WS-SCAN-EOF             PIC X.
01  WS-TODAY-DATE           PIC 9(8).
01  WS-TODAY-INT            PIC 9(8).
01  WS-SHEET-DATE           PIC 9(8).
COPY SHOP_DAY_DEF REPLACING ==:TAG:== BY ==WSD==.
01  WS-CALL-COUNT           PIC 9(5).
01  WS-SKIP-COUNT           PIC 9(5).
01  WS-APPT-IN              PIC 9(5).
    END-PERFORM
    STOP RUN.

*>  The next open day's SCHEDULED bookings, bay by bay. One pass per bay
*>  over the date's rows keeps the sheet in bay-then-booking order
*>  without sorting anything.
200-BUILD-CALL-SHEET-RTN.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
    MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) TO WS-TODAY-INT
    ADD 1 TO WS-TODAY-INT
    MOVE "N" TO WSD-SD-FUNCTION
    MOVE FUNCTION DATE-OF-INTEGER(WS-TODAY-INT) TO WSD-SD-DATE
    CALL "SHOP_DAY" USING WSD-SHOP-DAY
    MOVE WSD-SD-RESULT-DATE TO WS-SHEET-DATE
    MOVE 0 TO WS-CALL-COUNT
    MOVE 0 TO WS-SKIP-COUNT

    OPEN OUTPUT EXPORT-FILE
    MOVE SPACES TO EXPORT-REC
    STRING "REMINDER CALL SHEET FOR " WS-SHEET-DATE
        DELIMITED BY SIZE INTO EXPORT-REC
    WRITE EXPORT-REC
    MOVE "BAY  APPT   CUSTOMER                   PHONE       VIN" &

250-LIST-ONE-BAY-RTN.
    MOVE "N" TO WS-SCAN-EOF
    MOVE WS-SHEET-DATE TO IDX-apptDate
    START INDEX-FILE-APPT KEY IS NOT LESS THAN IDX-apptDate
        INVALID KEY
            MOVE "Y" TO WS-SCAN-EOF
            AT END
                MOVE "Y" TO WS-SCAN-EOF
            NOT AT END
                IF IDX-apptDate NOT = WS-SHEET-DATE
                    MOVE "Y" TO WS-SCAN-EOF
                ELSE
                    IF IDX-APPT-SCHEDULED AND
