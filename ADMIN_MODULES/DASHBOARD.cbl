DATA DIVISION.
FILE SECTION.
FD SALE-FILE
    RECORD CONTAINS 167 CHARACTERS.
    COPY SALE_DEF REPLACING ==:TAG:== BY ==SIDX==.
FD APPT-FILE
    RECORD CONTAINS 79 CHARACTERS.
    COPY APPOINTMENT_DEF REPLACING ==:TAG:== BY ==AIDX==.
FD TICKET-FILE
    RECORD CONTAINS 137 CHARACTERS.
    COPY TICKET_DEF REPLACING ==:TAG:== BY ==TKX==.
FD PART-FILE
    RECORD CONTAINS 118 CHARACTERS.
    COPY PART_DEF REPLACING ==:TAG:== BY ==REC==.
FD ACCOUNT-FILE.
    COPY ACCOUNT_DEF.
01 WS-TICKETS-OPEN      PIC 9(5).
01 WS-TICKETS-OVERDUE   PIC 9(5).
01 WS-PARTS-LOW         PIC 9(5).
01 WS-AVAILABLE         PIC S9(5).
01 WS-LOCKED-ACCOUNTS   PIC 9(5).
01 WS-EXCEPTIONS-YDAY   PIC 9(5).

