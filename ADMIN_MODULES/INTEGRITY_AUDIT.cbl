        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS CUST-ID-REC
        ALTERNATE RECORD KEY IS CUST-LNAME-REC WITH DUPLICATES
        ALTERNATE RECORD KEY IS CUST-PHONE-REC WITH DUPLICATES
        ALTERNATE RECORD KEY IS CUST-EMAIL-REC WITH DUPLICATES.
    SELECT EXPORT-FILE ASSIGN TO 'INTEGRITY_AUDIT.RPT'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD INDEX-FILE-TICKET
    RECORD CONTAINS 137 CHARACTERS.
    COPY TICKET_DEF REPLACING ==:TAG:== BY ==TKX==.
FD INDEX-FILE-TICKETPART
    RECORD CONTAINS 22 CHARACTERS.
    COPY TICKET_PART_DEF REPLACING ==:TAG:== BY ==TPX==.
FD PO-FILE
    RECORD CONTAINS 19 CHARACTERS.
    COPY PO_DEF REPLACING ==:TAG:== BY ==POX==.
FD POLINE-FILE
    RECORD CONTAINS 44 CHARACTERS.
    COPY PO_LINE_DEF REPLACING ==:TAG:== BY ==PLX==.
FD KIT-FILE
    RECORD CONTAINS 35 CHARACTERS.
    COPY KIT_DEF REPLACING ==:TAG:== BY ==KTX==.
FD KITLINE-FILE
    RECORD CONTAINS 20 CHARACTERS.
    COPY KIT_LINE_DEF REPLACING ==:TAG:== BY ==KLX==.
FD DEPOSIT-FILE
    RECORD CONTAINS 43 CHARACTERS.
    COPY DEPOSIT_DEF REPLACING ==:TAG:== BY ==DPX==.
FD CAR-FILE
    RECORD CONTAINS 99 CHARACTERS.
    COPY CAR_DEF REPLACING ==:TAG:== BY ==CRX==.
FD OWNERSHIP-FILE
    RECORD CONTAINS 43 CHARACTERS.
    05  CUST-AR-BALANCE-REC              PIC 9(7)V99.
    05  CUST-CREDIT-HOLD-REC             PIC X.
    05  CUST-NO-CONTACT-REC              PIC X.
    05  CUST-NO-CHECKS-REC               PIC X.
FD EXPORT-FILE.
01 EXPORT-REC                 PIC X(90).

