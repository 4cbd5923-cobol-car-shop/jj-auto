        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS CUST-ID-REC
        ALTERNATE RECORD KEY IS CUST-LNAME-REC WITH DUPLICATES
        ALTERNATE RECORD KEY IS CUST-PHONE-REC WITH DUPLICATES
        ALTERNATE RECORD KEY IS CUST-EMAIL-REC WITH DUPLICATES.
    SELECT OPTIONAL EMP-FILE
        ASSIGN TO '../../INDEXES/EMPLOYEE.IDX'
        ORGANIZATION IS INDEXED
    05  CUST-AR-BALANCE-REC              PIC 9(7)V99.
    05  CUST-CREDIT-HOLD-REC             PIC X.
    05  CUST-NO-CONTACT-REC              PIC X.
    05  CUST-NO-CHECKS-REC               PIC X.
FD EMP-FILE
    RECORD CONTAINS 211 CHARACTERS.
    COPY EMP_DEF REPLACING ==:TAG:== BY ==EMX==.
FD PART-FILE
    RECORD CONTAINS 118 CHARACTERS.
    COPY PART_DEF REPLACING ==:TAG:== BY ==REC==.
FD SUPPLIER-FILE
    RECORD CONTAINS 37 CHARACTERS.
    COPY SUPPLIER_DEF REPLACING ==:TAG:== BY ==SUX==.
FD CAR-FILE
    RECORD CONTAINS 99 CHARACTERS.
    COPY CAR_DEF REPLACING ==:TAG:== BY ==CRX==.
FD SALE-FILE
    RECORD CONTAINS 167 CHARACTERS.
    COPY SALE_DEF REPLACING ==:TAG:== BY ==SIDX==.
FD TICKET-FILE
    RECORD CONTAINS 137 CHARACTERS.
    COPY TICKET_DEF REPLACING ==:TAG:== BY ==TKX==.
FD TICKETPART-FILE
    RECORD CONTAINS 22 CHARACTERS.
    COPY TICKET_PART_DEF REPLACING ==:TAG:== BY ==TPX==.
FD APPT-FILE
    RECORD CONTAINS 79 CHARACTERS.
