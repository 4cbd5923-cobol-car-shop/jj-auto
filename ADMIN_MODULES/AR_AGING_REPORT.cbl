*>          with no sale on file), buckets the balance as current /
*>          31-60 / 61-90 / over 90 days, and flips the customer's
*>          credit hold on itself once the balance ages past the
*>          hold threshold (an account BAD_DEBT_DESK has sent to
*>          collections keeps its C). Callable from REPORTING_MENU
*>          the same way CUSTOMERS_REPORT is, exporting
*>          AR_AGING_REPORT.RPT when asked.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS CUST-ID-REC
        ALTERNATE RECORD KEY IS CUST-LNAME-REC WITH DUPLICATES
        ALTERNATE RECORD KEY IS CUST-PHONE-REC WITH DUPLICATES
        ALTERNATE RECORD KEY IS CUST-EMAIL-REC WITH DUPLICATES.
    SELECT OPTIONAL INDEX-FILE-SALE
        ASSIGN TO '../../INDEXES/SALE.IDX'
        ORGANIZATION IS INDEXED
    05  CUST-AR-BALANCE-REC              PIC 9(7)V99.
    05  CUST-CREDIT-HOLD-REC             PIC X.
    05  CUST-NO-CONTACT-REC              PIC X.
    05  CUST-NO-CHECKS-REC               PIC X.
FD INDEX-FILE-SALE
    RECORD CONTAINS 167 CHARACTERS.
    COPY SALE_DEF REPLACING ==:TAG:== BY ==IDX==.
FD EXPORT-FILE.
01 EXPORT-REC                 PIC X(100).

   MOVE SPACES TO WS-DL-HOLD
   IF WS-AGE-DAYS > WS-HOLD-THRESHOLD AND
           CUST-CREDIT-HOLD-REC NOT = 'Y' AND
           CUST-CREDIT-HOLD-REC NOT = 'C' THEN
       MOVE 'Y' TO CUST-CREDIT-HOLD-REC
       REWRITE CUST-REC
           INVALID KEY
