*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Appends one tax-exempt sale to EXEMPTSALE.DAT for any
*>          caller that just billed a customer without sales tax on
*>          a current certificate - TICKET_CLOSE's invoice,
*>          COUNTER_SALE's receipt. The caller fills the row from
*>          the certificate CHECK_TAX_EXEMPT handed back; this
*>          stamps today's date and SESSION-CURRENT-USER and
*>          mirrors LOG_ODOMETER's OPEN EXTEND / WRITE / CLOSE
*>          shape. TAX_EXEMPT_REPORT reads the ledger for the
*>          auditor.
*> RETURN CODES: none - this is a fire-and-forget logging call.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. LOG_EXEMPT_SALE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL EXEMPT-SALE-FILE ASSIGN TO '../EXEMPTSALE.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD EXEMPT-SALE-FILE.
    COPY EXEMPT_SALE_DEF REPLACING ==:TAG:== BY ==XS==.

WORKING-STORAGE SECTION.
COPY SESSION_DEF.

LINKAGE SECTION.
    COPY EXEMPT_SALE_DEF REPLACING ==:TAG:== BY ==LS==.

PROCEDURE DIVISION USING LS-EXEMPT-SALE.
MAIN-PROCEDURE.
   MOVE LS-EXEMPT-SALE TO XS-EXEMPT-SALE
   MOVE FUNCTION CURRENT-DATE(1:8) TO XS-saleDate
   MOVE SESSION-CURRENT-USER TO XS-postedBy
   OPEN EXTEND EXEMPT-SALE-FILE
   WRITE XS-EXEMPT-SALE
   CLOSE EXEMPT-SALE-FILE
   GOBACK.

END PROGRAM LOG_EXEMPT_SALE.
