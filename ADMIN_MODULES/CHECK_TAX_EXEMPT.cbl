*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Says whether a customer's sale goes out without sales
*>          tax. Reads the customer's certificate off TAXEXEMPT.IDX
*>          (TAX_EXEMPT_DESK keeps it) and judges it against
*>          LS-AS-OF-DATE: a certificate is current through its
*>          expireDate and not a day after. The row is handed back
*>          in LS-TAX-EXEMPT either way so the caller can print the
*>          certificate number on the invoice, or tell the counter
*>          it has lapsed. TICKET_CLOSE and COUNTER_SALE CALL this
*>          before they figure the tax.
*> RETURN CODES (LS-RESULT-CODE):
*>     00 -> CERTIFICATE CURRENT - DO NOT CHARGE TAX
*>     23 -> NO CERTIFICATE ON FILE FOR THE CUSTOMER
*>     24 -> CERTIFICATE ON FILE BUT EXPIRED - CHARGE TAX
*>*****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. CHECK_TAX_EXEMPT.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
    SELECT OPTIONAL TAX-EXEMPT-FILE
        ASSIGN TO '../../INDEXES/TAXEXEMPT.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS TXX-custID.

DATA DIVISION.
FILE SECTION.
FD TAX-EXEMPT-FILE
    RECORD CONTAINS 72 CHARACTERS.
    COPY TAX_EXEMPT_DEF REPLACING ==:TAG:== BY ==TXX==.

LINKAGE SECTION.
01  LS-CUST-IN          PIC 9(5).
01  LS-AS-OF-DATE       PIC 9(8).
    COPY TAX_EXEMPT_DEF REPLACING ==:TAG:== BY ==LS==.
01  LS-RESULT-CODE      PIC 99.

PROCEDURE DIVISION USING LS-CUST-IN, LS-AS-OF-DATE, LS-TAX-EXEMPT,
        LS-RESULT-CODE.
MAIN-PROCEDURE.
   MOVE 23 TO LS-RESULT-CODE
   INITIALIZE LS-TAX-EXEMPT
   IF LS-CUST-IN = 0
      GOBACK
   END-IF
   OPEN INPUT TAX-EXEMPT-FILE
   MOVE LS-CUST-IN TO TXX-custID
   READ TAX-EXEMPT-FILE
      INVALID KEY
         CONTINUE
      NOT INVALID KEY
         MOVE TXX-TAX-EXEMPT TO LS-TAX-EXEMPT
         IF TXX-expireDate >= LS-AS-OF-DATE
            MOVE 00 TO LS-RESULT-CODE
         ELSE
            MOVE 24 TO LS-RESULT-CODE
         END-IF
   END-READ
   CLOSE TAX-EXEMPT-FILE
   GOBACK.

END PROGRAM CHECK_TAX_EXEMPT.
