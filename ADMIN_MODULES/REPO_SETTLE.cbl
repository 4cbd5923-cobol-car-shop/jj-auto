*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Settles a repossessed in-house loan when the unit is
*>          resold. ADD_SALE (retail) and WHOLESALE_DESK (dealer-
*>          to-dealer) CALL this with the VIN, a reference to the
*>          deal, the sale date and the price. The LOAN.IDX account
*>          LOAN_DESK closed as REPOSSESSED on that VIN takes the
*>          net proceeds - the price less every RECONEXP.DAT charge
*>          posted to the VIN since the repo date (the tow and
*>          storage LOAN_DESK posted, plus whatever recon it took
*>          to make the unit front-line ready) - against its frozen
*>          balance, with a LOANPAY.DAT row so the loan's ledger
*>          shows where the balance went. Whatever is left over is
*>          carried to the customer's AR account the way the rest
*>          of the system posts to it: a deficiency raises
*>          CUST-AR-BALANCE-REC with an I row on ARLEDGER.DAT; a
*>          surplus comes off the balance as an R row, and any part
*>          past what the customer owes lands as a C (credit-owed)
*>          row for REFUND_DESK. The account ends REPO CLOSED.
*>          VOID_SALE CALLs it with action "C"; once the resale has
*>          been carried to AR the posting is not backed out
*>          automatically - the caller flags it for the office.
*>          A unit that is not a repossession is not an error.
*> RETURN CODES (LS-RESULT-CODE):
*>     00 -> RESALE APPLIED - LS-SETTLE-AMOUNT / LS-SETTLE-TYPE
*>           CARRY THE DEFICIENCY (D) OR SURPLUS (S) POSTED TO AR
*>     23 -> NO REPOSSESSED LOAN ON THAT VIN
*>     25 -> CANCEL - THIS RESALE WAS ALREADY CARRIED TO AR
*>*****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. REPO_SETTLE.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
    SELECT OPTIONAL LOAN-FILE
        ASSIGN TO '../../INDEXES/LOAN.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS LNX-loanID
        ALTERNATE RECORD KEY IS LNX-saleID WITH DUPLICATES
        ALTERNATE RECORD KEY IS LNX-custID WITH DUPLICATES.
    SELECT OPTIONAL LOAN-PAY-FILE ASSIGN TO '../LOANPAY.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL RECON-FILE ASSIGN TO '../RECONEXP.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL CUS-FILE
        ASSIGN TO '../CUSTOMER_MGMT/CUSTOMER.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS CUST-ID-REC
        ALTERNATE RECORD KEY IS CUST-LNAME-REC WITH DUPLICATES
        ALTERNATE RECORD KEY IS CUST-PHONE-REC WITH DUPLICATES
        ALTERNATE RECORD KEY IS CUST-EMAIL-REC WITH DUPLICATES.
    SELECT OPTIONAL AR-LEDGER-FILE ASSIGN TO '../ARLEDGER.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD LOAN-FILE
        RECORD CONTAINS 201 CHARACTERS.
    COPY LOAN_DEF REPLACING ==:TAG:== BY ==LNX==.
FD LOAN-PAY-FILE.
    COPY LOAN_PAY_DEF REPLACING ==:TAG:== BY ==LP==.
FD RECON-FILE.
    COPY RECON_EXP_DEF REPLACING ==:TAG:== BY ==RX==.
*> Mirrors the CUST-REC layout CUSTOMER_MGMT's own programs carry
*> inline, same as TICKET_CLOSE.cbl.
FD CUS-FILE.
01  CUST-REC.
    05  CUST-ID-REC                      PIC 9(5).
    05  CUST-FNAME-REC                   PIC X(15).
    05  CUST-LNAME-REC                   PIC X(15).
    05  CUST-INIT-REC                    PIC X.
    05  CUST-PHONE-REC                   PIC 9(10).
    05  CUST-EMAIL-REC                   PIC X(35).
    05  CUST-ADDRS-REC                   PIC X(35).
    05  CUST-CITY-REC                    PIC X(15).
    05  CUST-STATE-REC                   PIC XX.
    05  CUST-ZIP-REC                     PIC 9(5).
    05  CUST-DST-REC                     PIC X.
    05  CUST-DST-DATE-REC                PIC 9(8).
    05  CUST-ADDED-DATE-REC              PIC 9(8).
    05  CUST-AR-BALANCE-REC              PIC 9(7)V99.
    05  CUST-CREDIT-HOLD-REC             PIC X.
    05  CUST-NO-CONTACT-REC              PIC X.
    05  CUST-NO-CHECKS-REC               PIC X.
FD AR-LEDGER-FILE.
    COPY AR_LEDGER_DEF REPLACING ==:TAG:== BY ==ARL==.

WORKING-STORAGE SECTION.
COPY SESSION_DEF.
01  WS-LN-EOF           PIC X.
01  WS-RECON-EOF        PIC X.
01  WS-RECON-TOTAL      PIC 9(9)V99.
01  WS-RX-DATE-N        PIC 9(8).
01  WS-NET-DUE          PIC S9(9)V99.
01  WS-APPLIED          PIC 9(9)V99.
01  WS-AR-REFERENCE     PIC X(12).
01  WS-AR-APPLIED       PIC 9(7)V99.
01  WS-AR-EXCESS        PIC 9(7)V99.

LINKAGE SECTION.
01  LS-ACTION           PIC X.
01  LS-CARVIN           PIC X(17).
01  LS-SALE-REF         PIC X(10).
01  LS-SALE-DATE        PIC 9(8).
01  LS-SALE-PRICE       PIC 9(7)V99.
01  LS-SETTLE-AMOUNT    PIC 9(9)V99.
01  LS-SETTLE-TYPE      PIC X.
01  LS-RESULT-CODE      PIC 99.

PROCEDURE DIVISION USING LS-ACTION, LS-CARVIN, LS-SALE-REF,
        LS-SALE-DATE, LS-SALE-PRICE, LS-SETTLE-AMOUNT,
        LS-SETTLE-TYPE, LS-RESULT-CODE.
MAIN-PROCEDURE.
   MOVE 23 TO LS-RESULT-CODE
   MOVE 0 TO LS-SETTLE-AMOUNT
   MOVE SPACE TO LS-SETTLE-TYPE
   MOVE "N" TO WS-LN-EOF
   OPEN I-O LOAN-FILE
   MOVE 0 TO LNX-loanID
   START LOAN-FILE KEY IS NOT LESS THAN LNX-loanID
      INVALID KEY
         MOVE "Y" TO WS-LN-EOF
   END-START
   PERFORM UNTIL WS-LN-EOF = "Y"
      READ LOAN-FILE NEXT RECORD
         AT END
            MOVE "Y" TO WS-LN-EOF
         NOT AT END
            IF LNX-carVIN = LS-CARVIN
               IF LS-ACTION = "C"
                  IF LNX-LOAN-REPO-CLOSED AND
                        LNX-resaleRef = LS-SALE-REF
                     MOVE 25 TO LS-RESULT-CODE
                     MOVE LNX-settleAmt TO LS-SETTLE-AMOUNT
                     MOVE LNX-settleType TO LS-SETTLE-TYPE
                     MOVE "Y" TO WS-LN-EOF
                  END-IF
               ELSE
                  IF LNX-LOAN-REPOSSESSED
                     PERFORM 100-APPLY-RESALE
                     MOVE "Y" TO WS-LN-EOF
                  END-IF
               END-IF
            END-IF
      END-READ
   END-PERFORM
   CLOSE LOAN-FILE

   GOBACK.

*> Net proceeds against the frozen balance - short is a deficiency
*> the customer still owes, over is a surplus owed back to them.
100-APPLY-RESALE.
   PERFORM 150-TOTAL-RESALE-COSTS
   COMPUTE WS-NET-DUE = LS-SALE-PRICE - WS-RECON-TOTAL
   IF WS-NET-DUE < 0
      MOVE 0 TO WS-NET-DUE
   END-IF
   MOVE WS-NET-DUE TO LNX-netProceeds
   IF LNX-netProceeds < LNX-balance
      MOVE LNX-netProceeds TO WS-APPLIED
      COMPUTE LNX-settleAmt = LNX-balance - LNX-netProceeds
      MOVE "D" TO LNX-settleType
   ELSE
      MOVE LNX-balance TO WS-APPLIED
      COMPUTE LNX-settleAmt = LNX-netProceeds - LNX-balance
      MOVE "S" TO LNX-settleType
   END-IF
   MOVE "C" TO LNX-loanStatus
   MOVE LS-SALE-REF TO LNX-resaleRef
   MOVE LS-SALE-DATE TO LNX-resaleDate
   MOVE 0 TO LNX-balance
   REWRITE LNX-LOAN
      INVALID KEY
         CONTINUE
      NOT INVALID KEY
         MOVE 00 TO LS-RESULT-CODE
         MOVE LNX-settleAmt TO LS-SETTLE-AMOUNT
         MOVE LNX-settleType TO LS-SETTLE-TYPE
         PERFORM 300-LEDGER-PROCEEDS
         IF LNX-settleAmt > 0
            PERFORM 400-CARRY-TO-AR
         END-IF
   END-REWRITE.

*> Every charge against the VIN since the car came back - the tow
*> and storage first, then the recon to resell it.
150-TOTAL-RESALE-COSTS.
   MOVE 0 TO WS-RECON-TOTAL
   MOVE "N" TO WS-RECON-EOF
   OPEN INPUT RECON-FILE
   PERFORM UNTIL WS-RECON-EOF = "Y"
      READ RECON-FILE
         AT END
            MOVE "Y" TO WS-RECON-EOF
         NOT AT END
            MOVE RX-EXP-DATE TO WS-RX-DATE-N
            IF RX-carVIN = LS-CARVIN AND
                  WS-RX-DATE-N NOT < LNX-repoDate
               ADD RX-EXP-AMOUNT TO WS-RECON-TOTAL
            END-IF
      END-READ
   END-PERFORM
   CLOSE RECON-FILE.

*> The proceeds go on the loan's own ledger as a last payment - all
*> principal, balance after zero - so LOAN_DESK's ledger view
*> explains how the account closed.
300-LEDGER-PROCEEDS.
   MOVE LNX-loanID TO LP-loanID
   MOVE LS-SALE-DATE TO LP-LP-DATE
   MOVE WS-APPLIED TO LP-LP-AMOUNT
   MOVE 0 TO LP-LP-INTEREST
   MOVE WS-APPLIED TO LP-LP-PRINCIPAL
   MOVE 0 TO LP-LP-BALANCE
   MOVE LS-SALE-REF TO LP-LP-REFERENCE
   MOVE SESSION-CURRENT-USER TO LP-LP-ENTERED-BY
   MOVE "R" TO LP-LP-TYPE
   OPEN EXTEND LOAN-PAY-FILE
   WRITE LP-LOAN-PAY
   CLOSE LOAN-PAY-FILE.

*> The balance field on CUSTOMER.IDX is unsigned - a surplus past
*> what the customer owes cannot go below zero, so the excess
*> lands as a C row the same way PARTS_RETURN credits one.
400-CARRY-TO-AR.
   MOVE SPACES TO WS-AR-REFERENCE
   STRING "REPO" LNX-loanID DELIMITED BY SIZE INTO WS-AR-REFERENCE
   MOVE 0 TO WS-AR-APPLIED
   MOVE 0 TO WS-AR-EXCESS
   OPEN I-O CUS-FILE
   MOVE LNX-custID TO CUST-ID-REC
   READ CUS-FILE
      INVALID KEY
         CONTINUE
      NOT INVALID KEY
         IF LNX-REPO-DEFICIENCY
            ADD LNX-settleAmt TO CUST-AR-BALANCE-REC
            MOVE LNX-settleAmt TO WS-AR-APPLIED
         ELSE
            IF LNX-settleAmt > CUST-AR-BALANCE-REC
               MOVE CUST-AR-BALANCE-REC TO WS-AR-APPLIED
               COMPUTE WS-AR-EXCESS =
                   LNX-settleAmt - CUST-AR-BALANCE-REC
            ELSE
               MOVE LNX-settleAmt TO WS-AR-APPLIED
            END-IF
            SUBTRACT WS-AR-APPLIED FROM CUST-AR-BALANCE-REC
         END-IF
         REWRITE CUST-REC
            INVALID KEY
               MOVE 0 TO WS-AR-APPLIED
               MOVE 0 TO WS-AR-EXCESS
         END-REWRITE
   END-READ
   CLOSE CUS-FILE
   IF WS-AR-APPLIED > 0
      IF LNX-REPO-DEFICIENCY
         MOVE "I" TO ARL-AR-TYPE
         MOVE "REPO DEFICIENCY" TO ARL-AR-REASON
      ELSE
         MOVE "R" TO ARL-AR-TYPE
         MOVE "REPO SURPLUS" TO ARL-AR-REASON
      END-IF
      MOVE WS-AR-APPLIED TO ARL-AR-AMOUNT
      MOVE SPACE TO ARL-AR-METHOD
      PERFORM 450-WRITE-AR-ROW
   END-IF
   IF WS-AR-EXCESS > 0
      MOVE "C" TO ARL-AR-TYPE
      MOVE "REPO SURPLUS" TO ARL-AR-REASON
      MOVE WS-AR-EXCESS TO ARL-AR-AMOUNT
      MOVE "K" TO ARL-AR-METHOD
      PERFORM 450-WRITE-AR-ROW
   END-IF.

450-WRITE-AR-ROW.
   MOVE LNX-custID TO ARL-custID
   MOVE LS-SALE-DATE TO ARL-AR-DATE
   MOVE WS-AR-REFERENCE TO ARL-AR-REFERENCE
   MOVE SESSION-CURRENT-USER TO ARL-AR-ENTERED-BY
   MOVE SPACES TO ARL-AR-APPROVED-BY
   OPEN EXTEND AR-LEDGER-FILE
   WRITE ARL-AR-LEDGER
   CLOSE AR-LEDGER-FILE.

END PROGRAM REPO_SETTLE.
