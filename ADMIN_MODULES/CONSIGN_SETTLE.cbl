*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Settles a consigned unit to its owner when it sells.
*>          ADD_SALE (retail) and WHOLESALE_DESK (dealer-to-dealer)
*>          CALL this with the VIN, a reference to the deal, the
*>          sale date and the price. The unit's open CONSIGN.IDX
*>          agreement is stamped with the sale: our fee is the
*>          price over the agreed netToOwner, every RECONEXP.DAT
*>          charge posted to the VIN is charged back to the owner,
*>          and what is left is the check - the settlement payable
*>          the consignment desk pays out. The settlement statement
*>          prints through CONSIGN_STATEMENT. A price below the
*>          agreed net earns no fee; the owner took the lower
*>          offer. VOID_SALE CALLs it with action "C" to put the
*>          agreement back on the lot when the deal dies, unless
*>          the owner's check has already gone out.
*>          A unit that is ours (not consigned) is not an error.
*> RETURN CODES (LS-RESULT-CODE):
*>     00 -> SETTLEMENT RAISED (OR CANCELLED) - LS-CHECK-AMOUNT
*>           CARRIES WHAT IS OWED TO THE CONSIGNOR
*>     23 -> NO OPEN CONSIGNMENT ON THAT VIN
*>     25 -> CANCEL REFUSED - THE CONSIGNOR HAS ALREADY BEEN PAID
*>*****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. CONSIGN_SETTLE.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
    SELECT OPTIONAL CONSIGN-FILE
        ASSIGN TO '../../INDEXES/CONSIGN.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS CNX-consignID
        ALTERNATE RECORD KEY IS CNX-carVIN WITH DUPLICATES
        ALTERNATE RECORD KEY IS CNX-consignorID WITH DUPLICATES.
    SELECT OPTIONAL RECON-FILE ASSIGN TO '../RECONEXP.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CONSIGN-FILE
        RECORD CONTAINS 127 CHARACTERS.
    COPY CONSIGN_DEF REPLACING ==:TAG:== BY ==CNX==.
FD RECON-FILE.
    COPY RECON_EXP_DEF REPLACING ==:TAG:== BY ==RX==.

WORKING-STORAGE SECTION.
01  WS-CN-EOF           PIC X.
01  WS-RECON-EOF        PIC X.
01  WS-RECON-TOTAL      PIC 9(7)V99.
01  WS-NET-DUE          PIC S9(7)V99.
01  WS-STMT-RESULT      PIC 99.

LINKAGE SECTION.
01  LS-ACTION           PIC X.
01  LS-CARVIN           PIC X(17).
01  LS-SALE-REF         PIC X(10).
01  LS-SALE-DATE        PIC 9(8).
01  LS-SALE-PRICE       PIC 9(7)V99.
01  LS-CHECK-AMOUNT     PIC 9(7)V99.
01  LS-RESULT-CODE      PIC 99.

PROCEDURE DIVISION USING LS-ACTION, LS-CARVIN, LS-SALE-REF,
        LS-SALE-DATE, LS-SALE-PRICE, LS-CHECK-AMOUNT,
        LS-RESULT-CODE.
MAIN-PROCEDURE.
   MOVE 23 TO LS-RESULT-CODE
   MOVE 0 TO LS-CHECK-AMOUNT
   MOVE "N" TO WS-CN-EOF
   OPEN I-O CONSIGN-FILE
   MOVE LS-CARVIN TO CNX-carVIN
   START CONSIGN-FILE KEY IS NOT LESS THAN CNX-carVIN
      INVALID KEY
         MOVE "Y" TO WS-CN-EOF
   END-START
   PERFORM UNTIL WS-CN-EOF = "Y"
      READ CONSIGN-FILE NEXT RECORD
         AT END
            MOVE "Y" TO WS-CN-EOF
         NOT AT END
            IF CNX-carVIN NOT = LS-CARVIN
               MOVE "Y" TO WS-CN-EOF
            ELSE
               IF LS-ACTION = "C"
                  IF CNX-saleRef = LS-SALE-REF
                     IF CNX-CN-SOLD
                        PERFORM 200-CANCEL-SETTLEMENT
                     ELSE
                        IF CNX-CN-SETTLED
                           MOVE 25 TO LS-RESULT-CODE
                        END-IF
                     END-IF
                     MOVE "Y" TO WS-CN-EOF
                  END-IF
               ELSE
                  IF CNX-CN-ON-LOT
                     PERFORM 100-RAISE-SETTLEMENT
                     MOVE "Y" TO WS-CN-EOF
                  END-IF
               END-IF
            END-IF
      END-READ
   END-PERFORM
   CLOSE CONSIGN-FILE

   IF LS-ACTION NOT = "C" AND LS-RESULT-CODE = 00
      CALL "CONSIGN_STATEMENT" USING CNX-consignID, WS-STMT-RESULT
   END-IF

   GOBACK.

*> Price, fee, recon charge-back and the check - all on the row so
*> the statement and the desk work from the same figures.
100-RAISE-SETTLEMENT.
   PERFORM 150-TOTAL-RECON
   MOVE "S" TO CNX-cnStatus
   MOVE LS-SALE-REF TO CNX-saleRef
   MOVE LS-SALE-DATE TO CNX-saleDate
   MOVE LS-SALE-PRICE TO CNX-salePrice
   MOVE 0 TO CNX-feeAmt
   IF LS-SALE-PRICE > CNX-netToOwner
      COMPUTE CNX-feeAmt = LS-SALE-PRICE - CNX-netToOwner
   END-IF
   MOVE WS-RECON-TOTAL TO CNX-reconAmt
   COMPUTE WS-NET-DUE = LS-SALE-PRICE - CNX-feeAmt - CNX-reconAmt
   IF WS-NET-DUE < 0
      MOVE 0 TO CNX-checkAmt
   ELSE
      MOVE WS-NET-DUE TO CNX-checkAmt
   END-IF
   REWRITE CNX-CONSIGN
      INVALID KEY
         CONTINUE
      NOT INVALID KEY
         MOVE 00 TO LS-RESULT-CODE
         MOVE CNX-checkAmt TO LS-CHECK-AMOUNT
   END-REWRITE.

150-TOTAL-RECON.
   MOVE 0 TO WS-RECON-TOTAL
   MOVE "N" TO WS-RECON-EOF
   OPEN INPUT RECON-FILE
   PERFORM UNTIL WS-RECON-EOF = "Y"
      READ RECON-FILE
         AT END
            MOVE "Y" TO WS-RECON-EOF
         NOT AT END
            IF RX-carVIN = LS-CARVIN
               ADD RX-EXP-AMOUNT TO WS-RECON-TOTAL
            END-IF
      END-READ
   END-PERFORM
   CLOSE RECON-FILE.

*> The deal died - the unit is back on the lot under the same
*> agreement and nothing is owed to the owner yet.
200-CANCEL-SETTLEMENT.
   MOVE "C" TO CNX-cnStatus
   MOVE SPACES TO CNX-saleRef
   MOVE 0 TO CNX-saleDate
   MOVE 0 TO CNX-salePrice
   MOVE 0 TO CNX-feeAmt
   MOVE 0 TO CNX-reconAmt
   MOVE 0 TO CNX-checkAmt
   REWRITE CNX-CONSIGN
      INVALID KEY
         CONTINUE
      NOT INVALID KEY
         MOVE 00 TO LS-RESULT-CODE
   END-REWRITE.

END PROGRAM CONSIGN_SETTLE.
