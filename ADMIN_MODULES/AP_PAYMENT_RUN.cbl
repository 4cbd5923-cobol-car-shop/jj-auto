*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Accounts payable payment selection run. Picks every
*>          APINV.IDX supplier invoice approved to pay (status A -
*>          matched clean at AP_INVOICE_DESK, or its variance
*>          signed off) that falls due on or before the cutoff,
*>          for one supplier or all of them. Held and variance
*>          invoices are never selected. The selection is listed
*>          first; once it is confirmed each supplier gets one
*>          check covering all of its selected invoices, drawn off
*>          our stock through ISSUE_CHECK (payee the supplier,
*>          source AP, onto the CHKREG.IDX register and the bank's
*>          positive-pay file), and each invoice is marked paid
*>          with the run date and check number. A supplier whose
*>          check cannot be cut (the stock ran out) is left
*>          approved for the next run. That night's GL_EXPORT clears the invoices out
*>          of accounts payable against cash. The check register
*>          always goes to AP_CHECKS.RPT for the checks to be cut
*>          from; the selection listing is on screen, exported to
*>          AP_PAYMENT_RUN.RPT when asked. Callable from
*>          REPORTING_MENU, or by BATCH_RUNNER with the cutoff in
*>          BATCH-TO-DATE (today when zero) - unattended runs pay
*>          every supplier without the confirmation.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. AP_PAYMENT_RUN.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL APINV-FILE
        ASSIGN TO '../../INDEXES/APINV.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS APX-AP-INV-ID
        ALTERNATE RECORD KEY IS APX-AP-SUPP-ID WITH DUPLICATES.
    SELECT EXPORT-FILE ASSIGN TO 'AP_PAYMENT_RUN.RPT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT CHECK-FILE ASSIGN TO 'AP_CHECKS.RPT'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD APINV-FILE
    RECORD CONTAINS 115 CHARACTERS.
    COPY AP_INV_DEF REPLACING ==:TAG:== BY ==APX==.
FD EXPORT-FILE.
01 EXPORT-REC                 PIC X(100).
FD CHECK-FILE.
01 CHECK-REC                  PIC X(80).

WORKING-STORAGE SECTION.
COPY BATCH_DEF.
COPY SUPPLIER_DEF REPLACING ==:TAG:== BY ==WS==.

01 WS-INV-EOF           PIC X VALUE 'N'.
01 WS-RESULT-CODE       PIC 99.
01 WS-TODAY-DATE        PIC 9(8).
01 WS-CUTOFF-DATE       PIC 9(8).
01 WS-SUPP-IN           PIC 9(5).
01 WS-CONFIRM           PIC X.
*> P = listing the selection, Y = paying it.
01 WS-PASS              PIC X.
01 WS-CHECK-NO          PIC 9(5).
01 WS-PAYEE             PIC X(30).
01 WS-ISSUE-AMT         PIC 9(7)V99.
01 WS-SOURCE            PIC X(4) VALUE "AP".
01 WS-SOURCE-DOC        PIC X(12).
01 WS-ISSUE-RESULT      PIC 99.
01 WS-SKIPPED           PIC 9(5) VALUE 0.
01 WS-CUR-SUPP          PIC 9(5) VALUE 0.
01 WS-CHECK-AMT         PIC 9(9)V99.
01 WS-SELECTED          PIC 9(5) VALUE 0.
01 WS-SELECTED-AMT      PIC 9(9)V99 VALUE 0.
01 WS-PAID              PIC 9(5) VALUE 0.
01 WS-PAID-AMT          PIC 9(9)V99 VALUE 0.
01 WS-CHECKS            PIC 9(5) VALUE 0.

*> Each supplier's selected total off the listing pass - the
*> check has to be written for the full amount when it is drawn.
01 WS-SUPP-TABLE.
   05 WS-ST-ENTRY OCCURS 300 TIMES.
      10 WS-ST-SUPP     PIC 9(5).
      10 WS-ST-AMT      PIC 9(9)V99.
01 WS-ST-USED           PIC 9(3) VALUE 0.
01 WS-ST-IDX            PIC 9(3).
01 WS-ST-FULL           PIC X VALUE "N".

01 WS-MONEY-DISP        PIC $$,$$$,$$9.99.
01 WS-OUT-LINE          PIC X(100).

LINKAGE SECTION.
01 PARAMETRES.
   02 PA-RETURN-CODE PIC 99 VALUE 0.
   02 PA-OPTION-CODE PIC 99 VALUE 0.
   02 PA-EXPORT-FLAG PIC X VALUE "N".

PROCEDURE DIVISION USING PARAMETRES.
MAIN-PROCEDURE.
   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
   IF BATCH-MODE-FLAG = "Y"
      MOVE BATCH-TO-DATE TO WS-CUTOFF-DATE
      MOVE 0 TO WS-SUPP-IN
   ELSE
      DISPLAY "--- AP Payment Selection ---"
      DISPLAY "Pay invoices due on or before (YYYYMMDD, 0 = today): "
      ACCEPT WS-CUTOFF-DATE
      DISPLAY "Supplier ID (0 = all suppliers): "
      ACCEPT WS-SUPP-IN
   END-IF
   IF WS-CUTOFF-DATE = 0
      MOVE WS-TODAY-DATE TO WS-CUTOFF-DATE
   END-IF
   MOVE 0 TO WS-SELECTED WS-SELECTED-AMT WS-PAID WS-PAID-AMT
   MOVE 0 TO WS-CHECKS WS-SKIPPED WS-ST-USED
   MOVE "N" TO WS-ST-FULL

   IF PA-EXPORT-FLAG = 'Y' THEN
       OPEN OUTPUT EXPORT-FILE
   END-IF
   MOVE SPACES TO WS-OUT-LINE
   STRING "AP PAYMENT SELECTION - APPROVED INVOICES DUE BY "
          WS-CUTOFF-DATE
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE "AP#   SUPP  INVOICE          DUE      AMOUNT" TO WS-OUT-LINE
   PERFORM 500-PUT-LINE

   MOVE "P" TO WS-PASS
   PERFORM 100-WALK-APPROVED

   MOVE WS-SELECTED-AMT TO WS-MONEY-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING "SELECTED: " WS-SELECTED " INVOICE(S)  " WS-MONEY-DISP
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   IF PA-EXPORT-FLAG = 'Y' THEN
       CLOSE EXPORT-FILE
   END-IF

   IF WS-SELECTED = 0
       DISPLAY "Nothing approved and due - no payments made."
       MOVE 0 TO PA-RETURN-CODE
       GOBACK
   END-IF

   IF BATCH-MODE-FLAG = "Y"
       MOVE "Y" TO WS-CONFIRM
   ELSE
       DISPLAY "Pay these invoices now? (Y/N): "
       ACCEPT WS-CONFIRM
       MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
   END-IF
   IF WS-CONFIRM NOT = "Y"
       DISPLAY "Payment run cancelled - nothing marked paid."
       MOVE 0 TO PA-RETURN-CODE
       GOBACK
   END-IF

   OPEN OUTPUT CHECK-FILE
   MOVE SPACES TO CHECK-REC
   STRING "AP CHECK REGISTER - RUN " WS-TODAY-DATE
       DELIMITED BY SIZE INTO CHECK-REC
   WRITE CHECK-REC
   MOVE "CHECK  SUPP  NAME                 AMOUNT" TO CHECK-REC
   WRITE CHECK-REC

   MOVE "Y" TO WS-PASS
   MOVE 0 TO WS-CUR-SUPP
   PERFORM 100-WALK-APPROVED
   IF WS-CUR-SUPP > 0
       PERFORM 300-WRITE-CHECK-LINE
   END-IF

   MOVE WS-PAID-AMT TO WS-MONEY-DISP
   MOVE SPACES TO CHECK-REC
   STRING "CHECKS: " WS-CHECKS "  INVOICES PAID: " WS-PAID
          "  TOTAL: " WS-MONEY-DISP
       DELIMITED BY SIZE INTO CHECK-REC
   WRITE CHECK-REC
   CLOSE CHECK-FILE

   DISPLAY WS-PAID " invoice(s) paid on " WS-CHECKS " check(s), "
       WS-MONEY-DISP " - register in AP_CHECKS.RPT."
   IF WS-SKIPPED > 0
       DISPLAY WS-SKIPPED " invoice(s) left approved - no check"
           " could be cut."
   END-IF
   IF WS-ST-FULL = "Y"
       DISPLAY "WARNING: MORE THAN 300 SUPPLIERS SELECTED - RUN"
           " AGAIN FOR THE REST."
   END-IF
   MOVE 0 TO PA-RETURN-CODE
   GOBACK.
EXIT PROGRAM.

*> Approved invoices due by the cutoff, in supplier order off the
*> alternate key so each supplier's invoices ride one check.
100-WALK-APPROVED.
   MOVE 'N' TO WS-INV-EOF
   IF WS-PASS = "Y"
       OPEN I-O APINV-FILE
   ELSE
       OPEN INPUT APINV-FILE
   END-IF
   MOVE WS-SUPP-IN TO APX-AP-SUPP-ID
   START APINV-FILE KEY IS NOT LESS THAN APX-AP-SUPP-ID
       INVALID KEY
           MOVE 'Y' TO WS-INV-EOF
   END-START
   PERFORM UNTIL WS-INV-EOF = 'Y'
       READ APINV-FILE NEXT RECORD
           AT END
               MOVE 'Y' TO WS-INV-EOF
           NOT AT END
               IF WS-SUPP-IN > 0 AND APX-AP-SUPP-ID NOT = WS-SUPP-IN
                   MOVE 'Y' TO WS-INV-EOF
               ELSE
                   IF APX-AP-APPROVED AND
                           APX-AP-DUE-DATE <= WS-CUTOFF-DATE
                       IF WS-PASS = "Y"
                           PERFORM 200-PAY-ONE-INVOICE
                       ELSE
                           PERFORM 150-LIST-ONE-INVOICE
                       END-IF
                   END-IF
               END-IF
       END-READ
   END-PERFORM
   CLOSE APINV-FILE.
EXIT PARAGRAPH.

150-LIST-ONE-INVOICE.
   ADD 1 TO WS-SELECTED
   ADD APX-AP-INV-TOTAL TO WS-SELECTED-AMT
   IF WS-ST-USED = 0 OR
           WS-ST-SUPP(WS-ST-USED) NOT = APX-AP-SUPP-ID
       IF WS-ST-USED < 300
           ADD 1 TO WS-ST-USED
           MOVE APX-AP-SUPP-ID TO WS-ST-SUPP(WS-ST-USED)
           MOVE 0 TO WS-ST-AMT(WS-ST-USED)
       ELSE
           MOVE "Y" TO WS-ST-FULL
       END-IF
   END-IF
   IF WS-ST-SUPP(WS-ST-USED) = APX-AP-SUPP-ID
       ADD APX-AP-INV-TOTAL TO WS-ST-AMT(WS-ST-USED)
   END-IF
   MOVE APX-AP-INV-TOTAL TO WS-MONEY-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING APX-AP-INV-ID " " APX-AP-SUPP-ID " " APX-AP-SUPP-INV-NO
          " " APX-AP-DUE-DATE " " WS-MONEY-DISP
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE.
EXIT PARAGRAPH.

*> A new supplier closes the previous supplier's check and cuts
*> the next one for the supplier's selected total. No check, no
*> payment - the supplier's invoices stay approved.
200-PAY-ONE-INVOICE.
   IF APX-AP-SUPP-ID NOT = WS-CUR-SUPP
       IF WS-CUR-SUPP > 0
           PERFORM 300-WRITE-CHECK-LINE
       END-IF
       MOVE APX-AP-SUPP-ID TO WS-CUR-SUPP
       MOVE 0 TO WS-CHECK-AMT
       PERFORM 250-CUT-SUPPLIER-CHECK
   END-IF
   IF WS-CHECK-NO = 0
       ADD 1 TO WS-SKIPPED
   ELSE
       MOVE "P" TO APX-AP-STATUS
       MOVE WS-TODAY-DATE TO APX-AP-PAID-DATE
       MOVE WS-CHECK-NO TO APX-AP-CHECK-NO
       REWRITE APX-AP-INV
           INVALID KEY
               DISPLAY "Could not mark AP invoice " APX-AP-INV-ID
                   " paid on check " WS-CHECK-NO "."
           NOT INVALID KEY
               ADD 1 TO WS-PAID
               ADD APX-AP-INV-TOTAL TO WS-PAID-AMT
               ADD APX-AP-INV-TOTAL TO WS-CHECK-AMT
               MOVE APX-AP-INV-TOTAL TO WS-MONEY-DISP
               MOVE SPACES TO CHECK-REC
               STRING "         AP " APX-AP-INV-ID " INVOICE "
                      APX-AP-SUPP-INV-NO " " WS-MONEY-DISP
                   DELIMITED BY SIZE INTO CHECK-REC
               WRITE CHECK-REC
       END-REWRITE
   END-IF.
EXIT PARAGRAPH.

250-CUT-SUPPLIER-CHECK.
   MOVE 0 TO WS-CHECK-NO
   MOVE 0 TO WS-ISSUE-AMT
   PERFORM VARYING WS-ST-IDX FROM 1 BY 1
           UNTIL WS-ST-IDX > WS-ST-USED
       IF WS-ST-SUPP(WS-ST-IDX) = WS-CUR-SUPP
           MOVE WS-ST-AMT(WS-ST-IDX) TO WS-ISSUE-AMT
       END-IF
   END-PERFORM
   IF WS-ISSUE-AMT = 0
       DISPLAY "Supplier " WS-CUR-SUPP " was not in the selection"
           " - not paid this run."
   ELSE
       INITIALIZE WS-SUPPLIER
       MOVE WS-CUR-SUPP TO WS-SUPPLIER-ID
       CALL "READ_SUPPLIER" USING WS-SUPPLIER, WS-RESULT-CODE
       MOVE SPACES TO WS-PAYEE
       IF WS-RESULT-CODE NOT = 01
           STRING "SUPPLIER " WS-CUR-SUPP DELIMITED BY SIZE
               INTO WS-PAYEE
       ELSE
           MOVE WS-SUPPLIER-NAME TO WS-PAYEE
       END-IF
       MOVE SPACES TO WS-SOURCE-DOC
       STRING "SUPP " WS-CUR-SUPP DELIMITED BY SIZE
           INTO WS-SOURCE-DOC
       CALL "ISSUE_CHECK" USING WS-PAYEE, WS-ISSUE-AMT, WS-SOURCE,
           WS-SOURCE-DOC, WS-CHECK-NO, WS-ISSUE-RESULT
       IF WS-ISSUE-RESULT NOT = 00
           MOVE 0 TO WS-CHECK-NO
           DISPLAY "No check cut for supplier " WS-CUR-SUPP
               " - its invoices stay approved."
       END-IF
   END-IF.
EXIT PARAGRAPH.

300-WRITE-CHECK-LINE.
   IF WS-CHECK-NO = 0
       EXIT PARAGRAPH
   END-IF
   INITIALIZE WS-SUPPLIER
   MOVE WS-CUR-SUPP TO WS-SUPPLIER-ID
   CALL "READ_SUPPLIER" USING WS-SUPPLIER, WS-RESULT-CODE
   IF WS-RESULT-CODE NOT = 01
       MOVE "(NOT ON FILE)" TO WS-SUPPLIER-NAME
   END-IF
   ADD 1 TO WS-CHECKS
   MOVE WS-CHECK-AMT TO WS-MONEY-DISP
   MOVE SPACES TO CHECK-REC
   STRING WS-CHECK-NO "  " WS-CUR-SUPP " " WS-SUPPLIER-NAME " "
          WS-MONEY-DISP
       DELIMITED BY SIZE INTO CHECK-REC
   WRITE CHECK-REC
   MOVE SPACES TO CHECK-REC
   WRITE CHECK-REC.
EXIT PARAGRAPH.

500-PUT-LINE.
   DISPLAY WS-OUT-LINE
   IF PA-EXPORT-FLAG = 'Y' THEN
       MOVE WS-OUT-LINE TO EXPORT-REC
       WRITE EXPORT-REC
   END-IF.
EXIT PARAGRAPH.

END PROGRAM AP_PAYMENT_RUN.
