*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Accounts payable aging - every supplier invoice still
*>          open on APINV.IDX (held, waiting on a variance, or
*>          approved and unpaid), supplier by supplier off the
*>          SUPP-ID alternate key, aged on its due date: not yet
*>          due, 1-30, 31-60, 61-90 and over 90 days past due. Each
*>          supplier gets a subtotal line with its name resolved
*>          through READ_SUPPLIER, and the report closes on the
*>          bucket totals and how much of the open balance is held
*>          or in variance rather than approved to pay - the
*>          figure AP_PAYMENT_RUN can actually clear. Ages as of
*>          today, or BATCH-TO-DATE when BATCH_RUNNER runs it. On
*>          screen, exported to AP_AGING.RPT when asked. Callable
*>          from REPORTING_MENU.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. AP_AGING.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL APINV-FILE
        ASSIGN TO '../../INDEXES/APINV.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS APX-AP-INV-ID
        ALTERNATE RECORD KEY IS APX-AP-SUPP-ID WITH DUPLICATES.
    SELECT EXPORT-FILE ASSIGN TO 'AP_AGING.RPT'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD APINV-FILE
    RECORD CONTAINS 115 CHARACTERS.
    COPY AP_INV_DEF REPLACING ==:TAG:== BY ==APX==.
FD EXPORT-FILE.
01 EXPORT-REC                 PIC X(100).

WORKING-STORAGE SECTION.
COPY BATCH_DEF.
COPY SUPPLIER_DEF REPLACING ==:TAG:== BY ==WS==.

01 WS-INV-EOF           PIC X VALUE 'N'.
01 WS-RESULT-CODE       PIC 99.
01 WS-ASOF-DATE         PIC 9(8).
01 WS-ASOF-INT          PIC 9(8).
01 WS-DUE-INT           PIC 9(8).
01 WS-PAST-DUE          PIC S9(5).
01 WS-BUCKET-NAME       PIC X(8).
01 WS-CUR-SUPP          PIC 9(5) VALUE 0.
01 WS-INVOICES          PIC 9(5) VALUE 0.

*> Bucket slots: 1 not yet due, 2 1-30, 3 31-60, 4 61-90,
*> 5 over 90 days past due.
01 WS-SUPP-BUCKETS.
   05 WS-SUPP-AMT       PIC 9(9)V99 OCCURS 5 TIMES.
01 WS-TOTAL-BUCKETS.
   05 WS-TOTAL-AMT      PIC 9(9)V99 OCCURS 5 TIMES.
01 WS-BKT               PIC 9.
01 WS-SUPP-TOTAL        PIC 9(9)V99.
01 WS-GRAND-TOTAL       PIC 9(9)V99 VALUE 0.
01 WS-NOT-PAYABLE       PIC 9(9)V99 VALUE 0.

01 WS-MONEY-DISP        PIC $$,$$$,$$9.99.
01 WS-B1-DISP           PIC $$$$,$$9.99.
01 WS-B2-DISP           PIC $$$$,$$9.99.
01 WS-B3-DISP           PIC $$$$,$$9.99.
01 WS-B4-DISP           PIC $$$$,$$9.99.
01 WS-B5-DISP           PIC $$$$,$$9.99.
01 WS-DAYS-DISP         PIC -(4)9.
01 WS-OUT-LINE          PIC X(100).

LINKAGE SECTION.
01 PARAMETRES.
   02 PA-RETURN-CODE PIC 99 VALUE 0.
   02 PA-OPTION-CODE PIC 99 VALUE 0.
   02 PA-EXPORT-FLAG PIC X VALUE "N".

PROCEDURE DIVISION USING PARAMETRES.
MAIN-PROCEDURE.
   IF BATCH-MODE-FLAG = "Y" AND BATCH-TO-DATE > 0
      MOVE BATCH-TO-DATE TO WS-ASOF-DATE
   ELSE
      MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ASOF-DATE
   END-IF
   MOVE FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE) TO WS-ASOF-INT
   MOVE 0 TO WS-CUR-SUPP WS-INVOICES WS-GRAND-TOTAL WS-NOT-PAYABLE
   INITIALIZE WS-SUPP-BUCKETS
   INITIALIZE WS-TOTAL-BUCKETS

   IF PA-EXPORT-FLAG = 'Y' THEN
       OPEN OUTPUT EXPORT-FILE
   END-IF

   MOVE SPACES TO WS-OUT-LINE
   STRING "ACCOUNTS PAYABLE AGING AS OF " WS-ASOF-DATE
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE "AP#   SUPP INVOICE          DUE      DAYS ST AMOUNT"
       TO WS-OUT-LINE
   PERFORM 500-PUT-LINE

   PERFORM 100-WALK-OPEN-INVOICES

   IF WS-CUR-SUPP > 0
       PERFORM 300-SUPPLIER-BREAK
   END-IF

   PERFORM 400-PRINT-TOTALS

   IF PA-EXPORT-FLAG = 'Y' THEN
       CLOSE EXPORT-FILE
   END-IF

   MOVE 0 TO PA-RETURN-CODE
   GOBACK.
EXIT PROGRAM.

*> Supplier order off the alternate key; a change of supplier
*> prints the one before it.
100-WALK-OPEN-INVOICES.
   MOVE 'N' TO WS-INV-EOF
   OPEN INPUT APINV-FILE
   MOVE 0 TO APX-AP-SUPP-ID
   START APINV-FILE KEY IS NOT LESS THAN APX-AP-SUPP-ID
       INVALID KEY
           MOVE 'Y' TO WS-INV-EOF
   END-START
   PERFORM UNTIL WS-INV-EOF = 'Y'
       READ APINV-FILE NEXT RECORD
           AT END
               MOVE 'Y' TO WS-INV-EOF
           NOT AT END
               IF APX-AP-OPEN
                   IF APX-AP-SUPP-ID NOT = WS-CUR-SUPP
                       IF WS-CUR-SUPP > 0
                           PERFORM 300-SUPPLIER-BREAK
                       END-IF
                       MOVE APX-AP-SUPP-ID TO WS-CUR-SUPP
                   END-IF
                   PERFORM 200-AGE-ONE-INVOICE
               END-IF
       END-READ
   END-PERFORM
   CLOSE APINV-FILE.
EXIT PARAGRAPH.

200-AGE-ONE-INVOICE.
   MOVE FUNCTION INTEGER-OF-DATE(APX-AP-DUE-DATE) TO WS-DUE-INT
   COMPUTE WS-PAST-DUE = WS-ASOF-INT - WS-DUE-INT
   EVALUATE TRUE
       WHEN WS-PAST-DUE <= 0
           MOVE 1 TO WS-BKT
       WHEN WS-PAST-DUE <= 30
           MOVE 2 TO WS-BKT
       WHEN WS-PAST-DUE <= 60
           MOVE 3 TO WS-BKT
       WHEN WS-PAST-DUE <= 90
           MOVE 4 TO WS-BKT
       WHEN OTHER
           MOVE 5 TO WS-BKT
   END-EVALUATE
   ADD APX-AP-INV-TOTAL TO WS-SUPP-AMT(WS-BKT)
   ADD APX-AP-INV-TOTAL TO WS-TOTAL-AMT(WS-BKT)
   ADD APX-AP-INV-TOTAL TO WS-GRAND-TOTAL
   IF NOT APX-AP-APPROVED
       ADD APX-AP-INV-TOTAL TO WS-NOT-PAYABLE
   END-IF
   ADD 1 TO WS-INVOICES

   MOVE WS-PAST-DUE TO WS-DAYS-DISP
   MOVE APX-AP-INV-TOTAL TO WS-MONEY-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING APX-AP-INV-ID " " APX-AP-SUPP-ID " " APX-AP-SUPP-INV-NO
          " " APX-AP-DUE-DATE " " WS-DAYS-DISP "  " APX-AP-STATUS
          " " WS-MONEY-DISP
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE.
EXIT PARAGRAPH.

300-SUPPLIER-BREAK.
   INITIALIZE WS-SUPPLIER
   MOVE WS-CUR-SUPP TO WS-SUPPLIER-ID
   CALL "READ_SUPPLIER" USING WS-SUPPLIER, WS-RESULT-CODE
   IF WS-RESULT-CODE NOT = 01
       MOVE "(NOT ON FILE)" TO WS-SUPPLIER-NAME
   END-IF
   COMPUTE WS-SUPP-TOTAL = WS-SUPP-AMT(1) + WS-SUPP-AMT(2)
       + WS-SUPP-AMT(3) + WS-SUPP-AMT(4) + WS-SUPP-AMT(5)
   MOVE WS-SUPP-TOTAL TO WS-MONEY-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING "  SUPPLIER " WS-CUR-SUPP " " WS-SUPPLIER-NAME
          " TOTAL " WS-MONEY-DISP
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE WS-SUPP-AMT(1) TO WS-B1-DISP
   MOVE WS-SUPP-AMT(2) TO WS-B2-DISP
   MOVE WS-SUPP-AMT(3) TO WS-B3-DISP
   MOVE WS-SUPP-AMT(4) TO WS-B4-DISP
   MOVE WS-SUPP-AMT(5) TO WS-B5-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING "  NOT DUE" WS-B1-DISP " 1-30" WS-B2-DISP
          " 31-60" WS-B3-DISP " 61-90" WS-B4-DISP
          " 90+" WS-B5-DISP
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE SPACES TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   INITIALIZE WS-SUPP-BUCKETS.
EXIT PARAGRAPH.

400-PRINT-TOTALS.
   MOVE "ALL SUPPLIERS" TO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE WS-TOTAL-AMT(1) TO WS-B1-DISP
   MOVE WS-TOTAL-AMT(2) TO WS-B2-DISP
   MOVE WS-TOTAL-AMT(3) TO WS-B3-DISP
   MOVE WS-TOTAL-AMT(4) TO WS-B4-DISP
   MOVE WS-TOTAL-AMT(5) TO WS-B5-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING "  NOT DUE" WS-B1-DISP " 1-30" WS-B2-DISP
          " 31-60" WS-B3-DISP " 61-90" WS-B4-DISP
          " 90+" WS-B5-DISP
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE WS-GRAND-TOTAL TO WS-MONEY-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING "OPEN INVOICES: " WS-INVOICES "  TOTAL OPEN: "
          WS-MONEY-DISP
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE
   MOVE WS-NOT-PAYABLE TO WS-MONEY-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING "HELD OR AWAITING VARIANCE APPROVAL: " WS-MONEY-DISP
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 500-PUT-LINE.
EXIT PARAGRAPH.

500-PUT-LINE.
   DISPLAY WS-OUT-LINE
   IF PA-EXPORT-FLAG = 'Y' THEN
       MOVE WS-OUT-LINE TO EXPORT-REC
       WRITE EXPORT-REC
   END-IF.
EXIT PARAGRAPH.

END PROGRAM AP_AGING.
