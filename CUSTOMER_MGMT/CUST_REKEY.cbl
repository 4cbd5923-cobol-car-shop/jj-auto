       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           CUST_REKEY.
      *    Programmer: Jonathan Walker
      *    Purpose: One-time rebuild of CUSTOMER.IDX from the old
      *             key layout (customer ID, and a last name that
      *             could not repeat) to the current one - last
      *             name now WITH DUPLICATES, plus phone and email
      *             alternate keys - so CUSTVW, CUSADD, CUST_FIND
      *             and the desks can read by phone, name or email
      *             instead of from the top of the file. Every
      *             record is first copied out to CUSTOMER.CNV,
      *             which is kept afterwards as the fallback, then
      *             CUSTOMER.IDX is recreated under the new keys
      *             and reloaded from it in ID order, each record
      *             taking the new no-checks byte as "N" on the
      *             way back in. Run it once, with nobody in the
      *             customer programs, before the programs built
      *             on the new keys go in; a file already on the
      *             new keys will not open under the old layout
      *             and is left alone.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-CUS-FILE
           ASSIGN TO 'CUSTOMER.IDX'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS OLD-ID-REC
               ALTERNATE RECORD KEY IS OLD-LNAME-REC
               FILE STATUS IS WS-FSTAT.
           SELECT CNV-FILE
           ASSIGN TO 'CUSTOMER.CNV'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUS-FILE
           ASSIGN TO 'CUSTOMER.IDX'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CUST-ID-REC
               ALTERNATE RECORD KEY IS CUST-LNAME-REC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CUST-PHONE-REC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CUST-EMAIL-REC WITH DUPLICATES.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-CUS-FILE.
       01  OLD-REC.
           05  OLD-ID-REC                       PIC 9(5).
           05  FILLER                           PIC X(15).
           05  OLD-LNAME-REC                    PIC X(15).
           05  FILLER                           PIC X(131).
       FD  CNV-FILE.
       01  CNV-REC                              PIC X(166).
       FD  CUS-FILE.
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

       WORKING-STORAGE SECTION.
       01  WORK-AREAS.
           05  WS-FSTAT                        PIC XX.
           05  WS-EOF                          PIC X(1) VALUE 'N'.
           05  WS-ANSWER                       PIC X.
           05  WS-COPIED-CNT                   PIC 9(5) VALUE 0.
           05  WS-LOADED-CNT                   PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           DISPLAY "--- Rebuild CUSTOMER.IDX on the new keys ---"
           DISPLAY "Nobody may be in the customer programs. Go? (Y/N): "
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
               DISPLAY "Rebuild abandoned."
               STOP RUN
           END-IF

           PERFORM 200-COPY-OUT
           IF WS-COPIED-CNT = 0
               DISPLAY "Nothing to rebuild - CUSTOMER.IDX left as is."
               STOP RUN
           END-IF
           PERFORM 300-RELOAD
           DISPLAY "Copied out " WS-COPIED-CNT ", reloaded "
               WS-LOADED-CNT "."
           IF WS-LOADED-CNT NOT = WS-COPIED-CNT
               DISPLAY "COUNTS DIFFER - CUSTOMER.CNV holds every "
                   "record; check it before anyone uses the file."
           END-IF
           STOP RUN.

      *    The old file opens only under its old key layout - a
      *    file that has already been rebuilt, or is not there,
      *    fails the OPEN and nothing is touched.
       200-COPY-OUT.
           OPEN INPUT OLD-CUS-FILE
           IF WS-FSTAT NOT = "00"
               DISPLAY "CUSTOMER.IDX did not open on the old keys"
                   " (status " WS-FSTAT ") - already rebuilt?"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CNV-FILE
           PERFORM UNTIL WS-EOF = "Y"
               READ OLD-CUS-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE OLD-REC TO CNV-REC
                       WRITE CNV-REC
                       ADD 1 TO WS-COPIED-CNT
               END-READ
           END-PERFORM
           CLOSE CNV-FILE
           CLOSE OLD-CUS-FILE.

      *    OPEN OUTPUT recreates CUSTOMER.IDX with the new keys; the
      *    copy is in ID order so the reload is plain sequential
      *    writes.
       300-RELOAD.
           MOVE "N" TO WS-EOF
           OPEN INPUT CNV-FILE
           OPEN OUTPUT CUS-FILE
           PERFORM UNTIL WS-EOF = "Y"
               READ CNV-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE CNV-REC TO CUST-REC
                       MOVE "N" TO CUST-NO-CHECKS-REC
                       WRITE CUST-REC
                           INVALID KEY
                               DISPLAY "Could not reload customer "
                                   CUST-ID-REC
                           NOT INVALID KEY
                               ADD 1 TO WS-LOADED-CNT
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE CUS-FILE
           CLOSE CNV-FILE.

       END PROGRAM CUST_REKEY.
