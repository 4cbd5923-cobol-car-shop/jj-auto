*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Seasonal tire storage report off TIRESTORE.IDX (see
*>          TIRE_DESK), in three parts. The rack inventory walks
*>          the rackLoc alternate key and lists every set still on
*>          our racks (or pulled for a ticket not yet closed), rack
*>          by rack, so the rack ends can be checked against the
*>          file. The unpaid list is every set held past the end of
*>          its changeover season with the storage fee still
*>          unbilled, and every set that went out with the fee
*>          left owing. The call list is every stored set whose
*>          changeover opens within the days asked for (or has
*>          opened and not yet closed) with the customer's name
*>          and phone off CUSTOMER.IDX, so the desk can book the
*>          swaps ahead of the rush; customers flagged
*>          CUST-NO-CONTACT-REC are left off and counted.
*>          Callable from REPORTING_MENU; under BATCH_RUNNER the
*>          call list covers the standard lead. Always written to
*>          TIRE_STORAGE.RPT.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. TIRE_STORAGE_REPORT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL TIRESTORE-FILE
        ASSIGN TO '../../INDEXES/TIRESTORE.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS TSX-tireSetID
        ALTERNATE RECORD KEY IS TSX-custID WITH DUPLICATES
        ALTERNATE RECORD KEY IS TSX-carVIN WITH DUPLICATES
        ALTERNATE RECORD KEY IS TSX-rackLoc WITH DUPLICATES
        ALTERNATE RECORD KEY IS TSX-ticketID WITH DUPLICATES.
    SELECT OPTIONAL CUS-FILE
        ASSIGN TO '../CUSTOMER_MGMT/CUSTOMER.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS CUST-ID-REC
        ALTERNATE RECORD KEY IS CUST-LNAME-REC WITH DUPLICATES
        ALTERNATE RECORD KEY IS CUST-PHONE-REC WITH DUPLICATES
        ALTERNATE RECORD KEY IS CUST-EMAIL-REC WITH DUPLICATES.
    SELECT EXPORT-FILE ASSIGN TO 'TIRE_STORAGE.RPT'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD TIRESTORE-FILE
    RECORD CONTAINS 112 CHARACTERS.
    COPY TIRE_STORE_DEF REPLACING ==:TAG:== BY ==TSX==.
*> Mirrors the CUST-REC layout CUSTOMER_MGMT's own programs carry
*> inline; only the name, phone and no-contact fields are used.
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
FD EXPORT-FILE.
01 EXPORT-REC                 PIC X(90).

WORKING-STORAGE SECTION.
COPY BATCH_DEF.
01 WS-SCAN-EOF          PIC X.
01 WS-TODAY-DATE        PIC 9(8).
01 WS-TODAY-INT         PIC 9(7).
01 WS-DUE-INT           PIC 9(7).
01 WS-DAYS-AHEAD        PIC 999.
*> A changeover season runs this many days from its start - a set
*> still on the rack after that has missed its swap.
01 WS-SEASON-DAYS       PIC 999 VALUE 60.
*> Call list lead when none is asked for (and under BATCH_RUNNER).
01 WS-DEFAULT-LEAD      PIC 999 VALUE 30.

01 WS-RACK-COUNT        PIC 9(4) VALUE 0.
01 WS-UNPAID-COUNT      PIC 9(4) VALUE 0.
01 WS-UNPAID-TOTAL      PIC 9(7)V99 VALUE 0.
01 WS-CALL-COUNT        PIC 9(4) VALUE 0.
01 WS-SKIP-COUNT        PIC 9(4) VALUE 0.
01 WS-WHERE             PIC X(8).
01 WS-CUST-NAME         PIC X(31).
01 WS-FEE-DISP          PIC ZZ,ZZ9.99.
01 WS-TOTAL-DISP        PIC Z,ZZZ,ZZ9.99.
01 WS-OUT-LINE          PIC X(90).

LINKAGE SECTION.
01 PARAMETRES.
   02 PA-RETURN-CODE PIC 99 VALUE 0.
   02 PA-OPTION-CODE PIC 99 VALUE 0.
   02 PA-EXPORT-FLAG PIC X VALUE "N".

PROCEDURE DIVISION USING PARAMETRES.
MAIN-PROCEDURE.
   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
   MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) TO WS-TODAY-INT
   MOVE WS-DEFAULT-LEAD TO WS-DAYS-AHEAD
   IF BATCH-MODE-FLAG NOT = "Y"
      DISPLAY "--- Seasonal Tire Storage ---"
      DISPLAY "Days ahead for the changeover call list (0 = "
         WS-DEFAULT-LEAD "): "
      ACCEPT WS-DAYS-AHEAD
      IF WS-DAYS-AHEAD = 0
         MOVE WS-DEFAULT-LEAD TO WS-DAYS-AHEAD
      END-IF
   END-IF

   OPEN OUTPUT EXPORT-FILE
   OPEN INPUT TIRESTORE-FILE
   MOVE SPACES TO WS-OUT-LINE
   STRING "SEASONAL TIRE STORAGE - RUN " WS-TODAY-DATE
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 800-PUT-LINE

   PERFORM 200-RACK-INVENTORY
   PERFORM 300-HELD-UNPAID
   OPEN INPUT CUS-FILE
   PERFORM 400-CALL-LIST
   CLOSE CUS-FILE

   CLOSE TIRESTORE-FILE
   CLOSE EXPORT-FILE
   DISPLAY "Written to TIRE_STORAGE.RPT"
   IF BATCH-MODE-FLAG NOT = "Y"
      DISPLAY "Press ENTER to continue"
      ACCEPT WS-OUT-LINE
   END-IF
   MOVE 0 TO PA-RETURN-CODE
   GOBACK.
EXIT PROGRAM.

*> Every set on the racks, rack by rack off the rackLoc alternate
*> key - a pulled set is still on the floor until its ticket
*> closes, so it is shown where it came from.
200-RACK-INVENTORY.
   MOVE SPACES TO WS-OUT-LINE
   PERFORM 800-PUT-LINE
   MOVE "RACK INVENTORY" TO WS-OUT-LINE
   PERFORM 800-PUT-LINE
   MOVE SPACES TO WS-OUT-LINE
   STRING "RACK     SET   CUST  SIZE            "
          "BRAND           S IN       DUE      STAT"
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 800-PUT-LINE
   MOVE "N" TO WS-SCAN-EOF
   MOVE LOW-VALUES TO TSX-rackLoc
   START TIRESTORE-FILE KEY IS NOT LESS THAN TSX-rackLoc
       INVALID KEY
           MOVE "Y" TO WS-SCAN-EOF
   END-START
   PERFORM UNTIL WS-SCAN-EOF = "Y"
       READ TIRESTORE-FILE NEXT RECORD
           AT END
               MOVE "Y" TO WS-SCAN-EOF
           NOT AT END
               IF TSX-SET-STORED OR TSX-SET-PULLED
                   ADD 1 TO WS-RACK-COUNT
                   MOVE SPACES TO WS-OUT-LINE
                   STRING TSX-rackLoc " "
                          TSX-tireSetID " "
                          TSX-custID " "
                          TSX-tireSize " "
                          TSX-tireBrand " "
                          TSX-tireSeason " "
                          TSX-dateIn " "
                          TSX-dueDate " "
                          TSX-setStatus
                       DELIMITED BY SIZE INTO WS-OUT-LINE
                   PERFORM 800-PUT-LINE
               END-IF
       END-READ
   END-PERFORM
   MOVE SPACES TO WS-OUT-LINE
   STRING WS-RACK-COUNT " SET(S) ON THE RACKS"
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 800-PUT-LINE.
EXIT PARAGRAPH.

*> Sets still on the rack after their changeover season closed
*> with the fee never billed, and sets that went out with the fee
*> left owing - the storage money nobody has asked for.
300-HELD-UNPAID.
   MOVE SPACES TO WS-OUT-LINE
   PERFORM 800-PUT-LINE
   MOVE "HELD PAST THE SEASON - STORAGE UNPAID" TO WS-OUT-LINE
   PERFORM 800-PUT-LINE
   MOVE "SET   CUST  VIN               RACK     DUE      WHERE          FEE"
       TO WS-OUT-LINE
   PERFORM 800-PUT-LINE
   MOVE "N" TO WS-SCAN-EOF
   MOVE 0 TO TSX-tireSetID
   START TIRESTORE-FILE KEY IS NOT LESS THAN TSX-tireSetID
       INVALID KEY
           MOVE "Y" TO WS-SCAN-EOF
   END-START
   PERFORM UNTIL WS-SCAN-EOF = "Y"
       READ TIRESTORE-FILE NEXT RECORD
           AT END
               MOVE "Y" TO WS-SCAN-EOF
           NOT AT END
               IF TSX-FEE-UNBILLED AND TSX-dueDate > 0
                   PERFORM 350-CHECK-ONE-UNPAID
               END-IF
       END-READ
   END-PERFORM
   MOVE WS-UNPAID-TOTAL TO WS-TOTAL-DISP
   MOVE SPACES TO WS-OUT-LINE
   STRING WS-UNPAID-COUNT " SET(S) UNPAID, TOTAL " WS-TOTAL-DISP
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 800-PUT-LINE.
EXIT PARAGRAPH.

350-CHECK-ONE-UNPAID.
   MOVE SPACES TO WS-WHERE
   IF TSX-SET-RELEASED
      MOVE "GONE OUT" TO WS-WHERE
   ELSE
      IF TSX-SET-STORED
         MOVE FUNCTION INTEGER-OF-DATE(TSX-dueDate) TO WS-DUE-INT
         IF WS-TODAY-INT > WS-DUE-INT + WS-SEASON-DAYS
            MOVE "ON RACK" TO WS-WHERE
         END-IF
      END-IF
   END-IF
   IF WS-WHERE NOT = SPACES
      ADD 1 TO WS-UNPAID-COUNT
      ADD TSX-storageFee TO WS-UNPAID-TOTAL
      MOVE TSX-storageFee TO WS-FEE-DISP
      MOVE SPACES TO WS-OUT-LINE
      STRING TSX-tireSetID " "
             TSX-custID " "
             TSX-carVIN " "
             TSX-rackLoc " "
             TSX-dueDate " "
             WS-WHERE " "
             WS-FEE-DISP
          DELIMITED BY SIZE INTO WS-OUT-LINE
      PERFORM 800-PUT-LINE
   END-IF.
EXIT PARAGRAPH.

*> Stored sets whose changeover opens within the lead asked for,
*> or has opened and is still running, for the desk to call.
400-CALL-LIST.
   MOVE SPACES TO WS-OUT-LINE
   PERFORM 800-PUT-LINE
   MOVE SPACES TO WS-OUT-LINE
   STRING "CHANGEOVER CALL LIST - DUE WITHIN " WS-DAYS-AHEAD " DAYS"
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 800-PUT-LINE
   MOVE "DUE      SET   RACK     CUSTOMER                        PHONE      VIN"
       TO WS-OUT-LINE
   PERFORM 800-PUT-LINE
   MOVE "N" TO WS-SCAN-EOF
   MOVE 0 TO TSX-tireSetID
   START TIRESTORE-FILE KEY IS NOT LESS THAN TSX-tireSetID
       INVALID KEY
           MOVE "Y" TO WS-SCAN-EOF
   END-START
   PERFORM UNTIL WS-SCAN-EOF = "Y"
       READ TIRESTORE-FILE NEXT RECORD
           AT END
               MOVE "Y" TO WS-SCAN-EOF
           NOT AT END
               IF TSX-SET-STORED AND TSX-dueDate > 0
                   MOVE FUNCTION INTEGER-OF-DATE(TSX-dueDate)
                       TO WS-DUE-INT
                   IF WS-DUE-INT <= WS-TODAY-INT + WS-DAYS-AHEAD
                      AND WS-TODAY-INT <= WS-DUE-INT + WS-SEASON-DAYS
                       PERFORM 450-WRITE-CALL-LINE
                   END-IF
               END-IF
       END-READ
   END-PERFORM
   MOVE SPACES TO WS-OUT-LINE
   STRING WS-CALL-COUNT " CUSTOMER(S) TO CALL, "
          WS-SKIP-COUNT " NO-CONTACT SKIPPED"
       DELIMITED BY SIZE INTO WS-OUT-LINE
   PERFORM 800-PUT-LINE.
EXIT PARAGRAPH.

450-WRITE-CALL-LINE.
   MOVE TSX-custID TO CUST-ID-REC
   READ CUS-FILE
       INVALID KEY
           MOVE SPACES TO CUST-FNAME-REC
           MOVE SPACES TO CUST-LNAME-REC
           MOVE 0 TO CUST-PHONE-REC
           MOVE "N" TO CUST-NO-CONTACT-REC
   END-READ
   IF CUST-NO-CONTACT-REC = "Y"
      ADD 1 TO WS-SKIP-COUNT
   ELSE
      ADD 1 TO WS-CALL-COUNT
      MOVE SPACES TO WS-CUST-NAME
      STRING CUST-FNAME-REC DELIMITED BY SPACE
             " " DELIMITED BY SIZE
             CUST-LNAME-REC DELIMITED BY SPACE
          INTO WS-CUST-NAME
      MOVE SPACES TO WS-OUT-LINE
      STRING TSX-dueDate " "
             TSX-tireSetID " "
             TSX-rackLoc " "
             WS-CUST-NAME " "
             CUST-PHONE-REC " "
             TSX-carVIN
          DELIMITED BY SIZE INTO WS-OUT-LINE
      PERFORM 800-PUT-LINE
   END-IF.
EXIT PARAGRAPH.

800-PUT-LINE.
   DISPLAY WS-OUT-LINE
   MOVE WS-OUT-LINE TO EXPORT-REC
   WRITE EXPORT-REC.
EXIT PARAGRAPH.

END PROGRAM TIRE_STORAGE_REPORT.
