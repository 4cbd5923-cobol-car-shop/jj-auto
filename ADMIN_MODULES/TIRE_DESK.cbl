*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Seasonal tire storage desk - the customers' off-season
*>          sets on our racks, off TIRESTORE.IDX, instead of the
*>          chalk on the rack ends. A set checked in records the
*>          customer and VIN, size and brand, the tread depth at
*>          each position, the rack it went on, the date in, and
*>          the storage fee (the house rate unless the writer keys
*>          another); it is due back out at the start of the next
*>          changeover for its season - winter sets at the fall
*>          changeover, summer sets at the spring one. When the
*>          swap ticket opens, CHECK_TIRE_STORAGE marks the set
*>          PULLED against it and TICKET_CLOSE bills the fee on
*>          the invoice and releases the set; a set pulled by hand
*>          is tied to its ticket here, one pulled for the wrong
*>          visit goes back on the rack, and one that leaves
*>          without a ticket is released here with the fee taken
*>          at the counter or left owing. TIRE_STORAGE_REPORT
*>          prints the rack inventory, the sets held past their
*>          season unpaid, and the changeover call list.
*>          Launched from JJUI off a PERMISSIONS.DAT row.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. TIRE_DESK.
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
    SELECT OPTIONAL INDEX-FILE-TICKET
        ASSIGN TO '../../INDEXES/TICKET.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS TKX-ticketID
        ALTERNATE RECORD KEY IS TKX-custID WITH DUPLICATES
        ALTERNATE RECORD KEY IS TKX-carVIN WITH DUPLICATES
        ALTERNATE RECORD KEY IS TKX-empID WITH DUPLICATES.

DATA DIVISION.
FILE SECTION.
FD TIRESTORE-FILE
    RECORD CONTAINS 112 CHARACTERS.
    COPY TIRE_STORE_DEF REPLACING ==:TAG:== BY ==TSX==.
*> Mirrors the CUST-REC layout CUSTOMER_MGMT's own programs carry
*> inline; only the ID and name are used here.
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
FD INDEX-FILE-TICKET
    RECORD CONTAINS 137 CHARACTERS.
    COPY TICKET_DEF REPLACING ==:TAG:== BY ==TKX==.

WORKING-STORAGE SECTION.
01  MENU-OPTION             PIC 9.
01  WS-MENU-DONE            PIC X VALUE "N".
01  WS-EOF                  PIC X.
01  WS-FOUND                PIC X.
01  WS-ANSWER               PIC X.
01  WS-CUST-IN              PIC 9(5).
01  WS-VIN-IN               PIC X(17).
01  WS-SET-IN               PIC 9(5).
01  WS-TICKET-IN            PIC 9(5).
01  WS-RACK-IN              PIC X(8).
01  WS-FEE-IN               PIC 9(5)V99.
01  WS-SEASON-IN            PIC X.
01  WS-ID-SERIES            PIC X(10).
01  WS-NEXT-SET-ID          PIC 9(5).
01  WS-SET-COUNT            PIC 9(3).
01  WS-MONEY-DISP           PIC $$$,$$9.99.
01  WS-TODAY-DATE           PIC 9(8).
01  WS-TODAY-G REDEFINES WS-TODAY-DATE.
    05  WS-TODAY-YEAR       PIC 9(4).
    05  WS-TODAY-MMDD       PIC 9(4).
01  WS-DUE-DATE             PIC 9(8).
01  WS-DUE-G REDEFINES WS-DUE-DATE.
    05  WS-DUE-YEAR         PIC 9(4).
    05  WS-DUE-MMDD         PIC 9(4).

*> House storage policy: one flat fee a season, and the two
*> changeovers (month/day) the sets come back out for - winter
*> sets go on at the fall changeover, summer sets at the spring.
01  WS-HOUSE-FEE            PIC 9(5)V99 VALUE 60.00.
01  WS-FALL-CHANGEOVER      PIC 9(4)    VALUE 1015.
01  WS-SPRING-CHANGEOVER    PIC 9(4)    VALUE 0401.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM UNTIL WS-MENU-DONE = "Y"
        DISPLAY "--- Tire Storage Desk ---"
        DISPLAY "1. Check In a Tire Set"
        DISPLAY "2. Pull a Set for a Ticket"
        DISPLAY "3. Put a Pulled Set Back on the Rack"
        DISPLAY "4. Release a Set without a Ticket"
        DISPLAY "5. Show Sets for a Customer or VIN"
        DISPLAY "6. Move a Set to Another Rack"
        DISPLAY "7. Exit"
        ACCEPT MENU-OPTION
        EVALUATE MENU-OPTION
            WHEN 1
                PERFORM 200-CHECK-IN-RTN
            WHEN 2
                PERFORM 300-PULL-FOR-TICKET-RTN
            WHEN 3
                PERFORM 350-BACK-ON-RACK-RTN
            WHEN 4
                PERFORM 400-RELEASE-SET-RTN
            WHEN 5
                PERFORM 500-SHOW-SETS-RTN
            WHEN 6
                PERFORM 600-MOVE-RACK-RTN
            WHEN 7
                MOVE "Y" TO WS-MENU-DONE
            WHEN OTHER
                DISPLAY "Invalid Option, Please enter 1-7."
        END-EVALUATE
    END-PERFORM
    STOP RUN.

200-CHECK-IN-RTN.
    DISPLAY "Enter Customer ID: "
    ACCEPT WS-CUST-IN
    MOVE "Y" TO WS-FOUND
    OPEN INPUT CUS-FILE
    MOVE WS-CUST-IN TO CUST-ID-REC
    READ CUS-FILE
        INVALID KEY
            MOVE "N" TO WS-FOUND
    END-READ
    CLOSE CUS-FILE
    IF WS-FOUND = "N"
        DISPLAY "No customer found with that ID."
    ELSE
        DISPLAY "Customer: " CUST-FNAME-REC " " CUST-LNAME-REC
        INITIALIZE TSX-TIRE-SET
        MOVE WS-CUST-IN TO TSX-custID
        DISPLAY "Vehicle VIN the set rides on: "
        ACCEPT TSX-carVIN
        DISPLAY "Tire size (e.g. 225/65R17): "
        ACCEPT TSX-tireSize
        MOVE FUNCTION UPPER-CASE(TSX-tireSize) TO TSX-tireSize
        DISPLAY "Brand: "
        ACCEPT TSX-tireBrand
        MOVE FUNCTION UPPER-CASE(TSX-tireBrand) TO TSX-tireBrand
        MOVE SPACE TO WS-SEASON-IN
        PERFORM UNTIL WS-SEASON-IN = "W" OR WS-SEASON-IN = "S"
            DISPLAY "W)inter set or S)ummer set: "
            ACCEPT WS-SEASON-IN
            MOVE FUNCTION UPPER-CASE(WS-SEASON-IN) TO WS-SEASON-IN
        END-PERFORM
        MOVE WS-SEASON-IN TO TSX-tireSeason
        DISPLAY "Tread depth in 32nds - left front: "
        ACCEPT TSX-treadLF
        DISPLAY "Right front: "
        ACCEPT TSX-treadRF
        DISPLAY "Left rear: "
        ACCEPT TSX-treadLR
        DISPLAY "Right rear: "
        ACCEPT TSX-treadRR
        DISPLAY "Rack location: "
        ACCEPT TSX-rackLoc
        MOVE FUNCTION UPPER-CASE(TSX-rackLoc) TO TSX-rackLoc
        MOVE WS-HOUSE-FEE TO WS-MONEY-DISP
        DISPLAY "Storage fee (0 = house rate " WS-MONEY-DISP "): "
        ACCEPT WS-FEE-IN
        IF WS-FEE-IN = 0
            MOVE WS-HOUSE-FEE TO WS-FEE-IN
        END-IF
        MOVE WS-FEE-IN TO TSX-storageFee
        MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
        MOVE WS-TODAY-DATE TO TSX-dateIn
        PERFORM 250-FIGURE-DUE-DATE-RTN
        MOVE WS-DUE-DATE TO TSX-dueDate
        MOVE "S" TO TSX-setStatus
        MOVE 0 TO TSX-ticketID
        MOVE "U" TO TSX-feeStatus
        MOVE 0 TO TSX-dateOut
        MOVE "TIRESET" TO WS-ID-SERIES
        CALL 'GET_NEXT_ID' USING WS-ID-SERIES, WS-NEXT-SET-ID
        MOVE WS-NEXT-SET-ID TO TSX-tireSetID
        OPEN I-O TIRESTORE-FILE
        WRITE TSX-TIRE-SET
            INVALID KEY
                DISPLAY "Could not write the tire set."
            NOT INVALID KEY
                DISPLAY "Tire set " TSX-tireSetID " on rack "
                    TSX-rackLoc " - due out " TSX-dueDate
        END-WRITE
        CLOSE TIRESTORE-FILE
    END-IF.

*>  The next changeover for the set's season on or after today -
*>  this year's if it is still ahead, otherwise next year's.
250-FIGURE-DUE-DATE-RTN.
    MOVE WS-TODAY-YEAR TO WS-DUE-YEAR
    IF WS-SEASON-IN = "W"
        MOVE WS-FALL-CHANGEOVER TO WS-DUE-MMDD
    ELSE
        MOVE WS-SPRING-CHANGEOVER TO WS-DUE-MMDD
    END-IF
    IF WS-DUE-MMDD < WS-TODAY-MMDD
        ADD 1 TO WS-DUE-YEAR
    END-IF.

300-PULL-FOR-TICKET-RTN.
    DISPLAY "Enter Ticket ID: "
    ACCEPT WS-TICKET-IN
    OPEN INPUT INDEX-FILE-TICKET
    MOVE WS-TICKET-IN TO TKX-ticketID
    READ INDEX-FILE-TICKET
        INVALID KEY
            DISPLAY "No ticket found with that ID."
            MOVE "C" TO TKX-status
    END-READ
    CLOSE INDEX-FILE-TICKET
    IF TKX-TICKET-CLOSED
        DISPLAY "Sets are only pulled against an open ticket."
    ELSE
        DISPLAY "Enter Tire Set ID: "
        ACCEPT WS-SET-IN
        OPEN I-O TIRESTORE-FILE
        MOVE WS-SET-IN TO TSX-tireSetID
        READ TIRESTORE-FILE
            INVALID KEY
                DISPLAY "No tire set found with that ID."
            NOT INVALID KEY
                IF NOT TSX-SET-STORED
                    DISPLAY "That set is not on the rack - status "
                        TSX-setStatus
                ELSE
                    IF TSX-carVIN NOT = TKX-carVIN
                        DISPLAY "Note: set is on file for VIN "
                            TSX-carVIN
                    END-IF
                    MOVE "P" TO TSX-setStatus
                    MOVE WS-TICKET-IN TO TSX-ticketID
                    REWRITE TSX-TIRE-SET
                        INVALID KEY
                            DISPLAY "Could not mark the set pulled."
                        NOT INVALID KEY
                            DISPLAY "PULL TIRE SET " TSX-tireSetID
                                " FROM RACK " TSX-rackLoc
                                " - bills on ticket " WS-TICKET-IN
                    END-REWRITE
                END-IF
        END-READ
        CLOSE TIRESTORE-FILE
    END-IF.

*>  A set pulled for a visit that turned out not to be the swap
*>  goes back on the rack and off the ticket, so it is not billed.
350-BACK-ON-RACK-RTN.
    DISPLAY "Enter Tire Set ID: "
    ACCEPT WS-SET-IN
    OPEN I-O TIRESTORE-FILE
    MOVE WS-SET-IN TO TSX-tireSetID
    READ TIRESTORE-FILE
        INVALID KEY
            DISPLAY "No tire set found with that ID."
        NOT INVALID KEY
            IF NOT TSX-SET-PULLED
                DISPLAY "That set is not pulled - status "
                    TSX-setStatus
            ELSE
                DISPLAY "Rack location (blank = " TSX-rackLoc "): "
                MOVE SPACES TO WS-RACK-IN
                ACCEPT WS-RACK-IN
                IF WS-RACK-IN NOT = SPACES
                    MOVE FUNCTION UPPER-CASE(WS-RACK-IN)
                        TO TSX-rackLoc
                END-IF
                MOVE "S" TO TSX-setStatus
                MOVE 0 TO TSX-ticketID
                REWRITE TSX-TIRE-SET
                    INVALID KEY
                        DISPLAY "Could not put the set back."
                    NOT INVALID KEY
                        DISPLAY "Tire set " TSX-tireSetID
                            " back on rack " TSX-rackLoc
                END-REWRITE
            END-IF
    END-READ
    CLOSE TIRESTORE-FILE.

*>  A set leaving without a swap ticket - the customer collecting
*>  it or taking it elsewhere. The fee is taken at the counter or
*>  left owing, where TIRE_STORAGE_REPORT keeps it in view.
400-RELEASE-SET-RTN.
    DISPLAY "Enter Tire Set ID: "
    ACCEPT WS-SET-IN
    OPEN I-O TIRESTORE-FILE
    MOVE WS-SET-IN TO TSX-tireSetID
    READ TIRESTORE-FILE
        INVALID KEY
            DISPLAY "No tire set found with that ID."
        NOT INVALID KEY
            IF TSX-SET-RELEASED
                DISPLAY "That set has already gone out."
            ELSE
            IF TSX-SET-PULLED
                DISPLAY "That set is pulled on ticket "
                    TSX-ticketID " - it releases when the ticket"
                    " closes."
            ELSE
                MOVE TSX-storageFee TO WS-MONEY-DISP
                DISPLAY "Storage fee " WS-MONEY-DISP
                    " paid at the counter? (Y/N): "
                ACCEPT WS-ANSWER
                IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
                    MOVE "P" TO TSX-feeStatus
                END-IF
                MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
                MOVE "R" TO TSX-setStatus
                MOVE WS-TODAY-DATE TO TSX-dateOut
                REWRITE TSX-TIRE-SET
                    INVALID KEY
                        DISPLAY "Could not release the set."
                    NOT INVALID KEY
                        DISPLAY "Tire set " TSX-tireSetID
                            " released from rack " TSX-rackLoc
                        IF TSX-FEE-UNBILLED
                            DISPLAY "Fee left owing on the set."
                        END-IF
                END-REWRITE
            END-IF
            END-IF
    END-READ
    CLOSE TIRESTORE-FILE.

500-SHOW-SETS-RTN.
    DISPLAY "Enter Customer ID (0 to look up by VIN): "
    ACCEPT WS-CUST-IN
    MOVE 0 TO WS-SET-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT TIRESTORE-FILE
    IF WS-CUST-IN > 0
        MOVE WS-CUST-IN TO TSX-custID
        START TIRESTORE-FILE KEY IS NOT LESS THAN TSX-custID
            INVALID KEY
                MOVE "Y" TO WS-EOF
        END-START
    ELSE
        DISPLAY "Enter Vehicle VIN: "
        ACCEPT WS-VIN-IN
        MOVE WS-VIN-IN TO TSX-carVIN
        START TIRESTORE-FILE KEY IS NOT LESS THAN TSX-carVIN
            INVALID KEY
                MOVE "Y" TO WS-EOF
        END-START
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ TIRESTORE-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF (WS-CUST-IN > 0 AND TSX-custID NOT = WS-CUST-IN)
                   OR (WS-CUST-IN = 0
                       AND TSX-carVIN NOT = WS-VIN-IN)
                    MOVE "Y" TO WS-EOF
                ELSE
                    PERFORM 550-SHOW-ONE-SET-RTN
                END-IF
        END-READ
    END-PERFORM
    CLOSE TIRESTORE-FILE
    IF WS-SET-COUNT = 0
        DISPLAY "No tire sets on file."
    END-IF.

550-SHOW-ONE-SET-RTN.
    ADD 1 TO WS-SET-COUNT
    MOVE TSX-storageFee TO WS-MONEY-DISP
    DISPLAY "SET " TSX-tireSetID " CUST " TSX-custID
        " VIN " TSX-carVIN " STATUS " TSX-setStatus
    DISPLAY "    " TSX-tireSize " " TSX-tireBrand
        " SEASON " TSX-tireSeason " RACK " TSX-rackLoc
    DISPLAY "    TREAD LF " TSX-treadLF " RF " TSX-treadRF
        " LR " TSX-treadLR " RR " TSX-treadRR
    DISPLAY "    IN " TSX-dateIn " DUE " TSX-dueDate
        " FEE " WS-MONEY-DISP " FEE STATUS " TSX-feeStatus
    IF TSX-SET-PULLED OR TSX-SET-RELEASED
        DISPLAY "    TICKET " TSX-ticketID " OUT " TSX-dateOut
    END-IF.

600-MOVE-RACK-RTN.
    DISPLAY "Enter Tire Set ID: "
    ACCEPT WS-SET-IN
    OPEN I-O TIRESTORE-FILE
    MOVE WS-SET-IN TO TSX-tireSetID
    READ TIRESTORE-FILE
        INVALID KEY
            DISPLAY "No tire set found with that ID."
        NOT INVALID KEY
            IF NOT TSX-SET-STORED
                DISPLAY "That set is not on the rack - status "
                    TSX-setStatus
            ELSE
                DISPLAY "Now on rack " TSX-rackLoc
                    ". New rack location: "
                ACCEPT WS-RACK-IN
                MOVE FUNCTION UPPER-CASE(WS-RACK-IN) TO TSX-rackLoc
                REWRITE TSX-TIRE-SET
                    INVALID KEY
                        DISPLAY "Could not move the set."
                    NOT INVALID KEY
                        DISPLAY "Tire set " TSX-tireSetID
                            " now on rack " TSX-rackLoc
                END-REWRITE
            END-IF
    END-READ
    CLOSE TIRESTORE-FILE.

END PROGRAM TIRE_DESK.
