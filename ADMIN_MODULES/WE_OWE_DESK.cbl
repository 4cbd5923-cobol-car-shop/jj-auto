*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: We-owe (due bill) desk - the promises made to buyers
*>          at delivery, off WEOWE.IDX, instead of sticky notes.
*>          Items are normally taken on the deal in SalesMain; one
*>          remembered afterwards is added here against the sale
*>          (through WE_OWE_POST). An item the shop has to do opens
*>          an internal TICKET.IDX ticket through TICKET_OPEN - the
*>          ticket carries the buyer and VIN, and TICKET_CLOSE
*>          bills it no charge and marks the item DONE when it
*>          closes. An item handed over across the counter (the
*>          floor mats, the second key) is marked done here, and
*>          one that no longer stands is cancelled. WE_OWE_REPORT
*>          shows what is still open by salesperson and age.
*>          Launched from JJUI off a PERMISSIONS.DAT row.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. WE_OWE_DESK.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL WEOWE-FILE
        ASSIGN TO '../../INDEXES/WEOWE.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS WOX-weOweID
        ALTERNATE RECORD KEY IS WOX-saleID WITH DUPLICATES
        ALTERNATE RECORD KEY IS WOX-ticketID WITH DUPLICATES.

DATA DIVISION.
FILE SECTION.
FD WEOWE-FILE
    RECORD CONTAINS 96 CHARACTERS.
    COPY WEOWE_DEF REPLACING ==:TAG:== BY ==WOX==.

WORKING-STORAGE SECTION.
COPY SALE_DEF REPLACING ==:TAG:== BY ==WSS==.
COPY WEOWE_DEF REPLACING ==:TAG:== BY ==WSW==.
COPY TICKET_DEF REPLACING ==:TAG:== BY ==WST==.
COPY SERVICE_DEF REPLACING ==:TAG:== BY ==WSV==.

01  WS-READ-PARAMS.
    02  WS-RP-RETURN-CODE   PIC 99 VALUE 0.
    02  WS-RP-OPTION-CODE   PIC 99 VALUE 0.
    02  WS-RP-LAST-SALEID   PIC 9(5).
    02  WS-RP-LAST-DATE.
        05  WS-RP-YEAR      PIC 9(4).
        05  WS-RP-MONTH     PIC 9(2).
        05  WS-RP-DAY       PIC 9(2).

01  MENU-OPTION             PIC 9.
01  WS-MENU-DONE            PIC X VALUE "N".
01  WS-EOF                  PIC X.
01  WS-SALE-IN              PIC 9(5).
01  WS-WEOWE-IN             PIC 9(5).
01  WS-ANSWER               PIC X.
01  WS-WO-RESULT            PIC 99.
01  WS-SERVICE-RESULT       PIC 99.
01  WS-ID-SERIES            PIC X(10).
01  WS-NEXT-TICKET-ID       PIC 9(5).
01  WS-ITEMS-FOUND          PIC 99.
01  WS-STATUS-DISP          PIC X(9).
01  WS-MONEY-DISP           PIC $$$,$$9.99.
01  WS-TODAY-DATE           PIC 9(8).

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM UNTIL WS-MENU-DONE = "Y"
        DISPLAY "--- We-Owe Desk ---"
        DISPLAY "1. Add a We-Owe to a Sale"
        DISPLAY "2. Show a Sale's We-Owes"
        DISPLAY "3. Open a Shop Ticket for an Item"
        DISPLAY "4. Mark an Item Done"
        DISPLAY "5. Cancel an Item"
        DISPLAY "6. Exit"
        ACCEPT MENU-OPTION
        EVALUATE MENU-OPTION
            WHEN 1
                PERFORM 200-ADD-ITEM-RTN
            WHEN 2
                PERFORM 300-SHOW-SALE-RTN
            WHEN 3
                PERFORM 400-OPEN-TICKET-RTN
            WHEN 4
                PERFORM 500-MARK-DONE-RTN
            WHEN 5
                PERFORM 600-CANCEL-ITEM-RTN
            WHEN 6
                MOVE "Y" TO WS-MENU-DONE
            WHEN OTHER
                DISPLAY "Invalid Option, Please enter 1-6."
        END-EVALUATE
    END-PERFORM
    STOP RUN.

*>  A promise remembered after the deal posted. The commission on
*>  the deal was accrued at posting and stands; the cost still
*>  comes off the unit's gross on PROFITS_REPORT.
200-ADD-ITEM-RTN.
    DISPLAY "Enter Sale ID: "
    ACCEPT WS-SALE-IN
    MOVE 02 TO WS-RP-OPTION-CODE
    MOVE WS-SALE-IN TO WS-RP-LAST-SALEID
    CALL "READ_SALE" USING WSS-Sale, WS-READ-PARAMS
    IF WS-RP-RETURN-CODE NOT = 00
        DISPLAY "No sale found with that ID."
    ELSE
    IF WSS-DST = "Y"
        DISPLAY "That sale was voided."
    ELSE
        INITIALIZE WSW-WEOWE
        MOVE WSS-saleID TO WSW-saleID
        MOVE WSS-carVIN TO WSW-carVIN
        MOVE WSS-custID TO WSW-custID
        MOVE WSS-empID TO WSW-empID
        DISPLAY "We-owe item: "
        ACCEPT WSW-itemDesc
        DISPLAY "Estimated cost: "
        ACCEPT WSW-estCost
        CALL "WE_OWE_POST" USING "A", WSW-WEOWE, WS-WO-RESULT
        IF WS-WO-RESULT = 00
            DISPLAY "We-owe " WSW-weOweID " recorded on sale "
                WSS-saleID
        ELSE
            DISPLAY "Could not write the we-owe."
        END-IF
    END-IF
    END-IF.

300-SHOW-SALE-RTN.
    DISPLAY "Enter Sale ID: "
    ACCEPT WS-SALE-IN
    MOVE 0 TO WS-ITEMS-FOUND
    MOVE "N" TO WS-EOF
    OPEN INPUT WEOWE-FILE
    MOVE WS-SALE-IN TO WOX-saleID
    START WEOWE-FILE KEY IS EQUAL TO WOX-saleID
        INVALID KEY
            MOVE "Y" TO WS-EOF
    END-START
    PERFORM UNTIL WS-EOF = "Y"
        READ WEOWE-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF WOX-saleID NOT = WS-SALE-IN
                    MOVE "Y" TO WS-EOF
                ELSE
                    ADD 1 TO WS-ITEMS-FOUND
                    PERFORM 350-SHOW-ONE-RTN
                END-IF
        END-READ
    END-PERFORM
    CLOSE WEOWE-FILE
    IF WS-ITEMS-FOUND = 0
        DISPLAY "Nothing owed on that sale."
    END-IF.

350-SHOW-ONE-RTN.
    EVALUATE TRUE
        WHEN WOX-WO-DONE
            MOVE "DONE" TO WS-STATUS-DISP
        WHEN WOX-WO-CANCELLED
            MOVE "CANCELLED" TO WS-STATUS-DISP
        WHEN OTHER
            MOVE "OPEN" TO WS-STATUS-DISP
    END-EVALUATE
    MOVE WOX-estCost TO WS-MONEY-DISP
    DISPLAY WOX-weOweID " " WOX-promiseDate " " WOX-itemDesc " "
        WS-MONEY-DISP " " WS-STATUS-DISP
    IF WOX-ticketID > 0
        DISPLAY "      shop ticket " WOX-ticketID
    END-IF.

*>  The shop's copy of the promise - an internal ticket for the
*>  buyer's car, tied back to the item so the close knows not to
*>  bill it.
400-OPEN-TICKET-RTN.
    PERFORM 700-READ-ITEM-RTN
    IF WS-WO-RESULT NOT = 00
        CONTINUE
    ELSE
    IF NOT WOX-WO-OPEN
        DISPLAY "That item is no longer open."
    ELSE
    IF WOX-ticketID > 0
        DISPLAY "Ticket " WOX-ticketID " is already open for it."
    ELSE
        MOVE WOX-WEOWE TO WSW-WEOWE
        INITIALIZE WST-Ticket
        MOVE "TICKET" TO WS-ID-SERIES
        CALL "GET_NEXT_ID" USING WS-ID-SERIES, WS-NEXT-TICKET-ID
        MOVE WS-NEXT-TICKET-ID TO WST-ticketID
        MOVE ZEROES TO WST-empID
        MOVE WSW-custID TO WST-custID
        MOVE WSW-carVIN TO WST-carVIN
        DISPLAY "Enter Service ID (0 to browse the catalog): "
        ACCEPT WST-serviceID
        IF WST-serviceID = 0
            CALL "SERVICE_CATALOG"
            DISPLAY "Enter Service ID: "
            ACCEPT WST-serviceID
        END-IF
        MOVE WST-serviceID TO WSV-serviceID
        CALL "READ_SERVICE" USING WSV-SERVICE, WS-SERVICE-RESULT
        IF WS-SERVICE-RESULT = 01
            DISPLAY "Service: " WSV-serviceName
        ELSE
            DISPLAY "Warning: no catalog entry for that service ID."
        END-IF
        MOVE SPACES TO WST-problemDesc
        STRING "WE-OWE " WSW-weOweID " " WSW-itemDesc
            DELIMITED BY SIZE INTO WST-problemDesc
        MOVE 0 TO WST-authorizedAmount
        MOVE SPACES TO WST-authorizedBy
        STRING "WE-OWE SALE " WSW-saleID
            DELIMITED BY SIZE INTO WST-authorizedBy
        MOVE 0 TO WST-advisorID
        CALL "TICKET_OPEN" USING WST-Ticket
        PERFORM 750-STAMP-TICKET-RTN
    END-IF
    END-IF
    END-IF.

500-MARK-DONE-RTN.
    PERFORM 700-READ-ITEM-RTN
    IF WS-WO-RESULT = 00
        IF NOT WOX-WO-OPEN
            DISPLAY "That item is no longer open."
        ELSE
        IF WOX-ticketID > 0
            DISPLAY "Ticket " WOX-ticketID " is open for it - the"
                " item is marked done when the ticket closes."
        ELSE
            MOVE "D" TO WOX-woStatus
            PERFORM 800-REWRITE-ITEM-RTN
        END-IF
        END-IF
    END-IF.

600-CANCEL-ITEM-RTN.
    PERFORM 700-READ-ITEM-RTN
    IF WS-WO-RESULT = 00
        IF NOT WOX-WO-OPEN
            DISPLAY "That item is no longer open."
        ELSE
            PERFORM 350-SHOW-ONE-RTN
            DISPLAY "Cancel this item? (Y/N): "
            ACCEPT WS-ANSWER
            IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
                MOVE "X" TO WOX-woStatus
                PERFORM 800-REWRITE-ITEM-RTN
            END-IF
        END-IF
    END-IF.

700-READ-ITEM-RTN.
    DISPLAY "Enter We-Owe ID: "
    ACCEPT WS-WEOWE-IN
    MOVE 00 TO WS-WO-RESULT
    OPEN INPUT WEOWE-FILE
    MOVE WS-WEOWE-IN TO WOX-weOweID
    READ WEOWE-FILE
        INVALID KEY
            MOVE 23 TO WS-WO-RESULT
            DISPLAY "No we-owe found with that ID."
    END-READ
    CLOSE WEOWE-FILE.

*>  TICKET_OPEN writes the ticket; the item is tied to it only
*>  once it is on file.
750-STAMP-TICKET-RTN.
    OPEN I-O WEOWE-FILE
    MOVE WSW-weOweID TO WOX-weOweID
    READ WEOWE-FILE
        INVALID KEY
            DISPLAY "Could not find we-owe " WSW-weOweID
        NOT INVALID KEY
            MOVE WST-ticketID TO WOX-ticketID
            REWRITE WOX-WEOWE
                INVALID KEY
                    DISPLAY "Could not tie the ticket to the item."
                NOT INVALID KEY
                    DISPLAY "Shop ticket " WST-ticketID
                        " opened for we-owe " WSW-weOweID
            END-REWRITE
    END-READ
    CLOSE WEOWE-FILE.

800-REWRITE-ITEM-RTN.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
    MOVE WS-TODAY-DATE TO WOX-doneDate
    MOVE WOX-WEOWE TO WSW-WEOWE
    OPEN I-O WEOWE-FILE
    MOVE WSW-weOweID TO WOX-weOweID
    READ WEOWE-FILE
        INVALID KEY
            DISPLAY "Could not find we-owe " WSW-weOweID
        NOT INVALID KEY
            MOVE WSW-woStatus TO WOX-woStatus
            MOVE WSW-doneDate TO WOX-doneDate
            REWRITE WOX-WEOWE
                INVALID KEY
                    DISPLAY "Could not update the item."
                NOT INVALID KEY
                    DISPLAY "We-owe " WSW-weOweID " updated."
            END-REWRITE
    END-READ
    CLOSE WEOWE-FILE.

END PROGRAM WE_OWE_DESK.
