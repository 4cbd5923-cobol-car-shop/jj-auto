*>          TICKET_ADD_PART. Declined and expired estimates feed
*>          EST_FOLLOWUP.RPT so the work we priced but lost stops
*>          evaporating. An estimate expires 30 days out.
*>          The service advisor converting the estimate is keyed
*>          onto the ticket (advisorID) so the sale is paid to the
*>          writer who made it.
*>          Launched from JJUI off a PERMISSIONS.DAT row.
*> Tectonics: cobc
*>****************************************************************
COPY SERVICE_DEF REPLACING ==:TAG:== BY ==WSV==.
COPY TICKET_DEF REPLACING ==:TAG:== BY ==WST==.
COPY TICKET_PART_DEF REPLACING ==:TAG:== BY ==WSP==.
COPY EMP_DEF REPLACING ==:TAG:== BY ==WSE==.

01  MENU-OPTION             PIC 9.
01  WS-MENU-DONE            PIC X VALUE "N".
01  WS-TODAY-INT            PIC 9(8).
01  WS-FOLLOW-COUNT         PIC 9(5).
01  WS-MONEY-DISP           PIC $,$$$,$$9.99.
01  WS-ADVISOR-OK           PIC X.

*> The quote prices the way TICKET_CLOSE bills - fees off
*> CALC_SVC_FEES, tax on top, core charges outside the tax base -
01  WS-HAZMAT-FEE           PIC 9(5)V99.
01  WS-TAX-AMOUNT           PIC 9(7)V99.
01  WS-CORE-EST             PIC 9(7)V99.
01  WS-CORE-LINE            PIC 9(7)V99.
*> Same rate the sale flow and service invoicing charge.
01  WS-SERVICE-TAX-RATE     PIC 9V9999 VALUE 0.0625.

                MOVE ESX-totalAmount TO WST-authorizedAmount
                DISPLAY "Approved by (customer name): "
                ACCEPT WST-authorizedBy
                PERFORM 330-GET-ADVISOR-RTN
                CALL "TICKET_OPEN" USING WST-Ticket
                PERFORM 320-ATTACH-LINES-RTN
                MOVE "C" TO ESX-estStatus
                    MOVE WS-NEXT-TICKET-ID TO WSP-ticketID
                    MOVE ELX-partID TO WSP-partID
                    MOVE ELX-estQty TO WSP-qtyUsed
*>                  The estimate was one service - its parts all
*>                  belong to the ticket's job line 01.
                    MOVE 1 TO WSP-jobNo
                    CALL "TICKET_ADD_PART" USING WSP-Ticketpart,
                        WS-ADDPART-RESULT
                    IF WS-ADDPART-RESULT NOT = 00
    END-PERFORM
    CLOSE ESTLINE-FILE.

*>  The writer who sold the estimate - a live EMPLOYEE.IDX
*>  employee, or zero for no advisor pay on the ticket.
330-GET-ADVISOR-RTN.
    MOVE "N" TO WS-ADVISOR-OK
    PERFORM UNTIL WS-ADVISOR-OK = "Y"
        DISPLAY "Service Advisor Employee ID (0 = none): "
        ACCEPT WST-advisorID
        IF WST-advisorID IS NOT NUMERIC OR WST-advisorID = 0
            MOVE ZEROES TO WST-advisorID
            MOVE "Y" TO WS-ADVISOR-OK
        ELSE
            INITIALIZE WSE-EMPLOYEE
            MOVE WST-advisorID TO WSE-empID
            CALL "READ_EMP" USING WSE-EMPLOYEE
            IF WSE-fName = SPACES
                DISPLAY "No employee " WST-advisorID " on file."
            ELSE
                IF WSE-DST = "Y"
                    DISPLAY WSE-fName " " WSE-lName
                        " is no longer active."
                ELSE
                    DISPLAY "Advisor: " WSE-fName " " WSE-lName
                    MOVE "Y" TO WS-ADVISOR-OK
                END-IF
            END-IF
        END-IF
    END-PERFORM.

350-DECLINE-RTN.
    DISPLAY "Enter Estimate ID: "
    ACCEPT WS-EST-IN
