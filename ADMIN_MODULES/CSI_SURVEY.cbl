*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Customer satisfaction survey desk. The export walks
*>          SALE.IDX for delivered (non-voided) deals and TICKET.IDX
*>          for closed tickets dated inside the keyed number of
*>          days, and writes every customer not yet surveyed for
*>          that deal or visit to CSI_SURVEY_OUT.DAT, pipe-delimited
*>          for the survey house in the MAILMERGE.DAT style. Each
*>          one is logged SENT on CSISURVEY.DAT with the employee
*>          the survey judges - the salesperson on a deal, the
*>          mechanic on a ticket. Customers flagged
*>          CUST-NO-CONTACT-REC = "Y" (and deleted ones) are never
*>          exported. The import takes the scored responses back
*>          off CSIRESP.DAT and files each one as a RESPONSE row
*>          tied to the deal or ticket it answers; rows that match
*>          no survey sent, are answered twice, or carry a score
*>          over 100 are listed on CSI_RESP_ERRORS.RPT instead.
*>          CSI_REPORT scores the month. Launched from JJUI off a
*>          PERMISSIONS.DAT row.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. CSI_SURVEY.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL INDEX-FILE-SALE
        ASSIGN TO '../../INDEXES/SALE.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS IDX-saleID
        ALTERNATE RECORD KEY IS IDX-empID WITH DUPLICATES
        ALTERNATE RECORD KEY IS IDX-carVIN WITH DUPLICATES
        ALTERNATE RECORD KEY IS IDX-custID WITH DUPLICATES.
    SELECT OPTIONAL INDEX-FILE-TICKET
        ASSIGN TO '../../INDEXES/TICKET.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS TKX-ticketID
        ALTERNATE RECORD KEY IS TKX-custID WITH DUPLICATES
        ALTERNATE RECORD KEY IS TKX-carVIN WITH DUPLICATES
        ALTERNATE RECORD KEY IS TKX-empID WITH DUPLICATES.
    SELECT OPTIONAL CAR-FILE
        ASSIGN TO '../../INDEXES/CAR.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS CRX-carVIN.
    SELECT OPTIONAL CUS-FILE
        ASSIGN TO '../CUSTOMER_MGMT/CUSTOMER.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS CUST-ID-REC
        ALTERNATE RECORD KEY IS CUST-LNAME-REC WITH DUPLICATES
        ALTERNATE RECORD KEY IS CUST-PHONE-REC WITH DUPLICATES
        ALTERNATE RECORD KEY IS CUST-EMAIL-REC WITH DUPLICATES.
    SELECT OPTIONAL SURVEY-LOG-FILE ASSIGN TO '../CSISURVEY.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL RESP-FILE ASSIGN TO '../CSIRESP.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SURVEY-OUT-FILE ASSIGN TO 'CSI_SURVEY_OUT.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT RESP-ERR-FILE ASSIGN TO 'CSI_RESP_ERRORS.RPT'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD INDEX-FILE-SALE
    RECORD CONTAINS 167 CHARACTERS.
    COPY SALE_DEF REPLACING ==:TAG:== BY ==IDX==.
FD INDEX-FILE-TICKET
    RECORD CONTAINS 137 CHARACTERS.
    COPY TICKET_DEF REPLACING ==:TAG:== BY ==TKX==.
FD CAR-FILE
    RECORD CONTAINS 99 CHARACTERS.
    COPY CAR_DEF REPLACING ==:TAG:== BY ==CRX==.
*> Mirrors the CUST-REC layout CUSTOMER_MGMT's own programs carry
*> inline, same as SERVICE_DUE_EXPORT.cbl.
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
FD SURVEY-LOG-FILE.
    COPY CSI_SURVEY_DEF REPLACING ==:TAG:== BY ==CS==.
FD RESP-FILE.
    COPY CSI_RESP_DEF REPLACING ==:TAG:== BY ==CR==.
FD SURVEY-OUT-FILE.
01  SURVEY-OUT-REC          PIC X(200).
FD RESP-ERR-FILE.
01  RESP-ERR-REC            PIC X(80).

WORKING-STORAGE SECTION.
01  MENU-OPTION             PIC 9.
01  WS-MENU-DONE            PIC X VALUE "N".
01  WS-EOF                  PIC X.
01  WS-LOG-EOF              PIC X.
01  WS-DAYS-IN              PIC 999.
01  WS-TODAY-DATE           PIC 9(8).
01  WS-CUTOFF-DATE          PIC 9(8).
01  WS-CLOSE-DATE           PIC 9(8).
01  WS-EXPORTED             PIC 9(5).
01  WS-NO-CONTACT           PIC 9(5).
01  WS-IMPORTED             PIC 9(5).
01  WS-REJECTED             PIC 9(5).
01  WS-VEHICLE-DESC         PIC X(40).
01  WS-REJECT-REASON        PIC X(30).
01  WS-PHONE-DISP           PIC 9(10).

*> The deal or visit being surveyed, filled from SALE.IDX or
*> TICKET.IDX so one export paragraph serves both.
01  WS-SURVEY-TYPE          PIC X.
01  WS-REF-ID               PIC 9(5).
01  WS-CUST-ID              PIC 9(5).
01  WS-EMP-ID               PIC 9(5).
01  WS-EVENT-DATE           PIC 9(8).
01  WS-CAR-VIN              PIC X(17).

*> What the survey log already holds for one deal or visit.
01  WS-SENT-FOUND           PIC X.
01  WS-RESP-FOUND           PIC X.
01  WS-SENT-CUSTID          PIC 9(5).
01  WS-SENT-EMPID           PIC 9(5).
01  WS-SENT-EVENT           PIC 9(8).

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM UNTIL WS-MENU-DONE = "Y"
        DISPLAY "--- Customer Satisfaction Surveys ---"
        DISPLAY "1. Export Surveys"
        DISPLAY "2. Import Scored Responses"
        DISPLAY "3. Exit"
        ACCEPT MENU-OPTION
        EVALUATE MENU-OPTION
            WHEN 1
                PERFORM 200-EXPORT-SURVEYS-RTN
            WHEN 2
                PERFORM 400-IMPORT-RESPONSES-RTN
            WHEN 3
                MOVE "Y" TO WS-MENU-DONE
            WHEN OTHER
                DISPLAY "Invalid Option, Please enter 1-3."
        END-EVALUATE
    END-PERFORM
    STOP RUN.

*> Anything delivered or closed inside the window and not yet sent
*> goes out; the SENT row keeps a deal or visit from ever going out
*> twice however often the export is run.
200-EXPORT-SURVEYS-RTN.
    DISPLAY "Survey deals/tickets closed in the last how many"
        " days (0 = 30): "
    ACCEPT WS-DAYS-IN
    IF WS-DAYS-IN = 0
        MOVE 30 TO WS-DAYS-IN
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
    COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - WS-DAYS-IN)
    MOVE 0 TO WS-EXPORTED
    MOVE 0 TO WS-NO-CONTACT

    OPEN OUTPUT SURVEY-OUT-FILE
    MOVE "TYPE|REF|FIRST|LAST|EMAIL|PHONE|VEHICLE|DATE|EMPLOYEE"
        TO SURVEY-OUT-REC
    WRITE SURVEY-OUT-REC

    MOVE "N" TO WS-EOF
    OPEN INPUT INDEX-FILE-SALE
    MOVE 0 TO IDX-saleID
    START INDEX-FILE-SALE KEY IS NOT LESS THAN IDX-saleID
        INVALID KEY
            MOVE "Y" TO WS-EOF
    END-START
    PERFORM UNTIL WS-EOF = "Y"
        READ INDEX-FILE-SALE NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF IDX-DST NOT = "Y"
                        AND IDX-saleDate >= WS-CUTOFF-DATE
                    MOVE "S" TO WS-SURVEY-TYPE
                    MOVE IDX-saleID TO WS-REF-ID
                    MOVE IDX-custID TO WS-CUST-ID
                    MOVE IDX-empID TO WS-EMP-ID
                    MOVE IDX-saleDate TO WS-EVENT-DATE
                    MOVE IDX-carVIN TO WS-CAR-VIN
                    PERFORM 300-EXPORT-ONE-SURVEY-RTN
                END-IF
        END-READ
    END-PERFORM
    CLOSE INDEX-FILE-SALE

    MOVE "N" TO WS-EOF
    OPEN INPUT INDEX-FILE-TICKET
    MOVE 0 TO TKX-ticketID
    START INDEX-FILE-TICKET KEY IS NOT LESS THAN TKX-ticketID
        INVALID KEY
            MOVE "Y" TO WS-EOF
    END-START
    PERFORM UNTIL WS-EOF = "Y"
        READ INDEX-FILE-TICKET NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE TKX-closeDate TO WS-CLOSE-DATE
                IF TKX-TICKET-CLOSED
                        AND WS-CLOSE-DATE >= WS-CUTOFF-DATE
                    MOVE "T" TO WS-SURVEY-TYPE
                    MOVE TKX-ticketID TO WS-REF-ID
                    MOVE TKX-custID TO WS-CUST-ID
                    MOVE TKX-empID TO WS-EMP-ID
                    MOVE WS-CLOSE-DATE TO WS-EVENT-DATE
                    MOVE TKX-carVIN TO WS-CAR-VIN
                    PERFORM 300-EXPORT-ONE-SURVEY-RTN
                END-IF
        END-READ
    END-PERFORM
    CLOSE INDEX-FILE-TICKET

    CLOSE SURVEY-OUT-FILE
    DISPLAY WS-EXPORTED " survey(s) written to CSI_SURVEY_OUT.DAT"
    IF WS-NO-CONTACT > 0
        DISPLAY WS-NO-CONTACT " customer(s) left off - do not"
            " contact."
    END-IF.

300-EXPORT-ONE-SURVEY-RTN.
    PERFORM 500-FIND-IN-LOG-RTN
    IF WS-SENT-FOUND = "Y"
        EXIT PARAGRAPH
    END-IF

    MOVE WS-CUST-ID TO CUST-ID-REC
    OPEN INPUT CUS-FILE
    READ CUS-FILE
        INVALID KEY
            MOVE "Y" TO CUST-DST-REC
    END-READ
    CLOSE CUS-FILE
    IF CUST-DST-REC = "Y"
        EXIT PARAGRAPH
    END-IF
    IF CUST-NO-CONTACT-REC = "Y"
        ADD 1 TO WS-NO-CONTACT
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-VEHICLE-DESC
    MOVE WS-CAR-VIN TO CRX-carVIN
    OPEN INPUT CAR-FILE
    READ CAR-FILE
        INVALID KEY
            MOVE WS-CAR-VIN TO WS-VEHICLE-DESC
        NOT INVALID KEY
            STRING CRX-year DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CRX-make DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   CRX-model DELIMITED BY SPACE
                INTO WS-VEHICLE-DESC
    END-READ
    CLOSE CAR-FILE

    MOVE CUST-PHONE-REC TO WS-PHONE-DISP
    MOVE SPACES TO SURVEY-OUT-REC
    STRING WS-SURVEY-TYPE DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           WS-REF-ID DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           CUST-FNAME-REC DELIMITED BY SPACE
           "|" DELIMITED BY SIZE
           CUST-LNAME-REC DELIMITED BY SPACE
           "|" DELIMITED BY SIZE
           CUST-EMAIL-REC DELIMITED BY SPACE
           "|" DELIMITED BY SIZE
           WS-PHONE-DISP DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           WS-VEHICLE-DESC DELIMITED BY "  "
           "|" DELIMITED BY SIZE
           WS-EVENT-DATE DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           WS-EMP-ID DELIMITED BY SIZE
        INTO SURVEY-OUT-REC
    WRITE SURVEY-OUT-REC

    INITIALIZE CS-CSI-SURVEY
    MOVE "S" TO CS-rowType
    MOVE WS-SURVEY-TYPE TO CS-surveyType
    MOVE WS-REF-ID TO CS-refID
    MOVE WS-CUST-ID TO CS-custID
    MOVE WS-EMP-ID TO CS-empID
    MOVE WS-EVENT-DATE TO CS-eventDate
    MOVE WS-TODAY-DATE TO CS-rowDate
    OPEN EXTEND SURVEY-LOG-FILE
    WRITE CS-CSI-SURVEY
    CLOSE SURVEY-LOG-FILE
    ADD 1 TO WS-EXPORTED.

*> Each scored row is tied back to the survey that went out for it,
*> which carries the customer and the employee being judged.
400-IMPORT-RESPONSES-RTN.
    MOVE 0 TO WS-IMPORTED
    MOVE 0 TO WS-REJECTED
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
    OPEN OUTPUT RESP-ERR-FILE
    MOVE "CSI RESPONSES NOT FILED" TO RESP-ERR-REC
    WRITE RESP-ERR-REC
    MOVE "N" TO WS-EOF
    OPEN INPUT RESP-FILE
    PERFORM UNTIL WS-EOF = "Y"
        READ RESP-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                PERFORM 450-IMPORT-ONE-RESPONSE-RTN
        END-READ
    END-PERFORM
    CLOSE RESP-FILE
    CLOSE RESP-ERR-FILE
    DISPLAY WS-IMPORTED " response(s) filed, " WS-REJECTED
        " listed on CSI_RESP_ERRORS.RPT".

450-IMPORT-ONE-RESPONSE-RTN.
    MOVE SPACES TO WS-REJECT-REASON
    MOVE FUNCTION UPPER-CASE(CR-surveyType) TO WS-SURVEY-TYPE
    EVALUATE TRUE
        WHEN WS-SURVEY-TYPE NOT = "S" AND NOT = "T"
            MOVE "NOT A SURVEY TYPE" TO WS-REJECT-REASON
        WHEN CR-refID IS NOT NUMERIC
            MOVE "BAD DEAL/TICKET NUMBER" TO WS-REJECT-REASON
        WHEN CR-score IS NOT NUMERIC
            MOVE "SCORE NOT NUMERIC" TO WS-REJECT-REASON
        WHEN CR-score > 100
            MOVE "SCORE OVER 100" TO WS-REJECT-REASON
    END-EVALUATE
    IF WS-REJECT-REASON = SPACES
        MOVE CR-refID TO WS-REF-ID
        PERFORM 500-FIND-IN-LOG-RTN
        IF WS-SENT-FOUND NOT = "Y"
            MOVE "NO SURVEY SENT" TO WS-REJECT-REASON
        ELSE
            IF WS-RESP-FOUND = "Y"
                MOVE "ALREADY ANSWERED" TO WS-REJECT-REASON
            END-IF
        END-IF
    END-IF
    IF WS-REJECT-REASON NOT = SPACES
        ADD 1 TO WS-REJECTED
        MOVE SPACES TO RESP-ERR-REC
        STRING CR-surveyType " " CR-refID " " CR-score "  "
               WS-REJECT-REASON
            DELIMITED BY SIZE INTO RESP-ERR-REC
        WRITE RESP-ERR-REC
        EXIT PARAGRAPH
    END-IF

    INITIALIZE CS-CSI-SURVEY
    MOVE "R" TO CS-rowType
    MOVE WS-SURVEY-TYPE TO CS-surveyType
    MOVE WS-REF-ID TO CS-refID
    MOVE WS-SENT-CUSTID TO CS-custID
    MOVE WS-SENT-EMPID TO CS-empID
    MOVE WS-SENT-EVENT TO CS-eventDate
    IF CR-responseDate IS NUMERIC AND CR-responseDate > 0
        MOVE CR-responseDate TO CS-rowDate
    ELSE
        MOVE WS-TODAY-DATE TO CS-rowDate
    END-IF
    MOVE CR-score TO CS-score
    MOVE CR-comment TO CS-comment
    OPEN EXTEND SURVEY-LOG-FILE
    WRITE CS-CSI-SURVEY
    CLOSE SURVEY-LOG-FILE
    ADD 1 TO WS-IMPORTED.

*> Scans the survey log for WS-SURVEY-TYPE / WS-REF-ID, noting
*> whether it went out (and to whom, judging whom) and whether it
*> has been answered.
500-FIND-IN-LOG-RTN.
    MOVE "N" TO WS-SENT-FOUND
    MOVE "N" TO WS-RESP-FOUND
    MOVE "N" TO WS-LOG-EOF
    OPEN INPUT SURVEY-LOG-FILE
    PERFORM UNTIL WS-LOG-EOF = "Y"
        READ SURVEY-LOG-FILE
            AT END
                MOVE "Y" TO WS-LOG-EOF
            NOT AT END
                IF CS-surveyType = WS-SURVEY-TYPE
                        AND CS-refID = WS-REF-ID
                    IF CS-CS-SENT
                        MOVE "Y" TO WS-SENT-FOUND
                        MOVE CS-custID TO WS-SENT-CUSTID
                        MOVE CS-empID TO WS-SENT-EMPID
                        MOVE CS-eventDate TO WS-SENT-EVENT
                    ELSE
                        MOVE "Y" TO WS-RESP-FOUND
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE SURVEY-LOG-FILE.

END PROGRAM CSI_SURVEY.
