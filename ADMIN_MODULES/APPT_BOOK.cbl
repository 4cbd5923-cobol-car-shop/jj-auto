*>          the apptDate alternate key: a bay or mechanic already
*>          taken that day gets flagged to the operator, who can
*>          force the booking through for a genuine double-up
*>          (two short jobs in one bay) or abandon it. The shop
*>          calendar (SHOP_DAY) is asked first: a holiday or a
*>          closed day is refused outright with the next open day
*>          offered, and a short day is booked with its hours
*>          shown so the job fits. Mirrors ADD_SALE.cbl's
*>          write-only pattern otherwise. The bay and mechanic
*>          scan lives in CHECK_APPT_SLOT so the website request
*>          import (WEB_APPT_DESK) runs exactly the same check.
*>*****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. APPT_BOOK.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
    SELECT OPTIONAL INDEX-FILE-APPT
        ASSIGN TO '../../INDEXES/APPOINTMENT.IDX'
        ORGANIZATION IS INDEXED
FD INDEX-FILE-APPT
        RECORD CONTAINS 79 CHARACTERS.
    COPY APPOINTMENT_DEF REPLACING ==:TAG:== BY ==IDX==.

WORKING-STORAGE SECTION.
01  WS-OVERRIDE-ANSWER  PIC X.
01  WS-BOOK-OK          PIC X.
01  WS-CAMPAIGN-MATCHES PIC 9(3).
COPY APPT_SLOT_DEF REPLACING ==:TAG:== BY ==WAS==.
01  WS-APPT-DATE-N      PIC 9(8).
01  WS-SHOP-CLOSED      PIC X.
01  WS-HOURS-DISP       PIC Z9.99.
COPY SHOP_DAY_DEF REPLACING ==:TAG:== BY ==WSD==.

LINKAGE SECTION.
   COPY APPOINTMENT_DEF REPLACING ==:TAG:== BY ==LS==.

   CALL "CHECK_CAMPAIGNS" USING LS-carVIN, WS-CAMPAIGN-MATCHES

   PERFORM 050-CHECK-CALENDAR
   IF WS-SHOP-CLOSED = "Y"
      DISPLAY 'APPOINTMENT NOT BOOKED.'
      GOBACK
   END-IF

*> The day's bookings and schedule grid, checked for the bay and
*> the mechanic before the appointment file is opened to write.
   MOVE WS-APPT-DATE-N TO WAS-AS-DATE
   MOVE LS-bayNumber TO WAS-AS-BAY
   MOVE LS-empID TO WAS-AS-EMPID
   CALL "CHECK_APPT_SLOT" USING WAS-APPT-SLOT
   IF WAS-AS-EMP-ON-PTO = "Y"
      DISPLAY 'MECHANIC ' LS-empID ' IS ON PTO THAT DAY'
   END-IF

   OPEN I-O INDEX-FILE-APPT

   MOVE "Y" TO WS-BOOK-OK
   IF WAS-AS-EMP-SCHEDULED = "N"
      DISPLAY 'MECHANIC ' LS-empID ' IS NOT ON THE SCHEDULE FOR '
         LS-apptDate
   END-IF
   IF WAS-AS-BAY-TAKEN = "Y" OR WAS-AS-EMP-TAKEN = "Y"
         OR WAS-AS-EMP-SCHEDULED = "N"
      IF WAS-AS-BAY-TAKEN = "Y"
         DISPLAY 'BAY ' LS-bayNumber ' IS ALREADY BOOKED ON '
            LS-apptDate
      END-IF
      IF WAS-AS-EMP-TAKEN = "Y"
         DISPLAY 'MECHANIC ' LS-empID ' IS ALREADY BOOKED ON '
            LS-apptDate
      END-IF
   CLOSE INDEX-FILE-APPT
  GOBACK.

*> No override for a day the shop is shut - there is nobody to
*> hand the keys to. The next open day is offered instead.
050-CHECK-CALENDAR.
   MOVE "N" TO WS-SHOP-CLOSED
   MOVE LS-apptDate TO WS-APPT-DATE-N
   MOVE "D" TO WSD-SD-FUNCTION
   MOVE WS-APPT-DATE-N TO WSD-SD-DATE
   CALL "SHOP_DAY" USING WSD-SHOP-DAY
   IF WSD-SD-CLOSED
      MOVE "Y" TO WS-SHOP-CLOSED
      IF WSD-SD-HOLIDAY
         DISPLAY 'THE SHOP IS CLOSED FOR A HOLIDAY ON ' LS-apptDate
            ' ' WSD-SD-DESC
      ELSE
         DISPLAY 'THE SHOP IS CLOSED ON ' LS-apptDate ' ' WSD-SD-DESC
      END-IF
      MOVE "N" TO WSD-SD-FUNCTION
      CALL "SHOP_DAY" USING WSD-SHOP-DAY
      DISPLAY 'NEXT OPEN DAY IS ' WSD-SD-RESULT-DATE
   ELSE
      IF WSD-SD-SHORT
         MOVE WSD-SD-SHOP-HOURS TO WS-HOURS-DISP
         DISPLAY 'SHORT DAY ON ' LS-apptDate ' - SHOP OPEN '
            WSD-SD-OPEN-TIME '-' WSD-SD-CLOSE-TIME ' ('
            WS-HOURS-DISP ' HOURS)'
      END-IF
   END-IF.

END PROGRAM APPT_BOOK.
