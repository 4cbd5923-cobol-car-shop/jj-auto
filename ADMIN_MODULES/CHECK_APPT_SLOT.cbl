*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Bay and mechanic conflict check for one day - the scan
*>          APPT_BOOK has always made before writing a booking,
*>          lifted out so WEB_APPT_DESK can run the same check on a
*>          website request without an operator at the keyboard.
*>          The day's SCHEDULED appointments are walked off the
*>          apptDate alternate key for the bay and the mechanic,
*>          and the day's SCHEDULE.IDX rows off schedDate for
*>          whether the mechanic is on the grid (or on PTO). Only
*>          answers - see APPT_SLOT_DEF; the caller decides.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. CHECK_APPT_SLOT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL SCHEDULE-FILE
        ASSIGN TO '../../INDEXES/SCHEDULE.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS SCX-schedID
        ALTERNATE RECORD KEY IS SCX-empID WITH DUPLICATES
        ALTERNATE RECORD KEY IS SCX-schedDate WITH DUPLICATES.
    SELECT OPTIONAL INDEX-FILE-APPT
        ASSIGN TO '../../INDEXES/APPOINTMENT.IDX'
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS IDX-apptID
        ALTERNATE RECORD KEY IS IDX-apptDate WITH DUPLICATES
        ALTERNATE RECORD KEY IS IDX-empID WITH DUPLICATES
        ALTERNATE RECORD KEY IS IDX-bayNumber WITH DUPLICATES
        ALTERNATE RECORD KEY IS IDX-custID WITH DUPLICATES.

DATA DIVISION.
FILE SECTION.
FD INDEX-FILE-APPT
        RECORD CONTAINS 79 CHARACTERS.
    COPY APPOINTMENT_DEF REPLACING ==:TAG:== BY ==IDX==.
FD SCHEDULE-FILE
        RECORD CONTAINS 36 CHARACTERS.
    COPY SCHEDULE_DEF REPLACING ==:TAG:== BY ==SCX==.

WORKING-STORAGE SECTION.
01  WS-SCAN-EOF         PIC X.
01  WS-SCHED-EOF        PIC X.
01  WS-EMP-ON-GRID      PIC X.
01  WS-APPT-DATE-G.
    05  WS-APPT-YEAR    PIC 9(4).
    05  WS-APPT-MONTH   PIC 9(2).
    05  WS-APPT-DAY     PIC 9(2).

LINKAGE SECTION.
   COPY APPT_SLOT_DEF REPLACING ==:TAG:== BY ==LS==.

PROCEDURE DIVISION USING LS-APPT-SLOT.
MAIN-PROCEDURE.
   MOVE LS-AS-DATE TO WS-APPT-DATE-G
   OPEN INPUT INDEX-FILE-APPT
   PERFORM 100-CHECK-CONFLICTS
   CLOSE INDEX-FILE-APPT
   PERFORM 150-CHECK-SCHEDULE
   GOBACK.

*> Bounded scan of the requested date's scheduled appointments off
*> the apptDate alternate key, noting whether the requested bay or
*> mechanic is already spoken for.
100-CHECK-CONFLICTS.
   MOVE "N" TO LS-AS-BAY-TAKEN
   MOVE "N" TO LS-AS-EMP-TAKEN
   MOVE "N" TO WS-SCAN-EOF
   MOVE WS-APPT-DATE-G TO IDX-apptDate
   START INDEX-FILE-APPT KEY IS NOT LESS THAN IDX-apptDate
      INVALID KEY
         MOVE "Y" TO WS-SCAN-EOF
   END-START
   PERFORM UNTIL WS-SCAN-EOF = "Y"
      READ INDEX-FILE-APPT NEXT RECORD
         AT END
            MOVE "Y" TO WS-SCAN-EOF
         NOT AT END
            IF IDX-apptDate NOT = WS-APPT-DATE-G
               MOVE "Y" TO WS-SCAN-EOF
            ELSE
               IF IDX-APPT-SCHEDULED
                  IF IDX-bayNumber = LS-AS-BAY
                     MOVE "Y" TO LS-AS-BAY-TAKEN
                  END-IF
                  IF IDX-empID = LS-AS-EMPID
                     MOVE "Y" TO LS-AS-EMP-TAKEN
                  END-IF
               END-IF
            END-IF
      END-READ
   END-PERFORM.

*> The mechanic has to be on the SCHEDULE.IDX grid for the day -
*> no rows at all for the date means the schedule hasn't been keyed
*> that far out yet, so nothing is flagged.
150-CHECK-SCHEDULE.
   MOVE "Y" TO LS-AS-EMP-SCHEDULED
   MOVE "N" TO LS-AS-DAY-KEYED
   MOVE "N" TO WS-EMP-ON-GRID
   MOVE "N" TO LS-AS-EMP-ON-PTO
   MOVE "N" TO WS-SCHED-EOF
   OPEN INPUT SCHEDULE-FILE
   MOVE LS-AS-DATE TO SCX-schedDate
   START SCHEDULE-FILE KEY IS NOT LESS THAN SCX-schedDate
      INVALID KEY
         MOVE "Y" TO WS-SCHED-EOF
   END-START
   PERFORM UNTIL WS-SCHED-EOF = "Y"
      READ SCHEDULE-FILE NEXT RECORD
         AT END
            MOVE "Y" TO WS-SCHED-EOF
         NOT AT END
            IF SCX-schedDate NOT = LS-AS-DATE
               MOVE "Y" TO WS-SCHED-EOF
            ELSE
*>             A PTO row means the opposite of available - it is
*>             on the grid so the coverage view sees the day off,
*>             but it never counts as a working shift here.
               IF SCX-schedRole = "PTO"
                  IF SCX-empID = LS-AS-EMPID
                     MOVE "Y" TO LS-AS-EMP-ON-PTO
                  END-IF
               ELSE
                  MOVE "Y" TO LS-AS-DAY-KEYED
                  IF SCX-empID = LS-AS-EMPID
                     MOVE "Y" TO WS-EMP-ON-GRID
                  END-IF
               END-IF
            END-IF
      END-READ
   END-PERFORM
   CLOSE SCHEDULE-FILE
*> Only flag when the day's grid is keyed and this mechanic is
*> not on it - or when they are on it but booked off on PTO.
   IF LS-AS-DAY-KEYED = "Y" AND WS-EMP-ON-GRID = "N"
      MOVE "N" TO LS-AS-EMP-SCHEDULED
   END-IF
   IF LS-AS-EMP-ON-PTO = "Y"
      MOVE "N" TO LS-AS-EMP-SCHEDULED
   END-IF.

END PROGRAM CHECK_APPT_SLOT.
