*>          day's SCHEDULE.IDX rows (MECHANIC role, end time less
*>          start time), and shows utilization per day - flagging
*>          days already over capacity so the desk steers the next
*>          caller to Thursday. The fourteen days are the next
*>          fourteen days the shop calendar (SHOP_DAY) has open: a
*>          holiday or closed day is skipped unless something is
*>          booked on it, when it shows flagged CLOSED so the
*>          booking gets moved, and on a short day a mechanic's
*>          shift only counts while the shop is open.
*>          Callable from REPORTING_MENU,
*>          exporting SHOP_LOAD.RPT when asked.
*> Tectonics: cobc
*>****************************************************************
01 WS-TODAY-DATE        PIC 9(8).
01 WS-TODAY-INT         PIC 9(8).
01 WS-DAY-NO            PIC 99.
01 WS-OPEN-SHOWN        PIC 99.
01 WS-SHOP-OPEN-MINS    PIC 9(5).
01 WS-SHOP-CLOSE-MINS   PIC 9(5).
COPY SHOP_DAY_DEF REPLACING ==:TAG:== BY ==WSD==.
01 WS-DAY-DATE          PIC 9(8).
01 WS-BOOKED-HOURS      PIC 9(5)V99.
01 WS-AVAIL-HOURS       PIC 9(5)V99.

   IF PA-EXPORT-FLAG = 'Y' THEN
      OPEN OUTPUT EXPORT-FILE
      MOVE "SHOP LOAD - NEXT 14 OPEN DAYS" TO EXPORT-REC
      WRITE EXPORT-REC
      MOVE "DATE      BOOKED    AVAIL     UTIL%" TO EXPORT-REC
      WRITE EXPORT-REC

   OPEN INPUT INDEX-FILE-APPT
   OPEN INPUT SCHEDULE-FILE
   MOVE 0 TO WS-OPEN-SHOWN
   PERFORM VARYING WS-DAY-NO FROM 1 BY 1
           UNTIL WS-OPEN-SHOWN >= 14 OR WS-DAY-NO > 60
       PERFORM 200-LOAD-ONE-DAY
   END-PERFORM
   CLOSE SCHEDULE-FILE
200-LOAD-ONE-DAY.
   COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER
       (WS-TODAY-INT + WS-DAY-NO)
   MOVE "D" TO WSD-SD-FUNCTION
   MOVE WS-DAY-DATE TO WSD-SD-DATE
   CALL "SHOP_DAY" USING WSD-SHOP-DAY
   PERFORM 300-SUM-BOOKED-HOURS
   IF WSD-SD-CLOSED
*>     A closed day only shows when someone is booked on it.
       IF WS-BOOKED-HOURS = 0
           EXIT PARAGRAPH
       END-IF
       MOVE 0 TO WS-AVAIL-HOURS
   ELSE
       ADD 1 TO WS-OPEN-SHOWN
       PERFORM 400-SUM-AVAILABLE-HOURS
   END-IF
   IF WS-AVAIL-HOURS > 0
       COMPUTE WS-UTILIZATION ROUNDED =
           WS-BOOKED-HOURS * 100 / WS-AVAIL-HOURS
       MOVE 0 TO WS-UTILIZATION
   END-IF
   MOVE SPACES TO WS-FLAG
   IF WSD-SD-CLOSED
       MOVE "** CLOSED **" TO WS-FLAG
   ELSE
   IF WS-UTILIZATION > 100
       MOVE "** OVER **" TO WS-FLAG
   ELSE
       IF WS-AVAIL-HOURS = 0 AND WS-BOOKED-HOURS > 0
           MOVE "NO SCHEDULE" TO WS-FLAG
       ELSE
           IF WSD-SD-SHORT
               MOVE "SHORT DAY" TO WS-FLAG
           END-IF
       END-IF
   END-IF
   END-IF
   MOVE SPACES TO WS-OUT-LINE
   STRING WS-DAY-DATE
          "  " WS-BOOKED-HOURS
EXIT PARAGRAPH.

*> The day's MECHANIC shifts off the schedDate alternate key, end
*> time less start time in HHMM - on a short day only the part of
*> the shift inside the shop's hours.
400-SUM-AVAILABLE-HOURS.
   MOVE 0 TO WS-AVAIL-HOURS
   COMPUTE WS-SHOP-OPEN-MINS =
       FUNCTION INTEGER(WSD-SD-OPEN-TIME / 100) * 60
       + FUNCTION MOD(WSD-SD-OPEN-TIME, 100)
   COMPUTE WS-SHOP-CLOSE-MINS =
       FUNCTION INTEGER(WSD-SD-CLOSE-TIME / 100) * 60
       + FUNCTION MOD(WSD-SD-CLOSE-TIME, 100)
   MOVE "N" TO WS-SCAN-EOF
   MOVE WS-DAY-DATE TO SCX-schedDate
   START SCHEDULE-FILE KEY IS NOT LESS THAN SCX-schedDate
                           FUNCTION INTEGER(SCX-endTime / 100)
                           * 60
                           + FUNCTION MOD(SCX-endTime, 100)
                       IF WSD-SD-SHORT
                           IF WS-START-MINS < WS-SHOP-OPEN-MINS
                               MOVE WS-SHOP-OPEN-MINS TO WS-START-MINS
                           END-IF
                           IF WS-END-MINS > WS-SHOP-CLOSE-MINS
                               MOVE WS-SHOP-CLOSE-MINS TO WS-END-MINS
                           END-IF
                       END-IF
                       IF WS-END-MINS > WS-START-MINS
                           COMPUTE WS-SHIFT-HOURS ROUNDED =
                               (WS-END-MINS - WS-START-MINS) / 60
