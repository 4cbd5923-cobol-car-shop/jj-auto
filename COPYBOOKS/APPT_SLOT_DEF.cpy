      *>*****************************************************************
      *> Copybook: APPT_SLOT_DEF
      *> Purpose:  What a caller hands CHECK_APPT_SLOT to ask whether a
      *>           bay and mechanic are free on a day - APPT_BOOK asks
      *>           before every booking and WEB_APPT_DESK asks before
      *>           it books a website request. The caller fills
      *>           AS-DATE, AS-BAY and AS-EMPID; the rest comes back:
      *>             BAY-TAKEN / EMP-TAKEN - a SCHEDULED booking
      *>               already holds the bay / the mechanic that day;
      *>             DAY-KEYED - SCHEDULE.IDX has working rows for the
      *>               day at all (an unkeyed day flags nobody);
      *>             EMP-SCHEDULED - N when the day is keyed and the
      *>               mechanic is not on it, or is on it on PTO;
      *>             EMP-ON-PTO - the mechanic's PTO row for the day.
      *>           REPLACING ==:TAG:== BY ==prefix==.
      *>*****************************************************************
       01  :TAG:-APPT-SLOT.
           05  :TAG:-AS-DATE          PIC 9(8).
           05  :TAG:-AS-BAY           PIC 99.
           05  :TAG:-AS-EMPID         PIC 9(5).
           05  :TAG:-AS-BAY-TAKEN     PIC X.
           05  :TAG:-AS-EMP-TAKEN     PIC X.
           05  :TAG:-AS-DAY-KEYED     PIC X.
           05  :TAG:-AS-EMP-SCHEDULED PIC X.
           05  :TAG:-AS-EMP-ON-PTO    PIC X.
