      *>*****************************************************************
      *> Copybook: CHANGE_LOG_DEF
      *> Purpose:  Shared record layout for a CHANGELOG.DAT entry - the
      *>           before/after journal of master-file maintenance.
      *>           One row per field that actually changed: which
      *>           file and record (CHG-FILE / CHG-KEY), which field,
      *>           its value before and after, the program it was
      *>           keyed through, and who keyed it and when. Written
      *>           only through LOG_FIELD_CHANGE, which stamps the
      *>           date, time and SESSION-CURRENT-USER and drops the
      *>           row when nothing changed, so a maintenance program
      *>           hands over every field it saves. Values are carried
      *>           as text: money as edited amounts, SSNs and bank
      *>           account numbers as their last four digits only.
      *>           CHANGE_INQUIRY reads the journal by record key or
      *>           by user and date range. The same idea as
      *>           WAGE_HIST_DEF and PRICE_HIST_DEF, for every field.
      *>           REPLACING ==:TAG:== BY ==prefix==.
      *>*****************************************************************
       01  :TAG:-CHANGE-LOG.
           05  :TAG:-CHG-DATE         PIC 9(8).
           05  :TAG:-CHG-TIME         PIC 9(6).
           05  :TAG:-CHG-PROGRAM      PIC X(15).
           05  :TAG:-CHG-FILE         PIC X(10).
           05  :TAG:-CHG-KEY          PIC X(20).
           05  :TAG:-CHG-FIELD        PIC X(15).
           05  :TAG:-OLD-VALUE        PIC X(35).
           05  :TAG:-NEW-VALUE        PIC X(35).
           05  :TAG:-CHANGED-BY       PIC X(30).
