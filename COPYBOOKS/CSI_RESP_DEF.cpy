      *>*****************************************************************
      *> Copybook: CSI_RESP_DEF
      *> Purpose:  Row layout of the scored survey responses the survey
      *>           house sends back (CSIRESP.DAT) - one row per survey
      *>           answered, keyed the way it went out on the export:
      *>           S + saleID for a deal, T + ticketID for a service
      *>           visit, with the date answered, the CSI score out of
      *>           100 and the customer's comment. Read by the
      *>           CSI_SURVEY import, which files each good row on
      *>           CSISURVEY.DAT against the survey that was sent.
      *>           REPLACING ==:TAG:== BY ==prefix==.
      *>*****************************************************************
       01  :TAG:-CSI-RESP.
           05  :TAG:-surveyType       PIC X.
           05  :TAG:-refID            PIC 9(5).
           05  :TAG:-responseDate     PIC 9(8).
           05  :TAG:-score            PIC 9(3).
           05  :TAG:-comment          PIC X(40).
