      *>*****************************************************************
      *> Copybook: CSI_SURVEY_DEF
      *> Purpose:  Shared record layout for a CSISURVEY.DAT row - the
      *>           customer satisfaction survey log kept by CSI_SURVEY,
      *>           append-only in the style of PRICEHIST.DAT. A SENT
      *>           row is written when a delivered SALE.IDX deal or a
      *>           closed TICKET.IDX ticket goes out on the survey
      *>           export, carrying the customer and the employee the
      *>           survey judges (the salesperson on a deal, the
      *>           mechanic on a ticket) so a scored RESPONSE row can
      *>           be tied back to both without re-reading the deal
      *>           or ticket. Score is the CSI score out of 100.
      *>           CSI_REPORT reads the RESPONSE rows by month.
      *>           REPLACING ==:TAG:== BY ==prefix==.
      *>*****************************************************************
       01  :TAG:-CSI-SURVEY.
           05  :TAG:-rowType          PIC X.
               88  :TAG:-CS-SENT          VALUE "S".
               88  :TAG:-CS-RESPONSE      VALUE "R".
           05  :TAG:-surveyType       PIC X.
               88  :TAG:-CS-SALE          VALUE "S".
               88  :TAG:-CS-SERVICE       VALUE "T".
           05  :TAG:-refID            PIC 9(5).
           05  :TAG:-custID           PIC 9(5).
           05  :TAG:-empID            PIC 9(5).
           05  :TAG:-eventDate        PIC 9(8).
           05  :TAG:-rowDate          PIC 9(8).
           05  :TAG:-score            PIC 9(3).
           05  :TAG:-comment          PIC X(40).
