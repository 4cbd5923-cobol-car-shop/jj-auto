      *>*****************************************************************
      *> Copybook: TICKET_JOB_DEF
      *> Purpose:  Shared record layout for a TICKETJOB.IDX job line -
      *>           one piece of work on a TICKET.IDX repair order, so
      *>           the customer in for an oil change, a brake job, and
      *>           a check-engine light gets ONE ticket with three job
      *>           lines instead of three tickets. Each line carries
      *>           its own SERVICE.IDX service, mechanic, customer
      *>           authorization, and comeback stamp; TICKETPART and
      *>           TICKETTIME rows point at it by jobNo. Keyed on
      *>           ticketID + jobNo so a bounded START on the ticket
      *>           returns its lines in order; empID carries WITH
      *>           DUPLICATES so WIP_REPORT walks them by mechanic.
      *>           TICKET_OPEN writes job 01 off the ticket itself;
      *>           TICKET_ADD_JOB adds the rest. jobLabor / jobParts
      *>           are stamped by TICKET_CLOSE with what the line
      *>           actually billed.
      *>           REPLACING ==:TAG:== BY ==prefix==.
      *>*****************************************************************
       01  :TAG:-TICKETJOB.
           05  :TAG:-jobKey.
               10  :TAG:-ticketID     PIC 9(5).
               10  :TAG:-jobNo        PIC 99.
           05  :TAG:-serviceID        PIC 9(5).
           05  :TAG:-empID            PIC 9(5).
           05  :TAG:-jobStatus        PIC X.
               88  :TAG:-JOB-OPEN         VALUE "O".
               88  :TAG:-JOB-ASSIGNED     VALUE "A".
               88  :TAG:-JOB-DONE         VALUE "D".
               88  :TAG:-JOB-CLOSED       VALUE "C".
           05  :TAG:-jobDesc          PIC X(35).
           05  :TAG:-authorizedAmount PIC 9(7)V99.
           05  :TAG:-authorizedBy     PIC X(20).
           05  :TAG:-comebackFlag     PIC X.
               88  :TAG:-JOB-COMEBACK     VALUE "Y".
           05  :TAG:-origTicketID     PIC 9(5).
           05  :TAG:-origJobNo        PIC 99.
           05  :TAG:-jobLabor         PIC 9(7)V99.
           05  :TAG:-jobParts         PIC 9(7)V99.
