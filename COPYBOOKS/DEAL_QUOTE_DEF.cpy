      *>*****************************************************************
      *> Copybook: DEAL_QUOTE_DEF
      *> Purpose:  Shared record layout for a QUOTE.IDX deal worksheet
      *>           - the options penciled for a customer on one VIN
      *>           before they commit, so the numbers are still there
      *>           when they come back a week later. One quote carries
      *>           the buyer's tax rate (off the TAXRATE.DAT lookup
      *>           for their registration state and county), the doc
      *>           and title fees, the trade allowance, and up to four
      *>           payment scenarios - price, cash/financed/leased,
      *>           term, rate and down payment, with the tax, total
      *>           due and level monthly payment worked the way
      *>           LOAN_AMORT works them. Maintained by QUOTE_DESK:
      *>           OPEN until the customer picks a scenario (ACCEPTED,
      *>           acceptedScen says which) or walks (LOST). The sale
      *>           flow loads an accepted quote instead of re-keying
      *>           it and stamps the quote SOLD with its saleID once
      *>           the deal posts. followUpDate drives the desk's
      *>           follow-up list for the salesperson. custID and
      *>           carVIN carry WITH DUPLICATES alternate keys.
      *>           REPLACING ==:TAG:== BY ==prefix==.
      *>*****************************************************************
       01  :TAG:-QUOTE.
           05  :TAG:-quoteID          PIC 9(5).
           05  :TAG:-custID           PIC 9(5).
           05  :TAG:-carVIN           PIC X(17).
           05  :TAG:-empID            PIC 9(5).
           05  :TAG:-quoteDate        PIC 9(8).
           05  :TAG:-followUpDate     PIC 9(8).
           05  :TAG:-quoteStatus      PIC X.
               88  :TAG:-QT-OPEN          VALUE "O".
               88  :TAG:-QT-ACCEPTED      VALUE "A".
               88  :TAG:-QT-SOLD          VALUE "S".
               88  :TAG:-QT-LOST          VALUE "L".
           05  :TAG:-acceptedScen     PIC 9.
           05  :TAG:-saleID           PIC 9(5).
           05  :TAG:-custState        PIC XX.
           05  :TAG:-taxCounty        PIC X(15).
           05  :TAG:-taxRate          PIC 9V9999.
           05  :TAG:-docFee           PIC 9(5)V99.
           05  :TAG:-titleFee         PIC 9(5)V99.
           05  :TAG:-tradeValue       PIC 9(7)V99.
           05  :TAG:-scenCount        PIC 9.
           05  :TAG:-QT-SCENARIO OCCURS 4 TIMES.
               10  :TAG:-scPrice          PIC 9(7)V99.
               10  :TAG:-scFinanceType    PIC X.
               10  :TAG:-scTerm           PIC 999.
               10  :TAG:-scRate           PIC 99V999.
               10  :TAG:-scDown           PIC 9(7)V99.
               10  :TAG:-scTax            PIC 9(7)V99.
               10  :TAG:-scTotalDue       PIC 9(7)V99.
               10  :TAG:-scPayment        PIC 9(7)V99.
