      *> Purpose:  Shared record layout for an EMPLOYEE.IDX employee
      *>           record. REPLACING ==:TAG:== BY ==prefix==.
      *> Modification History:
      *>   10/15/2026 ME - Payroll withholding and direct deposit
      *>                   fields added: W-4 filing status and
      *>                   allowances (PAYROLL_RUN works federal and
      *>                   state withholding off them and the WHTAX.DAT
      *>                   tables), any extra federal withholding the
      *>                   employee asked for, and the bank routing /
      *>                   account / account type the ACH direct
      *>                   deposit file pays into. No routing on file
      *>                   means a paper check. Record grows
      *>                   174 -> 211.
      *>   09/01/2026 ME - flatRate flag added: a mechanic paid on
      *>                   flat rate earns the SERVICE.IDX book
      *>                   laborHours of the tickets they closed in
           05  :TAG:-hireDate           PIC 9(8).
           05  :TAG:-flatRate           PIC X.
               88  :TAG:-EMP-FLAT-RATE      VALUE "Y".
           05  :TAG:-filingStatus       PIC X.
               88  :TAG:-EMP-SINGLE         VALUES "S" " ".
               88  :TAG:-EMP-MARRIED        VALUE "M".
               88  :TAG:-EMP-HEAD-HOUSEHOLD VALUE "H".
           05  :TAG:-allowances         PIC 99.
           05  :TAG:-addlFedWH          PIC 9(5)V99.
           05  :TAG:-bankRouting        PIC 9(9).
           05  :TAG:-bankAccount        PIC X(17).
           05  :TAG:-bankAcctType       PIC X.
               88  :TAG:-EMP-CHECKING       VALUES "C" " ".
               88  :TAG:-EMP-SAVINGS        VALUE "S".
