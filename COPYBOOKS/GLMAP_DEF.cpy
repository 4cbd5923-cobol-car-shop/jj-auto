      *>*****************************************************************
      *> Copybook: GLMAP_DEF
      *> Purpose:  Shared record layout for a GLMAP.DAT row, the
      *>           accountant's hand-maintained chart of accounts.
      *>           CODE and ACCOUNT are the "CODE ACCOUNT" pair
      *>           GL_EXPORT has always read to renumber its postings;
      *>           an old row that stops after the account number
      *>           still maps the same way. CLASS and DEPT place the
      *>           account on the financial statements FIN_STATEMENT
      *>           prints: class A asset, L liability, Q equity go to
      *>           the balance sheet, R revenue, C cost of sales, E
      *>           expense to the income statement under department V
      *>           vehicle sales, S service, P parts, F F&I, or G
      *>           general (store-wide overhead). TITLE is the line
      *>           caption. A row with no CODE is a statement-only
      *>           account GL_EXPORT does not post to. Used directly
      *>           (no REPLACING), the way ACCOUNT_DEF is.
      *>*****************************************************************
       01  GLMAP-REC.
           05  GLMAP-CODE              PIC X(10).
           05  GLMAP-ACCOUNT           PIC X(8).
           05  GLMAP-CLASS             PIC X.
               88  GLMAP-ASSET                 VALUE "A".
               88  GLMAP-LIABILITY             VALUE "L".
               88  GLMAP-EQUITY                VALUE "Q".
               88  GLMAP-REVENUE               VALUE "R".
               88  GLMAP-COST-OF-SALES         VALUE "C".
               88  GLMAP-EXPENSE               VALUE "E".
               88  GLMAP-BALANCE-SHEET         VALUES "A", "L", "Q".
               88  GLMAP-INCOME-STMT           VALUES "R", "C", "E".
           05  GLMAP-DEPT              PIC X.
               88  GLMAP-DEPT-VEHICLE          VALUE "V".
               88  GLMAP-DEPT-SERVICE          VALUE "S".
               88  GLMAP-DEPT-PARTS            VALUE "P".
               88  GLMAP-DEPT-FI               VALUE "F".
               88  GLMAP-DEPT-GENERAL          VALUE "G".
           05  GLMAP-TITLE             PIC X(25).
