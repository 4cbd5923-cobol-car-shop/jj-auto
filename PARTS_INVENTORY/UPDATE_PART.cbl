      *     01 -> UPDATE SUCCESSFUL - PART RETURNED
      *     99 -> UPDATE FAILED, BAD KEY - NO PART RETURNED
      * Modification History:
      *   10/15/2026 BS - Old price and cost holds widened to 9(5)V99
      *                   with the part master and PRICE_HIST_DEF.
      *   08/22/2026 BS - Cost changes now append a row to
      *                   COSTHIST.DAT the same way price changes go
      *                   to PRICEHIST.DAT, so a supplier raising
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD IDXFILE RECORD CONTAINS 118 CHARACTERS.
           COPY PART_DEF REPLACING ==:TAG:== BY ==REC==.
       FD PRICE-HIST-FILE.
           COPY PRICE_HIST_DEF REPLACING ==:TAG:== BY ==PH==.
      *-----------------------
       WORKING-STORAGE SECTION.
       01  WS-VALID-PART PIC X VALUE 'F'.
       01  WS-OLD-PRICE  PIC 9(5)V99.
       01  WS-OLD-COST   PIC 9(5)V99.
       01  WS-LOG-KEY    PIC X(20).
       01  WS-CURRENT-DATE.
           05  WS-CD-YEAR   PIC 9999.
