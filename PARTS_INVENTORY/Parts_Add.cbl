      * Date: 03/01/2019
      * Purpose: Add a new part to the inventory management system
      * Modification History:
      *   10/15/2026 BS - Price, cost and core charge keyed to the
      *                   wider PART_DEF fields, up to 99999.99.
      *   09/01/2026 BS - Bin location keyed at add time so a new part
      *                   lands on the shelf with its PART-BIN on
      *                   record for the picking list.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD FIN RECORD CONTAINS 118 CHARACTERS.
           COPY PART_DEF REPLACING ==:TAG:== BY ==REC==.

      *-----------------------
                       TO WS-PART-DESC                   LINE 11 COL 34.
               10 PART-PRICE-FIELD.
                   20 VALUE "Part Price: "               LINE 13 COL 22.
                   20 PART-PRICE PIC 9(5)V99
                       FROM WS-PART-PRICE
                       TO WS-PART-PRICE                  LINE 13 COL 34.
               10 PART-COST-FIELD.
                   20 VALUE "Unit Cost: "                LINE 14 COL 23.
                   20 PART-COST PIC 9(5)V99
                       FROM WS-PART-COST
                       TO WS-PART-COST                   LINE 14 COL 34.
               10 PART-CATEGORY-FIELD.
                       TO WS-PART-MAX-LEVEL               COL 46.
               10 PART-CORE-FIELD.
                   20 VALUE "Core: "                     LINE 17 COL 52.
                   20 PART-CORE PIC 9(5)V99
                       FROM WS-PART-CORE-CHARGE
                       TO WS-PART-CORE-CHARGE             COL 58.
           05 FOOTER-MESSAGES.
      * Validate that the data received is okay
       VALIDATE-DATA.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           IF WS-PART-PRICE <= 0 or > 99999.99 THEN
               MOVE "INVALID PART PRICE" TO WS-ERROR-MESSAGE
           END-IF.
           IF WS-PART-DESC = SPACES THEN
