      * Date: 04/08/19
      * Purpose: Update the quantity of parts on hand.
      * Modification History:
      *   10/15/2026 BS - On-hand and core charge keyed at the widened
      *                   PART_DEF sizes; the delta to LOG_STOCK_MOVE
      *                   is S9(5).
      *   09/01/2026 BS - Bin location on the screen so a part that
      *                   moves shelves gets its PART-BIN fixed here,
      *                   through the same UPDATE_PART rewrite.
       COPY PART_DEF REPLACING ==:TAG:== BY ==WS==.
       COPY PART_DEF REPLACING ==:TAG:== BY ==CHK==.
       01 WS-RETURN-CODE       PIC 99.
       01 WS-OLD-ON-HAND       PIC 9(5).
       01 WS-QTY-DELTA         PIC S9(5).
       01 WS-SOURCE-DOC        PIC X(10) VALUE "MANUAL".
      *    Image of the part as loaded, re-checked at save time so an
      *    edit from the other terminal (PO_RECEIVE booking stock in,
      *    say) is detected and re-presented instead of clobbered.
       01 WS-ORIG-PART         PIC X(118).
       01 WS-COLLISION-KEY     PIC X(20).
       01 WS-COLLISION-CODE    PIC 99 VALUE 77.
       LINKAGE SECTION.
               10 VALUE "PART DESCRIPTION: "             LINE 7 COL 11.
               10 PIC X(35) USING WS-PART-DESC                  COL 29.
               10 VALUE "PART ONHAND: "                  LINE 9 COL 15.
               10 PIC 9(5) USING WS-PART-ON-HAND                COL 29.
               10 VALUE "BIN LOCATION: "                 LINE 11 COL 14.
               10 PIC X(6) USING WS-PART-BIN                    COL 29.
               10 VALUE "MIN LEVEL: "                    LINE 13 COL 17.
               10 VALUE "MAX LEVEL: "                    LINE 15 COL 17.
               10 PIC 9(3) USING WS-PART-MAX-LEVEL             COL 29.
               10 VALUE "CORE CHARGE: "                  LINE 17 COL 15.
               10 PIC 9(5)V99 USING WS-PART-CORE-CHARGE       COL 29.
               10 VALUE "SUPERSEDED BY: "                LINE 18 COL 13.
               10 PIC 9(5) USING WS-PART-SUPERSEDED-BY         COL 29.
       PROCEDURE DIVISION USING LS-PART.
