      *            SESSION-CURRENT-USER the way UPDATE_PART stamps
      *            PRICEHIST.DAT, so every quantity change finally has
      *            a when, a how-much, a why, and a who.
      *          The delta is S9(5) to match PART-ON-HAND.
      * RETURN CODES: none - this is a fire-and-forget logging call.
      ******************************************************************
       IDENTIFICATION DIVISION.
       LINKAGE SECTION.
      **-*-*-*-*-*-*-*-*-*-*-*-*-*
       01  LS-PART-ID          PIC 9(5).
       01  LS-QTY-DELTA        PIC S9(5).
       01  LS-REASON-CODE      PIC X(3).
       01  LS-SOURCE-DOC       PIC X(10).

