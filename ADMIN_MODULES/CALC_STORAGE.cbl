*>****************************************************************
*> Author: Joseph Warren
*> Date: 10/15/2026
*> Purpose: Works the storage owed on a finished car the customer
*>          has not picked up. Days waiting run from the ticket's
*>          readyDate (set by TICKET_READY) to the as-of date; the
*>          first WS-GRACE-DAYS are free, every day past them is
*>          charged at WS-DAILY-STORAGE. CALLed by TICKET_CLOSE
*>          when the cashier releases the car and by
*>          READY_LOT_REPORT for the daily call list, so the desk
*>          quotes the customer the same figure the invoice bills.
*>          A zero or non-numeric readyDate (a ticket released
*>          without ever being marked ready) owes nothing.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. CALC_STORAGE.
DATA DIVISION.
WORKING-STORAGE SECTION.
*> The lot's storage terms - three days' grace after the customer
*> is told the car is ready, then a daily charge.
01 WS-GRACE-DAYS        PIC 9(3) VALUE 3.
01 WS-DAILY-STORAGE     PIC 9(3)V99 VALUE 25.00.
01 WS-READY-INT         PIC 9(8).
01 WS-ASOF-INT          PIC 9(8).

LINKAGE SECTION.
01 LS-READY-DATE        PIC 9(8).
01 LS-ASOF-DATE         PIC 9(8).
01 LS-DAYS-WAITING      PIC 9(5).
01 LS-STORAGE-DAYS      PIC 9(5).
01 LS-STORAGE-CHARGE    PIC 9(7)V99.

PROCEDURE DIVISION USING LS-READY-DATE, LS-ASOF-DATE,
        LS-DAYS-WAITING, LS-STORAGE-DAYS, LS-STORAGE-CHARGE.
MAIN-PROCEDURE.
   MOVE 0 TO LS-DAYS-WAITING
   MOVE 0 TO LS-STORAGE-DAYS
   MOVE 0 TO LS-STORAGE-CHARGE
   IF LS-READY-DATE IS NUMERIC AND LS-READY-DATE > 0
         AND LS-ASOF-DATE > LS-READY-DATE
      MOVE FUNCTION INTEGER-OF-DATE(LS-READY-DATE) TO WS-READY-INT
      MOVE FUNCTION INTEGER-OF-DATE(LS-ASOF-DATE) TO WS-ASOF-INT
      COMPUTE LS-DAYS-WAITING = WS-ASOF-INT - WS-READY-INT
      IF LS-DAYS-WAITING > WS-GRACE-DAYS
         COMPUTE LS-STORAGE-DAYS = LS-DAYS-WAITING - WS-GRACE-DAYS
         COMPUTE LS-STORAGE-CHARGE =
             LS-STORAGE-DAYS * WS-DAILY-STORAGE
      END-IF
   END-IF
   GOBACK.

END PROGRAM CALC_STORAGE.
