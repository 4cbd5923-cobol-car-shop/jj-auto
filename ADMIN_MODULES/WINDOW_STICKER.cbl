*>          230-AddNewCar or CAR_PURCHASE files a unit and when
*>          CAR_TRANSFER lands one on the retail lot - so what is
*>          on the windshield always matches what is in the file,
*>          the same way BILL_OF_SALE prints the deal. The
*>          unit's title brand (clean, or salvage, rebuilt, flood
*>          or lemon buyback) prints under the price as a required
*>          disclosure.
*> RETURN CODES (LS-RESULT-CODE):
*>     00 -> STICKER WRITTEN
*>     23 -> NO VEHICLE WITH THAT VIN
DATA DIVISION.
FILE SECTION.
FD CAR-FILE
    RECORD CONTAINS 99 CHARACTERS.
    COPY CAR_DEF REPLACING ==:TAG:== BY ==CRX==.
FD STICKER-FILE.
01 STICKER-REC                PIC X(80).

WORKING-STORAGE SECTION.
01 WS-PRICE-DISP        PIC $,$$$,$$9.99.
01 WS-BRAND-NAME        PIC X(13).

LINKAGE SECTION.
01 LS-VIN               PIC X(17).
   STRING "PRICE " WS-PRICE-DISP
       DELIMITED BY SIZE INTO STICKER-REC
   WRITE STICKER-REC
   EVALUATE TRUE
      WHEN CRX-TB-SALVAGE
         MOVE "SALVAGE" TO WS-BRAND-NAME
      WHEN CRX-TB-REBUILT
         MOVE "REBUILT" TO WS-BRAND-NAME
      WHEN CRX-TB-FLOOD
         MOVE "FLOOD" TO WS-BRAND-NAME
      WHEN CRX-TB-LEMON
         MOVE "LEMON BUYBACK" TO WS-BRAND-NAME
      WHEN OTHER
         MOVE "CLEAN" TO WS-BRAND-NAME
   END-EVALUATE
   MOVE SPACES TO STICKER-REC
   STRING "TITLE BRAND: " WS-BRAND-NAME
       DELIMITED BY SIZE INTO STICKER-REC
   WRITE STICKER-REC
   IF NOT CRX-TB-CLEAN
      MOVE "*** THIS VEHICLE CARRIES A BRANDED TITLE ***" TO
          STICKER-REC
      WRITE STICKER-REC
   END-IF
   MOVE SPACES TO STICKER-REC
   WRITE STICKER-REC
   MOVE "---------- FTC BUYERS GUIDE ----------" TO STICKER-REC
