*>          it is headed; receiving stamps the new lotLocation and
*>          puts the unit back to AVAILABLE. Every movement appends
*>          a user-stamped row to XFERHIST.DAT in the style of
*>          PRICEHIST.DAT, browsable by VIN here; the status and
*>          lotLocation changes also go on the master-file change
*>          journal, CHANGELOG.DAT, through LOG_FIELD_CHANGE.
*>          Launched from JJUI off a PERMISSIONS.DAT row.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
DATA DIVISION.
FILE SECTION.
FD CAR-FILE
    RECORD CONTAINS 99 CHARACTERS.
    COPY CAR_DEF REPLACING ==:TAG:== BY ==CRX==.
FD XFER-FILE.
    COPY XFER_DEF REPLACING ==:TAG:== BY ==XF==.
01  WS-OUT-HOLDER           PIC X(30).
01  WS-OUT-DATE             PIC 9(8).
01  WS-STICKER-RESULT       PIC 99.
01  WS-OLD-STATUS           PIC X.
COPY CHANGE_LOG_DEF REPLACING ==:TAG:== BY ==CL==.

01  WS-CURRENT-DATE.
    05  WS-CD-YEAR      PIC 9999.
                    DISPLAY "Unit is already at " WS-TO-LOC
                WHEN OTHER
                    MOVE CRX-lotLocation TO WS-FROM-LOC
                    MOVE CRX-status TO WS-OLD-STATUS
                    MOVE "T" TO CRX-status
                    REWRITE CRX-CAR
                        INVALID KEY
                            DISPLAY "Could not update unit."
                        NOT INVALID KEY
                            PERFORM 250-LOG-MOVEMENT-D
                            PERFORM 500-JOURNAL-CHANGE-RTN
                            DISPLAY "Unit dispatched to " WS-TO-LOC
                    END-REWRITE
            END-EVALUATE
                    CRX-status
            ELSE
                MOVE CRX-lotLocation TO WS-FROM-LOC
                MOVE CRX-status TO WS-OLD-STATUS
                MOVE WS-TO-LOC TO CRX-lotLocation
                MOVE WS-RECV-STATUS TO CRX-status
                REWRITE CRX-CAR
                        DISPLAY "Could not update unit."
                    NOT INVALID KEY
                        PERFORM 350-LOG-MOVEMENT-R
                        PERFORM 500-JOURNAL-CHANGE-RTN
                        DISPLAY "Unit received at " WS-TO-LOC
*>                      A unit landing sellable gets fresh
*>                      windshield paperwork on the spot.
    END-PERFORM
    CLOSE XFER-FILE.

*>  Dispatch leaves the lot alone, so only the status row lands
*>  there - LOG_FIELD_CHANGE skips a field that did not move.
500-JOURNAL-CHANGE-RTN.
    INITIALIZE CL-CHANGE-LOG
    MOVE "CAR_TRANSFER" TO CL-CHG-PROGRAM
    MOVE "CAR" TO CL-CHG-FILE
    MOVE CRX-carVIN TO CL-CHG-KEY
    MOVE "STATUS" TO CL-CHG-FIELD
    MOVE WS-OLD-STATUS TO CL-OLD-VALUE
    MOVE CRX-status TO CL-NEW-VALUE
    CALL "LOG_FIELD_CHANGE" USING CL-CHANGE-LOG
    MOVE "LOT LOCATION" TO CL-CHG-FIELD
    MOVE WS-FROM-LOC TO CL-OLD-VALUE
    MOVE CRX-lotLocation TO CL-NEW-VALUE
    CALL "LOG_FIELD_CHANGE" USING CL-CHANGE-LOG.

END PROGRAM CAR_TRANSFER.
