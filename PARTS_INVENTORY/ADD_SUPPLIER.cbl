      * Author: Brock Sharp
      * Date: 08/09/2026
      * Purpose: Adds the supplier passed to the module into the index
      *          file, the same way ADD_PART adds a part. The new
      *          supplier's name and phone go on the master-file change
      *          journal, CHANGELOG.DAT, through LOG_FIELD_CHANGE - a
      *          blank old value against what was added, with who
      *          added it.
      * RETURN CODES:
      *    00 -> SUCCESSFUL ADDING SUPPLIER - SUPPLIER RETURNED
      *    99 -> SUPPLIER NUMBER TAKEN - SUPPLIER NOT ADDED
      *-----------------------
       WORKING-STORAGE SECTION.
       01  WS-VALID-SUPPLIER PIC X VALUE 'F'.
       COPY CHANGE_LOG_DEF REPLACING ==:TAG:== BY ==CL==.
      *-----------------------
       LINKAGE SECTION.
      **-*-*-*-*-*-*-*-*-*-*-*-*-*
                   MOVE 99 TO LS-RESULT-CODE
               NOT INVALID KEY
                   MOVE 00 TO LS-RESULT-CODE
                   PERFORM 0210-JOURNAL-NEW-SUPPLIER
           END-WRITE.
       END-PARAGRAPH.

      ******************************************************
      * Journals the new supplier's fields against a blank *
      ******************************************************
       0210-JOURNAL-NEW-SUPPLIER.
           INITIALIZE CL-CHANGE-LOG
           MOVE "ADD_SUPPLIER" TO CL-CHG-PROGRAM
           MOVE "SUPPLIER" TO CL-CHG-FILE
           MOVE LS-SUPPLIER-ID TO CL-CHG-KEY
           MOVE "NAME" TO CL-CHG-FIELD
           MOVE LS-SUPPLIER-NAME TO CL-NEW-VALUE
           CALL "LOG_FIELD_CHANGE" USING CL-CHANGE-LOG
           MOVE "PHONE" TO CL-CHG-FIELD
           MOVE LS-SUPPLIER-PHONE TO CL-NEW-VALUE
           CALL "LOG_FIELD_CHANGE" USING CL-CHANGE-LOG.
       END-PARAGRAPH.

       END PROGRAM ADD_SUPPLIER.
