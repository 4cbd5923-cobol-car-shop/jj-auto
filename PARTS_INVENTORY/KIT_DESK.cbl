      *            through READ_PART. SERVICE_DESK's attach-kit option
      *            explodes these lines onto a ticket in one shot so
      *            the hardware kit stops being the piece the writer
      *            forgets. A kit can be tied to the SERVICE.IDX job
      *            it is the normal parts for (KIT-SERVICE-ID, checked
      *            through READ_SERVICE), which is how PREPULL_REPORT
      *            knows what a booked appointment will need.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD KIT-FILE RECORD CONTAINS 35 CHARACTERS.
           COPY KIT_DEF REPLACING ==:TAG:== BY ==KTX==.
       FD KITLINE-FILE RECORD CONTAINS 20 CHARACTERS.
           COPY KIT_LINE_DEF REPLACING ==:TAG:== BY ==KLX==.
      *-----------------------
       WORKING-STORAGE SECTION.
       COPY PART_DEF REPLACING ==:TAG:== BY ==WS==.
       COPY SERVICE_DEF REPLACING ==:TAG:== BY ==WSV==.
       01  WS-RESULT-CODE      PIC 99.
       01  WS-MENU-OPTION      PIC 9.
       01  WS-DONE             PIC X VALUE 'N'.
       01  WS-NEXT-KITLINE     PIC 9(5).
       01  WS-KIT-IN           PIC 9(5).
       01  WS-PART-IN          PIC 9(5).
       01  WS-QTY-IN           PIC 9(5).
       01  WS-SERVICE-IN       PIC 9(5).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               DISPLAY "--- Part Kit Maintenance ---"
               DISPLAY "1. Add Kit with Components"
               DISPLAY "2. List a Kit's Components"
               DISPLAY "3. Tie a Kit to a Service"
               DISPLAY "4. Exit"
               ACCEPT WS-MENU-OPTION
               EVALUATE WS-MENU-OPTION
                   WHEN 1
                   WHEN 2
                       PERFORM 0400-LIST-KIT
                   WHEN 3
                       PERFORM 0500-SET-KIT-SERVICE
                   WHEN 4
                       MOVE 'Y' TO WS-DONE
                   WHEN OTHER
                       DISPLAY "Invalid Option, Please enter 1-4."
               END-EVALUATE
           END-PERFORM
           GOBACK.
           MOVE WS-NEXT-KIT TO KTX-KIT-ID
           DISPLAY "Kit Name: "
           ACCEPT KTX-KIT-NAME
           PERFORM 0510-ASK-SERVICE
           MOVE WS-SERVICE-IN TO KTX-KIT-SERVICE-ID
           OPEN I-O KIT-FILE
           WRITE KTX-KIT
               INVALID KEY
                   DISPLAY "No kit found with that ID."
               NOT INVALID KEY
                   DISPLAY "KIT " KTX-KIT-ID " " KTX-KIT-NAME
                   IF KTX-KIT-SERVICE-ID > 0
                       DISPLAY "  FOR SERVICE " KTX-KIT-SERVICE-ID
                   END-IF
           END-READ
           CLOSE KIT-FILE

           END-PERFORM
           CLOSE KITLINE-FILE.

      ********************************************************
      * Ties an existing kit to the service it is the normal  *
      * parts for, or clears the tie with a zero.             *
      ********************************************************
       0500-SET-KIT-SERVICE.
           DISPLAY "Enter Kit ID: "
           ACCEPT WS-KIT-IN
           OPEN I-O KIT-FILE
           MOVE WS-KIT-IN TO KTX-KIT-ID
           READ KIT-FILE
               INVALID KEY
                   DISPLAY "No kit found with that ID."
               NOT INVALID KEY
                   DISPLAY "KIT " KTX-KIT-ID " " KTX-KIT-NAME
                   DISPLAY "  NOW FOR SERVICE " KTX-KIT-SERVICE-ID
                   PERFORM 0510-ASK-SERVICE
                   MOVE WS-SERVICE-IN TO KTX-KIT-SERVICE-ID
                   REWRITE KTX-KIT
                       INVALID KEY
                           DISPLAY "Could not update the kit."
                       NOT INVALID KEY
                           DISPLAY "Kit " KTX-KIT-ID " updated."
                   END-REWRITE
           END-READ
           CLOSE KIT-FILE.

      ********************************************************
      * Service the kit belongs to - zero for none, anything  *
      * else has to be on SERVICE.IDX.                        *
      ********************************************************
       0510-ASK-SERVICE.
           MOVE 99 TO WS-RESULT-CODE
           PERFORM UNTIL WS-RESULT-CODE = 01
               DISPLAY "Service ID this kit is for (0 = none): "
               ACCEPT WS-SERVICE-IN
               IF WS-SERVICE-IN = 0
                   MOVE 01 TO WS-RESULT-CODE
               ELSE
                   MOVE WS-SERVICE-IN TO WSV-serviceID
                   CALL "READ_SERVICE" USING WSV-SERVICE,
                       WS-RESULT-CODE
                   IF WS-RESULT-CODE = 01
                       DISPLAY "Service: " WSV-serviceName
                   ELSE
                       DISPLAY "No service found for that ID."
                   END-IF
               END-IF
           END-PERFORM.

       END PROGRAM KIT_DESK.
