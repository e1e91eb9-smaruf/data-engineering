               ==TXN-IS-UPDATE== BY ==WK-IS-UPDATE==
               ==TXN-IS-DELETE== BY ==WK-IS-DELETE==
               ==TXN-IS-DEACTIVATE== BY ==WK-IS-DEACTIVATE==
               ==TXN-IS-LIMIT-CHANGE== BY ==WK-IS-LIMIT-CHANGE==
               ==TXN-ID== BY ==WK-ID==
               ==TXN-NAME== BY ==WK-NAME==
               ==TXN-EMAIL== BY ==WK-EMAIL==

       01  EMAIL-VALID             PIC X.
           88  EMAIL-IS-VALID      VALUE 'Y'.
       01  ADDRESS-REQUEST.
           COPY "adsreq.cpy".

      * Parsed vendor row.
       01  CRM-IN-ID-TEXT          PIC X(10).
           MOVE SPACES TO STAGED-TXN-RECORD
           MOVE "U" TO WK-OPERATION
           MOVE CRM-IN-ID TO WK-ID
      * The CRM keys names in mixed case; stage them the way the
      * master file holds them.
           MOVE SPACES TO ADDRESS-REQUEST
           MOVE CRM-IN-NAME TO ASQ-NAME
           CALL "ADDRESS-STANDARDIZER" USING ADDRESS-REQUEST
           MOVE ASQ-NAME TO WK-NAME
           MOVE CRM-IN-EMAIL TO WK-EMAIL
           MOVE CRM-IN-PHONE TO WK-PHONE
      * Zero balance and credit limit mean "leave unchanged" to
