       01  END-OF-OLD-FILE         PIC X.
           88  NO-MORE-OLD-RECORDS VALUE 'Y'.

      * Live names are carried across through the shared
      * standardizer, the same as any other way onto the master.
       01  ADDRESS-REQUEST.
           COPY "adsreq.cpy".

       01  FILE-CONVERTED-COUNT    PIC 9(6).
       01  TOTAL-CONVERTED-COUNT   PIC 9(8) VALUE ZERO.
       01  REPORT-DETAIL           PIC X(100).
                   SET NO-MORE-OLD-RECORDS TO TRUE
               NOT AT END
                   MOVE OLD-CUSTOMER-ID TO CUSTOMER-ID
                   MOVE SPACES TO ADDRESS-REQUEST
                   MOVE OLD-CUSTOMER-NAME TO ASQ-NAME
                   CALL "ADDRESS-STANDARDIZER" USING ADDRESS-REQUEST
                   MOVE ASQ-NAME TO CUSTOMER-NAME
                   MOVE OLD-CUSTOMER-EMAIL TO CUSTOMER-EMAIL
                   MOVE OLD-CUSTOMER-PHONE TO CUSTOMER-PHONE
                   MOVE OLD-CUSTOMER-BALANCE TO CUSTOMER-BALANCE
