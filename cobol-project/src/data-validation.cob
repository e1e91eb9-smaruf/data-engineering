       01  CUSTOMER-TXN-LINE           PIC X(135).

       FD  SALES-FEED-FILE.
       01  SALES-FEED-LINE             PIC X(83).

       FD  OPS-STATS-FILE.
       01  OPS-STAT-RECORD.
           05  CHK-CUSTOMER-ID         PIC X(6).
           05  CHK-SALESPERSON         PIC X(4).
           05  CHK-RMA-NUMBER          PIC X(8).
           05  CHK-SHIP-LOCATION       PIC X(4).

       01  END-OF-FEED             PIC X.
           88  NO-MORE-FEED        VALUE 'Y'.
       01  DATE-VALID-SWITCH       PIC X.
           88  DATE-IS-VALID       VALUE 'Y'.

      * Ship-from locations are edited against the same location list
      * STOCK-LOCATION-POST serves the sales run.
       01  STOCK-LOCATION-REQUEST.
           COPY "stlreq.cpy".

       01  RECORDS-CHECKED         PIC 9(8) VALUE ZERO.
       01  ERROR-COUNT             PIC 9(6) VALUE ZERO.
       01  FILE-ERROR-COUNT        PIC 9(6).
                   END-IF
               WHEN OTHER
                   IF NOT (TXN-IS-ADD OR TXN-IS-UPDATE OR
                           TXN-IS-DELETE OR TXN-IS-DEACTIVATE OR
                           TXN-IS-LIMIT-CHANGE)
                       DISPLAY "   ERROR: invalid operation code '"
                           TXN-OPERATION "'"
                       ADD 1 TO FILE-ERROR-COUNT

      *****************************************************************
      * SALES-TRANSACTIONS.TXT - numeric quantity and price, known   *
      * transaction type, and a ship-from location that is blank     *
      * (the default location) or on the location list.              *
      *****************************************************************
       VALIDATE-SALES-FEED.
           DISPLAY "3. Checking sales-transactions.txt..."
           ELSE
               PERFORM CHECK-NEXT-SALES-ROW UNTIL NO-MORE-FEED
               CLOSE SALES-FEED-FILE
               SET SLQ-CLOSE TO TRUE
               CALL "STOCK-LOCATION-POST" USING STOCK-LOCATION-REQUEST
               ADD FILE-ERROR-COUNT TO ERROR-COUNT
               DISPLAY "   errors found: " FILE-ERROR-COUNT
           END-IF
               DISPLAY "   ERROR: invalid transaction type '"
                   CHK-TXN-TYPE "'"
               ADD 1 TO FILE-ERROR-COUNT
           END-IF
           IF CHK-SHIP-LOCATION NOT = SPACES
               SET SLQ-VALIDATE TO TRUE
               MOVE CHK-PROD-ID TO SLQ-PROD-ID
               MOVE CHK-SHIP-LOCATION TO SLQ-LOCATION
               CALL "STOCK-LOCATION-POST" USING STOCK-LOCATION-REQUEST
               IF NOT SLQ-OK
                   DISPLAY "   ERROR: unknown ship-from location '"
                       CHK-SHIP-LOCATION "'"
                   ADD 1 TO FILE-ERROR-COUNT
               END-IF
           END-IF.

      *****************************************************************
