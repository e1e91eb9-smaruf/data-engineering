      * adjusting a count that does not exist; a posted-date marker   *
      * keeps a rerun from booking the same receipts twice, the same  *
      * protection the sales posting uses.                            *
      * Every receipt carries the PO number it was delivered against  *
      * and books only when it matches an open line on that PO for    *
      * the same product; the line's received quantity climbs so a    *
      * partial delivery stays open. Unknown or closed POs, products  *
      * not on the PO and over-receipts are held back from on-hand    *
      * and listed in the register's exception section for the        *
      * buyers to resolve.                                            *
      * A receipt carries the unit cost it was received at (the PO    *
      * line's cost when the dock leaves it blank), and each booking  *
      * re-averages PROD-UNIT-COST over the stock already on hand, so *
      * the margins and cost of goods downstream run on a weighted-   *
      * average cost instead of a typed-in guess.                     *
      * A receipt names the location it was received into (blank is   *
      * the default location) and also books that location's on-hand  *
      * through STOCK-LOCATION-POST; a location not on the location   *
      * list rejects like an unknown product.                         *
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS PROD-ID
               FILE STATUS IS PRODUCT-FILE-STATUS.

           SELECT PURCHASE-ORDER-FILE
               ASSIGN TO "../data/output/purchase-orders.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               ALTERNATE RECORD KEY IS PO-PROD-ID
                   WITH DUPLICATES
               FILE STATUS IS PO-FILE-STATUS.

           SELECT RECEIPT-REGISTER-FILE
               ASSIGN TO "../data/output/stock-receipts-register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           05  RCV-PROD-ID         PIC X(10).
           05  FILLER              PIC X(1).
           05  RCV-QUANTITY        PIC 9(6).
           05  FILLER              PIC X(1).
           05  RCV-PO-NUMBER       PIC X(8).
           05  FILLER              PIC X(1).
           05  RCV-UNIT-COST       PIC 9(5)V99.
           05  FILLER              PIC X(1).
           05  RCV-LOCATION        PIC X(4).

       FD  PRODUCT-MASTER.
       01  PRODUCT-RECORD.
           COPY "prodrec.cpy".

       FD  PURCHASE-ORDER-FILE.
       01  PURCHASE-ORDER-RECORD.
           COPY "porec.cpy".

       FD  RECEIPT-REGISTER-FILE.
       01  REGISTER-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
       01  FEED-FILE-STATUS        PIC XX.
       01  PRODUCT-FILE-STATUS     PIC XX.
       01  PO-FILE-STATUS          PIC XX.
       01  REGISTER-FILE-STATUS    PIC XX.
       01  MARKER-FILE-STATUS      PIC XX.
       01  OPS-STATS-FILE-STATUS   PIC XX.
       01  TOTAL-QUANTITY          PIC 9(8) VALUE ZERO.
       01  NEW-ON-HAND-DISPLAY     PIC ZZ,ZZZ,ZZ9-.

      * Weighted-average costing of the receipt in hand.
       01  RECEIVED-UNIT-COST      PIC 9(5)V99.
       01  ON-HAND-VALUE           PIC S9(12)V99.
       01  AVERAGING-QTY           PIC S9(8).

       01  REGISTER-DETAIL-LINE.
           05  RGL-PROD-ID         PIC X(10).
           05  FILLER              PIC X(3) VALUE " | ".
           05  RGL-QUANTITY        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(3) VALUE " | ".
           05  RGL-ON-HAND         PIC ZZ,ZZZ,ZZ9-.
           05  FILLER              PIC X(3) VALUE " | ".
           05  RGL-PO-NUMBER       PIC X(8).
           05  FILLER              PIC X(1) VALUE "/".
           05  RGL-PO-LINE         PIC 9(3).
           05  FILLER              PIC X(3) VALUE " | ".
           05  RGL-UNIT-COST       PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(3) VALUE " | ".
           05  RGL-AVERAGE-COST    PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(3) VALUE " | ".
           05  RGL-LOCATION        PIC X(4).
           05  FILLER              PIC X(20) VALUE SPACES.

      * Receiving-location posting.
       01  STOCK-LOCATION-REQUEST.
           COPY "stlreq.cpy".

      * PO match state for the receipt in hand: the scan of the PO's
      * lines remembers whether the PO exists at all, whether the
      * product is on it, whether an open line for the product is
      * there, and the first open line with room for the quantity.
       01  PO-SCAN-SWITCH          PIC X.
           88  PO-SCAN-DONE        VALUE 'Y'.
       01  PO-FOUND-SWITCH         PIC X.
           88  PO-FOUND            VALUE 'Y'.
       01  PO-PRODUCT-SWITCH       PIC X.
           88  PO-PRODUCT-FOUND    VALUE 'Y'.
       01  PO-OPEN-SWITCH          PIC X.
           88  PO-OPEN-LINE-FOUND  VALUE 'Y'.
       01  PO-MATCH-SWITCH         PIC X.
           88  PO-LINE-MATCHED     VALUE 'Y'.
       01  MATCHED-PO-KEY.
           05  MATCHED-PO-NUMBER   PIC X(8).
           05  MATCHED-PO-LINE     PIC 9(3).
       01  MATCHED-UNIT-COST       PIC 9(5)V99.
       01  FIRST-OPEN-LINE         PIC 9(3).
       01  FIRST-OPEN-ORDERED      PIC 9(7).
       01  FIRST-OPEN-RECEIVED     PIC 9(7).
       01  LINE-REMAINING          PIC S9(8).
       01  EXCEPTION-REASON        PIC X(14).
       01  ORDERED-DISPLAY         PIC Z,ZZZ,ZZ9.
       01  RECEIVED-DISPLAY        PIC Z,ZZZ,ZZ9.

      * Exceptions are held until the feed is done and printed as
      * their own section after the booked receipts.
       01  EXCEPTION-COUNT         PIC 9(6) VALUE ZERO.
       01  EXCEPTION-TABLE.
           05  EXCEPTION-ENTRY     PIC X(100) OCCURS 200 TIMES.
       01  EXC-IDX                 PIC 9(3).
       01  EXCEPTION-SECTION-TITLE PIC X(60) VALUE
           "*** PO MATCH EXCEPTIONS - RECEIPTS NOT BOOKED ***".

       01  PROGRAM-RETURN-CODE     PIC 9(3) VALUE ZERO.
       01  WARNING-FLAG            PIC X VALUE 'N'.
           END-IF
           MOVE "STOCK RECEIPTS REGISTER" TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "PRODUCT ID | QUANTITY | NEW ON-HAND | PO/LINE     "
               "| UNIT COST |  AVG COST | LOC"
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           PERFORM CHECK-POSTED-MARKER
                   MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM OPEN-PURCHASE-ORDERS
               PERFORM READ-NEXT-RECEIPT UNTIL NO-MORE-RECEIPTS
               CLOSE RECEIPT-FEED-FILE
               CLOSE PRODUCT-MASTER
               CLOSE PURCHASE-ORDER-FILE
               SET SLQ-CLOSE TO TRUE
               CALL "STOCK-LOCATION-POST" USING STOCK-LOCATION-REQUEST
               PERFORM PRINT-EXCEPTION-SECTION
           END-IF.

      * A missing PO file is created empty, so every receipt lands
      * in the exception section as an unknown PO rather than
      * booking stock nobody ordered.
       OPEN-PURCHASE-ORDERS.
           OPEN I-O PURCHASE-ORDER-FILE
           IF PO-FILE-STATUS = "35"
               CLOSE PURCHASE-ORDER-FILE
               OPEN OUTPUT PURCHASE-ORDER-FILE
               CLOSE PURCHASE-ORDER-FILE
               OPEN I-O PURCHASE-ORDER-FILE
           END-IF
           IF PO-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open purchase-orders.dat"
               DISPLAY "File Status: " PO-FILE-STATUS
               CLOSE RECEIPT-FEED-FILE
               CLOSE PRODUCT-MASTER
               CLOSE RECEIPT-REGISTER-FILE
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-NEXT-RECEIPT.
                       DELIMITED BY SIZE INTO REGISTER-LINE
                   WRITE REGISTER-LINE
               ELSE
                   PERFORM CHECK-RECEIVING-LOCATION
                   IF NOT SLQ-OK
                       ADD 1 TO REJECTED-COUNT
                       SET WARNINGS-OCCURRED TO TRUE
                       MOVE SPACES TO REGISTER-LINE
                       STRING "REJECT UNKNOWN LOCATION | "
                           RECEIPT-FEED-RECORD
                           DELIMITED BY SIZE INTO REGISTER-LINE
                       WRITE REGISTER-LINE
                   ELSE
                       PERFORM MATCH-PURCHASE-ORDER
                       IF PO-LINE-MATCHED
                           PERFORM BOOK-MATCHED-RECEIPT
                       ELSE
                           PERFORM HOLD-PO-EXCEPTION
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Resolves the receipt's location (blank = the default) and
      * leaves its code in SLQ-LOCATION for the booking.
       CHECK-RECEIVING-LOCATION.
           SET SLQ-VALIDATE TO TRUE
           MOVE RCV-PROD-ID TO SLQ-PROD-ID
           MOVE RCV-LOCATION TO SLQ-LOCATION
           CALL "STOCK-LOCATION-POST" USING STOCK-LOCATION-REQUEST.

       BOOK-MATCHED-RECEIPT.
           PERFORM AVERAGE-RECEIVED-COST
           ADD RCV-QUANTITY TO PROD-QTY-ON-HAND
           REWRITE PRODUCT-RECORD
           IF PRODUCT-FILE-STATUS = "00"
               PERFORM UPDATE-PO-LINE-RECEIVED
               PERFORM POST-RECEIVING-LOCATION
               ADD 1 TO POSTED-COUNT
               ADD RCV-QUANTITY TO TOTAL-QUANTITY
               MOVE RCV-PROD-ID TO RGL-PROD-ID
               MOVE RCV-QUANTITY TO RGL-QUANTITY
               MOVE PROD-QTY-ON-HAND TO RGL-ON-HAND
               MOVE MATCHED-PO-NUMBER TO RGL-PO-NUMBER
               MOVE MATCHED-PO-LINE TO RGL-PO-LINE
               MOVE RECEIVED-UNIT-COST TO RGL-UNIT-COST
               MOVE PROD-UNIT-COST TO RGL-AVERAGE-COST
               MOVE SLQ-LOCATION TO RGL-LOCATION
               WRITE REGISTER-LINE
                   FROM REGISTER-DETAIL-LINE
           ELSE
               ADD 1 TO REJECTED-COUNT
               SET WARNINGS-OCCURRED TO TRUE
               DISPLAY "WARNING: rewrite failed for "
                   RCV-PROD-ID " status "
                   PRODUCT-FILE-STATUS
           END-IF.

       POST-RECEIVING-LOCATION.
           SET SLQ-POST-ON-HAND TO TRUE
           MOVE RCV-PROD-ID TO SLQ-PROD-ID
           MOVE RCV-QUANTITY TO SLQ-QUANTITY
           CALL "STOCK-LOCATION-POST" USING STOCK-LOCATION-REQUEST
           IF NOT SLQ-OK
               SET WARNINGS-OCCURRED TO TRUE
               DISPLAY "WARNING: location " SLQ-LOCATION
                   " on-hand not booked for " RCV-PROD-ID
                   " - location totals need review"
           END-IF.

      * The new cost is the value already on hand plus the value
      * received, over the combined quantity. A count at or below
      * zero carries no value to average with, so the received cost
      * simply becomes the product's cost.
       AVERAGE-RECEIVED-COST.
           IF RCV-UNIT-COST NUMERIC AND RCV-UNIT-COST > ZERO
               MOVE RCV-UNIT-COST TO RECEIVED-UNIT-COST
           ELSE
               MOVE MATCHED-UNIT-COST TO RECEIVED-UNIT-COST
           END-IF
           IF RECEIVED-UNIT-COST > ZERO
               IF PROD-QTY-ON-HAND > ZERO
                   COMPUTE ON-HAND-VALUE =
                       PROD-QTY-ON-HAND * PROD-UNIT-COST
                       + RCV-QUANTITY * RECEIVED-UNIT-COST
                   COMPUTE AVERAGING-QTY =
                       PROD-QTY-ON-HAND + RCV-QUANTITY
                   COMPUTE PROD-UNIT-COST ROUNDED =
                       ON-HAND-VALUE / AVERAGING-QTY
               ELSE
                   MOVE RECEIVED-UNIT-COST TO PROD-UNIT-COST
               END-IF
           END-IF.

      * Walks every line of the receipt's PO. The first open line
      * for the product with room for the whole quantity is the
      * match; failing that, the scan results say which exception
      * the receipt is.
       MATCH-PURCHASE-ORDER.
           MOVE 'N' TO PO-SCAN-SWITCH
           MOVE 'N' TO PO-FOUND-SWITCH
           MOVE 'N' TO PO-PRODUCT-SWITCH
           MOVE 'N' TO PO-OPEN-SWITCH
           MOVE 'N' TO PO-MATCH-SWITCH
           MOVE SPACES TO EXCEPTION-REASON
           MOVE RCV-PO-NUMBER TO PO-NUMBER
           MOVE ZERO TO PO-LINE
           IF RCV-PO-NUMBER = SPACES
               SET PO-SCAN-DONE TO TRUE
           ELSE
               START PURCHASE-ORDER-FILE KEY IS >= PO-KEY
                   INVALID KEY
                       SET PO-SCAN-DONE TO TRUE
               END-START
           END-IF
           PERFORM SCAN-NEXT-PO-LINE UNTIL PO-SCAN-DONE

           EVALUATE TRUE
               WHEN PO-LINE-MATCHED
                   CONTINUE
               WHEN NOT PO-FOUND
                   MOVE "UNKNOWN PO" TO EXCEPTION-REASON
               WHEN NOT PO-PRODUCT-FOUND
                   MOVE "WRONG PRODUCT" TO EXCEPTION-REASON
               WHEN NOT PO-OPEN-LINE-FOUND
                   MOVE "PO LINE CLOSED" TO EXCEPTION-REASON
               WHEN OTHER
                   MOVE "OVER-RECEIPT" TO EXCEPTION-REASON
           END-EVALUATE.

       SCAN-NEXT-PO-LINE.
           READ PURCHASE-ORDER-FILE NEXT RECORD
               AT END
                   SET PO-SCAN-DONE TO TRUE
               NOT AT END
                   IF PO-NUMBER NOT = RCV-PO-NUMBER
                       SET PO-SCAN-DONE TO TRUE
                   ELSE
                       SET PO-FOUND TO TRUE
                       IF PO-PROD-ID = RCV-PROD-ID
                           SET PO-PRODUCT-FOUND TO TRUE
                           IF PO-LINE-OPEN
                               PERFORM CHECK-OPEN-LINE-ROOM
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       CHECK-OPEN-LINE-ROOM.
           IF NOT PO-OPEN-LINE-FOUND
               SET PO-OPEN-LINE-FOUND TO TRUE
               MOVE PO-LINE TO FIRST-OPEN-LINE
               MOVE PO-QTY-ORDERED TO FIRST-OPEN-ORDERED
               MOVE PO-QTY-RECEIVED TO FIRST-OPEN-RECEIVED
           END-IF
           COMPUTE LINE-REMAINING =
               PO-QTY-ORDERED - PO-QTY-RECEIVED
           IF RCV-QUANTITY NOT > LINE-REMAINING
               SET PO-LINE-MATCHED TO TRUE
               MOVE PO-NUMBER TO MATCHED-PO-NUMBER
               MOVE PO-LINE TO MATCHED-PO-LINE
               MOVE PO-UNIT-COST TO MATCHED-UNIT-COST
               SET PO-SCAN-DONE TO TRUE
           END-IF.

      * The product REWRITE sits between the scan and this update,
      * so the matched line is re-read by key before it is
      * rewritten; it closes once everything ordered has arrived.
       UPDATE-PO-LINE-RECEIVED.
           MOVE MATCHED-PO-KEY TO PO-KEY
           READ PURCHASE-ORDER-FILE KEY IS PO-KEY
           IF PO-FILE-STATUS = "00"
               ADD RCV-QUANTITY TO PO-QTY-RECEIVED
               IF PO-QTY-RECEIVED NOT < PO-QTY-ORDERED
                   SET PO-LINE-CLOSED TO TRUE
               END-IF
               REWRITE PURCHASE-ORDER-RECORD
           END-IF
           IF PO-FILE-STATUS NOT = "00"
               SET WARNINGS-OCCURRED TO TRUE
               DISPLAY "WARNING: PO line " MATCHED-PO-NUMBER "/"
                   MATCHED-PO-LINE " not updated, status "
                   PO-FILE-STATUS
           END-IF.

       HOLD-PO-EXCEPTION.
           ADD 1 TO REJECTED-COUNT
           ADD 1 TO EXCEPTION-COUNT
           SET WARNINGS-OCCURRED TO TRUE
           IF EXCEPTION-COUNT <= 200
               MOVE SPACES TO EXCEPTION-ENTRY(EXCEPTION-COUNT)
               IF EXCEPTION-REASON = "OVER-RECEIPT"
                   MOVE FIRST-OPEN-ORDERED TO ORDERED-DISPLAY
                   MOVE FIRST-OPEN-RECEIVED TO RECEIVED-DISPLAY
                   STRING EXCEPTION-REASON " | " RECEIPT-FEED-RECORD
                       " | ln " FIRST-OPEN-LINE
                       " ord " ORDERED-DISPLAY
                       " rcv " RECEIVED-DISPLAY
                       DELIMITED BY SIZE
                       INTO EXCEPTION-ENTRY(EXCEPTION-COUNT)
               ELSE
                   STRING EXCEPTION-REASON " | " RECEIPT-FEED-RECORD
                       DELIMITED BY SIZE
                       INTO EXCEPTION-ENTRY(EXCEPTION-COUNT)
               END-IF
           END-IF.

       PRINT-EXCEPTION-SECTION.
           IF EXCEPTION-COUNT > 0
               MOVE SPACES TO REGISTER-LINE
               WRITE REGISTER-LINE
               MOVE EXCEPTION-SECTION-TITLE TO REGISTER-LINE
               WRITE REGISTER-LINE
               MOVE "REASON         | PRODUCT ID   QTY    PO NUMBER"
                   TO REGISTER-LINE
               WRITE REGISTER-LINE
               PERFORM PRINT-ONE-EXCEPTION
                   VARYING EXC-IDX FROM 1 BY 1
                   UNTIL EXC-IDX > EXCEPTION-COUNT
                       OR EXC-IDX > 200
               IF EXCEPTION-COUNT > 200
                   MOVE SPACES TO REGISTER-LINE
                   STRING "(" EXCEPTION-COUNT " exceptions in all - "
                       "first 200 listed)"
                       DELIMITED BY SIZE INTO REGISTER-LINE
                   WRITE REGISTER-LINE
               END-IF
           END-IF.

       PRINT-ONE-EXCEPTION.
           MOVE EXCEPTION-ENTRY(EXC-IDX) TO REGISTER-LINE
           WRITE REGISTER-LINE.

       WRITE-POSTED-MARKER.
           OPEN OUTPUT POSTED-MARKER-FILE
           IF MARKER-FILE-STATUS = "00"
       FINALIZE-RECEIPTS.
           CLOSE RECEIPT-REGISTER-FILE
           DISPLAY "Stock receipts complete: " POSTED-COUNT
               " booked, " REJECTED-COUNT " rejected ("
               EXCEPTION-COUNT " PO exceptions)"
           DISPLAY "Register saved to: "
               "../data/output/stock-receipts-register.txt".

