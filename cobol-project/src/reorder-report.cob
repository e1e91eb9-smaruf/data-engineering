      * buyers, and any product whose on-hand has gone negative       *
      * prints in its own exception section - a negative count means  *
      * the counts are wrong, not that we sold ghosts.                *
      * Each listed product shows the open balance of its PO lines    *
      * as the quantity already on order, and is marked covered when  *
      * on-hand plus on-order clears the reorder point, so buyers do  *
      * not reorder stock that is already on a truck.                 *
      * Stock is checked per location from stock-locations.dat: a     *
      * location whose on-hand plus in-transit stock is at or below   *
      * its own reorder point is listed with the quantity that lifts  *
      * it back above the point. That quantity is suggested first as  *
      * a transfer from the location with the most stock above its    *
      * own reorder point, and only what no location can spare is     *
      * suggested as a purchase, net of what is already on order. A   *
      * product with no location rows is checked on its totals.       *
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

           SELECT STOCK-LOCATION-FILE
               ASSIGN TO "../data/output/stock-locations.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLC-KEY
               FILE STATUS IS LOCATION-FILE-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "../data/output/reorder-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
       01  PRODUCT-RECORD.
           COPY "prodrec.cpy".

       FD  PURCHASE-ORDER-FILE.
       01  PURCHASE-ORDER-RECORD.
           COPY "porec.cpy".

       FD  STOCK-LOCATION-FILE.
       01  STOCK-LOCATION-RECORD.
           COPY "stkloc.cpy".

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  PRODUCT-FILE-STATUS     PIC XX.
       01  REPORT-FILE-STATUS      PIC XX.
       01  PO-FILE-STATUS          PIC XX.
       01  LOCATION-FILE-STATUS    PIC XX.
       01  OPS-STATS-FILE-STATUS   PIC XX.
       01  PROFILE-FILE-STATUS     PIC XX.

       01  PRODUCT-COUNT           PIC 9(6) VALUE ZERO.
       01  REORDER-COUNT           PIC 9(6) VALUE ZERO.
       01  NEGATIVE-COUNT          PIC 9(6) VALUE ZERO.
       01  COVERED-COUNT           PIC 9(6) VALUE ZERO.
       01  TRANSFER-COUNT          PIC 9(6) VALUE ZERO.
       01  BUY-COUNT               PIC 9(6) VALUE ZERO.

      * On-order quantity: the open balance of every open PO line
      * for the product, read through the PO file's product key. A
      * missing PO file just means nothing is on order.
       01  PO-FILE-SWITCH          PIC X VALUE 'N'.
           88  PO-FILE-AVAILABLE   VALUE 'Y'.
       01  END-OF-PO-LINES         PIC X.
           88  NO-MORE-PO-LINES    VALUE 'Y'.
       01  QTY-ON-ORDER            PIC 9(8).
       01  PROJECTED-ON-HAND       PIC S9(9).

      * The product's location rows, loaded once per product. The
      * surplus is what a location holds above its own reorder
      * point, drawn down as transfers are suggested out of it. A
      * missing location file means every product is checked on its
      * totals.
       01  LOCATION-FILE-SWITCH    PIC X VALUE 'N'.
           88  LOCATION-FILE-AVAILABLE VALUE 'Y'.
       01  END-OF-LOCATION-ROWS    PIC X.
           88  NO-MORE-LOCATION-ROWS VALUE 'Y'.
       01  PLC-COUNT               PIC 9(2).
       01  PRODUCT-LOCATION-TABLE.
           05  PRODUCT-LOCATION-ENTRY OCCURS 10 TIMES.
               10  PLC-LOCATION    PIC X(4).
               10  PLC-ON-HAND     PIC S9(7).
               10  PLC-IN-TRANSIT  PIC S9(7).
               10  PLC-REORDER-POINT PIC 9(7).
               10  PLC-SURPLUS     PIC S9(8).
       01  PLC-IDX                 PIC 9(2).
       01  PLC-SCAN-IDX            PIC 9(2).

      * The stock level being checked: one location row, or the
      * product's totals (LVL-IDX zero) when it has no rows.
       01  STOCK-LEVEL.
           05  LVL-LOCATION        PIC X(4).
           05  LVL-ON-HAND         PIC S9(7).
           05  LVL-IN-TRANSIT      PIC S9(7).
           05  LVL-REORDER-POINT   PIC 9(7).
           05  LVL-IDX             PIC 9(2).

      * Suggestion for the level in hand.
       01  QTY-NEEDED              PIC S9(8).
       01  ON-ORDER-REMAINING      PIC S9(8).
       01  SURPLUS-IDX             PIC 9(2).
       01  TRANSFER-QTY            PIC 9(8).
       01  TRANSFER-FROM           PIC X(4).
       01  BUY-QTY                 PIC 9(8).
       01  COVERED-SWITCH          PIC X.
           88  LEVEL-COVERED       VALUE 'Y'.
       01  SUGGEST-QTY-EDIT        PIC Z(7)9.
       01  SUGGEST-BUY-EDIT        PIC Z(7)9.

      * Negative counts are collected on the scan and printed as
      * their own section after the reorder list.
       01  NEGATIVE-TABLE.
           05  NEGATIVE-ENTRY OCCURS 50 TIMES.
               10  NEG-PROD-ID     PIC X(10).
               10  NEG-LOCATION    PIC X(4).
               10  NEG-ON-HAND     PIC S9(7).
       01  NEG-IDX                 PIC 9(2).


       01  HEADER-LINE-2.
           05  FILLER              PIC X(50) VALUE
               "INVENTORY REORDER REPORT BY LOCATION".
           05  FILLER              PIC X(20) VALUE SPACES.
           05  FILLER              PIC X(6) VALUE "Date: ".
           05  HDR-DATE            PIC X(10).
           05  FILLER              PIC X(46) VALUE SPACES.

       01  COLUMN-HEADER-1.
           05  FILLER              PIC X(45) VALUE
               "PRODUCT ID | DESCRIPTION            | LOC  | ".
           05  FILLER              PIC X(53) VALUE
               "    ON HAND | IN TRANSIT | REORDER AT |   ON ORDER | ".
           05  FILLER              PIC X(34) VALUE "SUGGESTION".

       01  SEPARATOR-LINE          PIC X(132) VALUE ALL "-".

           05  FILLER              PIC X(3) VALUE " | ".
           05  DTL-DESCRIPTION     PIC X(22).
           05  FILLER              PIC X(3) VALUE " | ".
           05  DTL-LOCATION        PIC X(4).
           05  FILLER              PIC X(3) VALUE " | ".
           05  DTL-ON-HAND         PIC ZZ,ZZZ,ZZ9-.
           05  FILLER              PIC X(3) VALUE " | ".
           05  DTL-IN-TRANSIT      PIC ZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(3) VALUE " | ".
           05  DTL-REORDER-POINT   PIC ZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(3) VALUE " | ".
           05  DTL-ON-ORDER        PIC ZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(3) VALUE " | ".
           05  DTL-NOTE            PIC X(34).

       01  NEGATIVE-DETAIL-LINE.
           05  NDL-PROD-ID         PIC X(10).
           05  FILLER              PIC X(4) VALUE " at ".
           05  NDL-LOCATION        PIC X(4).
           05  FILLER              PIC X(12) VALUE "  on hand = ".
           05  NDL-ON-HAND         PIC ZZ,ZZZ,ZZ9-.
           05  FILLER              PIC X(91) VALUE SPACES.

       01  NEGATIVE-SECTION-TITLE  PIC X(60) VALUE
           "*** NEGATIVE ON-HAND EXCEPTIONS - COUNTS NEED REVIEW ***".
               STOP RUN
           END-IF

           OPEN INPUT PURCHASE-ORDER-FILE
           IF PO-FILE-STATUS = "00"
               SET PO-FILE-AVAILABLE TO TRUE
           ELSE
               DISPLAY "NOTE: no purchase-orders.dat - on-order "
                   "quantities print as zero"
           END-IF

           OPEN INPUT STOCK-LOCATION-FILE
           IF LOCATION-FILE-STATUS = "00"
               SET LOCATION-FILE-AVAILABLE TO TRUE
           ELSE
               DISPLAY "NOTE: no stock-locations.dat - products "
                   "checked on their totals"
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open reorder-report.txt"
               MOVE "(no products at or below reorder point)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF PO-FILE-AVAILABLE
               CLOSE PURCHASE-ORDER-FILE
           END-IF
           IF LOCATION-FILE-AVAILABLE
               CLOSE STOCK-LOCATION-FILE
           END-IF.

       READ-NEXT-PRODUCT.

       CHECK-ONE-PRODUCT.
           ADD 1 TO PRODUCT-COUNT
           PERFORM LOAD-PRODUCT-LOCATIONS
           PERFORM TOTAL-QTY-ON-ORDER
           MOVE QTY-ON-ORDER TO ON-ORDER-REMAINING
           IF PLC-COUNT = 0
               MOVE "ALL" TO LVL-LOCATION
               MOVE PROD-QTY-ON-HAND TO LVL-ON-HAND
               MOVE ZERO TO LVL-IN-TRANSIT
               MOVE PROD-REORDER-POINT TO LVL-REORDER-POINT
               MOVE ZERO TO LVL-IDX
               PERFORM CHECK-STOCK-LEVEL
           ELSE
               PERFORM CHECK-ONE-LOCATION
                   VARYING PLC-IDX FROM 1 BY 1
                   UNTIL PLC-IDX > PLC-COUNT
           END-IF.

       LOAD-PRODUCT-LOCATIONS.
           MOVE ZERO TO PLC-COUNT
           IF LOCATION-FILE-AVAILABLE
               MOVE 'N' TO END-OF-LOCATION-ROWS
               MOVE PROD-ID TO SLC-PROD-ID
               MOVE LOW-VALUES TO SLC-LOCATION
               START STOCK-LOCATION-FILE KEY IS >= SLC-KEY
                   INVALID KEY
                       SET NO-MORE-LOCATION-ROWS TO TRUE
               END-START
               PERFORM LOAD-NEXT-LOCATION-ROW
                   UNTIL NO-MORE-LOCATION-ROWS
           END-IF.

       LOAD-NEXT-LOCATION-ROW.
           READ STOCK-LOCATION-FILE NEXT RECORD
               AT END
                   SET NO-MORE-LOCATION-ROWS TO TRUE
               NOT AT END
                   IF SLC-PROD-ID NOT = PROD-ID
                       SET NO-MORE-LOCATION-ROWS TO TRUE
                   ELSE
                       IF PLC-COUNT < 10
                           ADD 1 TO PLC-COUNT
                           PERFORM STORE-LOCATION-ROW
                       END-IF
                   END-IF
           END-READ.

       STORE-LOCATION-ROW.
           MOVE SLC-LOCATION TO PLC-LOCATION(PLC-COUNT)
           MOVE SLC-QTY-ON-HAND TO PLC-ON-HAND(PLC-COUNT)
           MOVE SLC-QTY-IN-TRANSIT TO PLC-IN-TRANSIT(PLC-COUNT)
           MOVE SLC-REORDER-POINT TO PLC-REORDER-POINT(PLC-COUNT)
           IF SLC-QTY-ON-HAND > SLC-REORDER-POINT
               COMPUTE PLC-SURPLUS(PLC-COUNT) =
                   SLC-QTY-ON-HAND - SLC-REORDER-POINT
           ELSE
               MOVE ZERO TO PLC-SURPLUS(PLC-COUNT)
           END-IF.

       CHECK-ONE-LOCATION.
           MOVE PLC-LOCATION(PLC-IDX) TO LVL-LOCATION
           MOVE PLC-ON-HAND(PLC-IDX) TO LVL-ON-HAND
           MOVE PLC-IN-TRANSIT(PLC-IDX) TO LVL-IN-TRANSIT
           MOVE PLC-REORDER-POINT(PLC-IDX) TO LVL-REORDER-POINT
           MOVE PLC-IDX TO LVL-IDX
           PERFORM CHECK-STOCK-LEVEL.

      * Stock already in transit to the location counts toward it, the
      * same way stock on an open PO covers the product.
       CHECK-STOCK-LEVEL.
           IF LVL-ON-HAND < 0
               ADD 1 TO NEGATIVE-COUNT
               SET WARNINGS-OCCURRED TO TRUE
               IF NEGATIVE-COUNT <= 50
                   MOVE PROD-ID TO NEG-PROD-ID(NEGATIVE-COUNT)
                   MOVE LVL-LOCATION TO NEG-LOCATION(NEGATIVE-COUNT)
                   MOVE LVL-ON-HAND TO NEG-ON-HAND(NEGATIVE-COUNT)
               END-IF
           END-IF
           COMPUTE PROJECTED-ON-HAND = LVL-ON-HAND + LVL-IN-TRANSIT
           IF PROJECTED-ON-HAND NOT > LVL-REORDER-POINT
               AND LVL-REORDER-POINT > 0
               ADD 1 TO REORDER-COUNT
               COMPUTE QTY-NEEDED =
                   LVL-REORDER-POINT - PROJECTED-ON-HAND + 1
               PERFORM SUGGEST-TRANSFER
               PERFORM SUGGEST-PURCHASE
               PERFORM BUILD-SUGGESTION
               MOVE PROD-ID TO DTL-PROD-ID
               MOVE PROD-DESCRIPTION TO DTL-DESCRIPTION
               MOVE LVL-LOCATION TO DTL-LOCATION
               MOVE LVL-ON-HAND TO DTL-ON-HAND
               MOVE LVL-IN-TRANSIT TO DTL-IN-TRANSIT
               MOVE LVL-REORDER-POINT TO DTL-REORDER-POINT
               MOVE QTY-ON-ORDER TO DTL-ON-ORDER
               WRITE REPORT-LINE FROM DETAIL-LINE
           END-IF.

      * The location with the most to spare sends what it can.
       SUGGEST-TRANSFER.
           MOVE ZERO TO TRANSFER-QTY
           MOVE ZERO TO SURPLUS-IDX
           MOVE SPACES TO TRANSFER-FROM
           PERFORM FIND-SURPLUS-LOCATION
               VARYING PLC-SCAN-IDX FROM 1 BY 1
               UNTIL PLC-SCAN-IDX > PLC-COUNT
           IF SURPLUS-IDX > 0
               IF PLC-SURPLUS(SURPLUS-IDX) < QTY-NEEDED
                   MOVE PLC-SURPLUS(SURPLUS-IDX) TO TRANSFER-QTY
               ELSE
                   MOVE QTY-NEEDED TO TRANSFER-QTY
               END-IF
               SUBTRACT TRANSFER-QTY FROM PLC-SURPLUS(SURPLUS-IDX)
               SUBTRACT TRANSFER-QTY FROM QTY-NEEDED
               MOVE PLC-LOCATION(SURPLUS-IDX) TO TRANSFER-FROM
               ADD 1 TO TRANSFER-COUNT
           END-IF.

       FIND-SURPLUS-LOCATION.
           IF PLC-SCAN-IDX NOT = LVL-IDX
               AND PLC-SURPLUS(PLC-SCAN-IDX) > 0
               IF SURPLUS-IDX = 0
                   MOVE PLC-SCAN-IDX TO SURPLUS-IDX
               ELSE
                   IF PLC-SURPLUS(PLC-SCAN-IDX)
                       > PLC-SURPLUS(SURPLUS-IDX)
                       MOVE PLC-SCAN-IDX TO SURPLUS-IDX
                   END-IF
               END-IF
           END-IF.

      * Whatever no location can spare is bought, less what the
      * product's open PO lines still have to deliver; one PO balance
      * covers the product's locations in turn.
       SUGGEST-PURCHASE.
           MOVE ZERO TO BUY-QTY
           MOVE 'N' TO COVERED-SWITCH
           IF QTY-NEEDED > 0
               IF ON-ORDER-REMAINING NOT < QTY-NEEDED
                   SUBTRACT QTY-NEEDED FROM ON-ORDER-REMAINING
                   SET LEVEL-COVERED TO TRUE
                   ADD 1 TO COVERED-COUNT
               ELSE
                   COMPUTE BUY-QTY = QTY-NEEDED - ON-ORDER-REMAINING
                   MOVE ZERO TO ON-ORDER-REMAINING
                   ADD 1 TO BUY-COUNT
               END-IF
           END-IF.

       BUILD-SUGGESTION.
           MOVE SPACES TO DTL-NOTE
           MOVE TRANSFER-QTY TO SUGGEST-QTY-EDIT
           MOVE BUY-QTY TO SUGGEST-BUY-EDIT
           EVALUATE TRUE
               WHEN TRANSFER-QTY > 0 AND BUY-QTY > 0
                   STRING "XFER " FUNCTION TRIM(SUGGEST-QTY-EDIT)
                       " FROM " TRANSFER-FROM
                       " + BUY " FUNCTION TRIM(SUGGEST-BUY-EDIT)
                       DELIMITED BY SIZE INTO DTL-NOTE
               WHEN TRANSFER-QTY > 0
                   STRING "TRANSFER " FUNCTION TRIM(SUGGEST-QTY-EDIT)
                       " FROM " TRANSFER-FROM
                       DELIMITED BY SIZE INTO DTL-NOTE
               WHEN BUY-QTY > 0
                   STRING "BUY " FUNCTION TRIM(SUGGEST-BUY-EDIT)
                       DELIMITED BY SIZE INTO DTL-NOTE
               WHEN LEVEL-COVERED
                   MOVE "COVERED BY OPEN PO" TO DTL-NOTE
           END-EVALUATE.

       TOTAL-QTY-ON-ORDER.
           MOVE ZERO TO QTY-ON-ORDER
           MOVE 'N' TO END-OF-PO-LINES
           IF PO-FILE-AVAILABLE
               MOVE PROD-ID TO PO-PROD-ID
               START PURCHASE-ORDER-FILE KEY IS = PO-PROD-ID
                   INVALID KEY
                       SET NO-MORE-PO-LINES TO TRUE
               END-START
               PERFORM ADD-NEXT-PO-LINE UNTIL NO-MORE-PO-LINES
           END-IF.

       ADD-NEXT-PO-LINE.
           READ PURCHASE-ORDER-FILE NEXT RECORD
               AT END
                   SET NO-MORE-PO-LINES TO TRUE
               NOT AT END
                   IF PO-PROD-ID NOT = PROD-ID
                       SET NO-MORE-PO-LINES TO TRUE
                   ELSE
                       IF PO-LINE-OPEN
                           AND PO-QTY-ORDERED > PO-QTY-RECEIVED
                           COMPUTE QTY-ON-ORDER = QTY-ON-ORDER
                               + PO-QTY-ORDERED - PO-QTY-RECEIVED
                       END-IF
                   END-IF
           END-READ.

       PRINT-NEGATIVE-SECTION.
           IF NEGATIVE-COUNT > 0
               WRITE REPORT-LINE FROM SPACES

       PRINT-ONE-NEGATIVE-LINE.
           MOVE NEG-PROD-ID(NEG-IDX) TO NDL-PROD-ID
           MOVE NEG-LOCATION(NEG-IDX) TO NDL-LOCATION
           MOVE NEG-ON-HAND(NEG-IDX) TO NDL-ON-HAND
           WRITE REPORT-LINE FROM NEGATIVE-DETAIL-LINE.

           CLOSE REPORT-FILE
           DISPLAY "Reorder report complete: " PRODUCT-COUNT
               " products scanned, " REORDER-COUNT
               " at/below reorder point (" COVERED-COUNT
               " covered by open POs), " NEGATIVE-COUNT
               " negative"
           DISPLAY "Suggested: " TRANSFER-COUNT " transfer(s), "
               BUY-COUNT " purchase(s)"
           DISPLAY "Report saved to: "
               "../data/output/reorder-report.txt".

