       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDER-RELEASE.
       AUTHOR. MUHAMMAD SHAMSUL MARUF.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * NIGHTLY SALES ORDER RELEASE                                   *
      * Runs after STOCK-RECEIPTS has booked the day's deliveries and *
      * before REPORT-GENERATOR. Product by product, the stock not    *
      * already allocated to open order lines is handed to the        *
      * product's backorders oldest order date first; then every line *
      * with stock allocated is written into sales-transactions.txt   *
      * as an ordinary sale, so REPORT-GENERATOR relieves on-hand and *
      * INVOICE-GENERATOR bills the customer exactly as it would a    *
      * keyed sale, and the allocated quantity moves to shipped. A    *
      * line whose customer has gone on credit hold since the order   *
      * was taken keeps its allocation and is listed as held rather   *
      * than shipped, until the hold clears or the order is           *
      * cancelled.                                                    *
      * Each shipped line names the location it ships from: the       *
      * default location when it holds enough of the product, else    *
      * the first location that does, else the one holding the most.  *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-FILE
               ASSIGN TO "../data/output/sales-orders.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORD-KEY
               ALTERNATE RECORD KEY IS ORD-ALLOCATION-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS ORD-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS ORDER-FILE-STATUS.

           SELECT PRODUCT-MASTER
               ASSIGN TO "../data/output/product-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-ID
               FILE STATUS IS PRODUCT-FILE-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO "../data/output/customers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               ALTERNATE RECORD KEY IS CUSTOMER-EMAIL
                   WITH DUPLICATES
               FILE STATUS IS CUSTOMER-FILE-STATUS.

           SELECT SALES-TRANSACTION-FILE
               ASSIGN TO "../data/input/sales-transactions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALES-FILE-STATUS.

           SELECT RELEASE-REPORT-FILE
               ASSIGN TO "../data/output/order-release-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

           SELECT OPS-STATS-FILE
               ASSIGN TO "../data/output/daily-ops-stats.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-STATS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-FILE.
       01  ORDER-RECORD.
           COPY "ordrec.cpy".

       FD  PRODUCT-MASTER.
       01  PRODUCT-RECORD.
           COPY "prodrec.cpy".

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           COPY "custrec.cpy".

      * Same layout REPORT-GENERATOR and INVOICE-GENERATOR read.
       FD  SALES-TRANSACTION-FILE.
       01  SALES-TRANSACTION-RECORD.
           05  TXN-PROD-ID         PIC X(10).
           05  TXN-PROD-NAME       PIC X(22).
           05  TXN-QUANTITY        PIC 9(6).
           05  TXN-UNIT-PRICE      PIC 9(5)V99.
           05  TXN-CATEGORY        PIC X(15).
           05  TXN-TYPE            PIC X(1).
           05  TXN-CUSTOMER-ID     PIC X(6).
           05  TXN-SALESPERSON     PIC X(4).
           05  TXN-RMA-NUMBER      PIC X(8).
           05  TXN-SHIP-LOCATION   PIC X(4).

       FD  RELEASE-REPORT-FILE.
       01  REPORT-LINE             PIC X(100).

       FD  OPS-STATS-FILE.
       01  OPS-STAT-RECORD.
           COPY "opstat.cpy".

       WORKING-STORAGE SECTION.
       01  ORDER-FILE-STATUS       PIC XX.
       01  PRODUCT-FILE-STATUS     PIC XX.
       01  CUSTOMER-FILE-STATUS    PIC XX.
       01  SALES-FILE-STATUS       PIC XX.
       01  REPORT-FILE-STATUS      PIC XX.
       01  OPS-STATS-FILE-STATUS   PIC XX.

       01  TODAY-YYYYMMDD          PIC 9(8).

       01  END-OF-PRODUCTS         PIC X VALUE 'N'.
           88  NO-MORE-PRODUCTS    VALUE 'Y'.
       01  END-OF-ORDER-LINES      PIC X.
           88  NO-MORE-ORDER-LINES VALUE 'Y'.

      * Per product: stock on hand not yet promised to an open line,
      * and whether any line is waiting on it.
       01  QTY-ALLOCATED-TOTAL     PIC 9(8).
       01  QTY-BACKORDER-TOTAL     PIC 9(8).
       01  QTY-FREE                PIC S9(8).
       01  QTY-TO-FILL             PIC 9(6).

       01  LINES-FILLED            PIC 9(6) VALUE ZERO.
       01  LINES-SHIPPED           PIC 9(6) VALUE ZERO.
       01  LINES-HELD              PIC 9(6) VALUE ZERO.
       01  QTY-SHIPPED-TOTAL       PIC 9(8) VALUE ZERO.
       01  VALUE-SHIPPED-TOTAL     PIC 9(10)V99 VALUE ZERO.

       01  RELEASE-DETAIL-LINE.
           05  RDL-ORDER-NUMBER    PIC X(8).
           05  FILLER              PIC X(1) VALUE "/".
           05  RDL-LINE            PIC 9(3).
           05  FILLER              PIC X(3) VALUE " | ".
           05  RDL-CUSTOMER-ID     PIC 9(6).
           05  FILLER              PIC X(3) VALUE " | ".
           05  RDL-PROD-ID         PIC X(10).
           05  FILLER              PIC X(3) VALUE " | ".
           05  RDL-QUANTITY        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(3) VALUE " | ".
           05  RDL-BACKORDERED     PIC ZZZ,ZZ9.
           05  FILLER              PIC X(3) VALUE " | ".
           05  RDL-ACTION          PIC X(20).
           05  FILLER              PIC X(23) VALUE SPACES.

      * The product's on-hand at each location, loaded when it has
      * lines to ship and drawn down as lines are given a location.
       01  STOCK-LOCATION-REQUEST.
           COPY "stlreq.cpy".
       01  DEFAULT-SHIP-LOCATION   PIC X(4).
       01  SHIP-LOCATION-COUNT     PIC 9(2) VALUE ZERO.
       01  SHIP-LOCATION-TABLE.
           05  SHIP-LOCATION-ENTRY OCCURS 10 TIMES.
               10  SHL-LOCATION    PIC X(4).
               10  SHL-AVAILABLE   PIC S9(8) COMP-3.
       01  SHL-IDX                 PIC 9(2).
       01  SHL-CHOSEN-IDX          PIC 9(2).

       01  PROGRAM-RETURN-CODE     PIC 9(3) VALUE ZERO.
       01  WARNING-FLAG            PIC X VALUE 'N'.
           88  WARNINGS-OCCURRED   VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RELEASE
           PERFORM RELEASE-ALL-PRODUCTS
           PERFORM FINALIZE-RELEASE
           PERFORM DETERMINE-RETURN-CODE
           PERFORM WRITE-OPS-STATS
           MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       INITIALIZE-RELEASE.
           CALL "PROCESS-DATE" USING TODAY-YYYYMMDD

      * No order file yet means no orders have ever been taken.
           OPEN I-O ORDER-FILE
           IF ORDER-FILE-STATUS = "35"
               DISPLAY "NOTE: no sales-orders.dat - nothing to "
                   "release"
               PERFORM WRITE-OPS-STATS
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           IF ORDER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open sales-orders.dat"
               DISPLAY "File Status: " ORDER-FILE-STATUS
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT PRODUCT-MASTER
           IF PRODUCT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open product master"
               DISPLAY "File Status: " PRODUCT-FILE-STATUS
               CLOSE ORDER-FILE
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF CUSTOMER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open customer file"
               DISPLAY "File Status: " CUSTOMER-FILE-STATUS
               CLOSE ORDER-FILE
               CLOSE PRODUCT-MASTER
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

      * Released lines join whatever the day's keyed sales feed
      * already holds.
           OPEN EXTEND SALES-TRANSACTION-FILE
           IF SALES-FILE-STATUS = "35"
               OPEN OUTPUT SALES-TRANSACTION-FILE
           END-IF
           IF SALES-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open sales-transactions.txt"
               DISPLAY "File Status: " SALES-FILE-STATUS
               CLOSE ORDER-FILE
               CLOSE PRODUCT-MASTER
               CLOSE CUSTOMER-FILE
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT RELEASE-REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open order-release-report.txt"
               DISPLAY "File Status: " REPORT-FILE-STATUS
               CLOSE ORDER-FILE
               CLOSE PRODUCT-MASTER
               CLOSE CUSTOMER-FILE
               CLOSE SALES-TRANSACTION-FILE
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "SALES ORDER RELEASE FOR " TODAY-YYYYMMDD
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ORDER/LINE   | CUST   | PRODUCT    |     QTY |"
               " BACKORD | ACTION"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       RELEASE-ALL-PRODUCTS.
           MOVE LOW-VALUES TO PROD-ID
           START PRODUCT-MASTER KEY IS >= PROD-ID
               INVALID KEY
                   SET NO-MORE-PRODUCTS TO TRUE
           END-START
           PERFORM RELEASE-NEXT-PRODUCT UNTIL NO-MORE-PRODUCTS.

       RELEASE-NEXT-PRODUCT.
           READ PRODUCT-MASTER NEXT RECORD
               AT END
                   SET NO-MORE-PRODUCTS TO TRUE
               NOT AT END
                   PERFORM RELEASE-ONE-PRODUCT
           END-READ.

      * First pass over the product's lines totals what is already
      * allocated and what is owed; the second, oldest order date
      * first, fills backorders from the free stock and ships every
      * allocated line.
       RELEASE-ONE-PRODUCT.
           MOVE ZERO TO QTY-ALLOCATED-TOTAL
           MOVE ZERO TO QTY-BACKORDER-TOTAL
           PERFORM START-PRODUCT-LINES
           PERFORM TOTAL-NEXT-PRODUCT-LINE UNTIL NO-MORE-ORDER-LINES
           IF QTY-ALLOCATED-TOTAL > 0 OR QTY-BACKORDER-TOTAL > 0
               COMPUTE QTY-FREE =
                   PROD-QTY-ON-HAND - QTY-ALLOCATED-TOTAL
               PERFORM LOAD-SHIP-LOCATIONS
               PERFORM START-PRODUCT-LINES
               PERFORM RELEASE-NEXT-PRODUCT-LINE
                   UNTIL NO-MORE-ORDER-LINES
           END-IF.

       LOAD-SHIP-LOCATIONS.
           SET SLQ-VALIDATE TO TRUE
           MOVE PROD-ID TO SLQ-PROD-ID
           MOVE SPACES TO SLQ-LOCATION
           CALL "STOCK-LOCATION-POST" USING STOCK-LOCATION-REQUEST
           MOVE SLQ-DEFAULT-LOCATION TO DEFAULT-SHIP-LOCATION
           MOVE SLQ-LOCATION-COUNT TO SHIP-LOCATION-COUNT
           PERFORM LOAD-ONE-SHIP-LOCATION
               VARYING SHL-IDX FROM 1 BY 1
               UNTIL SHL-IDX > SHIP-LOCATION-COUNT.

       LOAD-ONE-SHIP-LOCATION.
           MOVE SLQ-LOC-CODE(SHL-IDX) TO SHL-LOCATION(SHL-IDX)
           SET SLQ-READ TO TRUE
           MOVE PROD-ID TO SLQ-PROD-ID
           MOVE SHL-LOCATION(SHL-IDX) TO SLQ-LOCATION
           CALL "STOCK-LOCATION-POST" USING STOCK-LOCATION-REQUEST
           MOVE SLQ-ON-HAND TO SHL-AVAILABLE(SHL-IDX).

      * Picks the location the allocated quantity ships from and
      * takes the quantity off what that location has left.
       CHOOSE-SHIP-LOCATION.
           MOVE ZERO TO SHL-CHOSEN-IDX
           PERFORM FIND-DEFAULT-SHIP-LOCATION
               VARYING SHL-IDX FROM 1 BY 1
               UNTIL SHL-IDX > SHIP-LOCATION-COUNT
                   OR SHL-CHOSEN-IDX > 0
           IF SHL-CHOSEN-IDX = 0
               PERFORM FIND-SHIP-LOCATION-WITH-STOCK
                   VARYING SHL-IDX FROM 1 BY 1
                   UNTIL SHL-IDX > SHIP-LOCATION-COUNT
                       OR SHL-CHOSEN-IDX > 0
           END-IF
           IF SHL-CHOSEN-IDX = 0
               PERFORM FIND-FULLEST-SHIP-LOCATION
                   VARYING SHL-IDX FROM 1 BY 1
                   UNTIL SHL-IDX > SHIP-LOCATION-COUNT
           END-IF
           IF SHL-CHOSEN-IDX = 0
               MOVE DEFAULT-SHIP-LOCATION TO TXN-SHIP-LOCATION
           ELSE
               MOVE SHL-LOCATION(SHL-CHOSEN-IDX) TO TXN-SHIP-LOCATION
               SUBTRACT ORD-QTY-ALLOCATED
                   FROM SHL-AVAILABLE(SHL-CHOSEN-IDX)
           END-IF.

       FIND-DEFAULT-SHIP-LOCATION.
           IF SHL-LOCATION(SHL-IDX) = DEFAULT-SHIP-LOCATION
               AND SHL-AVAILABLE(SHL-IDX) NOT < ORD-QTY-ALLOCATED
               MOVE SHL-IDX TO SHL-CHOSEN-IDX
           END-IF.

       FIND-SHIP-LOCATION-WITH-STOCK.
           IF SHL-AVAILABLE(SHL-IDX) NOT < ORD-QTY-ALLOCATED
               MOVE SHL-IDX TO SHL-CHOSEN-IDX
           END-IF.

       FIND-FULLEST-SHIP-LOCATION.
           IF SHL-AVAILABLE(SHL-IDX) > 0
               IF SHL-CHOSEN-IDX = 0
                   MOVE SHL-IDX TO SHL-CHOSEN-IDX
               ELSE
                   IF SHL-AVAILABLE(SHL-IDX)
                       > SHL-AVAILABLE(SHL-CHOSEN-IDX)
                       MOVE SHL-IDX TO SHL-CHOSEN-IDX
                   END-IF
               END-IF
           END-IF.

       START-PRODUCT-LINES.
           MOVE 'N' TO END-OF-ORDER-LINES
           MOVE PROD-ID TO ORD-PROD-ID
           MOVE ZERO TO ORD-ORDER-DATE
           START ORDER-FILE KEY IS >= ORD-ALLOCATION-KEY
               INVALID KEY
                   SET NO-MORE-ORDER-LINES TO TRUE
           END-START.

       TOTAL-NEXT-PRODUCT-LINE.
           READ ORDER-FILE NEXT RECORD
               AT END
                   SET NO-MORE-ORDER-LINES TO TRUE
               NOT AT END
                   IF ORD-PROD-ID NOT = PROD-ID
                       SET NO-MORE-ORDER-LINES TO TRUE
                   ELSE
                       IF ORD-LINE-OPEN
                           ADD ORD-QTY-ALLOCATED
                               TO QTY-ALLOCATED-TOTAL
                           ADD ORD-QTY-BACKORDERED
                               TO QTY-BACKORDER-TOTAL
                       END-IF
                   END-IF
           END-READ.

       RELEASE-NEXT-PRODUCT-LINE.
           READ ORDER-FILE NEXT RECORD
               AT END
                   SET NO-MORE-ORDER-LINES TO TRUE
               NOT AT END
                   IF ORD-PROD-ID NOT = PROD-ID
                       SET NO-MORE-ORDER-LINES TO TRUE
                   ELSE
                       IF ORD-LINE-OPEN
                           PERFORM FILL-BACKORDER
                           PERFORM SHIP-ALLOCATED-QUANTITY
                       END-IF
                   END-IF
           END-READ.

       FILL-BACKORDER.
           IF ORD-QTY-BACKORDERED > 0 AND QTY-FREE > 0
               IF QTY-FREE < ORD-QTY-BACKORDERED
                   MOVE QTY-FREE TO QTY-TO-FILL
               ELSE
                   MOVE ORD-QTY-BACKORDERED TO QTY-TO-FILL
               END-IF
               ADD QTY-TO-FILL TO ORD-QTY-ALLOCATED
               SUBTRACT QTY-TO-FILL FROM ORD-QTY-BACKORDERED
               SUBTRACT QTY-TO-FILL FROM QTY-FREE
               ADD 1 TO LINES-FILLED
           END-IF.

      * The sale line carries the order's price and salesperson so
      * the deviation check, commission and invoice see the order as
      * it was taken.
       SHIP-ALLOCATED-QUANTITY.
           IF ORD-QTY-ALLOCATED > 0
               MOVE ORD-CUSTOMER-ID TO CUSTOMER-ID
               READ CUSTOMER-FILE KEY IS CUSTOMER-ID
               IF CUSTOMER-FILE-STATUS = "00"
                   AND CUSTOMER-ON-CREDIT-HOLD
                   MOVE ORD-QTY-ALLOCATED TO RDL-QUANTITY
                   MOVE "HELD - CREDIT HOLD" TO RDL-ACTION
                   ADD 1 TO LINES-HELD
                   SET WARNINGS-OCCURRED TO TRUE
               ELSE
                   MOVE ORD-PROD-ID TO TXN-PROD-ID
                   MOVE PROD-DESCRIPTION TO TXN-PROD-NAME
                   MOVE ORD-QTY-ALLOCATED TO TXN-QUANTITY
                   MOVE ORD-UNIT-PRICE TO TXN-UNIT-PRICE
                   MOVE PROD-CATEGORY TO TXN-CATEGORY
                   MOVE "S" TO TXN-TYPE
                   MOVE ORD-CUSTOMER-ID TO TXN-CUSTOMER-ID
                   MOVE ORD-SALESPERSON TO TXN-SALESPERSON
                   MOVE SPACES TO TXN-RMA-NUMBER
                   PERFORM CHOOSE-SHIP-LOCATION
                   WRITE SALES-TRANSACTION-RECORD
                   MOVE ORD-QTY-ALLOCATED TO RDL-QUANTITY
                   MOVE SPACES TO RDL-ACTION
                   STRING "SHIPPED FROM " TXN-SHIP-LOCATION
                       DELIMITED BY SIZE INTO RDL-ACTION
                   ADD 1 TO LINES-SHIPPED
                   ADD ORD-QTY-ALLOCATED TO QTY-SHIPPED-TOTAL
                   COMPUTE VALUE-SHIPPED-TOTAL = VALUE-SHIPPED-TOTAL
                       + ORD-QTY-ALLOCATED * ORD-UNIT-PRICE
                   ADD ORD-QTY-ALLOCATED TO ORD-QTY-SHIPPED
                   MOVE ZERO TO ORD-QTY-ALLOCATED
                   MOVE TODAY-YYYYMMDD TO ORD-LAST-SHIP-DATE
                   IF ORD-QTY-BACKORDERED = 0
                       SET ORD-LINE-COMPLETE TO TRUE
                   END-IF
               END-IF
               REWRITE ORDER-RECORD
               IF ORDER-FILE-STATUS NOT = "00"
                   DISPLAY "WARNING: cannot update order line "
                       ORD-NUMBER "/" ORD-LINE " status "
                       ORDER-FILE-STATUS
                   SET WARNINGS-OCCURRED TO TRUE
               END-IF
               MOVE ORD-NUMBER TO RDL-ORDER-NUMBER
               MOVE ORD-LINE TO RDL-LINE
               MOVE ORD-CUSTOMER-ID TO RDL-CUSTOMER-ID
               MOVE ORD-PROD-ID TO RDL-PROD-ID
               MOVE ORD-QTY-BACKORDERED TO RDL-BACKORDERED
               WRITE REPORT-LINE FROM RELEASE-DETAIL-LINE
           END-IF.

       FINALIZE-RELEASE.
           IF LINES-SHIPPED = 0 AND LINES-HELD = 0
               MOVE "(no order lines ready to ship)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           CLOSE ORDER-FILE
           CLOSE PRODUCT-MASTER
           CLOSE CUSTOMER-FILE
           CLOSE SALES-TRANSACTION-FILE
           CLOSE RELEASE-REPORT-FILE
           SET SLQ-CLOSE TO TRUE
           CALL "STOCK-LOCATION-POST" USING STOCK-LOCATION-REQUEST
           DISPLAY "Order release complete: " LINES-FILLED
               " backorder(s) filled, " LINES-SHIPPED
               " line(s) shipped, " LINES-HELD " held"
           DISPLAY "Units shipped: " QTY-SHIPPED-TOTAL
               "  Value: $" VALUE-SHIPPED-TOTAL
           DISPLAY "Report saved to: "
               "../data/output/order-release-report.txt".

       DETERMINE-RETURN-CODE.
           IF PROGRAM-RETURN-CODE = 0 AND WARNINGS-OCCURRED
               MOVE 4 TO PROGRAM-RETURN-CODE
           END-IF.

       WRITE-OPS-STATS.
           OPEN EXTEND OPS-STATS-FILE
           IF OPS-STATS-FILE-STATUS = "35"
               OPEN OUTPUT OPS-STATS-FILE
               CLOSE OPS-STATS-FILE
               OPEN EXTEND OPS-STATS-FILE
           END-IF

           MOVE SPACES TO OPS-STAT-RECORD
           MOVE "ORDER-RELEASE"       TO OPS-PROGRAM-ID
           ACCEPT OPS-RUN-DATE FROM DATE YYYYMMDD
           MOVE LINES-SHIPPED         TO OPS-RECORDS-PROCESSED
           MOVE LINES-HELD            TO OPS-REJECTS
           MOVE VALUE-SHIPPED-TOTAL   TO OPS-TOTAL-AMOUNT
           MOVE PROGRAM-RETURN-CODE   TO OPS-RETURN-CODE
           WRITE OPS-STAT-RECORD
           CLOSE OPS-STATS-FILE.

       END PROGRAM ORDER-RELEASE.
