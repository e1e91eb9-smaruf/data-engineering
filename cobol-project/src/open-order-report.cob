       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPEN-ORDER-REPORT.
       AUTHOR. MUHAMMAD SHAMSUL MARUF.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * OPEN ORDER AND BACKORDER REPORT                               *
      * Nightly, after ORDER-RELEASE: every open sales order line by  *
      * customer and product, showing what was ordered, what has      *
      * shipped, what is allocated awaiting release and what is still *
      * on backorder, with the open value per customer. A closing     *
      * section totals the backorders by product against on-hand and  *
      * the quantity already on order from vendors, so the buyers can *
      * see which shortages a PO will cover.                          *
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

           SELECT CUSTOMER-FILE
               ASSIGN TO "../data/output/customers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               ALTERNATE RECORD KEY IS CUSTOMER-EMAIL
                   WITH DUPLICATES
               FILE STATUS IS CUSTOMER-FILE-STATUS.

           SELECT PRODUCT-MASTER
               ASSIGN TO "../data/output/product-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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

           SELECT ORDER-SORT-FILE
               ASSIGN TO "../data/output/open-order-sort-work.tmp".

           SELECT REPORT-FILE
               ASSIGN TO "../data/output/open-order-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

           SELECT OPS-STATS-FILE
               ASSIGN TO "../data/output/daily-ops-stats.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-STATS-FILE-STATUS.

           SELECT COMPANY-PROFILE-FILE
               ASSIGN TO "../data/input/company-profile.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROFILE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-FILE.
       01  ORDER-RECORD.
           COPY "ordrec.cpy".

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           COPY "custrec.cpy".

       FD  PRODUCT-MASTER.
       01  PRODUCT-RECORD.
           COPY "prodrec.cpy".

       FD  PURCHASE-ORDER-FILE.
       01  PURCHASE-ORDER-RECORD.
           COPY "porec.cpy".

       SD  ORDER-SORT-FILE.
       01  SORT-RECORD.
           05  SORT-CUSTOMER-ID    PIC 9(6).
           05  SORT-PROD-ID        PIC X(10).
           05  SORT-ORDER-NUMBER   PIC X(8).
           05  SORT-ORDER-LINE     PIC 9(3).
           05  SORT-ORDER-DATE     PIC 9(8).
           05  SORT-ORDERED        PIC 9(6).
           05  SORT-SHIPPED        PIC 9(6).
           05  SORT-ALLOCATED      PIC 9(6).
           05  SORT-BACKORDERED    PIC 9(6).
           05  SORT-UNIT-PRICE     PIC 9(5)V99.

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(132).

       FD  OPS-STATS-FILE.
       01  OPS-STAT-RECORD.
           COPY "opstat.cpy".

       FD  COMPANY-PROFILE-FILE.
       01  COMPANY-PROFILE-RECORD.
           COPY "comprof.cpy".

       WORKING-STORAGE SECTION.
       01  ORDER-FILE-STATUS       PIC XX.
       01  CUSTOMER-FILE-STATUS    PIC XX.
       01  PRODUCT-FILE-STATUS     PIC XX.
       01  PO-FILE-STATUS          PIC XX.
       01  REPORT-FILE-STATUS      PIC XX.
       01  OPS-STATS-FILE-STATUS   PIC XX.
       01  PROFILE-FILE-STATUS     PIC XX.

       01  COMPANY-NAME            PIC X(50) VALUE
           "ABC CORPORATION - ORDER DESK".

       01  TODAY-YYYYMMDD          PIC 9(8).
       01  CURRENT-DATE-FIELDS REDEFINES TODAY-YYYYMMDD.
           05  CURR-YEAR           PIC 9(4).
           05  CURR-MONTH          PIC 9(2).
           05  CURR-DAY            PIC 9(2).
       01  FORMATTED-DATE          PIC X(10).

       01  END-OF-ORDER-LINES      PIC X VALUE 'N'.
           88  NO-MORE-ORDER-LINES VALUE 'Y'.
       01  END-OF-SORTED           PIC X VALUE 'N'.
           88  NO-MORE-SORTED      VALUE 'Y'.
       01  FIRST-SORTED-SWITCH     PIC X VALUE 'Y'.
           88  FIRST-SORTED-RECORD VALUE 'Y'.
       01  END-OF-PO-LINES         PIC X.
           88  NO-MORE-PO-LINES    VALUE 'Y'.
       01  PO-FILE-SWITCH          PIC X VALUE 'N'.
           88  PO-FILE-AVAILABLE   VALUE 'Y'.

       01  PREVIOUS-CUSTOMER-ID    PIC 9(6).
       01  OPEN-LINE-COUNT         PIC 9(6) VALUE ZERO.
       01  BACKORDER-LINE-COUNT    PIC 9(6) VALUE ZERO.
       01  LINE-OPEN-VALUE         PIC 9(10)V99.
       01  CUSTOMER-OPEN-VALUE     PIC 9(10)V99 VALUE ZERO.
       01  GRAND-OPEN-VALUE        PIC 9(10)V99 VALUE ZERO.

      * Backorder summary by product, read through the allocation
      * key so each product's lines arrive together.
       01  SUMMARY-PROD-ID         PIC X(10).
       01  PRODUCT-BACKORDER-QTY   PIC 9(8).
       01  QTY-ON-ORDER            PIC 9(8).

       01  HEADER-LINE-1.
           05  FILLER              PIC X(40) VALUE SPACES.
           05  HDR-COMPANY         PIC X(50).
           05  FILLER              PIC X(42) VALUE SPACES.

       01  HEADER-LINE-2.
           05  FILLER              PIC X(50) VALUE
               "OPEN ORDER AND BACKORDER REPORT".
           05  FILLER              PIC X(20) VALUE SPACES.
           05  FILLER              PIC X(6) VALUE "Date: ".
           05  HDR-DATE            PIC X(10).
           05  FILLER              PIC X(46) VALUE SPACES.

       01  COLUMN-HEADER-1.
           05  FILLER              PIC X(36) VALUE
               "CUST   | PRODUCT    | ORDER/LINE   |".
           05  FILLER              PIC X(36) VALUE
               " ORDER DT | ORDERED | SHIPPED |   AL".
           05  FILLER              PIC X(30) VALUE
               "LOC | BACKORD |     OPEN VALUE".
           05  FILLER              PIC X(30) VALUE SPACES.

       01  SEPARATOR-LINE          PIC X(132) VALUE ALL "-".

       01  CUSTOMER-HEADING-LINE.
           05  FILLER              PIC X(10) VALUE "CUSTOMER ".
           05  CHL-CUSTOMER-ID     PIC 9(6).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  CHL-CUSTOMER-NAME   PIC X(40).
           05  FILLER              PIC X(74) VALUE SPACES.

       01  DETAIL-LINE.
           05  DTL-CUSTOMER-ID     PIC 9(6).
           05  FILLER              PIC X(3) VALUE " | ".
           05  DTL-PROD-ID         PIC X(10).
           05  FILLER              PIC X(3) VALUE " | ".
           05  DTL-ORDER-NUMBER    PIC X(8).
           05  FILLER              PIC X(1) VALUE "/".
           05  DTL-ORDER-LINE      PIC 9(3).
           05  FILLER              PIC X(3) VALUE " | ".
           05  DTL-ORDER-DATE      PIC 9(8).
           05  FILLER              PIC X(3) VALUE " | ".
           05  DTL-ORDERED         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(3) VALUE " | ".
           05  DTL-SHIPPED         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(3) VALUE " | ".
           05  DTL-ALLOCATED       PIC ZZZ,ZZ9.
           05  FILLER              PIC X(3) VALUE " | ".
           05  DTL-BACKORDERED     PIC ZZZ,ZZ9.
           05  FILLER              PIC X(3) VALUE " | ".
           05  DTL-OPEN-VALUE      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(30) VALUE SPACES.

       01  SUBTOTAL-LINE.
           05  FILLER              PIC X(54) VALUE SPACES.
           05  FILLER              PIC X(34) VALUE
               "Customer open value".
           05  STL-OPEN-VALUE      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(30) VALUE SPACES.

       01  GRAND-TOTAL-LINE.
           05  FILLER              PIC X(54) VALUE SPACES.
           05  FILLER              PIC X(34) VALUE
               "TOTAL OPEN ORDER VALUE".
           05  GTL-OPEN-VALUE      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(30) VALUE SPACES.

       01  SUMMARY-TITLE           PIC X(60) VALUE
           "*** BACKORDERS BY PRODUCT ***".

       01  SUMMARY-HEADER          PIC X(60) VALUE
           "PRODUCT    |   BACKORDER |     ON HAND |   ON ORDER".

       01  SUMMARY-DETAIL-LINE.
           05  SDL-PROD-ID         PIC X(10).
           05  FILLER              PIC X(3) VALUE " | ".
           05  SDL-BACKORDERED     PIC ZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(4) VALUE "  | ".
           05  SDL-ON-HAND         PIC ZZ,ZZZ,ZZ9-.
           05  FILLER              PIC X(3) VALUE " | ".
           05  SDL-ON-ORDER        PIC ZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(3) VALUE "   ".
           05  SDL-NOTE            PIC X(30).
           05  FILLER              PIC X(48) VALUE SPACES.

       01  PROGRAM-RETURN-CODE     PIC 9(3) VALUE ZERO.
       01  WARNING-FLAG            PIC X VALUE 'N'.
           88  WARNINGS-OCCURRED   VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-COMPANY-PROFILE
           PERFORM INITIALIZE-REPORT
           PERFORM PRINT-HEADER
           SORT ORDER-SORT-FILE
               ON ASCENDING KEY SORT-CUSTOMER-ID
               ON ASCENDING KEY SORT-PROD-ID
               ON ASCENDING KEY SORT-ORDER-DATE
               INPUT PROCEDURE IS RELEASE-OPEN-LINES
               OUTPUT PROCEDURE IS PRINT-SORTED-LINES
           PERFORM PRINT-BACKORDER-SUMMARY
           PERFORM FINALIZE-REPORT
           PERFORM DETERMINE-RETURN-CODE
           PERFORM WRITE-OPS-STATS
           MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       INITIALIZE-REPORT.
           CALL "PROCESS-DATE" USING TODAY-YYYYMMDD
           STRING CURR-YEAR "-" CURR-MONTH "-" CURR-DAY
               DELIMITED BY SIZE
               INTO FORMATTED-DATE
           END-STRING

      * No order file yet means no orders have ever been taken.
           OPEN INPUT ORDER-FILE
           IF ORDER-FILE-STATUS = "35"
               DISPLAY "NOTE: no sales-orders.dat - no open orders"
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

           OPEN INPUT CUSTOMER-FILE
           IF CUSTOMER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open customer file"
               DISPLAY "File Status: " CUSTOMER-FILE-STATUS
               CLOSE ORDER-FILE
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT PRODUCT-MASTER
           IF PRODUCT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open product master"
               DISPLAY "File Status: " PRODUCT-FILE-STATUS
               CLOSE ORDER-FILE
               CLOSE CUSTOMER-FILE
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT PURCHASE-ORDER-FILE
           IF PO-FILE-STATUS = "00"
               SET PO-FILE-AVAILABLE TO TRUE
           ELSE
               DISPLAY "NOTE: no purchase-orders.dat - on-order "
                   "quantities print as zero"
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open open-order-report.txt"
               DISPLAY "File Status: " REPORT-FILE-STATUS
               CLOSE ORDER-FILE
               CLOSE CUSTOMER-FILE
               CLOSE PRODUCT-MASTER
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

      * Input side of the sort: every open line on the order file.
       RELEASE-OPEN-LINES.
           MOVE LOW-VALUES TO ORD-KEY
           START ORDER-FILE KEY IS >= ORD-KEY
               INVALID KEY
                   SET NO-MORE-ORDER-LINES TO TRUE
           END-START
           PERFORM RELEASE-NEXT-OPEN-LINE UNTIL NO-MORE-ORDER-LINES.

       RELEASE-NEXT-OPEN-LINE.
           READ ORDER-FILE NEXT RECORD
               AT END
                   SET NO-MORE-ORDER-LINES TO TRUE
               NOT AT END
                   IF ORD-LINE-OPEN
                       MOVE ORD-CUSTOMER-ID TO SORT-CUSTOMER-ID
                       MOVE ORD-PROD-ID TO SORT-PROD-ID
                       MOVE ORD-NUMBER TO SORT-ORDER-NUMBER
                       MOVE ORD-LINE TO SORT-ORDER-LINE
                       MOVE ORD-ORDER-DATE TO SORT-ORDER-DATE
                       MOVE ORD-QTY-ORDERED TO SORT-ORDERED
                       MOVE ORD-QTY-SHIPPED TO SORT-SHIPPED
                       MOVE ORD-QTY-ALLOCATED TO SORT-ALLOCATED
                       MOVE ORD-QTY-BACKORDERED TO SORT-BACKORDERED
                       MOVE ORD-UNIT-PRICE TO SORT-UNIT-PRICE
                       RELEASE SORT-RECORD
                   END-IF
           END-READ.

       PRINT-SORTED-LINES.
           PERFORM RETURN-NEXT-LINE UNTIL NO-MORE-SORTED
           IF OPEN-LINE-COUNT > 0
               PERFORM PRINT-CUSTOMER-SUBTOTAL
           ELSE
               MOVE "(no open order lines)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           WRITE REPORT-LINE FROM SEPARATOR-LINE
           MOVE GRAND-OPEN-VALUE TO GTL-OPEN-VALUE
           WRITE REPORT-LINE FROM GRAND-TOTAL-LINE.

       RETURN-NEXT-LINE.
           RETURN ORDER-SORT-FILE
               AT END
                   SET NO-MORE-SORTED TO TRUE
               NOT AT END
                   PERFORM PRINT-ONE-OPEN-LINE
           END-RETURN.

       PRINT-ONE-OPEN-LINE.
           IF FIRST-SORTED-RECORD
               MOVE 'N' TO FIRST-SORTED-SWITCH
               PERFORM PRINT-CUSTOMER-HEADING
           ELSE
               IF SORT-CUSTOMER-ID NOT = PREVIOUS-CUSTOMER-ID
                   PERFORM PRINT-CUSTOMER-SUBTOTAL
                   PERFORM PRINT-CUSTOMER-HEADING
               END-IF
           END-IF
           ADD 1 TO OPEN-LINE-COUNT
           IF SORT-BACKORDERED > 0
               ADD 1 TO BACKORDER-LINE-COUNT
           END-IF
           COMPUTE LINE-OPEN-VALUE =
               (SORT-ALLOCATED + SORT-BACKORDERED) * SORT-UNIT-PRICE
           ADD LINE-OPEN-VALUE TO CUSTOMER-OPEN-VALUE
           ADD LINE-OPEN-VALUE TO GRAND-OPEN-VALUE

           MOVE SORT-CUSTOMER-ID TO DTL-CUSTOMER-ID
           MOVE SORT-PROD-ID TO DTL-PROD-ID
           MOVE SORT-ORDER-NUMBER TO DTL-ORDER-NUMBER
           MOVE SORT-ORDER-LINE TO DTL-ORDER-LINE
           MOVE SORT-ORDER-DATE TO DTL-ORDER-DATE
           MOVE SORT-ORDERED TO DTL-ORDERED
           MOVE SORT-SHIPPED TO DTL-SHIPPED
           MOVE SORT-ALLOCATED TO DTL-ALLOCATED
           MOVE SORT-BACKORDERED TO DTL-BACKORDERED
           MOVE LINE-OPEN-VALUE TO DTL-OPEN-VALUE
           WRITE REPORT-LINE FROM DETAIL-LINE.

       PRINT-CUSTOMER-HEADING.
           MOVE SORT-CUSTOMER-ID TO PREVIOUS-CUSTOMER-ID
           MOVE SORT-CUSTOMER-ID TO CHL-CUSTOMER-ID
           MOVE SORT-CUSTOMER-ID TO CUSTOMER-ID
           READ CUSTOMER-FILE KEY IS CUSTOMER-ID
           IF CUSTOMER-FILE-STATUS = "00"
               MOVE CUSTOMER-NAME TO CHL-CUSTOMER-NAME
           ELSE
               MOVE "(customer not on file)" TO CHL-CUSTOMER-NAME
               SET WARNINGS-OCCURRED TO TRUE
           END-IF
           WRITE REPORT-LINE FROM CUSTOMER-HEADING-LINE.

       PRINT-CUSTOMER-SUBTOTAL.
           MOVE CUSTOMER-OPEN-VALUE TO STL-OPEN-VALUE
           WRITE REPORT-LINE FROM SUBTOTAL-LINE
           WRITE REPORT-LINE FROM SPACES
           MOVE ZERO TO CUSTOMER-OPEN-VALUE.

      * Backorders by product, with on-hand and the open balance of
      * the product's PO lines; a shortfall no PO covers is flagged
      * for the buyers.
       PRINT-BACKORDER-SUMMARY.
           WRITE REPORT-LINE FROM SPACES
           MOVE SUMMARY-TITLE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SUMMARY-HEADER TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO SUMMARY-PROD-ID
           MOVE ZERO TO PRODUCT-BACKORDER-QTY
           MOVE 'N' TO END-OF-ORDER-LINES
           MOVE LOW-VALUES TO ORD-ALLOCATION-KEY
           START ORDER-FILE KEY IS >= ORD-ALLOCATION-KEY
               INVALID KEY
                   SET NO-MORE-ORDER-LINES TO TRUE
           END-START
           PERFORM SUMMARIZE-NEXT-LINE UNTIL NO-MORE-ORDER-LINES
           IF PRODUCT-BACKORDER-QTY > 0
               PERFORM PRINT-PRODUCT-BACKORDER
           END-IF
           IF BACKORDER-LINE-COUNT = 0
               MOVE "(no backorders)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       SUMMARIZE-NEXT-LINE.
           READ ORDER-FILE NEXT RECORD
               AT END
                   SET NO-MORE-ORDER-LINES TO TRUE
               NOT AT END
                   IF ORD-PROD-ID NOT = SUMMARY-PROD-ID
                       IF PRODUCT-BACKORDER-QTY > 0
                           PERFORM PRINT-PRODUCT-BACKORDER
                       END-IF
                       MOVE ORD-PROD-ID TO SUMMARY-PROD-ID
                       MOVE ZERO TO PRODUCT-BACKORDER-QTY
                   END-IF
                   IF ORD-LINE-OPEN
                       ADD ORD-QTY-BACKORDERED
                           TO PRODUCT-BACKORDER-QTY
                   END-IF
           END-READ.

       PRINT-PRODUCT-BACKORDER.
           MOVE SUMMARY-PROD-ID TO SDL-PROD-ID
           MOVE PRODUCT-BACKORDER-QTY TO SDL-BACKORDERED
           MOVE SUMMARY-PROD-ID TO PROD-ID
           READ PRODUCT-MASTER KEY IS PROD-ID
           IF PRODUCT-FILE-STATUS = "00"
               MOVE PROD-QTY-ON-HAND TO SDL-ON-HAND
           ELSE
               MOVE ZERO TO SDL-ON-HAND
           END-IF
           PERFORM TOTAL-QTY-ON-ORDER
           MOVE QTY-ON-ORDER TO SDL-ON-ORDER
           IF QTY-ON-ORDER < PRODUCT-BACKORDER-QTY
               MOVE "SHORT - NOT COVERED BY PO" TO SDL-NOTE
               SET WARNINGS-OCCURRED TO TRUE
           ELSE
               MOVE SPACES TO SDL-NOTE
           END-IF
           WRITE REPORT-LINE FROM SUMMARY-DETAIL-LINE.

       TOTAL-QTY-ON-ORDER.
           MOVE ZERO TO QTY-ON-ORDER
           MOVE 'N' TO END-OF-PO-LINES
           IF PO-FILE-AVAILABLE
               MOVE SUMMARY-PROD-ID TO PO-PROD-ID
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
                   IF PO-PROD-ID NOT = SUMMARY-PROD-ID
                       SET NO-MORE-PO-LINES TO TRUE
                   ELSE
                       IF PO-LINE-OPEN
                           AND PO-QTY-ORDERED > PO-QTY-RECEIVED
                           COMPUTE QTY-ON-ORDER = QTY-ON-ORDER
                               + PO-QTY-ORDERED - PO-QTY-RECEIVED
                       END-IF
                   END-IF
           END-READ.

       PRINT-HEADER.
           MOVE COMPANY-NAME TO HDR-COMPANY
           WRITE REPORT-LINE FROM HEADER-LINE-1
           MOVE FORMATTED-DATE TO HDR-DATE
           WRITE REPORT-LINE FROM HEADER-LINE-2
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM COLUMN-HEADER-1
           WRITE REPORT-LINE FROM SEPARATOR-LINE.

       FINALIZE-REPORT.
           CLOSE ORDER-FILE
           CLOSE CUSTOMER-FILE
           CLOSE PRODUCT-MASTER
           IF PO-FILE-AVAILABLE
               CLOSE PURCHASE-ORDER-FILE
           END-IF
           CLOSE REPORT-FILE
           DISPLAY "Open order report complete: " OPEN-LINE-COUNT
               " open line(s), " BACKORDER-LINE-COUNT
               " with backorders"
           DISPLAY "Report saved to: "
               "../data/output/open-order-report.txt".

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
           MOVE "OPEN-ORDER-REPORT"   TO OPS-PROGRAM-ID
           ACCEPT OPS-RUN-DATE FROM DATE YYYYMMDD
           MOVE OPEN-LINE-COUNT       TO OPS-RECORDS-PROCESSED
           MOVE BACKORDER-LINE-COUNT  TO OPS-REJECTS
           MOVE GRAND-OPEN-VALUE      TO OPS-TOTAL-AMOUNT
           MOVE PROGRAM-RETURN-CODE   TO OPS-RETURN-CODE
           WRITE OPS-STAT-RECORD
           CLOSE OPS-STATS-FILE.

       READ-COMPANY-PROFILE.
           OPEN INPUT COMPANY-PROFILE-FILE
           IF PROFILE-FILE-STATUS = "00"
               READ COMPANY-PROFILE-FILE
               IF PROFILE-FILE-STATUS = "00"
                   PERFORM APPLY-COMPANY-PROFILE
               END-IF
               CLOSE COMPANY-PROFILE-FILE
           END-IF.

       APPLY-COMPANY-PROFILE.
           IF PROF-COMPANY-NAME NOT = SPACES
               MOVE SPACES TO COMPANY-NAME
               STRING FUNCTION TRIM(PROF-COMPANY-NAME)
                   " - ORDER DESK"
                   DELIMITED BY SIZE INTO COMPANY-NAME
           END-IF.

       END PROGRAM OPEN-ORDER-REPORT.
