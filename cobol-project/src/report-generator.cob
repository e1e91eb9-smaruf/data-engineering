      * price by more than the tolerance in price-tolerance.txt are   *
      * flagged on a price-exception report, so fat-fingered prices   *
      * stop flowing straight into the grand total and the GL entry.  *
      * The price a line is held to is the customer's contract price, *
      * then the product's quantity break, then list (PRICE-RESOLVER),*
      * and the exception line names the rule it was measured by.     *
      *                                                               *
      * A product INVENTORY-COUNT has frozen for a physical count is  *
      * not relieved: its day's quantity is held on the count record  *
      * and comes off on-hand when the approved adjustment posts.     *
      *                                                               *
      * Each sale carries the location it shipped from (blank is the  *
      * default location); the relief comes off that location's       *
      * on-hand through STOCK-LOCATION-POST as well as off the        *
      * product's total, and a count freeze holds only the relief of  *
      * the location being counted.                                   *
      *                                                               *
      * A sale keyed to a customer assigned to a territory            *
      * (customer-territories.txt) by a salesperson who does not own  *
      * that territory on the salesperson master still posts, but is  *
      * listed on the territory exception report so sales management  *
      * settles the credit before COMMISSION-REGISTER pays it.        *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALESPERSON-FILE-STATUS.

           SELECT CUSTOMER-TERRITORY-FILE
               ASSIGN TO "../data/input/customer-territories.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUST-TERRITORY-STATUS.

           SELECT TERRITORY-EXCEPTION-FILE
               ASSIGN TO "../data/output/territory-exception-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERRITORY-EXCEPTION-STATUS.

           SELECT SALESPERSON-HISTORY-FILE
               ASSIGN TO "../data/output/salesperson-history.dat"
               ORGANIZATION IS INDEXED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCEPTED-FILE-STATUS.

           SELECT COUNT-FILE
               ASSIGN TO "../data/output/inventory-count.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNT-KEY
               FILE STATUS IS COUNT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
      * transaction is matched against an open RMA before it nets
      * the day's totals. Blank on sales.
           05  TXN-RMA-NUMBER      PIC X(8).
      * Stocking location the sale shipped from (or a return came
      * back into); spaces is the default location.
           05  TXN-SHIP-LOCATION   PIC X(4).

       SD  SALES-SORT-FILE.
       01  SORT-RECORD.
      * costed pass does not re-read the master per sorted row; zero
      * when the master was unavailable or carries no cost.
           05  SORT-UNIT-COST      PIC 9(5)V99.
           05  SORT-SHIP-LOCATION  PIC X(4).

       FD  CSV-REPORT-FILE.
       01  CSV-LINE                PIC X(132).

       FD  SALESPERSON-MASTER-FILE.
       01  SALESPERSON-MASTER-RECORD.
           COPY "spmast.cpy".

       FD  CUSTOMER-TERRITORY-FILE.
       01  CUSTOMER-TERRITORY-RECORD.
           05  CTA-CUSTOMER-ID     PIC X(6).
           05  FILLER              PIC X(1).
           05  CTA-TERRITORY       PIC X(4).

       FD  TERRITORY-EXCEPTION-FILE.
       01  TERRITORY-EXCEPTION-LINE PIC X(132).

       FD  SALESPERSON-HISTORY-FILE.
       01  SALESPERSON-HISTORY-RECORD.
       01  RMA-RECORD.
           COPY "rmarec.cpy".

       FD  COUNT-FILE.
       01  COUNT-RECORD.
           COPY "cntrec.cpy".

      * Every transaction that passes the feed edits is echoed here
      * so INVOICE-GENERATOR bills only what this run accepted -
      * billing from the raw feed would invoice the very rows the
       01  TRANSACTION-MARGIN      PIC S9(7)V99 COMP-3.
       01  CATEGORY-MARGIN-SUBTOTAL PIC S9(9)V99 COMP-3 VALUE 0.
       01  MARGIN-GRAND-TOTAL      PIC S9(10)V99 COMP-3 VALUE 0.
      * The day's relieved cost posts as cost of goods sold against
      * inventory; gl-account-map.txt carries the inventory offset.
       01  COGS-GRAND-TOTAL        PIC S9(10)V99 COMP-3 VALUE 0.
       01  GL-COGS-ACCOUNT         PIC X(10) VALUE "5000-COGS".
       01  GL-COGS-DR-CR           PIC X(2) VALUE "DR".

      * Products seen selling below unit cost, listed in the low-
      * margin exception section after the footer.
       01  TOLERANCE-FILE-STATUS   PIC XX.
       01  VALIDATION-SWITCH       PIC X VALUE 'N'.
           88  VALIDATION-ACTIVE   VALUE 'Y'.

      * Physical-count freeze rows; without the file no product is
      * being counted and relief is never held.
       01  COUNT-FILE-STATUS       PIC XX.
       01  COUNT-SWITCH            PIC X VALUE 'N'.
           88  COUNTS-ACTIVE       VALUE 'Y'.
       01  HELD-RELIEF-COUNT       PIC 9(5) VALUE ZERO.

      * The current product's day quantity split by shipping
      * location, relieved location by location when the product
      * breaks.
       01  STOCK-LOCATION-REQUEST.
           COPY "stlreq.cpy".
       01  RESOLVED-SHIP-LOCATION  PIC X(4).
       01  LOCATION-DAY-COUNT      PIC 9(2) VALUE ZERO.
       01  LOCATION-DAY-TABLE.
           05  LOCATION-DAY-ENTRY  OCCURS 10 TIMES.
               10  LDY-LOCATION    PIC X(4).
               10  LDY-QTY         PIC S9(8) COMP-3.
       01  LDY-IDX                 PIC 9(2).
       01  LDY-FOUND-IDX           PIC 9(2).
       01  PRICE-TOLERANCE-PCT     PIC 9(3)V99 VALUE 10.00.
       01  PRICE-DEVIATION-PCT     PIC 9(5)V99.
       01  EXPECTED-PRICE-DISPLAY  PIC 9(5).99.

      * Date-effective prices from PRODUCT-MAINTENANCE's price file.
      * The deviation check compares against the price in force on
       01  END-OF-PRICE-ROWS       PIC X.
           88  NO-MORE-PRICE-ROWS  VALUE 'Y'.

      * The keyed price is measured against what the customer should
      * have paid: PRICE-RESOLVER takes the price in force and applies
      * the customer's contract, or failing that the product's
      * quantity break, and says which rule it used.
       01  PRICE-REQUEST.
           COPY "prcreq.cpy".

      * Return authorization control. Without the RMA file the
      * returns pass unchecked, the same degraded mode the product
      * validation uses when its master is missing.
           05  SALESPERSON-ENTRY OCCURS 50 TIMES.
               10  SPT-CODE        PIC X(4).
               10  SPT-ACTIVE      PIC X(1).
               10  SPT-TERRITORY   PIC X(4).
       01  SALESPERSON-COUNT       PIC 9(2) VALUE 0.
       01  SPT-IDX                 PIC 9(2).
       01  END-OF-SALESPERSONS     PIC X VALUE 'N'.
       01  SALESPERSON-OK-SWITCH   PIC X.
           88  SALESPERSON-KNOWN   VALUE 'Y'.

      * Territory ownership: each customer's territory from
      * customer-territories.txt, checked against the territory the
      * salesperson owns on the master. Without the assignment file
      * no sale is flagged.
       01  CUST-TERRITORY-STATUS   PIC XX.
       01  TERRITORY-EXCEPTION-STATUS PIC XX.
       01  CUSTOMER-TERRITORY-TABLE.
           05  CUST-TERRITORY-ENTRY OCCURS 2000 TIMES.
               10  CTT-CUSTOMER-ID PIC X(6).
               10  CTT-TERRITORY   PIC X(4).
       01  CUST-TERRITORY-COUNT    PIC 9(4) VALUE 0.
       01  CTT-IDX                 PIC 9(4).
       01  END-OF-CUST-TERRITORIES PIC X VALUE 'N'.
           88  NO-MORE-CUST-TERRITORIES VALUE 'Y'.
       01  SALE-CUSTOMER-TERRITORY PIC X(4).
       01  SALE-SELLER-TERRITORY   PIC X(4).
       01  TERRITORY-EXCEPTION-COUNT PIC 9(6) VALUE ZERO.

      * The day's netted sales by salesperson and category, posted
      * into the salesperson history file alongside the product and
      * category buckets so COMMISSION-REGISTER can apply the
                   PRODUCT-FILE-STATUS ") - sales feed taken as-is"
           END-IF

           OPEN I-O COUNT-FILE
           IF COUNT-FILE-STATUS = "00"
               SET COUNTS-ACTIVE TO TRUE
           END-IF

           OPEN OUTPUT SALES-REJECT-FILE
           MOVE "SALES FEED REJECTS" TO REJECT-LINE
           WRITE REJECT-LINE
           PERFORM LOAD-TAX-RATES
           PERFORM OPEN-TAX-REMITTANCE
           PERFORM LOAD-SALESPERSON-MASTER
           PERFORM LOAD-CUSTOMER-TERRITORIES
           PERFORM OPEN-SALESPERSON-HISTORY
           PERFORM OPEN-PRICE-LIST
           PERFORM OPEN-RMA-FILE.
                   IF SALESPERSON-COUNT < 50 AND SPM-CODE NOT = SPACES
                       ADD 1 TO SALESPERSON-COUNT
                       MOVE SPM-CODE TO SPT-CODE(SALESPERSON-COUNT)
                       MOVE SPM-TERRITORY
                           TO SPT-TERRITORY(SALESPERSON-COUNT)
                       MOVE SPM-ACTIVE
                           TO SPT-ACTIVE(SALESPERSON-COUNT)
                   ELSE
                   END-IF
           END-READ.

       LOAD-CUSTOMER-TERRITORIES.
           OPEN OUTPUT TERRITORY-EXCEPTION-FILE
           MOVE "TERRITORY EXCEPTION REPORT" TO TERRITORY-EXCEPTION-LINE
           WRITE TERRITORY-EXCEPTION-LINE
           MOVE SPACES TO TERRITORY-EXCEPTION-LINE
           WRITE TERRITORY-EXCEPTION-LINE

           OPEN INPUT CUSTOMER-TERRITORY-FILE
           IF CUST-TERRITORY-STATUS NOT = "00"
               DISPLAY "NOTE: no customer-territories.txt supplied - "
                   "territory ownership not checked"
           ELSE
               PERFORM LOAD-NEXT-CUST-TERRITORY
                   UNTIL NO-MORE-CUST-TERRITORIES
               CLOSE CUSTOMER-TERRITORY-FILE
           END-IF.

       LOAD-NEXT-CUST-TERRITORY.
           READ CUSTOMER-TERRITORY-FILE
               AT END
                   SET NO-MORE-CUST-TERRITORIES TO TRUE
               NOT AT END
                   IF CUST-TERRITORY-COUNT < 2000
                       AND CTA-CUSTOMER-ID NUMERIC
                       AND CTA-TERRITORY NOT = SPACES
                       ADD 1 TO CUST-TERRITORY-COUNT
                       MOVE CTA-CUSTOMER-ID
                           TO CTT-CUSTOMER-ID(CUST-TERRITORY-COUNT)
                       MOVE CTA-TERRITORY
                           TO CTT-TERRITORY(CUST-TERRITORY-COUNT)
                   ELSE
                       DISPLAY "WARNING: customer territory row "
                           "skipped: " CUSTOMER-TERRITORY-RECORD
                       SET WARNINGS-OCCURRED TO TRUE
                   END-IF
           END-READ.

       OPEN-SALESPERSON-HISTORY.
           OPEN I-O SALESPERSON-HISTORY-FILE
           IF SPHIST-FILE-STATUS = "35"
                       DELIMITED BY SIZE INTO REJECT-LINE
                   WRITE REJECT-LINE
               ELSE
                   PERFORM CHECK-SHIP-LOCATION
                   IF NOT SLQ-OK
                       ADD 1 TO REJECTED-COUNT
                       SET WARNINGS-OCCURRED TO TRUE
                       MOVE SPACES TO REJECT-LINE
                       STRING "UNKNOWN LOCATION | "
                           SALES-TRANSACTION-RECORD
                           DELIMITED BY SIZE INTO REJECT-LINE
                       WRITE REJECT-LINE
                   ELSE
                       PERFORM CHECK-PRICE-DEVIATION
                       PERFORM AUTHORIZE-AND-RELEASE
                   END-IF
               END-IF
           ELSE
               MOVE TXN-SHIP-LOCATION TO RESOLVED-SHIP-LOCATION
               PERFORM AUTHORIZE-AND-RELEASE
           END-IF.

      * Blank ships from the default location; the resolved code
      * rides on the sort record to the relief.
       CHECK-SHIP-LOCATION.
           SET SLQ-VALIDATE TO TRUE
           MOVE TXN-PROD-ID TO SLQ-PROD-ID
           MOVE TXN-SHIP-LOCATION TO SLQ-LOCATION
           CALL "STOCK-LOCATION-POST" USING STOCK-LOCATION-REQUEST
           MOVE SLQ-LOCATION TO RESOLVED-SHIP-LOCATION.

       AUTHORIZE-AND-RELEASE.
           IF TXN-IS-RETURN AND RMA-CONTROL-ACTIVE
               PERFORM CHECK-RETURN-AUTHORIZATION
               END-PERFORM
           END-IF.

      * Only an accepted sale is checked, so a line already on the
      * reject file is not argued over twice. A house sale (blank
      * salesperson), a sale with no customer, and a customer with no
      * territory assignment pass; otherwise the seller must own the
      * customer's territory. The sale is flagged, not held.
       CHECK-TERRITORY-OWNER.
           IF CUST-TERRITORY-COUNT > 0
               AND TXN-SALESPERSON NOT = SPACES
               AND TXN-CUSTOMER-ID NOT = SPACES
               AND TXN-CUSTOMER-ID NOT = "000000"
               MOVE SPACES TO SALE-CUSTOMER-TERRITORY
               PERFORM FIND-CUSTOMER-TERRITORY
                   VARYING CTT-IDX FROM 1 BY 1
                   UNTIL CTT-IDX > CUST-TERRITORY-COUNT
                      OR SALE-CUSTOMER-TERRITORY NOT = SPACES
               IF SALE-CUSTOMER-TERRITORY NOT = SPACES
                   MOVE SPACES TO SALE-SELLER-TERRITORY
                   PERFORM FIND-SELLER-TERRITORY
                       VARYING SPT-IDX FROM 1 BY 1
                       UNTIL SPT-IDX > SALESPERSON-COUNT
                          OR SALE-SELLER-TERRITORY NOT = SPACES
                   IF SALE-SELLER-TERRITORY
                       NOT = SALE-CUSTOMER-TERRITORY
                       PERFORM WRITE-TERRITORY-EXCEPTION
                   END-IF
               END-IF
           END-IF.

       FIND-CUSTOMER-TERRITORY.
           IF CTT-CUSTOMER-ID(CTT-IDX) = TXN-CUSTOMER-ID
               MOVE CTT-TERRITORY(CTT-IDX) TO SALE-CUSTOMER-TERRITORY
           END-IF.

       FIND-SELLER-TERRITORY.
           IF SPT-CODE(SPT-IDX) = TXN-SALESPERSON
               MOVE SPT-TERRITORY(SPT-IDX) TO SALE-SELLER-TERRITORY
           END-IF.

       WRITE-TERRITORY-EXCEPTION.
           ADD 1 TO TERRITORY-EXCEPTION-COUNT
           SET WARNINGS-OCCURRED TO TRUE
           IF SALE-SELLER-TERRITORY = SPACES
               MOVE "NONE" TO SALE-SELLER-TERRITORY
           END-IF
           MOVE SPACES TO TERRITORY-EXCEPTION-LINE
      * Kept short enough that the full sale image still fits.
           STRING "NOT OWNER sp=" TXN-SALESPERSON
               " owns=" SALE-SELLER-TERRITORY
               " cust=" TXN-CUSTOMER-ID
               " terr=" SALE-CUSTOMER-TERRITORY
               " | " SALES-TRANSACTION-RECORD
               DELIMITED BY SIZE INTO TERRITORY-EXCEPTION-LINE
           WRITE TERRITORY-EXCEPTION-LINE.

       CHECK-PRICE-DEVIATION.
           PERFORM LOOK-UP-EFFECTIVE-PRICE
           PERFORM RESOLVE-EXPECTED-PRICE
           IF PRQ-EXPECTED-PRICE > 0
               COMPUTE PRICE-DEVIATION-PCT ROUNDED =
                   FUNCTION ABS(TXN-UNIT-PRICE - PRQ-EXPECTED-PRICE)
                   * 100 / PRQ-EXPECTED-PRICE
               IF PRICE-DEVIATION-PCT > PRICE-TOLERANCE-PCT
                   ADD 1 TO PRICE-EXCEPTION-COUNT
                   SET WARNINGS-OCCURRED TO TRUE
                   MOVE SPACES TO EXCEPTION-LINE
                   MOVE PRQ-EXPECTED-PRICE TO EXPECTED-PRICE-DISPLAY
                   STRING "PRICE EXCEPTION product=" TXN-PROD-ID
                       " customer=" TXN-CUSTOMER-ID
                       " keyed=" TXN-UNIT-PRICE
                       " expected=" EXPECTED-PRICE-DISPLAY
                       " rule=" PRQ-PRICE-RULE
                       " deviation=" PRICE-DEVIATION-PCT "%"
                       DELIMITED BY SIZE INTO EXCEPTION-LINE
                   WRITE EXCEPTION-LINE
               END-IF
           END-IF.

      * House sales (no customer on the line) can still earn a
      * quantity break; only a contract needs the customer.
       RESOLVE-EXPECTED-PRICE.
           SET PRQ-RESOLVE TO TRUE
           IF TXN-CUSTOMER-ID NUMERIC
               MOVE TXN-CUSTOMER-ID TO PRQ-CUSTOMER-ID
           ELSE
               MOVE ZERO TO PRQ-CUSTOMER-ID
           END-IF
           MOVE TXN-PROD-ID TO PRQ-PROD-ID
           MOVE PROD-CATEGORY TO PRQ-CATEGORY
           MOVE TXN-QUANTITY TO PRQ-QUANTITY
           MOVE TODAY-YYYYMMDD TO PRQ-PRICE-DATE
           MOVE EFFECTIVE-PRICE TO PRQ-LIST-PRICE
           CALL "PRICE-RESOLVER" USING PRICE-REQUEST.

      * The price in force is the price row with the latest
      * effective date on or before the transaction's date; the
      * master list price covers products with no rows yet.
           END-READ.

       RELEASE-ONE-TRANSACTION.
           PERFORM CHECK-TERRITORY-OWNER
           MOVE TXN-CATEGORY TO SORT-CATEGORY
           MOVE TXN-PROD-ID TO SORT-PROD-ID
           MOVE TXN-PROD-NAME TO SORT-PROD-NAME
           ELSE
               MOVE ZERO TO SORT-UNIT-COST
           END-IF
           MOVE RESOLVED-SHIP-LOCATION TO SORT-SHIP-LOCATION
           WRITE ACCEPTED-SALES-LINE FROM SALES-TRANSACTION-RECORD
           RELEASE SORT-RECORD.

               ADD SORT-QUANTITY TO CATEGORY-DAY-QTY
               ADD SORT-QUANTITY TO PRODUCT-DAY-QTY
           END-IF
           PERFORM ACCUMULATE-LOCATION-QTY
           ADD TRANSACTION-TOTAL TO CATEGORY-SUBTOTAL
           ADD TRANSACTION-TOTAL TO GRAND-TOTAL
           ADD TRANSACTION-TOTAL TO PRODUCT-DAY-AMOUNT
           IF SORT-IS-RETURN
               COMPUTE TRANSACTION-COST = 0 - TRANSACTION-COST
           END-IF
           ADD TRANSACTION-COST TO COGS-GRAND-TOTAL
           COMPUTE TRANSACTION-MARGIN =
               TRANSACTION-TOTAL - TRANSACTION-COST
           ADD TRANSACTION-MARGIN TO CATEGORY-MARGIN-SUBTOTAL
           PERFORM PRINT-DETAIL-LINE
           PERFORM WRITE-CSV-DETAIL-LINE.

       ACCUMULATE-LOCATION-QTY.
           MOVE ZERO TO LDY-FOUND-IDX
           PERFORM FIND-LOCATION-DAY-ENTRY
               VARYING LDY-IDX FROM 1 BY 1
               UNTIL LDY-IDX > LOCATION-DAY-COUNT
                   OR LDY-FOUND-IDX > 0
           IF LDY-FOUND-IDX = 0 AND LOCATION-DAY-COUNT < 10
               ADD 1 TO LOCATION-DAY-COUNT
               MOVE LOCATION-DAY-COUNT TO LDY-FOUND-IDX
               MOVE SORT-SHIP-LOCATION TO LDY-LOCATION(LDY-FOUND-IDX)
               MOVE ZERO TO LDY-QTY(LDY-FOUND-IDX)
           END-IF
           IF LDY-FOUND-IDX > 0
               IF SORT-IS-RETURN
                   SUBTRACT SORT-QUANTITY FROM LDY-QTY(LDY-FOUND-IDX)
               ELSE
                   ADD SORT-QUANTITY TO LDY-QTY(LDY-FOUND-IDX)
               END-IF
           END-IF.

       FIND-LOCATION-DAY-ENTRY.
           IF LDY-LOCATION(LDY-IDX) = SORT-SHIP-LOCATION
               MOVE LDY-IDX TO LDY-FOUND-IDX
           END-IF.

       RECORD-LOW-MARGIN-PRODUCT.
           MOVE 'N' TO LMT-FOUND-SWITCH
           PERFORM VARYING LMT-IDX FROM 1 BY 1
           MOVE PRODUCT-DAY-MARGIN TO POST-MARGIN
           PERFORM POST-HISTORY-BUCKETS
           PERFORM RELIEVE-PRODUCT-ON-HAND
           MOVE ZERO TO LOCATION-DAY-COUNT
           MOVE ZERO TO PRODUCT-DAY-QTY
           MOVE ZERO TO PRODUCT-DAY-AMOUNT
           MOVE ZERO TO PRODUCT-DAY-MARGIN.
      * zero is reported - it means the counts are wrong, not that
      * we sold what we never had.
       RELIEVE-PRODUCT-ON-HAND.
           IF VALIDATION-ACTIVE AND NOT ALREADY-POSTED
               PERFORM HOLD-RELIEF-FOR-COUNT
           END-IF
           IF VALIDATION-ACTIVE AND NOT ALREADY-POSTED
               AND PRODUCT-DAY-QTY NOT = ZERO
               MOVE CURRENT-PROD-ID TO PROD-ID
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF VALIDATION-ACTIVE AND NOT ALREADY-POSTED
               PERFORM RELIEVE-LOCATION-ON-HAND
                   VARYING LDY-IDX FROM 1 BY 1
                   UNTIL LDY-IDX > LOCATION-DAY-COUNT
           END-IF.

       RELIEVE-LOCATION-ON-HAND.
           IF LDY-QTY(LDY-IDX) NOT = ZERO
               SET SLQ-POST-ON-HAND TO TRUE
               MOVE CURRENT-PROD-ID TO SLQ-PROD-ID
               MOVE LDY-LOCATION(LDY-IDX) TO SLQ-LOCATION
               COMPUTE SLQ-QUANTITY = 0 - LDY-QTY(LDY-IDX)
               CALL "STOCK-LOCATION-POST" USING STOCK-LOCATION-REQUEST
               IF NOT SLQ-OK
                   DISPLAY "WARNING: location " LDY-LOCATION(LDY-IDX)
                       " relief failed for " CURRENT-PROD-ID
                       " - location totals need review"
                   SET WARNINGS-OCCURRED TO TRUE
               END-IF
           END-IF.

      * A product frozen for a physical count at a location keeps
      * that location's book quantity still until the count posts;
      * the location's day relief is parked on the freeze row and
      * taken out of PRODUCT-DAY-QTY so neither the master nor the
      * location is moved for it. Other locations relieve as usual.
       HOLD-RELIEF-FOR-COUNT.
           IF COUNTS-ACTIVE
               PERFORM HOLD-LOCATION-RELIEF
                   VARYING LDY-IDX FROM 1 BY 1
                   UNTIL LDY-IDX > LOCATION-DAY-COUNT
           END-IF.

       HOLD-LOCATION-RELIEF.
           IF LDY-QTY(LDY-IDX) NOT = ZERO
               MOVE CURRENT-PROD-ID TO CNT-PROD-ID
               MOVE LDY-LOCATION(LDY-IDX) TO CNT-LOCATION
               READ COUNT-FILE KEY IS CNT-KEY
               IF COUNT-FILE-STATUS = "00"
                   ADD LDY-QTY(LDY-IDX) TO CNT-SALES-HELD-QTY
                   REWRITE COUNT-RECORD
                   IF COUNT-FILE-STATUS = "00"
                       ADD 1 TO HELD-RELIEF-COUNT
                       SUBTRACT LDY-QTY(LDY-IDX) FROM PRODUCT-DAY-QTY
                       MOVE ZERO TO LDY-QTY(LDY-IDX)
                       DISPLAY "NOTE: " CURRENT-PROD-ID " is frozen "
                           "for count at " CNT-LOCATION
                           " - relief held"
                   ELSE
                       DISPLAY "WARNING: relief hold failed for "
                           CURRENT-PROD-ID " status "
                           COUNT-FILE-STATUS " - on-hand relieved"
                       SET WARNINGS-OCCURRED TO TRUE
                   END-IF
               END-IF
           END-IF.

       POST-CATEGORY-HISTORY.
                   GL-PERIOD ",SALES-TAX"
                   DELIMITED BY SIZE INTO GL-ENTRY-LINE
               WRITE GL-ENTRY-LINE
           END-IF

      * Cost of goods sold at the products' average cost; a day of
      * net returns posts it negative, the same as the sales line.
           IF COGS-GRAND-TOTAL NOT = 0
               MOVE COGS-GRAND-TOTAL TO GL-AMOUNT-FIELD
               MOVE SPACES TO GL-ENTRY-LINE
               STRING GL-COGS-ACCOUNT "," GL-COGS-DR-CR ","
                   FUNCTION TRIM(GL-AMOUNT-FIELD) ","
                   GL-PERIOD ",SALES-COGS"
                   DELIMITED BY SIZE INTO GL-ENTRY-LINE
               WRITE GL-ENTRY-LINE
           END-IF.

       FINALIZE-REPORT.
           IF VALIDATION-ACTIVE
               CLOSE PRODUCT-MASTER
           END-IF
           IF COUNTS-ACTIVE
               CLOSE COUNT-FILE
           END-IF
           IF HISTORY-ACTIVE
               CLOSE SALES-HISTORY-FILE
           END-IF
           IF PRICE-LIST-ACTIVE
               CLOSE PRODUCT-PRICE-FILE
           END-IF
           IF VALIDATION-ACTIVE
               SET PRQ-CLOSE TO TRUE
               CALL "PRICE-RESOLVER" USING PRICE-REQUEST
               SET SLQ-CLOSE TO TRUE
               CALL "STOCK-LOCATION-POST" USING STOCK-LOCATION-REQUEST
           END-IF
           IF RMA-CONTROL-ACTIVE
               CLOSE RMA-FILE
           END-IF
           CLOSE SALES-REJECT-FILE
           CLOSE PRICE-EXCEPTION-FILE
           CLOSE TERRITORY-EXCEPTION-FILE
           CLOSE ACCEPTED-SALES-FILE
           DISPLAY "Report generated successfully!"
           DISPLAY "Total Sales Amount: $" GRAND-TOTAL
           DISPLAY "Total Tax Collected: $" TAX-GRAND-TOTAL
           DISPLAY "Rejected transactions:  " REJECTED-COUNT
           DISPLAY "Price exceptions:       " PRICE-EXCEPTION-COUNT
           DISPLAY "Territory exceptions:   " TERRITORY-EXCEPTION-COUNT
           DISPLAY "Relief held for count:  " HELD-RELIEF-COUNT
           DISPLAY "Report saved to: ../data/output/sales-report.txt".

       DETERMINE-RETURN-CODE.
           END-IF
           IF PROF-GL-TAX-ACCOUNT NOT = SPACES
               MOVE PROF-GL-TAX-ACCOUNT TO GL-TAX-ACCOUNT
           END-IF
           IF PROF-GL-COGS-ACCOUNT NOT = SPACES
               MOVE PROF-GL-COGS-ACCOUNT TO GL-COGS-ACCOUNT
           END-IF.

       END PROGRAM REPORT-GENERATOR.
