      * Unit cost, maintained alongside the list price so the sales
      * report can show what each sale earned; a zero cost means the
      * cost has not been captured yet and margin prints as the full
      * sale amount. STOCK-RECEIPTS re-averages it on every receipt,
      * so it carries the weighted-average cost of the stock on hand.
           05  PROD-UNIT-COST         PIC 9(5)V99 COMP-3.
      * On-hand count, booked up by STOCK-RECEIPTS and relieved by
      * REPORT-GENERATOR as the day's sales post (returns restore
