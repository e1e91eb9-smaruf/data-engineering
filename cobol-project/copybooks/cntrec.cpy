      *****************************************************************
      * PHYSICAL COUNT FREEZE RECORD LAYOUT                           *
      * One row per product and stocking location out on a count      *
      * sheet, keyed product then location.                           *
      * INVENTORY-COUNT writes it when the sheet prints, freezing the *
      * book quantity and unit cost at that moment, records the keyed *
      * count against it, and deletes it when the supervisor-approved *
      * adjustment posts. While the row exists REPORT-GENERATOR holds *
      * the product's sales relief here instead of moving on-hand, so *
      * a sale made mid-count cannot corrupt the variance; the held   *
      * quantity comes off on-hand when the adjustment posts.         *
      * Freezing one location leaves the product's other locations    *
      * selling and relieving as usual.                               *
      *****************************************************************
           05  CNT-KEY.
               10  CNT-PROD-ID        PIC X(10).
               10  CNT-LOCATION       PIC X(4).
           05  CNT-CATEGORY           PIC X(15).
           05  CNT-FREEZE-DATE        PIC 9(8).
           05  CNT-BOOK-QTY           PIC S9(7) COMP-3.
           05  CNT-UNIT-COST          PIC 9(5)V99 COMP-3.
           05  CNT-COUNTED-QTY        PIC S9(7) COMP-3.
           05  CNT-SALES-HELD-QTY     PIC S9(7) COMP-3.
           05  CNT-STATUS             PIC X(1).
               88  CNT-IS-FROZEN      VALUE "F".
               88  CNT-IS-COUNTED     VALUE "C".
