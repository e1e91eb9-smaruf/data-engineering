      *****************************************************************
      * STOCK LOCATION RECORD LAYOUT                                  *
      * One row per product and stocking location (warehouse or       *
      * store) on stock-locations.dat, keyed product then location.   *
      * Written only through STOCK-LOCATION-POST: STOCK-RECEIPTS      *
      * books the receiving location, REPORT-GENERATOR relieves the   *
      * shipping location, STOCK-TRANSFER moves stock between rows    *
      * and INVENTORY-COUNT posts a location's count variance here.   *
      * Stock shipped on a transfer sits in the receiving row's       *
      * in-transit quantity until that end confirms it. The rows of   *
      * a product always add up to PROD-QTY-ON-HAND: on-hand plus     *
      * in-transit, across every location.                            *
      *****************************************************************
           05  SLC-KEY.
               10  SLC-PROD-ID         PIC X(10).
               10  SLC-LOCATION        PIC X(4).
           05  SLC-QTY-ON-HAND         PIC S9(7) COMP-3.
           05  SLC-QTY-IN-TRANSIT      PIC S9(7) COMP-3.
           05  SLC-REORDER-POINT       PIC 9(7) COMP-3.
           05  SLC-LAST-COUNT-DATE     PIC 9(8).
           05  SLC-LAST-COUNT-QTY      PIC S9(7) COMP-3.
