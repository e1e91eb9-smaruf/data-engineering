      *****************************************************************
      * SALES ORDER LINE RECORD LAYOUT                                *
      * One row per product ordered on a customer sales order, keyed  *
      * by order number and line. ORDER-ENTRY writes the line with    *
      * whatever stock was free allocated to it and the shortfall on  *
      * backorder; ORDER-RELEASE fills backorders oldest-first as     *
      * stock arrives and moves the allocated quantity to shipped as  *
      * it writes the line into the sales feed. Ordered always equals *
      * allocated plus backordered plus shipped, so stock that is     *
      * allocated but not yet shipped is still on PROD-QTY-ON-HAND    *
      * and must be netted out before anything else is promised.      *
      * Alternate keys on product-plus-order-date (the allocation     *
      * queue, oldest first) and on the customer (credit exposure and *
      * the by-customer listing).                                     *
      *****************************************************************
           05  ORD-KEY.
               10  ORD-NUMBER         PIC X(8).
               10  ORD-LINE           PIC 9(3).
           05  ORD-ALLOCATION-KEY.
               10  ORD-PROD-ID        PIC X(10).
               10  ORD-ORDER-DATE     PIC 9(8).
           05  ORD-CUSTOMER-ID        PIC 9(6).
           05  ORD-SALESPERSON        PIC X(4).
           05  ORD-UNIT-PRICE         PIC 9(5)V99 COMP-3.
           05  ORD-QTY-ORDERED        PIC 9(6) COMP-3.
           05  ORD-QTY-ALLOCATED      PIC 9(6) COMP-3.
           05  ORD-QTY-BACKORDERED    PIC 9(6) COMP-3.
           05  ORD-QTY-SHIPPED        PIC 9(6) COMP-3.
           05  ORD-LAST-SHIP-DATE     PIC 9(8).
           05  ORD-ENTERED-BY         PIC X(8).
           05  ORD-STATUS             PIC X(1).
               88  ORD-LINE-OPEN      VALUE "O".
               88  ORD-LINE-COMPLETE  VALUE "C".
               88  ORD-LINE-CANCELLED VALUE "X".
