      *****************************************************************
      * QUANTITY-BREAK PRICE TIER RECORD LAYOUT                       *
      * One row per product and minimum quantity. A line for at least *
      * the minimum quantity earns the tier price; the tier with the  *
      * highest minimum the quantity reaches applies. Tiers apply to  *
      * any customer without a contract price on the product or its   *
      * category. Maintained by PRICING-MAINTENANCE, read through     *
      * PRICE-RESOLVER.                                               *
      *****************************************************************
           05  QBK-KEY.
               10  QBK-PROD-ID        PIC X(10).
               10  QBK-MIN-QTY        PIC 9(6).
           05  QBK-PRICE              PIC 9(5)V99 COMP-3.
