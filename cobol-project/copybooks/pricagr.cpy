      *****************************************************************
      * CUSTOMER CONTRACT PRICE AGREEMENT RECORD LAYOUT               *
      * One row per negotiated price, keyed by customer, scope, item  *
      * and effective date. A product agreement (scope P, item is the *
      * product ID) fixes the customer's price on one product; a      *
      * category agreement (scope C, item is the product category)    *
      * gives a percentage off the list price in force across the     *
      * whole category. Within one customer/scope/item the row with   *
      * the latest effective date on or before the sale date governs, *
      * unless it has expired. Maintained by PRICING-MAINTENANCE and  *
      * read through PRICE-RESOLVER by every program that prices a    *
      * sale.                                                         *
      *****************************************************************
           05  AGR-KEY.
               10  AGR-CUSTOMER-ID    PIC 9(6).
               10  AGR-SCOPE          PIC X(1).
                   88  AGR-FOR-PRODUCT    VALUE "P".
                   88  AGR-FOR-CATEGORY   VALUE "C".
               10  AGR-ITEM           PIC X(15).
               10  AGR-EFFECTIVE-DATE PIC 9(8).
      * Zero expiry means open-ended.
           05  AGR-EXPIRY-DATE        PIC 9(8).
      * A fixed price wins when present; otherwise the discount
      * percentage comes off the list price in force.
           05  AGR-PRICE              PIC 9(5)V99 COMP-3.
           05  AGR-DISCOUNT-PCT       PIC 9(2)V99 COMP-3.
           05  AGR-ENTERED-BY         PIC X(8).
           05  AGR-ENTERED-DATE       PIC 9(8).
