      *****************************************************************
      * TRADING-PARTNER PROFILE RECORD LAYOUT                         *
      * One row per customer that has told us how it wants its        *
      * invoices, keyed by customer like the mandate file and kept    *
      * beside the customer master rather than in it. A customer with *
      * no row is billed on paper as before. Electronic customers     *
      * carry the partner ID their invoices are addressed to and the  *
      * reference fields their accounts-payable system insists on:    *
      * the blanket purchase order we bill against and the supplier   *
      * number they know us by. INVOICE-GENERATOR will not transmit   *
      * an invoice a required reference is missing from - it prints   *
      * it instead. Maintained from DATABASE-HANDLER's menu.          *
      *****************************************************************
           05  TPP-CUSTOMER-ID         PIC 9(6).
           05  TPP-DELIVERY-METHOD     PIC X(1).
               88  TPP-PAPER-ONLY      VALUE "P".
               88  TPP-ELECTRONIC-ONLY VALUE "E".
               88  TPP-PAPER-AND-ELECTRONIC VALUE "B".
               88  TPP-VALID-METHOD    VALUE "P" "E" "B".
           05  TPP-PARTNER-ID          PIC X(15).
           05  TPP-PO-REQUIRED         PIC X(1).
               88  TPP-NEEDS-PO        VALUE "Y".
           05  TPP-PO-NUMBER           PIC X(22).
           05  TPP-SUPPLIER-REQUIRED   PIC X(1).
               88  TPP-NEEDS-SUPPLIER-NUMBER VALUE "Y".
           05  TPP-SUPPLIER-NUMBER     PIC X(15).
           05  TPP-STATUS-DATE         PIC 9(8).
           05  TPP-OPERATOR            PIC X(8).
