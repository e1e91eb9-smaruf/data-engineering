      * accounts above.
           05  FILLER                 PIC X(1).
           05  PROF-GL-FXGL-ACCOUNT   PIC X(10).
      * Inventory and accounts-payable accounts for the vendor
      * invoice approval (inventory debit) and the AP payment run
      * (payables debit); gl-account-map.txt balances each against
      * payables and cash respectively. Blank keeps the compiled-in
      * defaults.
           05  FILLER                 PIC X(1).
           05  PROF-GL-INVENTORY-ACCOUNT PIC X(10).
           05  FILLER                 PIC X(1).
           05  PROF-GL-AP-ACCOUNT     PIC X(10).
      * Inventory-variance account for the physical count's
      * shrinkage and overage posting; blank keeps the compiled-in
      * default.
           05  FILLER                 PIC X(1).
           05  PROF-GL-SHRINK-ACCOUNT PIC X(10).
      * Cost-of-goods-sold account for the sales report's daily cost
      * relief; blank keeps the compiled-in default.
           05  FILLER                 PIC X(1).
           05  PROF-GL-COGS-ACCOUNT   PIC X(10).
      * Unclaimed-property (escheat) liability account for stale
      * refund and payroll checks moved off cash by
      * UNCLAIMED-PROPERTY; blank keeps the compiled-in default.
           05  FILLER                 PIC X(1).
           05  PROF-GL-ESCHEAT-ACCOUNT PIC X(10).
      * Returned-check fee income account for the fee NSF-RETURNS
      * assesses; blank keeps the compiled-in default.
           05  FILLER                 PIC X(1).
           05  PROF-GL-NSF-FEE-ACCOUNT PIC X(10).
      * Bad-debt recovery income account for what the collection
      * agencies remit on written-off accounts (AGENCY-REMITTANCE);
      * blank keeps the compiled-in default.
           05  FILLER                 PIC X(1).
           05  PROF-GL-RECOVERY-ACCOUNT PIC X(10).
