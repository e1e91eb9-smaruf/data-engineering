      *****************************************************************
      * PRICE-RESOLVER PARAMETER BLOCK                                *
      * Passed on every CALL "PRICE-RESOLVER". The caller fills the   *
      * customer, product, category, quantity, pricing date and the   *
      * list price in force (from the dated price rows); the resolver *
      * hands back the price the customer should have been charged    *
      * and the rule that produced it: a product contract, then a     *
      * category contract, then a quantity break, then list.          *
      * Action 'R' resolves, 'C' closes the pricing files at the end  *
      * of the caller's run.                                          *
      *****************************************************************
           05  PRQ-ACTION             PIC X(1).
               88  PRQ-RESOLVE        VALUE "R".
               88  PRQ-CLOSE          VALUE "C".
           05  PRQ-CUSTOMER-ID        PIC 9(6).
           05  PRQ-PROD-ID            PIC X(10).
           05  PRQ-CATEGORY           PIC X(15).
           05  PRQ-QUANTITY           PIC 9(6).
           05  PRQ-PRICE-DATE         PIC 9(8).
           05  PRQ-LIST-PRICE         PIC 9(5)V99.
           05  PRQ-EXPECTED-PRICE     PIC 9(5)V99.
           05  PRQ-PRICE-RULE         PIC X(12).
               88  PRQ-RULE-CONTRACT  VALUE "CONTRACT".
               88  PRQ-RULE-CATEGORY  VALUE "CONTRACT-CAT".
               88  PRQ-RULE-QTY-BREAK VALUE "QTY-BREAK".
               88  PRQ-RULE-LIST      VALUE "LIST".
