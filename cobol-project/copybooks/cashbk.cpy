      *****************************************************************
      * CASH BOOK RECORD LAYOUT                                       *
      * One row per movement through the bank account as the books    *
      * see it - each receipt PAYMENT-POSTING applies, each refund    *
      * check, each vendor check, each payroll deposit batch, each    *
      * customer payment the bank returns unpaid (NSF-RETURNS) - plus *
      * one row per bank statement item BANK-RECONCILIATION could not *
      * match to the books. Rows stay outstanding until the bank      *
      * reconciliation clears them against the statement, so the      *
      * outstanding rows are the reconciling items: deposits in       *
      * transit, outstanding payments, and unexplained bank items.    *
      * The match key (status, source, amount) lets the matcher go    *
      * straight to the outstanding items of one source and amount.   *
      *****************************************************************
           05  CBK-KEY.
               10  CBK-SOURCE         PIC X(1).
                   88  CBK-IS-RECEIPT     VALUE "R".
                   88  CBK-IS-REFUND      VALUE "F".
                   88  CBK-IS-VENDOR-CHECK VALUE "V".
                   88  CBK-IS-PAYROLL     VALUE "P".
                   88  CBK-IS-BANK-ITEM   VALUE "B".
                   88  CBK-IS-RETURNED-ITEM VALUE "N".
               10  CBK-ENTRY-DATE     PIC 9(8).
               10  CBK-SEQUENCE       PIC 9(5).
           05  CBK-MATCH-KEY.
               10  CBK-STATUS         PIC X(1).
                   88  CBK-OUTSTANDING    VALUE "O".
                   88  CBK-CLEARED        VALUE "C".
                   88  CBK-VOIDED         VALUE "V".
               10  CBK-MATCH-SOURCE   PIC X(1).
               10  CBK-AMOUNT         PIC 9(10)V99.
           05  CBK-DIRECTION          PIC X(1).
               88  CBK-CASH-IN        VALUE "I".
               88  CBK-CASH-OUT       VALUE "O".
      * Date the money moved as the source knows it: the customer's
      * payment date, the check or deposit date, the bank value date.
           05  CBK-ITEM-DATE          PIC 9(8).
           05  CBK-REFERENCE          PIC X(20).
           05  CBK-PARTY-ID           PIC X(6).
           05  CBK-CLEARED-DATE       PIC 9(8).
           05  CBK-BANK-REFERENCE     PIC X(16).
      * Key of the row on the other side of the match, when the
      * match was made between two cash-book rows.
           05  CBK-MATCHED-ITEM       PIC X(14).
