      *****************************************************************
      * RECEIPT APPLICATION RECORD LAYOUT                             *
      * PAYMENT-POSTING writes one row for every piece of a receipt   *
      * it applies: each open invoice the receipt paid down, any part *
      * that reduced the balance with no open item behind it, and any *
      * excess carried to CUSTOMER-CREDIT-BALANCE. Keyed by customer, *
      * payment date and receipt reference as the cash-receipts file  *
      * carries them, with a receipt sequence for the rare same-day   *
      * duplicate and a line number within the receipt. NSF-RETURNS   *
      * finds a bounced receipt here and undoes exactly these pieces, *
      * so the invoices it paid reopen for the amounts it paid.       *
      *****************************************************************
           05  RAP-KEY.
               10  RAP-CUSTOMER-ID    PIC 9(6).
               10  RAP-PAYMENT-DATE   PIC 9(8).
               10  RAP-REFERENCE      PIC X(20).
               10  RAP-RECEIPT-SEQ    PIC 9(2).
               10  RAP-LINE           PIC 9(3).
           05  RAP-POSTED-DATE        PIC 9(8).
           05  RAP-RECEIPT-AMOUNT     PIC 9(8)V99 COMP-3.
           05  RAP-LINE-TYPE          PIC X(1).
               88  RAP-TO-INVOICE     VALUE "I".
               88  RAP-TO-BALANCE     VALUE "B".
               88  RAP-TO-CREDIT      VALUE "C".
           05  RAP-INVOICE-NUMBER     PIC X(10).
           05  RAP-AMOUNT             PIC 9(8)V99 COMP-3.
           05  RAP-STATUS             PIC X(1).
               88  RAP-IS-APPLIED     VALUE "A".
               88  RAP-IS-RETURNED    VALUE "R".
           05  RAP-RETURNED-DATE      PIC 9(8).
