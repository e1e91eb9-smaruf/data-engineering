      *****************************************************************
      * AUTOPAY DEBIT RECORD LAYOUT                                   *
      * One row per customer per statement date, written by           *
      * AUTOPAY-RUN as each debit goes onto the bank debit file and   *
      * carrying the bank details exactly as they were sent. The row  *
      * stays pending until its settlement date, when                 *
      * AUTOPAY-SETTLEMENT feeds the amount into cash-receipts.txt    *
      * for PAYMENT-POSTING and marks it settled. The key makes a     *
      * rerun of the same statement date rebuild the same debit file  *
      * rather than debit anyone twice.                               *
      *****************************************************************
           05  ADB-KEY.
               10  ADB-CUSTOMER-ID     PIC 9(6).
               10  ADB-STATEMENT-DATE  PIC 9(8).
           05  ADB-SETTLEMENT-DATE     PIC 9(8).
           05  ADB-AMOUNT              PIC 9(8)V99 COMP-3.
           05  ADB-ROUTING-NUMBER      PIC 9(9).
           05  ADB-ACCOUNT-NUMBER      PIC X(12).
           05  ADB-STATUS              PIC X(1).
               88  ADB-IS-PENDING      VALUE "P".
               88  ADB-IS-SETTLED      VALUE "S".
           05  ADB-SETTLED-DATE        PIC 9(8).
