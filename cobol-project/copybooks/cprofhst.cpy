      *****************************************************************
      * CUSTOMER PROFITABILITY HISTORY RECORD LAYOUT                  *
      * One row per customer and period on                            *
      * customer-profit-history.dat: CPH-PERIOD is YYYYMM00 for a     *
      * month-to-date bucket, YYYY0000 for a year-to-date bucket, the *
      * same convention as the sales and salesperson history. Posted  *
      * through CUSTOMER-PROFIT-POST by INVOICE-GENERATOR (invoiced   *
      * sales and returns at price and at cost), FINANCE-CHARGE,      *
      * BAD-DEBT-WRITEOFF, REFUND-PROCESSING and DUNNING-LETTERS, and *
      * read by CUSTOMER-PROFITABILITY.                               *
      *****************************************************************
           05  CPH-KEY.
               10  CPH-CUSTOMER-ID     PIC 9(6).
               10  CPH-PERIOD          PIC 9(8).
           05  CPH-SALES-AMOUNT        PIC S9(10)V99 COMP-3.
           05  CPH-SALES-COST          PIC S9(10)V99 COMP-3.
           05  CPH-RETURNS-AMOUNT      PIC S9(10)V99 COMP-3.
           05  CPH-RETURNS-COST        PIC S9(10)V99 COMP-3.
           05  CPH-FINANCE-CHARGES     PIC S9(10)V99 COMP-3.
           05  CPH-WRITEOFF-AMOUNT     PIC S9(10)V99 COMP-3.
           05  CPH-REFUND-AMOUNT       PIC S9(10)V99 COMP-3.
           05  CPH-DUNNING-LETTERS     PIC 9(5) COMP-3.
