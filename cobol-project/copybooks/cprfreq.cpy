      *****************************************************************
      * CUSTOMER-PROFIT-POST PARAMETER BLOCK                          *
      * Passed on every CALL "CUSTOMER-PROFIT-POST". The caller       *
      * clears CPQ-AMOUNTS, fills the customer, the posting date and  *
      * the figures it has to add, and the service adds them into     *
      * that customer's month and year buckets. Action 'P' posts, 'C' *
      * closes the history file at the end of the caller's run.       *
      * CPQ-RESULT comes back 'Y' when both buckets were posted.      *
      *****************************************************************
           05  CPQ-ACTION             PIC X(1).
               88  CPQ-POST           VALUE "P".
               88  CPQ-CLOSE          VALUE "C".
           05  CPQ-CUSTOMER-ID        PIC 9(6).
           05  CPQ-POST-DATE          PIC 9(8).
           05  CPQ-AMOUNTS.
               10  CPQ-SALES-AMOUNT   PIC S9(10)V99 COMP-3.
               10  CPQ-SALES-COST     PIC S9(10)V99 COMP-3.
               10  CPQ-RETURNS-AMOUNT PIC S9(10)V99 COMP-3.
               10  CPQ-RETURNS-COST   PIC S9(10)V99 COMP-3.
               10  CPQ-FINANCE-CHARGE PIC S9(10)V99 COMP-3.
               10  CPQ-WRITEOFF-AMOUNT PIC S9(10)V99 COMP-3.
               10  CPQ-REFUND-AMOUNT  PIC S9(10)V99 COMP-3.
               10  CPQ-DUNNING-LETTERS PIC 9(3) COMP-3.
           05  CPQ-RESULT             PIC X(1).
               88  CPQ-POSTED         VALUE "Y".
