      *****************************************************************
      * GL BUDGET RECORD LAYOUT                                       *
      * One row per account per period, keyed exactly like the GL     *
      * balance record so the budget lines up with gl-balances.dat.   *
      * Amounts are in the account's normal direction (a revenue      *
      * budget is a positive credit, an expense budget a positive     *
      * debit). The original amount is what finance loaded for the    *
      * year and is never touched by a revision; the revised amount   *
      * carries every re-forecast and maintenance adjustment, so the  *
      * budget report can run against either version.                 *
      *****************************************************************
           05  BGT-KEY.
               10  BGT-ACCOUNT         PIC X(10).
               10  BGT-PERIOD          PIC 9(6).
           05  BGT-ORIGINAL-AMOUNT     PIC S9(12)V99 COMP-3.
           05  BGT-REVISED-AMOUNT      PIC S9(12)V99 COMP-3.
           05  BGT-LOADED-DATE         PIC 9(8).
           05  BGT-REVISION-COUNT      PIC 9(3).
           05  BGT-REVISED-DATE        PIC 9(8).
           05  BGT-REVISED-BY          PIC X(8).
