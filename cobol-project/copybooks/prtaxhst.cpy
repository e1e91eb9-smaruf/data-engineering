      *****************************************************************
      * PAYROLL TAX HISTORY RECORD LAYOUT                             *
      * One row per employee per YYYYMM pay period on                 *
      * payroll-tax-history.dat, written by PAYROLL-REGISTER as the   *
      * month posts: the gross paid, the income tax withheld and,     *
      * per employer tax, the wages it was charged on and the amount. *
      * PAYROLL-TAX-RETURN builds the quarterly return from it, and a *
      * rerun of a posted month reprints its employer taxes from it.  *
      *****************************************************************
           05  PTH-KEY.
               10  PTH-EMP-ID          PIC 9(6).
               10  PTH-PERIOD          PIC 9(6).
           05  PTH-EMP-NAME            PIC X(30).
           05  PTH-GROSS               PIC 9(10)V99 COMP-3.
           05  PTH-INCOME-TAX          PIC 9(10)V99 COMP-3.
           05  PTH-ER-TAX-TOTAL        PIC 9(10)V99 COMP-3.
           05  PTH-ER-TAX OCCURS 6 TIMES.
               10  PTH-TAX-CODE        PIC X(4).
               10  PTH-TAXABLE-WAGES   PIC 9(10)V99 COMP-3.
               10  PTH-TAX-AMOUNT      PIC 9(10)V99 COMP-3.
