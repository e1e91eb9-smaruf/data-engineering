      * bucket) and PAYROLL-YEAR-END (which prints the earnings       *
      * summary from it). One row per employee and calendar year;     *
      * the bracket the year-to-date gross lands in drives the tax    *
      * withheld on the next run. The employer's own taxes sit next   *
      * to the employee figures, one slot per tax in                  *
      * employer-tax-rates.txt, the taxable wages so far holding each *
      * tax to its wage base.                                         *
      *****************************************************************
           05  YTD-KEY.
               10  YTD-EMP-ID         PIC 9(6).
           05  YTD-TAX                PIC 9(10)V99 COMP-3.
           05  YTD-DEDUCTIONS         PIC 9(10)V99 COMP-3.
           05  YTD-NET                PIC 9(10)V99 COMP-3.
           05  YTD-ER-TAX-TOTAL       PIC 9(10)V99 COMP-3.
           05  YTD-ER-TAX OCCURS 6 TIMES.
               10  YTD-ER-CODE        PIC X(4).
               10  YTD-ER-WAGES       PIC 9(10)V99 COMP-3.
               10  YTD-ER-AMOUNT      PIC 9(10)V99 COMP-3.
