      *****************************************************************
      * EMPLOYER TAX RATE LAYOUT                                      *
      * One row of employer-tax-rates.txt per tax the employer pays   *
      * on its own account - social security, Medicare, federal and   *
      * state unemployment. The rate is a fraction of gross to 4      *
      * places, charged on wages up to the annual wage base per       *
      * employee (zero means no limit), and the expense posts to the  *
      * account given, its liability side coming from                 *
      * gl-account-map.txt.                                           *
      *****************************************************************
           05  ETR-CODE                PIC X(4).
           05  FILLER                  PIC X(1).
           05  ETR-DESCRIPTION         PIC X(20).
           05  FILLER                  PIC X(1).
           05  ETR-RATE                PIC 9(2)V9999.
           05  FILLER                  PIC X(1).
           05  ETR-WAGE-BASE           PIC 9(9)V99.
           05  FILLER                  PIC X(1).
           05  ETR-EXPENSE-ACCOUNT     PIC X(10).
