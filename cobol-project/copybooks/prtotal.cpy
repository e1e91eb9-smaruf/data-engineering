      *****************************************************************
      * PAYROLL PERIOD TOTALS LAYOUT                                  *
      * One row of payroll-period-totals.txt per posted payroll       *
      * month, appended by PAYROLL-REGISTER with the register's       *
      * grand totals. PAYROLL-TAX-RETURN proves the quarter's tax     *
      * history against these before the return is filed.             *
      *****************************************************************
           05  PPT-PERIOD              PIC 9(6).
           05  FILLER                  PIC X(1).
           05  PPT-EMPLOYEES           PIC 9(6).
           05  FILLER                  PIC X(1).
           05  PPT-GROSS               PIC 9(10)V99.
           05  FILLER                  PIC X(1).
           05  PPT-TAX                 PIC 9(10)V99.
           05  FILLER                  PIC X(1).
           05  PPT-DEDUCTIONS          PIC 9(10)V99.
           05  FILLER                  PIC X(1).
           05  PPT-NET                 PIC 9(10)V99.
           05  FILLER                  PIC X(1).
           05  PPT-ER-TAX              PIC 9(10)V99.
