      *****************************************************************
      * LEAVE ACCRUAL RULE LAYOUT                                     *
      * One row of leave-accrual-rules.txt: for a leave type, the     *
      * hours credited per payroll month once an employee has at      *
      * least the given months of service, the most of the balance    *
      * carried into a new year, and whether what is left is paid     *
      * out on termination. Several rows per type make the service    *
      * tiers - the row with the highest service minimum the          *
      * employee has reached applies.                                 *
      *****************************************************************
           05  LAR-LEAVE-TYPE          PIC X(4).
           05  FILLER                  PIC X(1).
           05  LAR-MIN-SERVICE-MONTHS  PIC 9(3).
           05  FILLER                  PIC X(1).
           05  LAR-MONTHLY-HOURS       PIC 9(2)V99.
           05  FILLER                  PIC X(1).
           05  LAR-CARRYOVER-CAP       PIC 9(4)V99.
           05  FILLER                  PIC X(1).
           05  LAR-PAYOUT-FLAG         PIC X(1).
