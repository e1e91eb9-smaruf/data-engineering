      *****************************************************************
      * LEAVE BALANCE RECORD LAYOUT                                   *
      * One row per employee per leave type (VAC, SICK, ... as named  *
      * in leave-accrual-rules.txt) on leave-balances.dat. Credited   *
      * each payroll month by PAYROLL-REGISTER at the rate for the    *
      * employee's length of service, debited for leave taken on the  *
      * timesheet feed or keyed through EMPLOYEE-DATABASE, capped at  *
      * year end by PAYROLL-YEAR-END and paid out on termination by   *
      * EMPLOYEE-BATCH. Balances are in hours.                        *
      *****************************************************************
           05  LV-KEY.
               10  LV-EMP-ID           PIC 9(6).
               10  LV-LEAVE-TYPE       PIC X(4).
           05  LV-SERVICE-DATE         PIC 9(8).
           05  LV-BALANCE-HOURS        PIC 9(5)V99 COMP-3.
      * Accrued and taken so far in LV-BALANCE-YEAR; the first
      * accrual of a new year starts both again from zero.
           05  LV-BALANCE-YEAR         PIC 9(4).
           05  LV-YTD-ACCRUED          PIC 9(5)V99 COMP-3.
           05  LV-YTD-TAKEN            PIC 9(5)V99 COMP-3.
           05  LV-LAST-ACCRUAL-PERIOD  PIC 9(6).
      * Last year the carryover cap was applied, and what it took.
           05  LV-CARRYOVER-YEAR       PIC 9(4).
           05  LV-FORFEITED-HOURS      PIC 9(5)V99 COMP-3.
           05  LV-STATUS               PIC X(1).
               88  LV-IS-ACTIVE        VALUE "A".
               88  LV-IS-PAID-OUT      VALUE "T".
           05  LV-PAID-OUT-HOURS       PIC 9(5)V99 COMP-3.
           05  LV-PAID-OUT-DATE        PIC 9(8).
           05  LV-LAST-CHANGED-DATE    PIC 9(8).
           05  LV-LAST-CHANGED-BY      PIC X(8).
