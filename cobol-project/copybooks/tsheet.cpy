      *****************************************************************
      * APPROVED TIMESHEET RECORD LAYOUT                              *
      * One row per hourly employee per YYYYMM pay period on          *
      * timesheets.dat, loaded by TIMESHEET-INTAKE once the hours     *
      * have passed the edits against the employee master and the     *
      * processing calendar. PAYROLL-REGISTER prices the hours at the *
      * employee's rate, takes any leave off the leave balance and    *
      * marks the row paid, after which a late correction for the     *
      * same period is refused.                                       *
      *****************************************************************
           05  TS-KEY.
               10  TS-EMP-ID           PIC 9(6).
               10  TS-PAY-PERIOD       PIC 9(6).
           05  TS-REGULAR-HOURS        PIC 9(3)V99.
           05  TS-OVERTIME-HOURS       PIC 9(3)V99.
           05  TS-HOLIDAY-HOURS        PIC 9(3)V99.
           05  TS-APPROVED-BY          PIC X(8).
           05  TS-LOADED-DATE          PIC 9(8).
           05  TS-STATUS               PIC X(1).
               88  TS-IS-APPROVED      VALUE "A".
               88  TS-IS-PAID          VALUE "P".
           05  TS-PAID-DATE            PIC 9(8).
      * Leave taken in the period against one leave balance; a
      * salaried employee's sheet may carry leave and nothing else.
           05  TS-LEAVE-TYPE           PIC X(4).
           05  TS-LEAVE-HOURS          PIC 9(3)V99.
