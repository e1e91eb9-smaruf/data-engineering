      *****************************************************************
      * LEAVE PAYOUT QUEUE LAYOUT                                     *
      * One row of leave-payout-queue.txt per leave type paid out to  *
      * a terminated employee. EMPLOYEE-BATCH queues the hours and    *
      * their value when the termination applies; PAYROLL-REGISTER    *
      * pays the row with the month's payroll, taxed like any other   *
      * pay, and stamps the period it went out in.                    *
      *****************************************************************
           05  LPQ-EMP-ID              PIC 9(6).
           05  FILLER                  PIC X(1).
           05  LPQ-EMP-NAME            PIC X(30).
           05  FILLER                  PIC X(1).
           05  LPQ-DEPARTMENT          PIC X(20).
           05  FILLER                  PIC X(1).
           05  LPQ-LEAVE-TYPE          PIC X(4).
           05  FILLER                  PIC X(1).
           05  LPQ-HOURS               PIC 9(5)V99.
           05  FILLER                  PIC X(1).
           05  LPQ-HOURLY-VALUE        PIC 9(5)V99.
           05  FILLER                  PIC X(1).
           05  LPQ-AMOUNT              PIC 9(8)V99.
           05  FILLER                  PIC X(1).
           05  LPQ-TERMINATED-DATE     PIC 9(8).
           05  FILLER                  PIC X(1).
           05  LPQ-PAID-PERIOD         PIC 9(6).
