      *****************************************************************
      * EMPLOYEE COMPENSATION AND JOB HISTORY RECORD LAYOUT           *
      * One row on employee-history.dat for every hire, pay change,   *
      * transfer and termination EMPLOYEE-BATCH or EMPLOYEE-DATABASE  *
      * applies to the employee master, dated the day the change took *
      * effect and carrying the values before and after it with a     *
      * reason code. Rows stay after the employee has left, so the    *
      * history inquiry and COMPENSATION-REVIEW can answer for        *
      * former staff. The sequence keeps apart two changes to one     *
      * employee effective the same day.                              *
      *****************************************************************
           05  EH-KEY.
               10  EH-EMP-ID           PIC 9(6).
               10  EH-EFFECTIVE-DATE   PIC 9(8).
               10  EH-SEQUENCE         PIC 9(3).
           05  EH-CHANGE-TYPE          PIC X(1).
               88  EH-IS-HIRE          VALUE "H".
               88  EH-IS-PAY-CHANGE    VALUE "S".
               88  EH-IS-TRANSFER      VALUE "T".
               88  EH-IS-TERMINATION   VALUE "R".
           05  EH-REASON-CODE          PIC X(4).
           05  EH-EMP-NAME             PIC X(30).
           05  EH-OLD-SALARY           PIC 9(7)V99.
           05  EH-NEW-SALARY           PIC 9(7)V99.
           05  EH-OLD-PAY-TYPE         PIC X(1).
           05  EH-NEW-PAY-TYPE         PIC X(1).
           05  EH-OLD-HOURLY-RATE      PIC 9(3)V99.
           05  EH-NEW-HOURLY-RATE      PIC 9(3)V99.
           05  EH-OLD-DEPARTMENT       PIC X(20).
           05  EH-NEW-DEPARTMENT       PIC X(20).
           05  EH-RECORDED-DATE        PIC 9(8).
           05  EH-RECORDED-BY          PIC X(8).
