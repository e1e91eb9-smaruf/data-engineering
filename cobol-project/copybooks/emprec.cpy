           05  EMP-ROUTING-NUMBER  PIC 9(9).
           05  FILLER              PIC X(1).
           05  EMP-ACCOUNT-NUMBER  PIC X(12).
      * Pay type: a salaried employee is paid EMP-SALARY as the
      * period gross; an hourly employee is paid the approved
      * timesheet hours at EMP-HOURLY-RATE and carries no salary.
      * Blank is taken as salaried, the way every employee was paid
      * before hourly staff were put on the master.
           05  FILLER              PIC X(1).
           05  EMP-PAY-TYPE        PIC X(1).
               88  EMP-IS-SALARIED VALUE "S" " ".
               88  EMP-IS-HOURLY   VALUE "H".
           05  FILLER              PIC X(1).
           05  EMP-HOURLY-RATE     PIC 9(3)V99.
