           05  FILLER                PIC X(20) VALUE
               "SALES-TREND-REPORT".
           05  FILLER                PIC X(20) VALUE "GL-POSTING".
           05  FILLER                PIC X(20) VALUE
               "GL-RECONCILIATION".
           05  FILLER                PIC X(20) VALUE
               "EVENT-DISPATCHER".
       01  EXPECTED-PROGRAM-REDEF REDEFINES EXPECTED-PROGRAM-TABLE.
           05  EXPECTED-PROGRAM-ID OCCURS 10 TIMES PIC X(20).
       01  EXP-IDX                   PIC 9(2).

       01  GRAND-RECORDS          PIC 9(9) VALUE 0.

       GENERATE-DASHBOARD-REPORT.
           PERFORM PRINT-HEADER
           PERFORM VARYING EXP-IDX FROM 1 BY 1 UNTIL EXP-IDX > 10
               PERFORM PRINT-PROGRAM-LINE
           END-PERFORM
           PERFORM PRINT-FOOTER.
