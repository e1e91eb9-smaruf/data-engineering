       DATE-WRITTEN. 2026-08-23.
      *****************************************************************
      * PAYROLL REGISTER RUN                                          *
      * Reads EMPLOYEE-MASTER sequentially, takes each salaried       *
      * employee's period gross from MST-EMP-SALARY and prices each   *
      * hourly employee's approved timesheet for the month - regular  *
      * hours at the rate, overtime and holiday hours at the premiums *
      * in pay-premiums.txt - withholds income tax on                 *
      * the graduated bracket table in tax-brackets.txt - the rate    *
      * of the bracket the employee's year-to-date gross lands in -   *
      * applies the flat deductions in payroll-deductions.txt on top, *
      * into the employee's payroll-ytd.dat year bucket (the posted-  *
      * month marker keeps a rerun from doubling it), which           *
      * PAYROLL-YEAR-END summarizes for the year-end earnings report. *
      * Also writes a net-pay interface file for the bank. An hourly  *
      * employee with no approved timesheet is held off the register  *
      * and listed on payroll-exceptions.txt instead of being paid    *
      * nothing. Leave on the month's sheet is paid and taken off the *
      * leave-balances.dat row, every employee paid accrues leave at  *
      * the service tier in leave-accrual-rules.txt, and leave queued *
      * by EMPLOYEE-BATCH at termination is paid out as a line of its *
      * own. The employer's own taxes are worked out from             *
      * employer-tax-rates.txt, each up to its annual wage base, kept *
      * year-to-date beside the employee figures, recorded per        *
      * employee and month on payroll-tax-history.dat for the         *
      * quarterly return and posted to the GL; the posted month's     *
      * grand totals go to payroll-period-totals.txt.                 *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-FILE-STATUS.

           SELECT TIMESHEET-FILE
               ASSIGN TO "../data/output/timesheets.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TS-KEY
               FILE STATUS IS TIMESHEET-FILE-STATUS.

           SELECT PREMIUM-CONTROL-FILE
               ASSIGN TO "../data/input/pay-premiums.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PREMIUM-FILE-STATUS.

           SELECT EXCEPTION-FILE
               ASSIGN TO "../data/output/payroll-exceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-FILE-STATUS.

           SELECT LEAVE-FILE
               ASSIGN TO "../data/output/leave-balances.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-KEY
               FILE STATUS IS LEAVE-FILE-STATUS.

           SELECT LEAVE-RULE-FILE
               ASSIGN TO "../data/input/leave-accrual-rules.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEAVE-RULE-FILE-STATUS.

           SELECT PAYOUT-QUEUE-FILE
               ASSIGN TO "../data/output/leave-payout-queue.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYOUT-FILE-STATUS.

           SELECT EMPLOYER-TAX-FILE
               ASSIGN TO "../data/input/employer-tax-rates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ER-RATE-FILE-STATUS.

           SELECT TAX-HISTORY-FILE
               ASSIGN TO "../data/output/payroll-tax-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTH-KEY
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT PERIOD-TOTALS-FILE
               ASSIGN TO "../data/output/payroll-period-totals.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TOTALS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       FD  GL-INTERFACE-FILE.
       01  GL-ENTRY-LINE               PIC X(132).

       FD  TIMESHEET-FILE.
       01  TIMESHEET-RECORD.
           COPY "tsheet.cpy".

      * Overtime and holiday hours as multiples of the hourly rate.
       FD  PREMIUM-CONTROL-FILE.
       01  PREMIUM-CONTROL-RECORD.
           05  PRM-OVERTIME-FACTOR     PIC 9V99.
           05  FILLER                  PIC X(1).
           05  PRM-HOLIDAY-FACTOR      PIC 9V99.

       FD  EXCEPTION-FILE.
       01  EXCEPTION-LINE              PIC X(132).

       FD  LEAVE-FILE.
       01  LEAVE-RECORD.
           COPY "leavbal.cpy".

       FD  LEAVE-RULE-FILE.
       01  LEAVE-RULE-RECORD.
           COPY "lvrule.cpy".

       FD  PAYOUT-QUEUE-FILE.
       01  PAYOUT-QUEUE-RECORD         PIC X(106).

       FD  EMPLOYER-TAX-FILE.
       01  EMPLOYER-TAX-RECORD.
           COPY "ertaxrt.cpy".

       FD  TAX-HISTORY-FILE.
       01  TAX-HISTORY-RECORD.
           COPY "prtaxhst.cpy".

       FD  PERIOD-TOTALS-FILE.
       01  PERIOD-TOTALS-RECORD.
           COPY "prtotal.cpy".

       WORKING-STORAGE SECTION.
       01  PROFILE-FILE-STATUS     PIC XX.

       01  GL-HEADER-LINE            PIC X(132) VALUE
           "GL_ACCOUNT,DR_CR,AMOUNT,PERIOD,SOURCE_REFERENCE".

      * Hourly pay: the month's approved timesheet priced at the
      * employee's rate, overtime and holiday hours at the premium
      * factors. An hourly employee with no sheet, or no rate, is
      * held on the exception list and not paid at all this run.
       01  TIMESHEET-FILE-STATUS     PIC XX.
       01  PREMIUM-FILE-STATUS       PIC XX.
       01  EXCEPTION-FILE-STATUS     PIC XX.
       01  TIMESHEET-SWITCH          PIC X VALUE 'N'.
           88  TIMESHEETS-ACTIVE     VALUE 'Y'.
       01  OVERTIME-FACTOR           PIC 9V99 VALUE 1.50.
       01  HOLIDAY-FACTOR            PIC 9V99 VALUE 2.00.
       01  PAYABLE-SWITCH            PIC X.
           88  EMPLOYEE-PAYABLE      VALUE 'Y'.
       01  HELD-REASON               PIC X(40).
       01  EXCEPTION-COUNT           PIC 9(6) VALUE 0.
       01  HOURLY-PAID-COUNT         PIC 9(6) VALUE 0.
       01  REGULAR-HOURS-TOTAL       PIC 9(7)V99 VALUE 0.
       01  OVERTIME-HOURS-TOTAL      PIC 9(7)V99 VALUE 0.
       01  HOLIDAY-HOURS-TOTAL       PIC 9(7)V99 VALUE 0.
       01  LEAVE-HOURS-TOTAL         PIC 9(7)V99 VALUE 0.
       01  SHEET-SWITCH              PIC X VALUE 'N'.
           88  SHEET-FOUND           VALUE 'Y'.

      * Paid time off: one accrual per leave type a month at the
      * service tier in leave-accrual-rules.txt, leave on the month's
      * sheet taken off the balance, and the leave EMPLOYEE-BATCH
      * queued for pay when an employee was terminated.
       01  LEAVE-FILE-STATUS         PIC XX.
       01  LEAVE-RULE-FILE-STATUS    PIC XX.
       01  PAYOUT-FILE-STATUS        PIC XX.
       01  LEAVE-SWITCH              PIC X VALUE 'N'.
           88  LEAVE-ACTIVE          VALUE 'Y'.
       01  LEAVE-ROW-SWITCH          PIC X.
           88  LEAVE-ROW-EXISTS      VALUE 'Y'.
       01  LEAVE-RULE-TABLE.
           05  LR-ENTRY OCCURS 50 TIMES.
               10  LR-TYPE           PIC X(4).
               10  LR-MIN-MONTHS     PIC 9(3).
               10  LR-MONTHLY-HOURS  PIC 9(2)V99.
       01  LEAVE-RULE-COUNT          PIC 9(2) VALUE 0.
       01  LR-IDX                    PIC 9(2).
       01  LR-SCAN-IDX               PIC 9(2).
       01  LR-TIER-IDX               PIC 9(2).
       01  END-OF-LEAVE-RULES        PIC X VALUE 'N'.
           88  NO-MORE-LEAVE-RULES   VALUE 'Y'.
       01  SERVICE-DATE              PIC 9(8).
       01  SERVICE-DATE-FIELDS REDEFINES SERVICE-DATE.
           05  SVC-YEAR              PIC 9(4).
           05  SVC-MONTH             PIC 9(2).
           05  SVC-DAY               PIC 9(2).
       01  SERVICE-MONTHS            PIC S9(5).
       01  LEAVE-TAKE-HOURS          PIC 9(5)V99.
       01  LEAVE-ACCRUED-TOTAL       PIC 9(7)V99 VALUE 0.
       01  PAYOUT-QUEUE-ENTRY.
           COPY "lvpay.cpy".
       01  PAYOUT-QUEUE-TABLE.
           05  PQT-ENTRY OCCURS 200 TIMES PIC X(106).
       01  PAYOUT-COUNT              PIC 9(3) VALUE 0.
       01  PQT-IDX                   PIC 9(3).
       01  PAYOUTS-PAID              PIC 9(3) VALUE 0.
       01  END-OF-PAYOUTS            PIC X VALUE 'N'.
           88  NO-MORE-PAYOUTS       VALUE 'Y'.

      * Employer taxes: the rate table with the run's totals per tax
      * for the GL, and the employee being paid's share of each. The
      * YTD row keeps one slot per tax code; ERE-SLOT is the slot the
      * tax landed in, zero when the row has no slot left for it.
       01  ER-RATE-FILE-STATUS       PIC XX.
       01  HISTORY-FILE-STATUS       PIC XX.
       01  TOTALS-FILE-STATUS        PIC XX.
       01  HISTORY-SWITCH            PIC X VALUE 'N'.
           88  HISTORY-ACTIVE        VALUE 'Y'.
       01  HISTORY-ROW-SWITCH        PIC X.
           88  HISTORY-ROW-EXISTS    VALUE 'Y'.
       01  END-OF-ER-RATES           PIC X VALUE 'N'.
           88  NO-MORE-ER-RATES      VALUE 'Y'.
       01  EMPLOYER-TAX-TABLE.
           05  ERT-ENTRY OCCURS 6 TIMES.
               10  ERT-CODE          PIC X(4).
               10  ERT-DESCRIPTION   PIC X(20).
               10  ERT-RATE          PIC 9(2)V9999.
               10  ERT-WAGE-BASE     PIC 9(9)V99.
               10  ERT-ACCOUNT       PIC X(10).
               10  ERT-RUN-WAGES     PIC 9(10)V99.
               10  ERT-RUN-AMOUNT    PIC 9(10)V99.
       01  ER-TAX-COUNT              PIC 9(2) VALUE 0.
       01  ERT-IDX                   PIC 9(2).
       01  EMPLOYEE-ER-TAXES.
           05  ERE-ENTRY OCCURS 6 TIMES.
               10  ERE-SLOT          PIC 9(2).
               10  ERE-WAGES         PIC 9(10)V99.
               10  ERE-AMOUNT        PIC 9(10)V99.
       01  YER-IDX                   PIC 9(2).
       01  YER-SLOT                  PIC 9(2).
       01  YER-BLANK-SLOT            PIC 9(2).
       01  PRIOR-TAXABLE-WAGES       PIC 9(10)V99.
       01  WAGE-BASE-LEFT            PIC 9(10)V99.
       01  EMPLOYER-TAX-AMOUNT       PIC 9(8)V99.
       01  ER-TAX-GRAND-TOTAL        PIC 9(10)V99 VALUE 0.
       01  GL-ER-TAX-ACCOUNT         PIC X(10) VALUE "6170-ERTAX".

       01  ER-TAX-FOOTER-LINE.
           05  FILLER                PIC X(10) VALUE SPACES.
           05  FILLER                PIC X(9) VALUE "EMPLOYER ".
           05  ETF-CODE              PIC X(4).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  ETF-DESCRIPTION       PIC X(20).
           05  FILLER                PIC X(11) VALUE " TAXABLE: $".
           05  ETF-WAGES             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(8) VALUE "  TAX: $".
           05  ETF-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.

       01  ER-TAX-TOTAL-LINE.
           05  FILLER                PIC X(10) VALUE SPACES.
           05  FILLER                PIC X(72) VALUE
               "EMPLOYER TAX TOTAL".
           05  ETT-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.

       01  HOURS-LINE.
           05  FILLER                PIC X(9) VALUE SPACES.
           05  FILLER                PIC X(11) VALUE "HOURS  REG ".
           05  HRS-REGULAR           PIC ZZ9.99.
           05  FILLER                PIC X(6) VALUE "   OT ".
           05  HRS-OVERTIME          PIC ZZ9.99.
           05  FILLER                PIC X(7) VALUE "   HOL ".
           05  HRS-HOLIDAY           PIC ZZ9.99.
           05  FILLER                PIC X(9) VALUE "   LEAVE ".
           05  HRS-LEAVE             PIC ZZ9.99.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  HRS-LEAVE-TYPE        PIC X(4).
           05  FILLER                PIC X(8) VALUE "   RATE ".
           05  HRS-RATE              PIC ZZ9.99 BLANK WHEN ZERO.

       01  HOURS-FOOTER-LINE.
           05  FILLER                PIC X(10) VALUE SPACES.
           05  FILLER                PIC X(14) VALUE "HOURLY PAID: ".
           05  HFL-PAID-COUNT        PIC ZZ,ZZ9.
           05  FILLER                PIC X(8) VALUE "   REG ".
           05  HFL-REGULAR           PIC Z,ZZZ,ZZ9.99.
           05  FILLER                PIC X(6) VALUE "   OT ".
           05  HFL-OVERTIME          PIC Z,ZZZ,ZZ9.99.
           05  FILLER                PIC X(7) VALUE "   HOL ".
           05  HFL-HOLIDAY           PIC Z,ZZZ,ZZ9.99.
           05  FILLER                PIC X(9) VALUE "   LEAVE ".
           05  HFL-LEAVE             PIC Z,ZZZ,ZZ9.99.
           05  FILLER                PIC X(9) VALUE "   HELD: ".
           05  HFL-HELD-COUNT        PIC ZZ,ZZ9.

       01  PAYOUT-LINE.
           05  FILLER                PIC X(9) VALUE SPACES.
           05  FILLER                PIC X(14) VALUE "LEAVE PAYOUT  ".
           05  PAY-LEAVE-TYPE        PIC X(4).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PAY-HOURS             PIC ZZ,ZZ9.99.
           05  FILLER                PIC X(8) VALUE " HRS AT ".
           05  PAY-HOURLY-VALUE      PIC ZZ,ZZ9.99.
           05  FILLER                PIC X(16) VALUE
               "   TERMINATED ".
           05  PAY-TERMINATED-DATE   PIC 9(8).

       01  EXCEPTION-HEADER-LINE.
           05  FILLER                PIC X(39) VALUE
               "EMP ID | NAME".
           05  FILLER                PIC X(23) VALUE
               " | DEPARTMENT".
           05  FILLER                PIC X(9) VALUE " | REASON".

       01  EXCEPTION-DETAIL-LINE.
           05  EXC-EMP-ID            PIC 9(6).
           05  FILLER                PIC X(3) VALUE " | ".
           05  EXC-NAME              PIC X(30).
           05  FILLER                PIC X(3) VALUE " | ".
           05  EXC-DEPARTMENT        PIC X(20).
           05  FILLER                PIC X(3) VALUE " | ".
           05  EXC-REASON            PIC X(40).

       01  END-OF-EMPLOYEES          PIC X VALUE 'N'.
           88  NO-MORE-EMPLOYEES     VALUE 'Y'.

           PERFORM LOAD-DEDUCTION-TABLE
           PERFORM LOAD-TAX-BRACKETS
           PERFORM LOAD-PAYROLL-ACCOUNT-MAP
           PERFORM LOAD-PAY-PREMIUMS
           PERFORM OPEN-YTD-FILE
           PERFORM OPEN-TIMESHEET-FILES
           PERFORM OPEN-LEAVE-FILES
           PERFORM OPEN-EMPLOYER-TAX-FILES
           PERFORM GENERATE-REGISTER
           PERFORM POST-PAYROLL-GL-ENTRIES
           PERFORM FINALIZE-REGISTER
                   END-IF
           END-READ.

      * Defaults stand when the control file is missing or a factor
      * on it is not numeric.
       LOAD-PAY-PREMIUMS.
           OPEN INPUT PREMIUM-CONTROL-FILE
           IF PREMIUM-FILE-STATUS = "00"
               READ PREMIUM-CONTROL-FILE
               IF PREMIUM-FILE-STATUS = "00"
                   IF PRM-OVERTIME-FACTOR NUMERIC
                       AND PRM-OVERTIME-FACTOR > 0
                       MOVE PRM-OVERTIME-FACTOR TO OVERTIME-FACTOR
                   END-IF
                   IF PRM-HOLIDAY-FACTOR NUMERIC
                       AND PRM-HOLIDAY-FACTOR > 0
                       MOVE PRM-HOLIDAY-FACTOR TO HOLIDAY-FACTOR
                   END-IF
               END-IF
               CLOSE PREMIUM-CONTROL-FILE
           ELSE
               DISPLAY "NOTE: no pay-premiums.txt supplied - "
                   "overtime at " OVERTIME-FACTOR ", holiday at "
                   HOLIDAY-FACTOR " times the hourly rate"
           END-IF.

       OPEN-YTD-FILE.
           MOVE TODAY-YYYYMMDD(1:6) TO CURRENT-YYYYMM
           OPEN I-O PAYROLL-YTD-FILE
               CLOSE POSTED-MARKER-FILE
           END-IF.

      * Without the timesheet file every hourly employee is held;
      * the salaried payroll still runs.
       OPEN-TIMESHEET-FILES.
           OPEN I-O TIMESHEET-FILE
           IF TIMESHEET-FILE-STATUS = "00"
               MOVE 'Y' TO TIMESHEET-SWITCH
           ELSE
               DISPLAY "NOTE: no timesheets.dat on file (status "
                   TIMESHEET-FILE-STATUS ") - hourly employees held"
           END-IF

           OPEN OUTPUT EXCEPTION-FILE
           IF EXCEPTION-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open payroll-exceptions.txt"
               DISPLAY "File Status: " EXCEPTION-FILE-STATUS
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO EXCEPTION-LINE
           STRING "PAYROLL EXCEPTIONS - HELD FROM THE " CURRENT-YYYYMM
               " REGISTER" DELIMITED BY SIZE INTO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           WRITE EXCEPTION-LINE FROM EXCEPTION-HEADER-LINE
           WRITE EXCEPTION-LINE FROM SEPARATOR-LINE.

      * Without the rules no leave accrues; without the balances
      * file no leave is accrued or taken. Either way the pay itself
      * still runs.
       OPEN-LEAVE-FILES.
           OPEN INPUT LEAVE-RULE-FILE
           IF LEAVE-RULE-FILE-STATUS = "00"
               PERFORM READ-NEXT-LEAVE-RULE UNTIL NO-MORE-LEAVE-RULES
               CLOSE LEAVE-RULE-FILE
           ELSE
               DISPLAY "NOTE: no leave-accrual-rules.txt supplied - "
                   "no leave accrued this run"
           END-IF

           OPEN I-O LEAVE-FILE
           IF LEAVE-FILE-STATUS = "35"
               CLOSE LEAVE-FILE
               OPEN OUTPUT LEAVE-FILE
               CLOSE LEAVE-FILE
               OPEN I-O LEAVE-FILE
           END-IF
           IF LEAVE-FILE-STATUS = "00"
               MOVE 'Y' TO LEAVE-SWITCH
           ELSE
               DISPLAY "WARNING: cannot open leave balances "
                   "(status " LEAVE-FILE-STATUS ") - leave not "
                   "accrued or taken"
               SET WARNINGS-OCCURRED TO TRUE
           END-IF

           OPEN INPUT PAYOUT-QUEUE-FILE
           IF PAYOUT-FILE-STATUS = "00"
               PERFORM READ-NEXT-PAYOUT UNTIL NO-MORE-PAYOUTS
               CLOSE PAYOUT-QUEUE-FILE
           END-IF.

       READ-NEXT-LEAVE-RULE.
           READ LEAVE-RULE-FILE
               AT END
                   SET NO-MORE-LEAVE-RULES TO TRUE
               NOT AT END
                   IF LEAVE-RULE-COUNT < 50
                       AND LAR-LEAVE-TYPE NOT = SPACES
                       AND LAR-MIN-SERVICE-MONTHS NUMERIC
                       AND LAR-MONTHLY-HOURS NUMERIC
                       ADD 1 TO LEAVE-RULE-COUNT
                       MOVE LAR-LEAVE-TYPE
                           TO LR-TYPE(LEAVE-RULE-COUNT)
                       MOVE LAR-MIN-SERVICE-MONTHS
                           TO LR-MIN-MONTHS(LEAVE-RULE-COUNT)
                       MOVE LAR-MONTHLY-HOURS
                           TO LR-MONTHLY-HOURS(LEAVE-RULE-COUNT)
                   ELSE
                       DISPLAY "WARNING: leave rule row skipped: "
                           LEAVE-RULE-RECORD
                       SET WARNINGS-OCCURRED TO TRUE
                   END-IF
           END-READ.

       READ-NEXT-PAYOUT.
           READ PAYOUT-QUEUE-FILE INTO PAYOUT-QUEUE-ENTRY
               AT END
                   SET NO-MORE-PAYOUTS TO TRUE
               NOT AT END
                   IF PAYOUT-COUNT < 200
                       AND LPQ-EMP-ID NUMERIC
                       AND LPQ-AMOUNT NUMERIC
                       ADD 1 TO PAYOUT-COUNT
                       MOVE PAYOUT-QUEUE-ENTRY
                           TO PQT-ENTRY(PAYOUT-COUNT)
                   ELSE
                       DISPLAY "WARNING: leave payout row skipped: "
                           PAYOUT-QUEUE-RECORD
                       SET WARNINGS-OCCURRED TO TRUE
                   END-IF
           END-READ.

      * Rows paid before this month drop off; this month's stay so a
      * rerun can reprint them, and any not yet paid wait.
       REWRITE-PAYOUT-QUEUE.
           IF PAYOUT-COUNT > 0 AND NOT ALREADY-POSTED
               OPEN OUTPUT PAYOUT-QUEUE-FILE
               IF PAYOUT-FILE-STATUS = "00"
                   PERFORM KEEP-ONE-PAYOUT
                       VARYING PQT-IDX FROM 1 BY 1
                       UNTIL PQT-IDX > PAYOUT-COUNT
                   CLOSE PAYOUT-QUEUE-FILE
               ELSE
                   DISPLAY "WARNING: cannot rewrite leave payout "
                       "queue (status " PAYOUT-FILE-STATUS ")"
                   SET WARNINGS-OCCURRED TO TRUE
               END-IF
           END-IF.

       KEEP-ONE-PAYOUT.
           MOVE PQT-ENTRY(PQT-IDX) TO PAYOUT-QUEUE-ENTRY
           IF LPQ-PAID-PERIOD = ZERO
               OR LPQ-PAID-PERIOD = CURRENT-YYYYMM
               WRITE PAYOUT-QUEUE-RECORD FROM PAYOUT-QUEUE-ENTRY
           END-IF.

      * No rate table means no employer taxes this run, which is
      * reported rather than passed over quietly.
       OPEN-EMPLOYER-TAX-FILES.
           OPEN INPUT EMPLOYER-TAX-FILE
           IF ER-RATE-FILE-STATUS = "00"
               PERFORM READ-NEXT-ER-RATE UNTIL NO-MORE-ER-RATES
               CLOSE EMPLOYER-TAX-FILE
           ELSE
               DISPLAY "WARNING: no employer-tax-rates.txt supplied "
                   "- no employer taxes computed"
               SET WARNINGS-OCCURRED TO TRUE
           END-IF

           OPEN I-O TAX-HISTORY-FILE
           IF HISTORY-FILE-STATUS = "35"
               CLOSE TAX-HISTORY-FILE
               OPEN OUTPUT TAX-HISTORY-FILE
               CLOSE TAX-HISTORY-FILE
               OPEN I-O TAX-HISTORY-FILE
           END-IF
           IF HISTORY-FILE-STATUS = "00"
               MOVE 'Y' TO HISTORY-SWITCH
           ELSE
               DISPLAY "WARNING: cannot open payroll tax history "
                   "(status " HISTORY-FILE-STATUS ") - month not "
                   "recorded for the quarterly return"
               SET WARNINGS-OCCURRED TO TRUE
           END-IF.

       READ-NEXT-ER-RATE.
           READ EMPLOYER-TAX-FILE
               AT END
                   SET NO-MORE-ER-RATES TO TRUE
               NOT AT END
                   IF ER-TAX-COUNT < 6
                       AND ETR-CODE NOT = SPACES
                       AND ETR-RATE NUMERIC
                       AND ETR-WAGE-BASE NUMERIC
                       ADD 1 TO ER-TAX-COUNT
                       MOVE ETR-CODE TO ERT-CODE(ER-TAX-COUNT)
                       MOVE ETR-DESCRIPTION
                           TO ERT-DESCRIPTION(ER-TAX-COUNT)
                       MOVE ETR-RATE TO ERT-RATE(ER-TAX-COUNT)
                       MOVE ETR-WAGE-BASE
                           TO ERT-WAGE-BASE(ER-TAX-COUNT)
                       IF ETR-EXPENSE-ACCOUNT = SPACES
                           MOVE GL-ER-TAX-ACCOUNT
                               TO ERT-ACCOUNT(ER-TAX-COUNT)
                       ELSE
                           MOVE ETR-EXPENSE-ACCOUNT
                               TO ERT-ACCOUNT(ER-TAX-COUNT)
                       END-IF
                       MOVE ZERO TO ERT-RUN-WAGES(ER-TAX-COUNT)
                       MOVE ZERO TO ERT-RUN-AMOUNT(ER-TAX-COUNT)
                   ELSE
                       DISPLAY "WARNING: employer tax row skipped: "
                           EMPLOYER-TAX-RECORD
                       SET WARNINGS-OCCURRED TO TRUE
                   END-IF
           END-READ.

      * Appended once per posted month, for PAYROLL-TAX-RETURN to
      * prove the quarter's tax history against.
       WRITE-PERIOD-TOTALS.
           IF NOT ALREADY-POSTED AND EMPLOYEE-COUNT > 0
               OPEN EXTEND PERIOD-TOTALS-FILE
               IF TOTALS-FILE-STATUS = "35"
                   OPEN OUTPUT PERIOD-TOTALS-FILE
               END-IF
               IF TOTALS-FILE-STATUS = "00"
                   MOVE SPACES TO PERIOD-TOTALS-RECORD
                   MOVE CURRENT-YYYYMM TO PPT-PERIOD
                   MOVE EMPLOYEE-COUNT TO PPT-EMPLOYEES
                   MOVE GROSS-GRAND-TOTAL TO PPT-GROSS
                   MOVE TAX-GRAND-TOTAL TO PPT-TAX
                   MOVE DEDUCTION-GRAND-TOTAL TO PPT-DEDUCTIONS
                   MOVE NET-GRAND-TOTAL TO PPT-NET
                   MOVE ER-TAX-GRAND-TOTAL TO PPT-ER-TAX
                   WRITE PERIOD-TOTALS-RECORD
                   CLOSE PERIOD-TOTALS-FILE
               ELSE
                   DISPLAY "WARNING: cannot write payroll-period-"
                       "totals.txt (status " TOTALS-FILE-STATUS ")"
                   SET WARNINGS-OCCURRED TO TRUE
               END-IF
           END-IF.

       GENERATE-REGISTER.
           PERFORM PRINT-HEADER

                       PERFORM PAY-ONE-EMPLOYEE
               END-READ
           END-PERFORM
           PERFORM PAY-LEAVE-PAYOUTS

           PERFORM PRINT-DEPARTMENT-SUBTOTALS
           PERFORM PRINT-FOOTER.

       PAY-ONE-EMPLOYEE.
           MOVE 'Y' TO PAYABLE-SWITCH
           PERFORM FETCH-EMPLOYEE-TIMESHEET
           IF EMP-IS-HOURLY
               PERFORM COMPUTE-HOURLY-GROSS
           ELSE
               MOVE MST-EMP-SALARY TO GROSS-PAY
           END-IF
           IF EMPLOYEE-PAYABLE
               PERFORM PAY-EMPLOYEE-GROSS
               IF SHEET-FOUND AND NOT ALREADY-POSTED
                   AND NOT TS-IS-PAID
                   PERFORM TAKE-SHEET-LEAVE
                   PERFORM MARK-TIMESHEET-PAID
               END-IF
               PERFORM ACCRUE-EMPLOYEE-LEAVE
           ELSE
               PERFORM WRITE-PAYROLL-EXCEPTION
           END-IF.

       FETCH-EMPLOYEE-TIMESHEET.
           MOVE 'N' TO SHEET-SWITCH
           IF TIMESHEETS-ACTIVE
               MOVE MST-EMP-ID TO TS-EMP-ID
               MOVE CURRENT-YYYYMM TO TS-PAY-PERIOD
               READ TIMESHEET-FILE KEY IS TS-KEY
               IF TIMESHEET-FILE-STATUS = "00"
                   SET SHEET-FOUND TO TRUE
               END-IF
           END-IF.

      * Leave hours on an hourly sheet are paid at the straight rate.
      * A sheet approved after this month's payroll posted cannot be
      * paid on a rerun - the YTD buckets and GL lines are already
      * out - so it is held for a manual adjustment like a missing
      * one.
       COMPUTE-HOURLY-GROSS.
           MOVE ZERO TO GROSS-PAY
           EVALUATE TRUE
               WHEN EMP-HOURLY-RATE NOT NUMERIC
                   OR EMP-HOURLY-RATE = ZERO
                   MOVE 'N' TO PAYABLE-SWITCH
                   MOVE "NO HOURLY RATE ON MASTER" TO HELD-REASON
               WHEN NOT SHEET-FOUND
                   MOVE 'N' TO PAYABLE-SWITCH
                   MOVE "NO APPROVED TIMESHEET" TO HELD-REASON
               WHEN ALREADY-POSTED AND NOT TS-IS-PAID
                   MOVE 'N' TO PAYABLE-SWITCH
                   MOVE "TIMESHEET APPROVED AFTER POSTING"
                       TO HELD-REASON
               WHEN OTHER
                   COMPUTE GROSS-PAY ROUNDED =
                       (TS-REGULAR-HOURS + TS-LEAVE-HOURS)
                           * EMP-HOURLY-RATE
                     + TS-OVERTIME-HOURS * EMP-HOURLY-RATE
                           * OVERTIME-FACTOR
                     + TS-HOLIDAY-HOURS * EMP-HOURLY-RATE
                           * HOLIDAY-FACTOR
           END-EVALUATE.

       WRITE-PAYROLL-EXCEPTION.
           ADD 1 TO EXCEPTION-COUNT
           MOVE MST-EMP-ID TO EXC-EMP-ID
           MOVE MST-EMP-NAME TO EXC-NAME
           MOVE MST-EMP-DEPARTMENT TO EXC-DEPARTMENT
           MOVE HELD-REASON TO EXC-REASON
           WRITE EXCEPTION-LINE FROM EXCEPTION-DETAIL-LINE
           DISPLAY "WARNING: employee " MST-EMP-ID " held - "
               HELD-REASON
           SET WARNINGS-OCCURRED TO TRUE.

       PAY-EMPLOYEE-GROSS.
           PERFORM FETCH-YTD-RECORD
           PERFORM COMPUTE-TAX-WITHHOLDING
           PERFORM COMPUTE-EMPLOYER-TAXES
           MOVE ZERO TO TOTAL-DEDUCTIONS
           PERFORM VARYING DED-IDX FROM 1 BY 1
               UNTIL DED-IDX > DEDUCTION-COUNT
           ADD TAX-AMOUNT TO TAX-GRAND-TOTAL
           ADD TOTAL-DEDUCTIONS TO DEDUCTION-GRAND-TOTAL
           ADD NET-PAY TO NET-GRAND-TOTAL
           ADD EMPLOYER-TAX-AMOUNT TO ER-TAX-GRAND-TOTAL

           PERFORM UPDATE-YTD-BUCKET
           PERFORM WRITE-TAX-HISTORY

           MOVE MST-EMP-ID TO DTL-EMP-ID
           MOVE MST-EMP-NAME TO DTL-NAME
           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM PRINT-PAGE-BREAK
           END-IF
           IF EMP-IS-HOURLY
               OR (SHEET-FOUND AND TS-LEAVE-HOURS > ZERO)
               PERFORM PRINT-HOURS-LINE
           END-IF

           PERFORM WRITE-NET-PAY-LINE
           PERFORM ACCUMULATE-DEPARTMENT-TOTAL.

       PRINT-HOURS-LINE.
           IF EMP-IS-HOURLY
               ADD 1 TO HOURLY-PAID-COUNT
               MOVE EMP-HOURLY-RATE TO HRS-RATE
           ELSE
               MOVE ZERO TO HRS-RATE
           END-IF
           ADD TS-REGULAR-HOURS TO REGULAR-HOURS-TOTAL
           ADD TS-OVERTIME-HOURS TO OVERTIME-HOURS-TOTAL
           ADD TS-HOLIDAY-HOURS TO HOLIDAY-HOURS-TOTAL
           ADD TS-LEAVE-HOURS TO LEAVE-HOURS-TOTAL
           MOVE TS-REGULAR-HOURS TO HRS-REGULAR
           MOVE TS-OVERTIME-HOURS TO HRS-OVERTIME
           MOVE TS-HOLIDAY-HOURS TO HRS-HOLIDAY
           MOVE TS-LEAVE-HOURS TO HRS-LEAVE
           MOVE TS-LEAVE-TYPE TO HRS-LEAVE-TYPE
           WRITE REPORT-LINE FROM HOURS-LINE
           ADD 1 TO LINE-COUNT
           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM PRINT-PAGE-BREAK
           END-IF.

      * Paid once the month posts, so TIMESHEET-INTAKE turns away a
      * late correction for a period already in the employee's pay.
       MARK-TIMESHEET-PAID.
           SET TS-IS-PAID TO TRUE
           MOVE TODAY-YYYYMMDD TO TS-PAID-DATE
           REWRITE TIMESHEET-RECORD
           IF TIMESHEET-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: timesheet for " MST-EMP-ID
                   " not marked paid, status "
                   TIMESHEET-FILE-STATUS
               SET WARNINGS-OCCURRED TO TRUE
           END-IF.

      * The sheet was edited against the balance when it came in;
      * should the balance have been spent since, only what is left
      * is taken and the shortfall reported.
       TAKE-SHEET-LEAVE.
           IF TS-LEAVE-HOURS > ZERO
               IF NOT LEAVE-ACTIVE
                   DISPLAY "WARNING: leave balances not open - "
                       TS-LEAVE-HOURS " hours " TS-LEAVE-TYPE
                       " leave for " MST-EMP-ID " not taken off"
                   SET WARNINGS-OCCURRED TO TRUE
               ELSE
                   MOVE MST-EMP-ID TO LV-EMP-ID
                   MOVE TS-LEAVE-TYPE TO LV-LEAVE-TYPE
                   READ LEAVE-FILE KEY IS LV-KEY
                   IF LEAVE-FILE-STATUS NOT = "00"
                       DISPLAY "WARNING: no " TS-LEAVE-TYPE
                           " balance for " MST-EMP-ID
                           " - leave taken not recorded"
                       SET WARNINGS-OCCURRED TO TRUE
                   ELSE
                       PERFORM DEBIT-LEAVE-BALANCE
                   END-IF
               END-IF
           END-IF.

       DEBIT-LEAVE-BALANCE.
           MOVE TS-LEAVE-HOURS TO LEAVE-TAKE-HOURS
           IF LEAVE-TAKE-HOURS > LV-BALANCE-HOURS
               DISPLAY "WARNING: " MST-EMP-ID " " TS-LEAVE-TYPE
                   " leave of " TS-LEAVE-HOURS " exceeds balance "
                   LV-BALANCE-HOURS " - balance taken to zero"
               SET WARNINGS-OCCURRED TO TRUE
               MOVE LV-BALANCE-HOURS TO LEAVE-TAKE-HOURS
           END-IF
           PERFORM ROLL-LEAVE-YEAR
           SUBTRACT LEAVE-TAKE-HOURS FROM LV-BALANCE-HOURS
           ADD LEAVE-TAKE-HOURS TO LV-YTD-TAKEN
           MOVE TODAY-YYYYMMDD TO LV-LAST-CHANGED-DATE
           MOVE "PAYROLL" TO LV-LAST-CHANGED-BY
           REWRITE LEAVE-RECORD
           PERFORM CHECK-LEAVE-WRITE.

      * One credit per leave type per payroll month, at the rate of
      * the service tier the employee has reached. A row is started
      * the first time an employee is paid with service counted
      * from then; EMPLOYEE-DATABASE corrects the service date for
      * anyone whose service began earlier.
       ACCRUE-EMPLOYEE-LEAVE.
           IF LEAVE-ACTIVE AND NOT ALREADY-POSTED
               PERFORM ACCRUE-ONE-LEAVE-RULE
                   VARYING LR-IDX FROM 1 BY 1
                   UNTIL LR-IDX > LEAVE-RULE-COUNT
           END-IF.

       ACCRUE-ONE-LEAVE-RULE.
           MOVE MST-EMP-ID TO LV-EMP-ID
           MOVE LR-TYPE(LR-IDX) TO LV-LEAVE-TYPE
           READ LEAVE-FILE KEY IS LV-KEY
           IF LEAVE-FILE-STATUS = "00"
               MOVE 'Y' TO LEAVE-ROW-SWITCH
           ELSE
               MOVE 'N' TO LEAVE-ROW-SWITCH
               PERFORM START-LEAVE-ROW
           END-IF
           IF LV-IS-ACTIVE
               AND LV-LAST-ACCRUAL-PERIOD < CURRENT-YYYYMM
               PERFORM COMPUTE-SERVICE-MONTHS
               PERFORM FIND-LEAVE-TIER
               IF LR-TIER-IDX = LR-IDX
                   PERFORM ROLL-LEAVE-YEAR
                   ADD LR-MONTHLY-HOURS(LR-IDX) TO LV-BALANCE-HOURS
                   ADD LR-MONTHLY-HOURS(LR-IDX) TO LV-YTD-ACCRUED
                   ADD LR-MONTHLY-HOURS(LR-IDX) TO LEAVE-ACCRUED-TOTAL
                   MOVE CURRENT-YYYYMM TO LV-LAST-ACCRUAL-PERIOD
                   MOVE TODAY-YYYYMMDD TO LV-LAST-CHANGED-DATE
                   MOVE "PAYROLL" TO LV-LAST-CHANGED-BY
                   PERFORM SAVE-LEAVE-ROW
               ELSE
                   IF NOT LEAVE-ROW-EXISTS
                       PERFORM SAVE-LEAVE-ROW
                   END-IF
               END-IF
           END-IF.

       START-LEAVE-ROW.
           MOVE MST-EMP-ID TO LV-EMP-ID
           MOVE LR-TYPE(LR-IDX) TO LV-LEAVE-TYPE
           MOVE TODAY-YYYYMMDD TO LV-SERVICE-DATE
           MOVE ZERO TO LV-BALANCE-HOURS
           MOVE CURR-YEAR TO LV-BALANCE-YEAR
           MOVE ZERO TO LV-YTD-ACCRUED
           MOVE ZERO TO LV-YTD-TAKEN
           MOVE ZERO TO LV-LAST-ACCRUAL-PERIOD
           MOVE ZERO TO LV-CARRYOVER-YEAR
           MOVE ZERO TO LV-FORFEITED-HOURS
           SET LV-IS-ACTIVE TO TRUE
           MOVE ZERO TO LV-PAID-OUT-HOURS
           MOVE ZERO TO LV-PAID-OUT-DATE
           MOVE TODAY-YYYYMMDD TO LV-LAST-CHANGED-DATE
           MOVE "PAYROLL" TO LV-LAST-CHANGED-BY.

       SAVE-LEAVE-ROW.
           IF LEAVE-ROW-EXISTS
               REWRITE LEAVE-RECORD
           ELSE
               WRITE LEAVE-RECORD
               MOVE 'Y' TO LEAVE-ROW-SWITCH
           END-IF
           PERFORM CHECK-LEAVE-WRITE.

       CHECK-LEAVE-WRITE.
           IF LEAVE-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: leave balance " LV-EMP-ID " "
                   LV-LEAVE-TYPE " not saved, status "
                   LEAVE-FILE-STATUS
               SET WARNINGS-OCCURRED TO TRUE
           END-IF.

      * The accrued and taken figures are for LV-BALANCE-YEAR; the
      * first movement in a new year starts them over.
       ROLL-LEAVE-YEAR.
           IF LV-BALANCE-YEAR NOT = CURR-YEAR
               MOVE CURR-YEAR TO LV-BALANCE-YEAR
               MOVE ZERO TO LV-YTD-ACCRUED
               MOVE ZERO TO LV-YTD-TAKEN
           END-IF.

      * Whole months from the service date to the processing date.
       COMPUTE-SERVICE-MONTHS.
           MOVE LV-SERVICE-DATE TO SERVICE-DATE
           COMPUTE SERVICE-MONTHS =
               (CURR-YEAR - SVC-YEAR) * 12 + CURR-MONTH - SVC-MONTH
           IF CURR-DAY < SVC-DAY
               SUBTRACT 1 FROM SERVICE-MONTHS
           END-IF
           IF SERVICE-MONTHS < 0
               MOVE ZERO TO SERVICE-MONTHS
           END-IF.

      * The tier for a leave type is its rule row with the highest
      * service minimum the employee has reached.
       FIND-LEAVE-TIER.
           MOVE ZERO TO LR-TIER-IDX
           PERFORM CHECK-ONE-LEAVE-TIER
               VARYING LR-SCAN-IDX FROM 1 BY 1
               UNTIL LR-SCAN-IDX > LEAVE-RULE-COUNT.

       CHECK-ONE-LEAVE-TIER.
           IF LR-TYPE(LR-SCAN-IDX) = LV-LEAVE-TYPE
               AND LR-MIN-MONTHS(LR-SCAN-IDX) NOT > SERVICE-MONTHS
               IF LR-TIER-IDX = ZERO
                   MOVE LR-SCAN-IDX TO LR-TIER-IDX
               ELSE
                   IF LR-MIN-MONTHS(LR-SCAN-IDX)
                       > LR-MIN-MONTHS(LR-TIER-IDX)
                       MOVE LR-SCAN-IDX TO LR-TIER-IDX
                   END-IF
               END-IF
           END-IF.

      * Leave paid out to employees terminated since the last run.
      * The master no longer holds them, so the queue row supplies
      * the name and department the pay is printed and posted
      * under. A rerun reprints the payouts it paid the first time;
      * one queued after the month posted waits for next month.
       PAY-LEAVE-PAYOUTS.
           PERFORM PAY-ONE-QUEUED-PAYOUT
               VARYING PQT-IDX FROM 1 BY 1
               UNTIL PQT-IDX > PAYOUT-COUNT.

       PAY-ONE-QUEUED-PAYOUT.
           MOVE PQT-ENTRY(PQT-IDX) TO PAYOUT-QUEUE-ENTRY
           IF (LPQ-PAID-PERIOD = ZERO AND NOT ALREADY-POSTED)
               OR LPQ-PAID-PERIOD = CURRENT-YYYYMM
               MOVE LPQ-EMP-ID TO MST-EMP-ID
               MOVE LPQ-EMP-NAME TO MST-EMP-NAME
               MOVE LPQ-DEPARTMENT TO MST-EMP-DEPARTMENT
               MOVE "S" TO EMP-PAY-TYPE
               MOVE 'N' TO SHEET-SWITCH
               MOVE LPQ-AMOUNT TO GROSS-PAY
               PERFORM PAY-EMPLOYEE-GROSS
               PERFORM PRINT-PAYOUT-LINE
               ADD 1 TO PAYOUTS-PAID
               IF LPQ-PAID-PERIOD = ZERO
                   MOVE CURRENT-YYYYMM TO LPQ-PAID-PERIOD
                   MOVE PAYOUT-QUEUE-ENTRY TO PQT-ENTRY(PQT-IDX)
               END-IF
           ELSE
               IF LPQ-PAID-PERIOD = ZERO
                   DISPLAY "NOTE: leave payout for " LPQ-EMP-ID
                       " queued after " CURRENT-YYYYMM
                       " posted - paid next month"
               END-IF
           END-IF.

       PRINT-PAYOUT-LINE.
           MOVE LPQ-LEAVE-TYPE TO PAY-LEAVE-TYPE
           MOVE LPQ-HOURS TO PAY-HOURS
           MOVE LPQ-HOURLY-VALUE TO PAY-HOURLY-VALUE
           MOVE LPQ-TERMINATED-DATE TO PAY-TERMINATED-DATE
           WRITE REPORT-LINE FROM PAYOUT-LINE
           ADD 1 TO LINE-COUNT
           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM PRINT-PAGE-BREAK
           END-IF.

       FETCH-YTD-RECORD.
           MOVE 'N' TO YTD-ROW-SWITCH
           IF YTD-ACTIVE
               MOVE ZERO TO YTD-TAX
               MOVE ZERO TO YTD-DEDUCTIONS
               MOVE ZERO TO YTD-NET
               MOVE ZERO TO YTD-ER-TAX-TOTAL
               PERFORM CLEAR-YTD-ER-SLOT
                   VARYING YER-IDX FROM 1 BY 1 UNTIL YER-IDX > 6
           END-IF.

       CLEAR-YTD-ER-SLOT.
           MOVE SPACES TO YTD-ER-CODE(YER-IDX)
           MOVE ZERO TO YTD-ER-WAGES(YER-IDX)
           MOVE ZERO TO YTD-ER-AMOUNT(YER-IDX).

      * The rate comes from the highest bracket floor at or under
      * what the year-to-date gross will be once this period posts,
      * applied to the period gross. On a rerun of an already-posted
               ADD TAX-AMOUNT TO YTD-TAX
               ADD TOTAL-DEDUCTIONS TO YTD-DEDUCTIONS
               ADD NET-PAY TO YTD-NET
               ADD EMPLOYER-TAX-AMOUNT TO YTD-ER-TAX-TOTAL
               PERFORM ADD-YTD-ER-TAX
                   VARYING ERT-IDX FROM 1 BY 1
                   UNTIL ERT-IDX > ER-TAX-COUNT
               MOVE MST-EMP-NAME TO YTD-EMP-NAME
               IF YTD-ROW-EXISTS
                   REWRITE PAYROLL-YTD-RECORD
               END-IF
           END-IF.

       ADD-YTD-ER-TAX.
           IF ERE-SLOT(ERT-IDX) > 0
               MOVE ERE-SLOT(ERT-IDX) TO YER-IDX
               MOVE ERT-CODE(ERT-IDX) TO YTD-ER-CODE(YER-IDX)
               ADD ERE-WAGES(ERT-IDX) TO YTD-ER-WAGES(YER-IDX)
               ADD ERE-AMOUNT(ERT-IDX) TO YTD-ER-AMOUNT(YER-IDX)
           END-IF.

      * Each tax is charged on the period gross up to what is left of
      * its wage base after the year's taxable wages so far. On a
      * rerun of a posted month the year already holds this pay, so
      * the amounts come back from the month's tax history instead.
       COMPUTE-EMPLOYER-TAXES.
           MOVE ZERO TO EMPLOYER-TAX-AMOUNT
           IF ALREADY-POSTED
               IF HISTORY-ACTIVE
                   MOVE MST-EMP-ID TO PTH-EMP-ID
                   MOVE CURRENT-YYYYMM TO PTH-PERIOD
                   READ TAX-HISTORY-FILE KEY IS PTH-KEY
                   IF HISTORY-FILE-STATUS = "00"
                       MOVE PTH-ER-TAX-TOTAL TO EMPLOYER-TAX-AMOUNT
                       PERFORM RECALL-ONE-EMPLOYER-TAX
                           VARYING ERT-IDX FROM 1 BY 1
                           UNTIL ERT-IDX > ER-TAX-COUNT
                   END-IF
               END-IF
           ELSE
               PERFORM COMPUTE-ONE-EMPLOYER-TAX
                   VARYING ERT-IDX FROM 1 BY 1
                   UNTIL ERT-IDX > ER-TAX-COUNT
           END-IF.

       RECALL-ONE-EMPLOYER-TAX.
           IF PTH-TAX-CODE(ERT-IDX) = ERT-CODE(ERT-IDX)
               ADD PTH-TAXABLE-WAGES(ERT-IDX) TO ERT-RUN-WAGES(ERT-IDX)
               ADD PTH-TAX-AMOUNT(ERT-IDX) TO ERT-RUN-AMOUNT(ERT-IDX)
           END-IF.

       COMPUTE-ONE-EMPLOYER-TAX.
           PERFORM FIND-YTD-ER-SLOT
           MOVE YER-SLOT TO ERE-SLOT(ERT-IDX)
           MOVE ZERO TO PRIOR-TAXABLE-WAGES
           IF YER-SLOT > 0
               MOVE YTD-ER-WAGES(YER-SLOT) TO PRIOR-TAXABLE-WAGES
           ELSE
               DISPLAY "WARNING: no YTD slot left for employer tax "
                   ERT-CODE(ERT-IDX) " on " MST-EMP-ID
                   " - wage base not tracked"
               SET WARNINGS-OCCURRED TO TRUE
           END-IF
           EVALUATE TRUE
               WHEN ERT-WAGE-BASE(ERT-IDX) = ZERO
                   MOVE GROSS-PAY TO ERE-WAGES(ERT-IDX)
               WHEN PRIOR-TAXABLE-WAGES NOT < ERT-WAGE-BASE(ERT-IDX)
                   MOVE ZERO TO ERE-WAGES(ERT-IDX)
               WHEN OTHER
                   COMPUTE WAGE-BASE-LEFT =
                       ERT-WAGE-BASE(ERT-IDX) - PRIOR-TAXABLE-WAGES
                   IF GROSS-PAY > WAGE-BASE-LEFT
                       MOVE WAGE-BASE-LEFT TO ERE-WAGES(ERT-IDX)
                   ELSE
                       MOVE GROSS-PAY TO ERE-WAGES(ERT-IDX)
                   END-IF
           END-EVALUATE
           COMPUTE ERE-AMOUNT(ERT-IDX) ROUNDED =
               ERE-WAGES(ERT-IDX) * ERT-RATE(ERT-IDX)
           ADD ERE-AMOUNT(ERT-IDX) TO EMPLOYER-TAX-AMOUNT
           ADD ERE-WAGES(ERT-IDX) TO ERT-RUN-WAGES(ERT-IDX)
           ADD ERE-AMOUNT(ERT-IDX) TO ERT-RUN-AMOUNT(ERT-IDX).

      * The slot already holding this tax's code, else the first
      * empty one.
       FIND-YTD-ER-SLOT.
           MOVE ZERO TO YER-SLOT
           MOVE ZERO TO YER-BLANK-SLOT
           PERFORM CHECK-YTD-ER-SLOT
               VARYING YER-IDX FROM 1 BY 1
               UNTIL YER-IDX > 6 OR YER-SLOT > 0
           IF YER-SLOT = 0
               MOVE YER-BLANK-SLOT TO YER-SLOT
           END-IF.

       CHECK-YTD-ER-SLOT.
           IF YTD-ER-CODE(YER-IDX) = ERT-CODE(ERT-IDX)
               MOVE YER-IDX TO YER-SLOT
           ELSE
               IF YTD-ER-CODE(YER-IDX) = SPACES
                   AND YER-BLANK-SLOT = 0
                   MOVE YER-IDX TO YER-BLANK-SLOT
               END-IF
           END-IF.

      * The history row is the month as posted; a second payment to
      * the same employee in the month adds to it.
       WRITE-TAX-HISTORY.
           IF HISTORY-ACTIVE AND NOT ALREADY-POSTED
               MOVE MST-EMP-ID TO PTH-EMP-ID
               MOVE CURRENT-YYYYMM TO PTH-PERIOD
               READ TAX-HISTORY-FILE KEY IS PTH-KEY
               IF HISTORY-FILE-STATUS = "00"
                   MOVE 'Y' TO HISTORY-ROW-SWITCH
               ELSE
                   MOVE 'N' TO HISTORY-ROW-SWITCH
                   MOVE MST-EMP-ID TO PTH-EMP-ID
                   MOVE CURRENT-YYYYMM TO PTH-PERIOD
                   MOVE ZERO TO PTH-GROSS
                   MOVE ZERO TO PTH-INCOME-TAX
                   MOVE ZERO TO PTH-ER-TAX-TOTAL
                   PERFORM CLEAR-HISTORY-TAX-SLOT
                       VARYING YER-IDX FROM 1 BY 1 UNTIL YER-IDX > 6
               END-IF
               MOVE MST-EMP-NAME TO PTH-EMP-NAME
               ADD GROSS-PAY TO PTH-GROSS
               ADD TAX-AMOUNT TO PTH-INCOME-TAX
               ADD EMPLOYER-TAX-AMOUNT TO PTH-ER-TAX-TOTAL
               PERFORM ADD-HISTORY-TAX
                   VARYING ERT-IDX FROM 1 BY 1
                   UNTIL ERT-IDX > ER-TAX-COUNT
               IF HISTORY-ROW-EXISTS
                   REWRITE TAX-HISTORY-RECORD
               ELSE
                   WRITE TAX-HISTORY-RECORD
               END-IF
               IF HISTORY-FILE-STATUS NOT = "00"
                   DISPLAY "WARNING: tax history not written for "
                       MST-EMP-ID " status " HISTORY-FILE-STATUS
                   SET WARNINGS-OCCURRED TO TRUE
               END-IF
           END-IF.

       CLEAR-HISTORY-TAX-SLOT.
           MOVE SPACES TO PTH-TAX-CODE(YER-IDX)
           MOVE ZERO TO PTH-TAXABLE-WAGES(YER-IDX)
           MOVE ZERO TO PTH-TAX-AMOUNT(YER-IDX).

       ADD-HISTORY-TAX.
           MOVE ERT-CODE(ERT-IDX) TO PTH-TAX-CODE(ERT-IDX)
           ADD ERE-WAGES(ERT-IDX) TO PTH-TAXABLE-WAGES(ERT-IDX)
           ADD ERE-AMOUNT(ERT-IDX) TO PTH-TAX-AMOUNT(ERT-IDX).

       WRITE-NET-PAY-LINE.
           MOVE NET-PAY TO NET-PAY-DISPLAY
           MOVE SPACES TO NET-PAY-LINE
           MOVE DEDUCTION-GRAND-TOTAL TO FTR-DED-TOTAL
           MOVE NET-GRAND-TOTAL TO FTR-NET-TOTAL
           WRITE REPORT-LINE FROM FOOTER-LINE
           MOVE HOURLY-PAID-COUNT TO HFL-PAID-COUNT
           MOVE REGULAR-HOURS-TOTAL TO HFL-REGULAR
           MOVE OVERTIME-HOURS-TOTAL TO HFL-OVERTIME
           MOVE HOLIDAY-HOURS-TOTAL TO HFL-HOLIDAY
           MOVE LEAVE-HOURS-TOTAL TO HFL-LEAVE
           MOVE EXCEPTION-COUNT TO HFL-HELD-COUNT
           WRITE REPORT-LINE FROM HOURS-FOOTER-LINE
           PERFORM PRINT-ER-TAX-FOOTER
               VARYING ERT-IDX FROM 1 BY 1
               UNTIL ERT-IDX > ER-TAX-COUNT
           MOVE ER-TAX-GRAND-TOTAL TO ETT-AMOUNT
           WRITE REPORT-LINE FROM ER-TAX-TOTAL-LINE
           WRITE REPORT-LINE FROM SPACES.

       PRINT-ER-TAX-FOOTER.
           MOVE ERT-CODE(ERT-IDX) TO ETF-CODE
           MOVE ERT-DESCRIPTION(ERT-IDX) TO ETF-DESCRIPTION
           MOVE ERT-RUN-WAGES(ERT-IDX) TO ETF-WAGES
           MOVE ERT-RUN-AMOUNT(ERT-IDX) TO ETF-AMOUNT
           WRITE REPORT-LINE FROM ER-TAX-FOOTER-LINE.

      * One salary expense debit per department for its gross - the
      * accrued-payroll liability side comes from that account's
      * gl-account-map.txt row, the same one-sided-plus-map
               PERFORM WRITE-ONE-DEPT-GL-LINE
                   VARYING DEPT-SEARCH-IDX FROM 1 BY 1
                   UNTIL DEPT-SEARCH-IDX > DEPT-COUNT
               PERFORM WRITE-ONE-ER-TAX-GL-LINE
                   VARYING ERT-IDX FROM 1 BY 1
                   UNTIL ERT-IDX > ER-TAX-COUNT
               CLOSE GL-INTERFACE-FILE
           END-IF.

               DELIMITED BY SIZE INTO GL-ENTRY-LINE
           WRITE GL-ENTRY-LINE.

      * Employer tax expense, one debit per tax; the tax's liability
      * account is the offset on the expense account's map row.
       WRITE-ONE-ER-TAX-GL-LINE.
           IF ERT-RUN-AMOUNT(ERT-IDX) > 0
               MOVE ERT-RUN-AMOUNT(ERT-IDX) TO GL-AMOUNT-FIELD
               MOVE SPACES TO GL-ENTRY-LINE
               STRING ERT-ACCOUNT(ERT-IDX) ",DR,"
                   FUNCTION TRIM(GL-AMOUNT-FIELD) ","
                   GL-PERIOD ",PAYROLL"
                   DELIMITED BY SIZE INTO GL-ENTRY-LINE
               WRITE GL-ENTRY-LINE
           END-IF.

      * The marker guards the GL posting as well as the YTD roll,
      * so it is written whenever this run posted - even when the
      * YTD file could not be opened (that run's roll is already
           END-IF.

       FINALIZE-REGISTER.
           PERFORM WRITE-PERIOD-TOTALS
           PERFORM WRITE-POSTED-MARKER
           CLOSE EMPLOYEE-MASTER
           CLOSE REPORT-FILE
           IF YTD-ACTIVE
               CLOSE PAYROLL-YTD-FILE
           END-IF
           IF TIMESHEETS-ACTIVE
               CLOSE TIMESHEET-FILE
           END-IF
           CLOSE EXCEPTION-FILE
           IF LEAVE-ACTIVE
               CLOSE LEAVE-FILE
           END-IF
           PERFORM REWRITE-PAYOUT-QUEUE
           IF HISTORY-ACTIVE
               CLOSE TAX-HISTORY-FILE
           END-IF
           DISPLAY "Payroll register generated successfully!"
           DISPLAY "Employees paid: " EMPLOYEE-COUNT
           DISPLAY "Employees held: " EXCEPTION-COUNT
               " (see payroll-exceptions.txt)"
           DISPLAY "Net payroll:    $" NET-GRAND-TOTAL
           DISPLAY "Employer taxes: $" ER-TAX-GRAND-TOTAL
           DISPLAY "Leave accrued:  " LEAVE-ACCRUED-TOTAL " hours"
           DISPLAY "Leave payouts:  " PAYOUTS-PAID
           DISPLAY "Report saved to: "
               "../data/output/payroll-register.txt".

           MOVE "PAYROLL-REGISTER"    TO OPS-PROGRAM-ID
           ACCEPT OPS-RUN-DATE FROM DATE YYYYMMDD
           MOVE EMPLOYEE-COUNT        TO OPS-RECORDS-PROCESSED
           MOVE EXCEPTION-COUNT       TO OPS-REJECTS
           MOVE NET-GRAND-TOTAL       TO OPS-TOTAL-AMOUNT
           MOVE PROGRAM-RETURN-CODE   TO OPS-RETURN-CODE
           WRITE OPS-STAT-RECORD
