       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPENSATION-REVIEW.
       AUTHOR. MUHAMMAD SHAMSUL MARUF.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * ANNUAL COMPENSATION REVIEW                                    *
      * Walks employee-history.dat employee by employee and prints,   *
      * for the year reviewed, every hire, pay change, transfer and   *
      * departure with its reason code, the amount and percentage of  *
      * each pay change, and the employee's pay at the start and end  *
      * of the year with the change over the year. Pay is the monthly *
      * salary, or the hourly rate for an hourly employee; a change   *
      * between the two is shown without a percentage. Employees on   *
      * the master with no history behind them are listed as          *
      * unchanged at their current pay. The year comes from           *
      * compensation-review-control.txt when supplied, otherwise the  *
      * current calendar year reports.                                *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE
               ASSIGN TO "../data/output/employee-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EH-KEY
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT EMPLOYEE-MASTER
               ASSIGN TO "../data/output/employee-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-EMP-ID
               FILE STATUS IS FILE-STATUS.

           SELECT YEAR-CONTROL-FILE
               ASSIGN TO
                   "../data/input/compensation-review-control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "../data/output/compensation-review.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

           SELECT OPS-STATS-FILE
               ASSIGN TO "../data/output/daily-ops-stats.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-STATS-FILE-STATUS.

           SELECT COMPANY-PROFILE-FILE
               ASSIGN TO "../data/input/company-profile.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROFILE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           COPY "emphist.cpy".

       FD  EMPLOYEE-MASTER.
       01  MASTER-RECORD.
           COPY "emprec.cpy" REPLACING ==EMP-ID== BY ==MST-EMP-ID==
               ==EMP-NAME== BY ==MST-EMP-NAME==
               ==EMP-SALARY== BY ==MST-EMP-SALARY==
               ==EMP-DEPARTMENT== BY ==MST-EMP-DEPARTMENT==.

       FD  YEAR-CONTROL-FILE.
       01  YEAR-CONTROL-RECORD         PIC 9(4).

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).

       FD  OPS-STATS-FILE.
       01  OPS-STAT-RECORD.
           COPY "opstat.cpy".

       FD  COMPANY-PROFILE-FILE.
       01  COMPANY-PROFILE-RECORD.
           COPY "comprof.cpy".

       WORKING-STORAGE SECTION.
       01  HISTORY-FILE-STATUS     PIC XX.
       01  FILE-STATUS             PIC XX.
           88  FILE-OK             VALUE "00".
       01  CONTROL-FILE-STATUS     PIC XX.
       01  REPORT-FILE-STATUS      PIC XX.
       01  OPS-STATS-FILE-STATUS   PIC XX.
       01  PROFILE-FILE-STATUS     PIC XX.

       01  COMPANY-NAME            PIC X(50) VALUE
           "ABC CORPORATION - PAYROLL DEPARTMENT".

       01  TODAY-YYYYMMDD          PIC 9(8).
       01  CURRENT-DATE-FIELDS REDEFINES TODAY-YYYYMMDD.
           05  CURR-YEAR           PIC 9(4).
           05  CURR-MONTH          PIC 9(2).
           05  CURR-DAY            PIC 9(2).
       01  FORMATTED-DATE          PIC X(10).

       01  REVIEW-YEAR             PIC 9(4).
       01  YEAR-START-DATE         PIC 9(8).
       01  YEAR-END-DATE           PIC 9(8).

       01  END-OF-HISTORY          PIC X VALUE 'N'.
           88  NO-MORE-HISTORY     VALUE 'Y'.
       01  END-OF-MASTER           PIC X VALUE 'N'.
           88  NO-MORE-MASTER      VALUE 'Y'.
       01  HISTORY-SWITCH          PIC X VALUE 'N'.
           88  HISTORY-OPEN        VALUE 'Y'.
       01  MASTER-SWITCH           PIC X VALUE 'N'.
           88  MASTER-OPEN         VALUE 'Y'.
       01  HISTORY-FOUND-SWITCH    PIC X.
           88  HISTORY-FOUND       VALUE 'Y'.

      * The employee under review. The state is the pay, pay basis
      * and department as the history has them so far; the year's
      * opening state is kept when its first change is met.
       01  REVIEW-EMP-ID           PIC 9(6) VALUE ZERO.
       01  REVIEW-NAME             PIC X(30).
       01  REVIEW-DEPARTMENT       PIC X(20).
       01  REVIEW-PAY              PIC 9(7)V99.
       01  REVIEW-BASIS            PIC X(1).
       01  REVIEW-ACTIVE-SWITCH    PIC X.
           88  REVIEW-ACTIVE       VALUE 'Y'.
       01  REVIEW-KNOWN-SWITCH     PIC X.
           88  REVIEW-STATE-KNOWN  VALUE 'Y'.
       01  START-PAY               PIC 9(7)V99.
       01  START-BASIS             PIC X(1).
       01  START-ACTIVE-SWITCH     PIC X.
           88  ACTIVE-AT-START     VALUE 'Y'.
       01  CHANGES-IN-YEAR         PIC 9(4).

       01  ROW-OLD-PAY             PIC 9(7)V99.
       01  ROW-NEW-PAY             PIC 9(7)V99.
       01  ROW-OLD-BASIS           PIC X(1).
       01  ROW-NEW-BASIS           PIC X(1).
       01  PAY-CHANGE              PIC S9(7)V99.
       01  PCT-CHANGE              PIC S9(5)V99.

       01  EMPLOYEES-REVIEWED      PIC 9(6) VALUE ZERO.
       01  PAY-INCREASES           PIC 9(6) VALUE ZERO.
       01  PAY-DECREASES           PIC 9(6) VALUE ZERO.
       01  HIRES-IN-YEAR           PIC 9(6) VALUE ZERO.
       01  LEAVERS-IN-YEAR         PIC 9(6) VALUE ZERO.
       01  TRANSFERS-IN-YEAR       PIC 9(6) VALUE ZERO.
       01  HISTORY-ROWS-READ       PIC 9(7) VALUE ZERO.
      * Monthly salaries of those salaried all year, start and end.
       01  SALARY-START-TOTAL      PIC 9(10)V99 VALUE ZERO.
       01  SALARY-END-TOTAL        PIC 9(10)V99 VALUE ZERO.

       01  HEADER-LINE-1.
           05  FILLER              PIC X(40) VALUE SPACES.
           05  HDR-COMPANY         PIC X(50).
           05  FILLER              PIC X(42) VALUE SPACES.

       01  HEADER-LINE-2.
           05  FILLER              PIC X(30) VALUE
               "ANNUAL COMPENSATION REVIEW".
           05  FILLER              PIC X(6) VALUE "Year: ".
           05  HDR-YEAR            PIC 9(4).
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(6) VALUE "Date: ".
           05  HDR-DATE            PIC X(10).
           05  FILLER              PIC X(66) VALUE SPACES.

       01  SEPARATOR-LINE          PIC X(132) VALUE ALL "-".

       01  COLUMN-HEADER.
           05  FILLER              PIC X(132) VALUE
           "EMP ID EFF DATE  CHANGE   RSN       OLD PAY      NEW PAY"
           & "     CHANGE      PCT  NOTE".

       01  EMPLOYEE-LINE.
           05  EML-EMP-ID          PIC 9(6).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  EML-NAME            PIC X(30).

       01  CHANGE-LINE.
           05  FILLER              PIC X(7) VALUE SPACES.
           05  CHL-DATE            PIC 9(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  CHL-TYPE            PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  CHL-REASON          PIC X(4).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  CHL-OLD-PAY         PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  CHL-NEW-PAY         PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  CHL-CHANGE          PIC ZZZ,ZZ9.99- BLANK WHEN ZERO.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  CHL-PCT             PIC ZZZ9.99- BLANK WHEN ZERO.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  CHL-NOTE            PIC X(44).

       01  YEAR-LINE.
           05  FILLER              PIC X(17) VALUE SPACES.
           05  FILLER              PIC X(8) VALUE "YEAR".
           05  FILLER              PIC X(6) VALUE SPACES.
           05  YRL-START-PAY       PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  YRL-END-PAY         PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  YRL-CHANGE          PIC ZZZ,ZZ9.99- BLANK WHEN ZERO.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  YRL-PCT             PIC ZZZ9.99- BLANK WHEN ZERO.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  YRL-STATUS          PIC X(44).

       01  SUMMARY-LINE.
           05  FILLER              PIC X(8) VALUE SPACES.
           05  SML-LABEL           PIC X(40).
           05  SML-COUNT           PIC ZZZ,ZZ9.

       01  SUMMARY-AMOUNT-LINE.
           05  FILLER              PIC X(8) VALUE SPACES.
           05  SAL-LABEL           PIC X(40).
           05  SAL-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.

       01  PROGRAM-RETURN-CODE     PIC 9(3) VALUE ZERO.
       01  WARNING-FLAG            PIC X VALUE 'N'.
           88  WARNINGS-OCCURRED   VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-COMPANY-PROFILE
           PERFORM INITIALIZE-REVIEW
           PERFORM PRINT-REPORT-HEADERS
           PERFORM REVIEW-HISTORY
           PERFORM REVIEW-UNCHANGED-EMPLOYEES
           PERFORM PRINT-REVIEW-TOTALS
           PERFORM FINALIZE-REVIEW
           PERFORM DETERMINE-RETURN-CODE
           PERFORM WRITE-OPS-STATS
           MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       INITIALIZE-REVIEW.
           CALL "PROCESS-DATE" USING TODAY-YYYYMMDD
           STRING CURR-YEAR "-" CURR-MONTH "-" CURR-DAY
               DELIMITED BY SIZE
               INTO FORMATTED-DATE
           END-STRING

           MOVE CURR-YEAR TO REVIEW-YEAR
           OPEN INPUT YEAR-CONTROL-FILE
           IF CONTROL-FILE-STATUS = "00"
               READ YEAR-CONTROL-FILE
               IF CONTROL-FILE-STATUS = "00"
                   AND YEAR-CONTROL-RECORD NUMERIC
                   AND YEAR-CONTROL-RECORD > 1900
                   MOVE YEAR-CONTROL-RECORD TO REVIEW-YEAR
               END-IF
               CLOSE YEAR-CONTROL-FILE
           END-IF
           COMPUTE YEAR-START-DATE = REVIEW-YEAR * 10000 + 101
           COMPUTE YEAR-END-DATE = REVIEW-YEAR * 10000 + 1231

           OPEN INPUT HISTORY-FILE
           IF HISTORY-FILE-STATUS = "00"
               SET HISTORY-OPEN TO TRUE
           ELSE
               DISPLAY "WARNING: employee history not available "
                   "(status " HISTORY-FILE-STATUS ") - employees "
                   "listed at current pay only"
               SET WARNINGS-OCCURRED TO TRUE
           END-IF

           OPEN INPUT EMPLOYEE-MASTER
           IF FILE-OK
               SET MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "WARNING: employee master not available "
                   "(status " FILE-STATUS ") - employees with no "
                   "history not listed"
               SET WARNINGS-OCCURRED TO TRUE
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open compensation-review.txt"
               DISPLAY "File Status: " REPORT-FILE-STATUS
               IF HISTORY-OPEN
                   CLOSE HISTORY-FILE
               END-IF
               IF MASTER-OPEN
                   CLOSE EMPLOYEE-MASTER
               END-IF
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

       PRINT-REPORT-HEADERS.
           MOVE COMPANY-NAME TO HDR-COMPANY
           MOVE REVIEW-YEAR TO HDR-YEAR
           MOVE FORMATTED-DATE TO HDR-DATE
           WRITE REPORT-LINE FROM HEADER-LINE-1
           WRITE REPORT-LINE FROM HEADER-LINE-2
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM COLUMN-HEADER
           WRITE REPORT-LINE FROM SEPARATOR-LINE.

       REVIEW-HISTORY.
           IF HISTORY-OPEN
               MOVE LOW-VALUES TO EH-KEY
               START HISTORY-FILE KEY IS >= EH-KEY
                   INVALID KEY
                       SET NO-MORE-HISTORY TO TRUE
               END-START
               PERFORM REVIEW-NEXT-HISTORY-ROW UNTIL NO-MORE-HISTORY
               IF REVIEW-EMP-ID > ZERO
                   PERFORM CLOSE-EMPLOYEE-REVIEW
               END-IF
           END-IF.

       REVIEW-NEXT-HISTORY-ROW.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   SET NO-MORE-HISTORY TO TRUE
               NOT AT END
                   ADD 1 TO HISTORY-ROWS-READ
                   IF EH-EMP-ID NOT = REVIEW-EMP-ID
                       IF REVIEW-EMP-ID > ZERO
                           PERFORM CLOSE-EMPLOYEE-REVIEW
                       END-IF
                       PERFORM OPEN-EMPLOYEE-REVIEW
                   END-IF
                   PERFORM REVIEW-ONE-CHANGE
           END-READ.

       OPEN-EMPLOYEE-REVIEW.
           MOVE EH-EMP-ID TO REVIEW-EMP-ID
           MOVE EH-EMP-NAME TO REVIEW-NAME
           MOVE SPACES TO REVIEW-DEPARTMENT
           MOVE ZERO TO REVIEW-PAY
           MOVE SPACE TO REVIEW-BASIS
           MOVE 'N' TO REVIEW-ACTIVE-SWITCH
           MOVE 'N' TO REVIEW-KNOWN-SWITCH
           MOVE ZERO TO START-PAY
           MOVE SPACE TO START-BASIS
           MOVE 'N' TO START-ACTIVE-SWITCH
           MOVE ZERO TO CHANGES-IN-YEAR.

      * Changes before the year only build up the state the year
      * opens with. The first change after a year with none tells
      * what an employee older than the history was paid all year.
       REVIEW-ONE-CHANGE.
           PERFORM PRICE-HISTORY-ROW
           EVALUATE TRUE
               WHEN EH-EFFECTIVE-DATE < YEAR-START-DATE
                   PERFORM APPLY-CHANGE-TO-STATE
               WHEN EH-EFFECTIVE-DATE > YEAR-END-DATE
                   IF CHANGES-IN-YEAR = 0
                       AND NOT REVIEW-STATE-KNOWN
                       AND NOT EH-IS-HIRE
                       PERFORM TAKE-STATE-BEFORE-ROW
                   END-IF
               WHEN OTHER
                   IF CHANGES-IN-YEAR = 0
                       PERFORM OPEN-EMPLOYEE-YEAR
                   END-IF
                   ADD 1 TO CHANGES-IN-YEAR
                   PERFORM PRINT-CHANGE-LINE
                   PERFORM APPLY-CHANGE-TO-STATE
           END-EVALUATE.

       PRICE-HISTORY-ROW.
           MOVE EH-OLD-PAY-TYPE TO ROW-OLD-BASIS
           IF ROW-OLD-BASIS = SPACE
               MOVE "S" TO ROW-OLD-BASIS
           END-IF
           MOVE EH-NEW-PAY-TYPE TO ROW-NEW-BASIS
           IF ROW-NEW-BASIS = SPACE
               MOVE "S" TO ROW-NEW-BASIS
           END-IF
           IF ROW-OLD-BASIS = "H"
               MOVE EH-OLD-HOURLY-RATE TO ROW-OLD-PAY
           ELSE
               MOVE EH-OLD-SALARY TO ROW-OLD-PAY
           END-IF
           IF ROW-NEW-BASIS = "H"
               MOVE EH-NEW-HOURLY-RATE TO ROW-NEW-PAY
           ELSE
               MOVE EH-NEW-SALARY TO ROW-NEW-PAY
           END-IF.

       APPLY-CHANGE-TO-STATE.
           MOVE EH-EMP-NAME TO REVIEW-NAME
           SET REVIEW-STATE-KNOWN TO TRUE
           EVALUATE TRUE
               WHEN EH-IS-HIRE OR EH-IS-PAY-CHANGE
                   MOVE ROW-NEW-PAY TO REVIEW-PAY
                   MOVE ROW-NEW-BASIS TO REVIEW-BASIS
                   MOVE EH-NEW-DEPARTMENT TO REVIEW-DEPARTMENT
                   SET REVIEW-ACTIVE TO TRUE
               WHEN EH-IS-TRANSFER
                   MOVE EH-NEW-DEPARTMENT TO REVIEW-DEPARTMENT
                   SET REVIEW-ACTIVE TO TRUE
               WHEN OTHER
                   MOVE 'N' TO REVIEW-ACTIVE-SWITCH
           END-EVALUATE.

       TAKE-STATE-BEFORE-ROW.
           MOVE ROW-OLD-PAY TO REVIEW-PAY
           MOVE ROW-OLD-BASIS TO REVIEW-BASIS
           MOVE EH-OLD-DEPARTMENT TO REVIEW-DEPARTMENT
           SET REVIEW-ACTIVE TO TRUE
           SET REVIEW-STATE-KNOWN TO TRUE.

       OPEN-EMPLOYEE-YEAR.
           IF NOT REVIEW-STATE-KNOWN AND NOT EH-IS-HIRE
               PERFORM TAKE-STATE-BEFORE-ROW
           END-IF
           IF REVIEW-ACTIVE
               MOVE REVIEW-PAY TO START-PAY
               MOVE REVIEW-BASIS TO START-BASIS
               SET ACTIVE-AT-START TO TRUE
           END-IF
           MOVE REVIEW-EMP-ID TO EML-EMP-ID
           MOVE EH-EMP-NAME TO EML-NAME
           WRITE REPORT-LINE FROM EMPLOYEE-LINE.

       PRINT-CHANGE-LINE.
           MOVE SPACES TO CHANGE-LINE
           MOVE EH-EFFECTIVE-DATE TO CHL-DATE
           MOVE EH-REASON-CODE TO CHL-REASON
           MOVE ZERO TO CHL-OLD-PAY
           MOVE ZERO TO CHL-NEW-PAY
           MOVE ZERO TO CHL-CHANGE
           MOVE ZERO TO CHL-PCT
           EVALUATE TRUE
               WHEN EH-IS-HIRE
                   MOVE "HIRE" TO CHL-TYPE
                   MOVE ROW-NEW-PAY TO CHL-NEW-PAY
                   STRING "HIRED INTO " EH-NEW-DEPARTMENT
                       DELIMITED BY SIZE INTO CHL-NOTE
                   ADD 1 TO HIRES-IN-YEAR
               WHEN EH-IS-PAY-CHANGE
                   MOVE "PAY" TO CHL-TYPE
                   MOVE ROW-OLD-PAY TO CHL-OLD-PAY
                   MOVE ROW-NEW-PAY TO CHL-NEW-PAY
                   PERFORM PRICE-PAY-CHANGE
               WHEN EH-IS-TRANSFER
                   MOVE "TRANSFER" TO CHL-TYPE
                   STRING FUNCTION TRIM(EH-OLD-DEPARTMENT) " -> "
                       FUNCTION TRIM(EH-NEW-DEPARTMENT)
                       DELIMITED BY SIZE INTO CHL-NOTE
                   ADD 1 TO TRANSFERS-IN-YEAR
               WHEN OTHER
                   MOVE "LEFT" TO CHL-TYPE
                   MOVE ROW-OLD-PAY TO CHL-OLD-PAY
                   STRING "LEFT " EH-OLD-DEPARTMENT
                       DELIMITED BY SIZE INTO CHL-NOTE
                   ADD 1 TO LEAVERS-IN-YEAR
           END-EVALUATE
           WRITE REPORT-LINE FROM CHANGE-LINE.

      * A percentage only means something between two salaries or
      * two hourly rates.
       PRICE-PAY-CHANGE.
           IF ROW-OLD-BASIS NOT = ROW-NEW-BASIS
               IF ROW-NEW-BASIS = "H"
                   MOVE "SALARIED TO HOURLY" TO CHL-NOTE
               ELSE
                   MOVE "HOURLY TO SALARIED" TO CHL-NOTE
               END-IF
           ELSE
               COMPUTE PAY-CHANGE = ROW-NEW-PAY - ROW-OLD-PAY
               MOVE PAY-CHANGE TO CHL-CHANGE
               IF ROW-OLD-PAY > ZERO
                   COMPUTE PCT-CHANGE ROUNDED =
                       PAY-CHANGE * 100 / ROW-OLD-PAY
                   MOVE PCT-CHANGE TO CHL-PCT
               END-IF
               IF PAY-CHANGE > ZERO
                   ADD 1 TO PAY-INCREASES
               END-IF
               IF PAY-CHANGE < ZERO
                   ADD 1 TO PAY-DECREASES
               END-IF
           END-IF.

      * An employee with no change in the year is listed only if the
      * history has them employed through it.
       CLOSE-EMPLOYEE-REVIEW.
           IF CHANGES-IN-YEAR = 0
               IF REVIEW-ACTIVE
                   MOVE REVIEW-PAY TO START-PAY
                   MOVE REVIEW-BASIS TO START-BASIS
                   SET ACTIVE-AT-START TO TRUE
                   MOVE REVIEW-EMP-ID TO EML-EMP-ID
                   MOVE REVIEW-NAME TO EML-NAME
                   WRITE REPORT-LINE FROM EMPLOYEE-LINE
                   PERFORM PRINT-YEAR-LINE
               END-IF
           ELSE
               PERFORM PRINT-YEAR-LINE
           END-IF.

       PRINT-YEAR-LINE.
           ADD 1 TO EMPLOYEES-REVIEWED
           MOVE SPACES TO YRL-STATUS
           MOVE START-PAY TO YRL-START-PAY
           MOVE REVIEW-PAY TO YRL-END-PAY
           MOVE ZERO TO YRL-CHANGE
           MOVE ZERO TO YRL-PCT
           EVALUATE TRUE
               WHEN NOT ACTIVE-AT-START AND NOT REVIEW-ACTIVE
                   MOVE "JOINED AND LEFT IN THE YEAR" TO YRL-STATUS
               WHEN NOT ACTIVE-AT-START
                   MOVE "JOINED IN THE YEAR" TO YRL-STATUS
               WHEN NOT REVIEW-ACTIVE
                   MOVE "LEFT IN THE YEAR" TO YRL-STATUS
               WHEN START-BASIS NOT = REVIEW-BASIS
                   MOVE "PAY BASIS CHANGED" TO YRL-STATUS
               WHEN REVIEW-PAY = START-PAY
                   MOVE "NO CHANGE" TO YRL-STATUS
               WHEN OTHER
                   COMPUTE PAY-CHANGE = REVIEW-PAY - START-PAY
                   MOVE PAY-CHANGE TO YRL-CHANGE
                   IF START-PAY > ZERO
                       COMPUTE PCT-CHANGE ROUNDED =
                           PAY-CHANGE * 100 / START-PAY
                       MOVE PCT-CHANGE TO YRL-PCT
                   END-IF
           END-EVALUATE
           IF ACTIVE-AT-START AND REVIEW-ACTIVE
               AND START-BASIS = "S" AND REVIEW-BASIS = "S"
               ADD START-PAY TO SALARY-START-TOTAL
               ADD REVIEW-PAY TO SALARY-END-TOTAL
           END-IF
           WRITE REPORT-LINE FROM YEAR-LINE.

      * Staff on the master from before the history was kept, who
      * have had no change since, have no rows to review; they are
      * listed at the pay the master holds.
       REVIEW-UNCHANGED-EMPLOYEES.
           IF MASTER-OPEN
               MOVE LOW-VALUES TO MST-EMP-ID
               START EMPLOYEE-MASTER KEY IS >= MST-EMP-ID
                   INVALID KEY
                       SET NO-MORE-MASTER TO TRUE
               END-START
               PERFORM CHECK-NEXT-MASTER-ROW UNTIL NO-MORE-MASTER
           END-IF.

       CHECK-NEXT-MASTER-ROW.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END
                   SET NO-MORE-MASTER TO TRUE
               NOT AT END
                   PERFORM FIND-ANY-HISTORY
                   IF NOT HISTORY-FOUND
                       PERFORM LIST-UNCHANGED-EMPLOYEE
                   END-IF
           END-READ.

       FIND-ANY-HISTORY.
           MOVE 'N' TO HISTORY-FOUND-SWITCH
           IF HISTORY-OPEN
               MOVE MST-EMP-ID TO EH-EMP-ID
               MOVE ZERO TO EH-EFFECTIVE-DATE
               MOVE ZERO TO EH-SEQUENCE
               START HISTORY-FILE KEY IS >= EH-KEY
                   INVALID KEY
                       MOVE 'N' TO HISTORY-FOUND-SWITCH
                   NOT INVALID KEY
                       READ HISTORY-FILE NEXT RECORD
                           AT END
                               MOVE 'N' TO HISTORY-FOUND-SWITCH
                           NOT AT END
                               IF EH-EMP-ID = MST-EMP-ID
                                   SET HISTORY-FOUND TO TRUE
                               END-IF
                       END-READ
               END-START
           END-IF.

       LIST-UNCHANGED-EMPLOYEE.
           MOVE MST-EMP-ID TO REVIEW-EMP-ID
           MOVE MST-EMP-NAME TO REVIEW-NAME
           IF EMP-IS-HOURLY
               MOVE EMP-HOURLY-RATE TO REVIEW-PAY
               MOVE "H" TO REVIEW-BASIS
           ELSE
               MOVE MST-EMP-SALARY TO REVIEW-PAY
               MOVE "S" TO REVIEW-BASIS
           END-IF
           MOVE REVIEW-PAY TO START-PAY
           MOVE REVIEW-BASIS TO START-BASIS
           SET REVIEW-ACTIVE TO TRUE
           SET ACTIVE-AT-START TO TRUE
           MOVE REVIEW-EMP-ID TO EML-EMP-ID
           MOVE REVIEW-NAME TO EML-NAME
           WRITE REPORT-LINE FROM EMPLOYEE-LINE
           PERFORM PRINT-YEAR-LINE.

       PRINT-REVIEW-TOTALS.
           WRITE REPORT-LINE FROM SEPARATOR-LINE
           MOVE "EMPLOYEES REVIEWED" TO SML-LABEL
           MOVE EMPLOYEES-REVIEWED TO SML-COUNT
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE "PAY INCREASES" TO SML-LABEL
           MOVE PAY-INCREASES TO SML-COUNT
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE "PAY DECREASES" TO SML-LABEL
           MOVE PAY-DECREASES TO SML-COUNT
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE "HIRES" TO SML-LABEL
           MOVE HIRES-IN-YEAR TO SML-COUNT
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE "TRANSFERS" TO SML-LABEL
           MOVE TRANSFERS-IN-YEAR TO SML-COUNT
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE "LEAVERS" TO SML-LABEL
           MOVE LEAVERS-IN-YEAR TO SML-COUNT
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE "MONTHLY SALARIES AT START (ALL YEAR)" TO SAL-LABEL
           MOVE SALARY-START-TOTAL TO SAL-AMOUNT
           WRITE REPORT-LINE FROM SUMMARY-AMOUNT-LINE
           MOVE "MONTHLY SALARIES AT END (ALL YEAR)" TO SAL-LABEL
           MOVE SALARY-END-TOTAL TO SAL-AMOUNT
           WRITE REPORT-LINE FROM SUMMARY-AMOUNT-LINE
           MOVE "CHANGE OVER THE YEAR (PERCENT)" TO SAL-LABEL
           MOVE ZERO TO PCT-CHANGE
           IF SALARY-START-TOTAL > ZERO
               COMPUTE PCT-CHANGE ROUNDED =
                   (SALARY-END-TOTAL - SALARY-START-TOTAL) * 100
                   / SALARY-START-TOTAL
           END-IF
           MOVE PCT-CHANGE TO SAL-AMOUNT
           WRITE REPORT-LINE FROM SUMMARY-AMOUNT-LINE.

       FINALIZE-REVIEW.
           IF HISTORY-OPEN
               CLOSE HISTORY-FILE
           END-IF
           IF MASTER-OPEN
               CLOSE EMPLOYEE-MASTER
           END-IF
           CLOSE REPORT-FILE
           DISPLAY "Compensation review " REVIEW-YEAR ": "
               EMPLOYEES-REVIEWED " employees, " PAY-INCREASES
               " increases"
           DISPLAY "Report saved to: "
               "../data/output/compensation-review.txt".

       DETERMINE-RETURN-CODE.
           IF PROGRAM-RETURN-CODE = 0 AND WARNINGS-OCCURRED
               MOVE 4 TO PROGRAM-RETURN-CODE
           END-IF.

       WRITE-OPS-STATS.
           OPEN EXTEND OPS-STATS-FILE
           IF OPS-STATS-FILE-STATUS = "35"
               OPEN OUTPUT OPS-STATS-FILE
               CLOSE OPS-STATS-FILE
               OPEN EXTEND OPS-STATS-FILE
           END-IF

           MOVE SPACES TO OPS-STAT-RECORD
           MOVE "COMPENSATION-REVIEW" TO OPS-PROGRAM-ID
           ACCEPT OPS-RUN-DATE FROM DATE YYYYMMDD
           MOVE EMPLOYEES-REVIEWED    TO OPS-RECORDS-PROCESSED
           MOVE ZERO                  TO OPS-REJECTS
           MOVE SALARY-END-TOTAL      TO OPS-TOTAL-AMOUNT
           MOVE PROGRAM-RETURN-CODE   TO OPS-RETURN-CODE
           WRITE OPS-STAT-RECORD
           CLOSE OPS-STATS-FILE.

       READ-COMPANY-PROFILE.
           OPEN INPUT COMPANY-PROFILE-FILE
           IF PROFILE-FILE-STATUS = "00"
               READ COMPANY-PROFILE-FILE
               IF PROFILE-FILE-STATUS = "00"
                   PERFORM APPLY-COMPANY-PROFILE
               END-IF
               CLOSE COMPANY-PROFILE-FILE
           END-IF.

       APPLY-COMPANY-PROFILE.
           IF PROF-COMPANY-NAME NOT = SPACES
               MOVE SPACES TO COMPANY-NAME
               STRING FUNCTION TRIM(PROF-COMPANY-NAME)
                   " - PAYROLL DEPARTMENT"
                   DELIMITED BY SIZE INTO COMPANY-NAME
           END-IF.

       END PROGRAM COMPENSATION-REVIEW.
