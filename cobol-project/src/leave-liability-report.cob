       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVE-LIABILITY-REPORT.
       AUTHOR. MUHAMMAD SHAMSUL MARUF.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * ACCRUED LEAVE LIABILITY                                       *
      * Month-end valuation of the unused leave on                    *
      * leave-balances.dat. Each active balance is priced at the      *
      * employee's hourly value - the hourly rate, or for a salaried  *
      * employee the monthly salary over the standard hours in a      *
      * month - and printed by department with the company total      *
      * (leave-liability.txt). The change from the liability booked   *
      * last month goes to gl-interface.txt against the leave expense *
      * account, an increase as a debit and a decrease as a credit,   *
      * the accrued-leave liability side coming from the account's    *
      * gl-account-map.txt row. leave-liability-control.txt records   *
      * the period and the amount booked, so a rerun of the month     *
      * reports again without booking the change twice.               *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAVE-FILE
               ASSIGN TO "../data/output/leave-balances.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-KEY
               FILE STATUS IS LEAVE-FILE-STATUS.

           SELECT EMPLOYEE-MASTER
               ASSIGN TO "../data/output/employee-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-EMP-ID
               FILE STATUS IS FILE-STATUS.

           SELECT LIABILITY-CONTROL-FILE
               ASSIGN TO "../data/output/leave-liability-control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT GL-INTERFACE-FILE
               ASSIGN TO "../data/output/gl-interface.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-FILE-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "../data/output/leave-liability.txt"
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
       FD  LEAVE-FILE.
       01  LEAVE-RECORD.
           COPY "leavbal.cpy".

       FD  EMPLOYEE-MASTER.
       01  MASTER-RECORD.
           COPY "emprec.cpy" REPLACING ==EMP-ID== BY ==MST-EMP-ID==
               ==EMP-NAME== BY ==MST-EMP-NAME==
               ==EMP-SALARY== BY ==MST-EMP-SALARY==
               ==EMP-DEPARTMENT== BY ==MST-EMP-DEPARTMENT==.

      * The period last booked, the liability booked for it, and the
      * liability it was measured against.
       FD  LIABILITY-CONTROL-FILE.
       01  LIABILITY-CONTROL-RECORD.
           05  LLC-PERIOD              PIC 9(6).
           05  FILLER                  PIC X(1).
           05  LLC-BOOKED              PIC 9(10)V99.
           05  FILLER                  PIC X(1).
           05  LLC-PRIOR               PIC 9(10)V99.

       FD  GL-INTERFACE-FILE.
       01  GL-ENTRY-LINE               PIC X(132).

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).

       FD  OPS-STATS-FILE.
       01  OPS-STAT-RECORD.
           COPY "opstat.cpy".

       FD  COMPANY-PROFILE-FILE.
       01  COMPANY-PROFILE-RECORD.
           COPY "comprof.cpy".

       WORKING-STORAGE SECTION.
       01  LEAVE-FILE-STATUS       PIC XX.
       01  FILE-STATUS             PIC XX.
           88  FILE-OK             VALUE "00".
       01  CONTROL-FILE-STATUS     PIC XX.
       01  GL-FILE-STATUS          PIC XX.
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
       01  RUN-PERIOD              PIC 9(6).

       01  END-OF-LEAVE            PIC X VALUE 'N'.
           88  NO-MORE-LEAVE       VALUE 'Y'.
       01  LEAVE-FILE-SWITCH       PIC X VALUE 'N'.
           88  LEAVE-FILE-OPEN     VALUE 'Y'.
       01  BOOKED-SWITCH           PIC X VALUE 'N'.
           88  ALREADY-BOOKED      VALUE 'Y'.
       01  POSTED-SWITCH           PIC X VALUE 'N'.
           88  CHANGE-POSTED       VALUE 'Y'.

      * The standard month EMPLOYEE-BATCH values leave payouts on.
       01  STANDARD-MONTH-HOURS    PIC 9(3)V99 VALUE 173.33.
       01  HOURLY-VALUE            PIC 9(5)V99.
       01  BALANCE-VALUE           PIC 9(10)V99.

       01  ROWS-READ               PIC 9(6) VALUE ZERO.
       01  ROWS-VALUED             PIC 9(6) VALUE ZERO.
       01  ROWS-SKIPPED            PIC 9(6) VALUE ZERO.
       01  HOURS-GRAND-TOTAL       PIC 9(9)V99 VALUE ZERO.
       01  LIABILITY-TOTAL         PIC 9(10)V99 VALUE ZERO.
       01  PRIOR-LIABILITY         PIC 9(10)V99 VALUE ZERO.
       01  LIABILITY-CHANGE        PIC S9(10)V99 VALUE ZERO.
       01  CHANGE-AMOUNT           PIC 9(10)V99.

       01  DEPT-LIABILITY-TABLE.
           05  DLT-ENTRY OCCURS 50 TIMES.
               10  DLT-DEPT        PIC X(20).
               10  DLT-EMPLOYEES   PIC 9(5).
               10  DLT-HOURS       PIC 9(9)V99.
               10  DLT-AMOUNT      PIC 9(10)V99.
       01  DLT-COUNT               PIC 9(2) VALUE 0.
       01  DLT-IDX                 PIC 9(2).
       01  DLT-FOUND-IDX           PIC 9(2).
       01  LAST-EMP-ID             PIC 9(6) VALUE ZERO.

       01  GL-LEAVE-EXPENSE-ACCOUNT PIC X(10) VALUE "6160-LVEXP".
       01  GL-DR-CR                PIC X(2).
       01  GL-AMOUNT-FIELD         PIC ZZZZZZZZZ9.99.
       01  GL-HEADER-LINE          PIC X(132) VALUE
           "GL_ACCOUNT,DR_CR,AMOUNT,PERIOD,SOURCE_REFERENCE".

       01  HEADER-LINE-1.
           05  FILLER              PIC X(40) VALUE SPACES.
           05  HDR-COMPANY         PIC X(50).
           05  FILLER              PIC X(42) VALUE SPACES.

       01  HEADER-LINE-2.
           05  FILLER              PIC X(30) VALUE
               "ACCRUED LEAVE LIABILITY".
           05  FILLER              PIC X(8) VALUE "Period: ".
           05  HDR-PERIOD          PIC 9(6).
           05  FILLER              PIC X(6) VALUE SPACES.
           05  FILLER              PIC X(6) VALUE "Date: ".
           05  HDR-DATE            PIC X(10).
           05  FILLER              PIC X(66) VALUE SPACES.

       01  SEPARATOR-LINE          PIC X(132) VALUE ALL "-".

       01  COLUMN-HEADER.
           05  FILLER              PIC X(132) VALUE
           "EMP ID NAME                           DEPARTMENT          "
           & "  TYPE     HOURS HOURLY VAL      LIABILITY".

       01  DETAIL-LINE.
           05  DTL-EMP-ID          PIC 9(6).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  DTL-NAME            PIC X(30).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  DTL-DEPARTMENT      PIC X(20).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DTL-LEAVE-TYPE      PIC X(4).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  DTL-HOURS           PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  DTL-HOURLY-VALUE    PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DTL-AMOUNT          PIC ZZ,ZZZ,ZZ9.99.

       01  DEPT-TOTAL-LINE.
           05  FILLER              PIC X(8) VALUE SPACES.
           05  DPT-DEPARTMENT      PIC X(20).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  DPT-EMPLOYEES       PIC ZZZZ9.
           05  FILLER              PIC X(11) VALUE " employees ".
           05  DPT-HOURS           PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(7) VALUE " hours ".
           05  DPT-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.

       01  SUMMARY-LINE.
           05  FILLER              PIC X(8) VALUE SPACES.
           05  SML-LABEL           PIC X(30).
           05  SML-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.

       01  PROGRAM-RETURN-CODE     PIC 9(3) VALUE ZERO.
       01  WARNING-FLAG            PIC X VALUE 'N'.
           88  WARNINGS-OCCURRED   VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-COMPANY-PROFILE
           PERFORM INITIALIZE-LIABILITY
           PERFORM READ-LIABILITY-CONTROL
           PERFORM PRINT-REPORT-HEADERS
           PERFORM VALUE-NEXT-BALANCE UNTIL NO-MORE-LEAVE
           PERFORM PRINT-REPORT-TOTALS
           PERFORM POST-LIABILITY-CHANGE
           PERFORM FINALIZE-LIABILITY
           PERFORM DETERMINE-RETURN-CODE
           PERFORM WRITE-OPS-STATS
           MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       INITIALIZE-LIABILITY.
           CALL "PROCESS-DATE" USING TODAY-YYYYMMDD
           STRING CURR-YEAR "-" CURR-MONTH "-" CURR-DAY
               DELIMITED BY SIZE
               INTO FORMATTED-DATE
           END-STRING
           MOVE TODAY-YYYYMMDD(1:6) TO RUN-PERIOD

           OPEN INPUT LEAVE-FILE
           IF LEAVE-FILE-STATUS = "35"
               DISPLAY "NOTE: no leave-balances.dat yet - no leave "
                   "liability to value"
               SET NO-MORE-LEAVE TO TRUE
           ELSE
               IF LEAVE-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: cannot open leave-balances.dat"
                   DISPLAY "File Status: " LEAVE-FILE-STATUS
                   MOVE 16 TO PROGRAM-RETURN-CODE
                   MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
                   STOP RUN
               END-IF
               SET LEAVE-FILE-OPEN TO TRUE
           END-IF

           OPEN INPUT EMPLOYEE-MASTER
           IF NOT FILE-OK
               DISPLAY "ERROR: cannot open employee master"
               DISPLAY "File Status: " FILE-STATUS
               IF LEAVE-FILE-OPEN
                   CLOSE LEAVE-FILE
               END-IF
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open leave-liability.txt"
               DISPLAY "File Status: " REPORT-FILE-STATUS
               IF LEAVE-FILE-OPEN
                   CLOSE LEAVE-FILE
               END-IF
               CLOSE EMPLOYEE-MASTER
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

      * A control row for this period means the change is already on
      * the interface; the liability it was measured against stands,
      * so the report still shows the month's true movement.
       READ-LIABILITY-CONTROL.
           OPEN INPUT LIABILITY-CONTROL-FILE
           IF CONTROL-FILE-STATUS = "00"
               READ LIABILITY-CONTROL-FILE
               IF CONTROL-FILE-STATUS = "00"
                   AND LLC-PERIOD NUMERIC
                   AND LLC-BOOKED NUMERIC
                   AND LLC-PRIOR NUMERIC
                   IF LLC-PERIOD = RUN-PERIOD
                       SET ALREADY-BOOKED TO TRUE
                       MOVE LLC-PRIOR TO PRIOR-LIABILITY
                       DISPLAY "NOTE: leave liability for "
                           RUN-PERIOD " already booked - change "
                           "not re-posted on this rerun"
                   ELSE
                       MOVE LLC-BOOKED TO PRIOR-LIABILITY
                   END-IF
               END-IF
               CLOSE LIABILITY-CONTROL-FILE
           ELSE
               DISPLAY "NOTE: no leave-liability-control.txt - the "
                   "whole liability is booked as this month's change"
           END-IF.

       PRINT-REPORT-HEADERS.
           MOVE COMPANY-NAME TO HDR-COMPANY
           MOVE RUN-PERIOD TO HDR-PERIOD
           MOVE FORMATTED-DATE TO HDR-DATE
           WRITE REPORT-LINE FROM HEADER-LINE-1
           WRITE REPORT-LINE FROM HEADER-LINE-2
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM COLUMN-HEADER
           WRITE REPORT-LINE FROM SEPARATOR-LINE.

       VALUE-NEXT-BALANCE.
           READ LEAVE-FILE NEXT RECORD
               AT END
                   SET NO-MORE-LEAVE TO TRUE
               NOT AT END
                   ADD 1 TO ROWS-READ
                   IF LV-IS-ACTIVE AND LV-BALANCE-HOURS > ZERO
                       PERFORM VALUE-ONE-BALANCE
                   END-IF
           END-READ.

      * A balance whose employee has left the master is one the rules
      * do not pay out on termination, so it carries no liability.
       VALUE-ONE-BALANCE.
           MOVE LV-EMP-ID TO MST-EMP-ID
           READ EMPLOYEE-MASTER KEY IS MST-EMP-ID
           IF NOT FILE-OK
               ADD 1 TO ROWS-SKIPPED
           ELSE
               IF EMP-IS-HOURLY
                   MOVE EMP-HOURLY-RATE TO HOURLY-VALUE
               ELSE
                   COMPUTE HOURLY-VALUE ROUNDED =
                       MST-EMP-SALARY / STANDARD-MONTH-HOURS
               END-IF
               COMPUTE BALANCE-VALUE ROUNDED =
                   LV-BALANCE-HOURS * HOURLY-VALUE
               ADD 1 TO ROWS-VALUED
               ADD LV-BALANCE-HOURS TO HOURS-GRAND-TOTAL
               ADD BALANCE-VALUE TO LIABILITY-TOTAL
               PERFORM ACCUMULATE-DEPT-LIABILITY

               MOVE LV-EMP-ID TO DTL-EMP-ID
               MOVE MST-EMP-NAME TO DTL-NAME
               MOVE MST-EMP-DEPARTMENT TO DTL-DEPARTMENT
               MOVE LV-LEAVE-TYPE TO DTL-LEAVE-TYPE
               MOVE LV-BALANCE-HOURS TO DTL-HOURS
               MOVE HOURLY-VALUE TO DTL-HOURLY-VALUE
               MOVE BALANCE-VALUE TO DTL-AMOUNT
               WRITE REPORT-LINE FROM DETAIL-LINE
           END-IF.

       ACCUMULATE-DEPT-LIABILITY.
           MOVE 0 TO DLT-FOUND-IDX
           PERFORM FIND-DEPT-LIABILITY
               VARYING DLT-IDX FROM 1 BY 1
               UNTIL DLT-IDX > DLT-COUNT OR DLT-FOUND-IDX > 0
           IF DLT-FOUND-IDX = 0
               IF DLT-COUNT < 50
                   ADD 1 TO DLT-COUNT
                   MOVE DLT-COUNT TO DLT-FOUND-IDX
                   MOVE MST-EMP-DEPARTMENT TO DLT-DEPT(DLT-FOUND-IDX)
                   MOVE ZERO TO DLT-EMPLOYEES(DLT-FOUND-IDX)
                   MOVE ZERO TO DLT-HOURS(DLT-FOUND-IDX)
                   MOVE ZERO TO DLT-AMOUNT(DLT-FOUND-IDX)
               ELSE
                   DISPLAY "WARNING: department table full - "
                       MST-EMP-DEPARTMENT " left out of the "
                       "department totals"
                   SET WARNINGS-OCCURRED TO TRUE
               END-IF
           END-IF
           IF DLT-FOUND-IDX > 0
               IF LV-EMP-ID NOT = LAST-EMP-ID
                   ADD 1 TO DLT-EMPLOYEES(DLT-FOUND-IDX)
               END-IF
               ADD LV-BALANCE-HOURS TO DLT-HOURS(DLT-FOUND-IDX)
               ADD BALANCE-VALUE TO DLT-AMOUNT(DLT-FOUND-IDX)
           END-IF
           MOVE LV-EMP-ID TO LAST-EMP-ID.

       FIND-DEPT-LIABILITY.
           IF DLT-DEPT(DLT-IDX) = MST-EMP-DEPARTMENT
               MOVE DLT-IDX TO DLT-FOUND-IDX
           END-IF.

       PRINT-REPORT-TOTALS.
           WRITE REPORT-LINE FROM SEPARATOR-LINE
           MOVE "LIABILITY BY DEPARTMENT" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM PRINT-ONE-DEPT-TOTAL
               VARYING DLT-IDX FROM 1 BY 1
               UNTIL DLT-IDX > DLT-COUNT
           WRITE REPORT-LINE FROM SEPARATOR-LINE

           COMPUTE LIABILITY-CHANGE =
               LIABILITY-TOTAL - PRIOR-LIABILITY
           MOVE "LIABILITY THIS MONTH" TO SML-LABEL
           MOVE LIABILITY-TOTAL TO SML-AMOUNT
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE "LIABILITY LAST BOOKED" TO SML-LABEL
           MOVE PRIOR-LIABILITY TO SML-AMOUNT
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE "CHANGE TO LEAVE EXPENSE" TO SML-LABEL
           MOVE LIABILITY-CHANGE TO SML-AMOUNT
           WRITE REPORT-LINE FROM SUMMARY-LINE.

       PRINT-ONE-DEPT-TOTAL.
           MOVE DLT-DEPT(DLT-IDX) TO DPT-DEPARTMENT
           MOVE DLT-EMPLOYEES(DLT-IDX) TO DPT-EMPLOYEES
           MOVE DLT-HOURS(DLT-IDX) TO DPT-HOURS
           MOVE DLT-AMOUNT(DLT-IDX) TO DPT-AMOUNT
           WRITE REPORT-LINE FROM DEPT-TOTAL-LINE.

      * One line for the change: a growing liability is more leave
      * expense (DR), a shrinking one gives some back (CR).
       POST-LIABILITY-CHANGE.
           IF NOT ALREADY-BOOKED
               IF LIABILITY-CHANGE NOT = ZERO
                   PERFORM WRITE-LIABILITY-GL-LINE
               END-IF
               IF CHANGE-POSTED OR LIABILITY-CHANGE = ZERO
                   PERFORM WRITE-LIABILITY-CONTROL
               END-IF
           END-IF.

       WRITE-LIABILITY-GL-LINE.
           OPEN EXTEND GL-INTERFACE-FILE
           IF GL-FILE-STATUS = "35"
               OPEN OUTPUT GL-INTERFACE-FILE
               MOVE GL-HEADER-LINE TO GL-ENTRY-LINE
               WRITE GL-ENTRY-LINE
               CLOSE GL-INTERFACE-FILE
               OPEN EXTEND GL-INTERFACE-FILE
           END-IF
           IF GL-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: cannot open gl-interface.txt "
                   "(status " GL-FILE-STATUS ") - leave liability "
                   "change for " RUN-PERIOD " not posted"
               SET WARNINGS-OCCURRED TO TRUE
           ELSE
               IF LIABILITY-CHANGE > ZERO
                   MOVE "DR" TO GL-DR-CR
                   MOVE LIABILITY-CHANGE TO CHANGE-AMOUNT
               ELSE
                   MOVE "CR" TO GL-DR-CR
                   COMPUTE CHANGE-AMOUNT = 0 - LIABILITY-CHANGE
               END-IF
               MOVE CHANGE-AMOUNT TO GL-AMOUNT-FIELD
               MOVE SPACES TO GL-ENTRY-LINE
               STRING GL-LEAVE-EXPENSE-ACCOUNT "," GL-DR-CR ","
                   FUNCTION TRIM(GL-AMOUNT-FIELD) ","
                   RUN-PERIOD ",LEAVE-LIABILITY"
                   DELIMITED BY SIZE INTO GL-ENTRY-LINE
               WRITE GL-ENTRY-LINE
               CLOSE GL-INTERFACE-FILE
               SET CHANGE-POSTED TO TRUE
           END-IF.

      * Written only once the change is on the interface, so a run
      * that could not post is simply run again.
       WRITE-LIABILITY-CONTROL.
           OPEN OUTPUT LIABILITY-CONTROL-FILE
           IF CONTROL-FILE-STATUS = "00"
               MOVE SPACES TO LIABILITY-CONTROL-RECORD
               MOVE RUN-PERIOD TO LLC-PERIOD
               MOVE LIABILITY-TOTAL TO LLC-BOOKED
               MOVE PRIOR-LIABILITY TO LLC-PRIOR
               WRITE LIABILITY-CONTROL-RECORD
               CLOSE LIABILITY-CONTROL-FILE
           ELSE
               DISPLAY "WARNING: cannot write leave-liability-"
                   "control.txt (status " CONTROL-FILE-STATUS ")"
               SET WARNINGS-OCCURRED TO TRUE
           END-IF.

       FINALIZE-LIABILITY.
           IF LEAVE-FILE-OPEN
               CLOSE LEAVE-FILE
           END-IF
           CLOSE EMPLOYEE-MASTER
           CLOSE REPORT-FILE
           MOVE LIABILITY-TOTAL TO GL-AMOUNT-FIELD
           DISPLAY "Leave liability for " RUN-PERIOD ": "
               ROWS-VALUED " balances, "
               FUNCTION TRIM(GL-AMOUNT-FIELD)
           DISPLAY "Report saved to: "
               "../data/output/leave-liability.txt".

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
           MOVE "LEAVE-LIABILITY"     TO OPS-PROGRAM-ID
           ACCEPT OPS-RUN-DATE FROM DATE YYYYMMDD
           MOVE ROWS-READ             TO OPS-RECORDS-PROCESSED
           MOVE ROWS-SKIPPED          TO OPS-REJECTS
           MOVE LIABILITY-TOTAL       TO OPS-TOTAL-AMOUNT
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

       END PROGRAM LEAVE-LIABILITY-REPORT.
