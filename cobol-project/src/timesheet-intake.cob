       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIMESHEET-INTAKE.
       AUTHOR. MUHAMMAD SHAMSUL MARUF.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * HOURLY TIMESHEET INTAKE                                       *
      * Edits the timesheet feed (timesheets.txt) - regular, overtime *
      * and holiday hours per hourly employee per YYYYMM pay period - *
      * and loads the rows that pass onto timesheets.dat, where       *
      * PAYROLL-REGISTER picks them up. A row must name an hourly     *
      * employee on the master, carry an approver, and fall in a pay  *
      * period the processing calendar covers and that has already    *
      * started. Against the calendar, regular hours may not exceed   *
      * a standard day for every business day in the period, and      *
      * holiday hours a standard day for every named holiday in it.   *
      * A sheet may also book leave taken against one of the          *
      * employee's leave balances - the only thing a salaried         *
      * employee's sheet may carry - and the leave must be on hand.   *
      * A later row for the same employee and period replaces the     *
      * earlier one until payroll has paid it. Failing rows go to     *
      * timesheet-rejects.txt with a reason, in the FILE-IO-DEMO      *
      * reject layout. The feed is emptied once read, so the next     *
      * night does not reload the same hours.                         *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIMESHEET-FEED-FILE
               ASSIGN TO "../data/input/timesheets.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEED-FILE-STATUS.

           SELECT TIMESHEET-FILE
               ASSIGN TO "../data/output/timesheets.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TS-KEY
               FILE STATUS IS TIMESHEET-FILE-STATUS.

           SELECT EMPLOYEE-MASTER
               ASSIGN TO "../data/output/employee-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-EMP-ID
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN TO "../data/input/processing-calendar.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.

           SELECT LEAVE-FILE
               ASSIGN TO "../data/output/leave-balances.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-KEY
               FILE STATUS IS LEAVE-FILE-STATUS.

           SELECT REJECT-FILE
               ASSIGN TO "../data/output/timesheet-rejects.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJECT-FILE-STATUS.

           SELECT OPS-STATS-FILE
               ASSIGN TO "../data/output/daily-ops-stats.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-STATS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Employee, pay period, regular/overtime/holiday hours to two
      * decimals, the supervisor who approved the sheet, then any
      * leave taken (type and hours; blank when none).
       FD  TIMESHEET-FEED-FILE.
       01  TIMESHEET-FEED-RECORD.
           05  TSI-EMP-ID              PIC 9(6).
           05  FILLER                  PIC X(1).
           05  TSI-PAY-PERIOD          PIC 9(6).
           05  TSI-PERIOD-FIELDS REDEFINES TSI-PAY-PERIOD.
               10  TSI-YEAR            PIC 9(4).
               10  TSI-MONTH           PIC 9(2).
           05  FILLER                  PIC X(1).
           05  TSI-REGULAR-HOURS       PIC 9(3)V99.
           05  FILLER                  PIC X(1).
           05  TSI-OVERTIME-HOURS      PIC 9(3)V99.
           05  FILLER                  PIC X(1).
           05  TSI-HOLIDAY-HOURS       PIC 9(3)V99.
           05  FILLER                  PIC X(1).
           05  TSI-APPROVED-BY         PIC X(8).
           05  FILLER                  PIC X(1).
           05  TSI-LEAVE-TYPE          PIC X(4).
           05  FILLER                  PIC X(1).
           05  TSI-LEAVE-HOURS         PIC 9(3)V99.
           05  TSI-LEAVE-HOURS-X REDEFINES TSI-LEAVE-HOURS
                                       PIC X(5).

       FD  TIMESHEET-FILE.
       01  TIMESHEET-RECORD.
           COPY "tsheet.cpy".

       FD  EMPLOYEE-MASTER.
       01  MASTER-RECORD.
           COPY "emprec.cpy" REPLACING ==EMP-ID== BY ==MST-EMP-ID==
               ==EMP-NAME== BY ==MST-EMP-NAME==
               ==EMP-SALARY== BY ==MST-EMP-SALARY==
               ==EMP-DEPARTMENT== BY ==MST-EMP-DEPARTMENT==.

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05  CAL-IN-DATE             PIC 9(8).
           05  FILLER                  PIC X(1).
           05  CAL-IN-BUSINESS-FLAG    PIC X(1).
           05  FILLER                  PIC X(1).
           05  CAL-IN-MONTH-END-FLAG   PIC X(1).
           05  FILLER                  PIC X(1).
           05  CAL-IN-HOLIDAY-NAME     PIC X(20).

       FD  LEAVE-FILE.
       01  LEAVE-RECORD.
           COPY "leavbal.cpy".

       FD  REJECT-FILE.
       01  REJECT-RECORD               PIC X(140).

       FD  OPS-STATS-FILE.
       01  OPS-STAT-RECORD.
           COPY "opstat.cpy".

       WORKING-STORAGE SECTION.
       01  FEED-FILE-STATUS        PIC XX.
       01  TIMESHEET-FILE-STATUS   PIC XX.
       01  MASTER-FILE-STATUS      PIC XX.
       01  CALENDAR-FILE-STATUS    PIC XX.
       01  REJECT-FILE-STATUS      PIC XX.
       01  LEAVE-FILE-STATUS       PIC XX.
       01  LEAVE-SWITCH            PIC X VALUE 'N'.
           88  LEAVE-ACTIVE        VALUE 'Y'.
       01  OPS-STATS-FILE-STATUS   PIC XX.

       01  TODAY-YYYYMMDD          PIC 9(8).
       01  CURRENT-YYYYMM          PIC 9(6).

       01  END-OF-FEED             PIC X VALUE 'N'.
           88  NO-MORE-FEED        VALUE 'Y'.
       01  FEED-OPEN-SWITCH        PIC X VALUE 'N'.
           88  FEED-OPEN           VALUE 'Y'.
       01  END-OF-CALENDAR         PIC X VALUE 'N'.
           88  NO-MORE-CALENDAR    VALUE 'Y'.

      * Business days and named holidays per calendar month, built
      * from one pass of the processing calendar. Without the
      * calendar the period checks against it are skipped, the same
      * way the nightly stream runs every day when it is missing.
       01  CALENDAR-SWITCH         PIC X VALUE 'N'.
           88  CALENDAR-ACTIVE     VALUE 'Y'.
       01  CALENDAR-MONTH-TABLE.
           05  CALM-ENTRY OCCURS 120 TIMES.
               10  CALM-PERIOD         PIC 9(6).
               10  CALM-BUSINESS-DAYS  PIC 9(3).
               10  CALM-HOLIDAYS       PIC 9(3).
       01  CALENDAR-MONTH-COUNT    PIC 9(3) VALUE 0.
       01  CALM-IDX                PIC 9(3).
       01  CALM-SWITCH             PIC X.
           88  CALM-FOUND          VALUE 'Y'.
       01  LOOKUP-PERIOD           PIC 9(6).

      * Hours a standard working day is worth when the calendar
      * counts are turned into hour ceilings.
       01  STANDARD-DAY-HOURS      PIC 9(2)V99 VALUE 8.00.
       01  HOURS-CEILING           PIC 9(5)V99.

       01  ROWS-READ               PIC 9(6) VALUE ZERO.
       01  ROWS-LOADED             PIC 9(6) VALUE ZERO.
       01  ROWS-REPLACED           PIC 9(6) VALUE ZERO.
       01  ROWS-REJECTED           PIC 9(6) VALUE ZERO.
       01  HOURS-LOADED            PIC 9(8)V99 VALUE ZERO.

       01  REJECT-REASON-CODE      PIC X(2).
       01  REJECT-REASON-TEXT      PIC X(30).
       01  REJECT-DETAIL-LINE.
           05  RJ-REASON           PIC X(2).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  RJ-REASON-TEXT      PIC X(30).
           05  FILLER              PIC X(3) VALUE " | ".
           05  RJ-RECORD-IMAGE     PIC X(100).

       01  PROGRAM-RETURN-CODE     PIC 9(3) VALUE ZERO.
       01  WARNING-FLAG            PIC X VALUE 'N'.
           88  WARNINGS-OCCURRED   VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-INTAKE
           PERFORM LOAD-NEXT-TIMESHEET UNTIL NO-MORE-FEED
           PERFORM FINALIZE-INTAKE
           PERFORM DETERMINE-RETURN-CODE
           PERFORM WRITE-OPS-STATS
           MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       INITIALIZE-INTAKE.
           CALL "PROCESS-DATE" USING TODAY-YYYYMMDD
           MOVE TODAY-YYYYMMDD(1:6) TO CURRENT-YYYYMM

           OPEN INPUT TIMESHEET-FEED-FILE
           IF FEED-FILE-STATUS NOT = "00"
               DISPLAY "NOTE: no timesheets.txt supplied"
                   " - timesheet file unchanged"
               SET NO-MORE-FEED TO TRUE
           ELSE
               SET FEED-OPEN TO TRUE
               PERFORM OPEN-INTAKE-FILES
               PERFORM LOAD-CALENDAR-MONTHS
           END-IF.

       OPEN-INTAKE-FILES.
           OPEN INPUT EMPLOYEE-MASTER
           IF MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open employee master"
               DISPLAY "File Status: " MASTER-FILE-STATUS
               CLOSE TIMESHEET-FEED-FILE
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O TIMESHEET-FILE
           IF TIMESHEET-FILE-STATUS = "35"
               CLOSE TIMESHEET-FILE
               OPEN OUTPUT TIMESHEET-FILE
               CLOSE TIMESHEET-FILE
               OPEN I-O TIMESHEET-FILE
           END-IF
           IF TIMESHEET-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open timesheets.dat"
               DISPLAY "File Status: " TIMESHEET-FILE-STATUS
               CLOSE TIMESHEET-FEED-FILE
               CLOSE EMPLOYEE-MASTER
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT LEAVE-FILE
           IF LEAVE-FILE-STATUS = "00"
               SET LEAVE-ACTIVE TO TRUE
           ELSE
               DISPLAY "NOTE: no leave-balances.dat on file - sheets "
                   "booking leave will be rejected"
           END-IF

           OPEN OUTPUT REJECT-FILE
           IF REJECT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open timesheet-rejects.txt"
               DISPLAY "File Status: " REJECT-FILE-STATUS
               CLOSE TIMESHEET-FEED-FILE
               CLOSE EMPLOYEE-MASTER
               CLOSE TIMESHEET-FILE
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-CALENDAR-MONTHS.
           OPEN INPUT CALENDAR-FILE
           IF CALENDAR-FILE-STATUS = "00"
               SET CALENDAR-ACTIVE TO TRUE
               PERFORM COUNT-NEXT-CALENDAR-DAY
                   UNTIL NO-MORE-CALENDAR
               CLOSE CALENDAR-FILE
           ELSE
               DISPLAY "NOTE: no processing-calendar.txt supplied"
                   " - hours not checked against the calendar"
           END-IF.

      * A business day adds to its month's working days; a closed
      * day that carries a holiday name adds to its holidays (plain
      * weekends carry no name and count as neither).
       COUNT-NEXT-CALENDAR-DAY.
           READ CALENDAR-FILE
               AT END
                   SET NO-MORE-CALENDAR TO TRUE
               NOT AT END
                   IF CAL-IN-DATE NUMERIC
                       MOVE CAL-IN-DATE(1:6) TO LOOKUP-PERIOD
                       PERFORM FIND-OR-ADD-CALENDAR-MONTH
                       IF CALM-FOUND
                           PERFORM TALLY-CALENDAR-DAY
                       END-IF
                   END-IF
           END-READ.

       TALLY-CALENDAR-DAY.
           IF CAL-IN-BUSINESS-FLAG = "Y"
               ADD 1 TO CALM-BUSINESS-DAYS(CALM-IDX)
           ELSE
               IF CAL-IN-HOLIDAY-NAME NOT = SPACES
                   ADD 1 TO CALM-HOLIDAYS(CALM-IDX)
               END-IF
           END-IF.

       FIND-OR-ADD-CALENDAR-MONTH.
           PERFORM FIND-CALENDAR-MONTH
           IF NOT CALM-FOUND
               IF CALENDAR-MONTH-COUNT < 120
                   ADD 1 TO CALENDAR-MONTH-COUNT
                   MOVE CALENDAR-MONTH-COUNT TO CALM-IDX
                   MOVE LOOKUP-PERIOD TO CALM-PERIOD(CALM-IDX)
                   MOVE ZERO TO CALM-BUSINESS-DAYS(CALM-IDX)
                   MOVE ZERO TO CALM-HOLIDAYS(CALM-IDX)
                   SET CALM-FOUND TO TRUE
               ELSE
                   DISPLAY "WARNING: calendar month table full, "
                       LOOKUP-PERIOD " not counted"
                   SET WARNINGS-OCCURRED TO TRUE
               END-IF
           END-IF.

       FIND-CALENDAR-MONTH.
           MOVE 'N' TO CALM-SWITCH
           PERFORM CHECK-ONE-CALENDAR-MONTH
               VARYING CALM-IDX FROM 1 BY 1
               UNTIL CALM-IDX > CALENDAR-MONTH-COUNT OR CALM-FOUND
           IF CALM-FOUND
               SUBTRACT 1 FROM CALM-IDX
           END-IF.

       CHECK-ONE-CALENDAR-MONTH.
           IF CALM-PERIOD(CALM-IDX) = LOOKUP-PERIOD
               SET CALM-FOUND TO TRUE
           END-IF.

       LOAD-NEXT-TIMESHEET.
           READ TIMESHEET-FEED-FILE
               AT END
                   SET NO-MORE-FEED TO TRUE
               NOT AT END
                   IF TIMESHEET-FEED-RECORD NOT = SPACES
                       ADD 1 TO ROWS-READ
                       PERFORM EDIT-AND-LOAD-TIMESHEET
                   END-IF
           END-READ.

      * Master and period edits first, so a row for a salaried
      * employee or a period the calendar does not know is reported
      * as that rather than as a problem with its hours.
       EDIT-AND-LOAD-TIMESHEET.
           MOVE 'N' TO CALM-SWITCH
           MOVE SPACES TO REJECT-REASON-CODE
           PERFORM EDIT-EMPLOYEE-AND-PERIOD
           IF REJECT-REASON-CODE = SPACES
               PERFORM EDIT-TIMESHEET-HOURS
           END-IF
           IF REJECT-REASON-CODE = SPACES
               PERFORM LOAD-TIMESHEET-ROW
           ELSE
               PERFORM WRITE-REJECT-RECORD
           END-IF.

       EDIT-EMPLOYEE-AND-PERIOD.
           IF TSI-EMP-ID NOT NUMERIC
               MOVE ZERO TO MST-EMP-ID
           ELSE
               MOVE TSI-EMP-ID TO MST-EMP-ID
           END-IF
           READ EMPLOYEE-MASTER KEY IS MST-EMP-ID
           IF TSI-PAY-PERIOD NUMERIC
               MOVE TSI-PAY-PERIOD TO LOOKUP-PERIOD
               PERFORM FIND-CALENDAR-MONTH
           END-IF
           EVALUATE TRUE
               WHEN MASTER-FILE-STATUS NOT = "00"
                   MOVE "01" TO REJECT-REASON-CODE
                   MOVE "EMPLOYEE NOT ON MASTER"
                       TO REJECT-REASON-TEXT
               WHEN TSI-PAY-PERIOD NOT NUMERIC
                   OR TSI-MONTH < 1 OR TSI-MONTH > 12
                   MOVE "03" TO REJECT-REASON-CODE
                   MOVE "INVALID PAY PERIOD" TO REJECT-REASON-TEXT
               WHEN TSI-PAY-PERIOD > CURRENT-YYYYMM
                   MOVE "04" TO REJECT-REASON-CODE
                   MOVE "PAY PERIOD NOT YET OPEN"
                       TO REJECT-REASON-TEXT
               WHEN CALENDAR-ACTIVE AND NOT CALM-FOUND
                   MOVE "05" TO REJECT-REASON-CODE
                   MOVE "PAY PERIOD NOT ON CALENDAR"
                       TO REJECT-REASON-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * A sheet written before leave was booked on it ends at the
      * approver, so blank leave hours are read as none.
       EDIT-TIMESHEET-HOURS.
           IF TSI-LEAVE-HOURS-X = SPACES
               MOVE ZERO TO TSI-LEAVE-HOURS
           END-IF
           EVALUATE TRUE
               WHEN TSI-REGULAR-HOURS NOT NUMERIC
                   OR TSI-OVERTIME-HOURS NOT NUMERIC
                   OR TSI-HOLIDAY-HOURS NOT NUMERIC
                   OR TSI-LEAVE-HOURS NOT NUMERIC
                   MOVE "06" TO REJECT-REASON-CODE
                   MOVE "INVALID HOURS" TO REJECT-REASON-TEXT
               WHEN TSI-REGULAR-HOURS = ZERO
                   AND TSI-OVERTIME-HOURS = ZERO
                   AND TSI-HOLIDAY-HOURS = ZERO
                   AND TSI-LEAVE-HOURS = ZERO
                   MOVE "06" TO REJECT-REASON-CODE
                   MOVE "INVALID HOURS" TO REJECT-REASON-TEXT
               WHEN NOT EMP-IS-HOURLY
                   AND (TSI-REGULAR-HOURS > ZERO
                   OR TSI-OVERTIME-HOURS > ZERO
                   OR TSI-HOLIDAY-HOURS > ZERO)
                   MOVE "02" TO REJECT-REASON-CODE
                   MOVE "EMPLOYEE NOT HOURLY" TO REJECT-REASON-TEXT
               WHEN TSI-APPROVED-BY = SPACES
                   MOVE "07" TO REJECT-REASON-CODE
                   MOVE "TIMESHEET NOT APPROVED"
                       TO REJECT-REASON-TEXT
               WHEN OTHER
                   PERFORM EDIT-HOURS-AGAINST-CALENDAR
           END-EVALUATE.

      * Leave stands in for regular hours, so the two together are
      * held to the period's working days.
       EDIT-HOURS-AGAINST-CALENDAR.
           IF CALENDAR-ACTIVE
               COMPUTE HOURS-CEILING =
                   CALM-BUSINESS-DAYS(CALM-IDX) * STANDARD-DAY-HOURS
               IF TSI-REGULAR-HOURS + TSI-LEAVE-HOURS > HOURS-CEILING
                   MOVE "08" TO REJECT-REASON-CODE
                   MOVE "REGULAR HOURS OVER CALENDAR"
                       TO REJECT-REASON-TEXT
               ELSE
                   COMPUTE HOURS-CEILING =
                       CALM-HOLIDAYS(CALM-IDX) * STANDARD-DAY-HOURS
                   IF TSI-HOLIDAY-HOURS > HOURS-CEILING
                       MOVE "09" TO REJECT-REASON-CODE
                       MOVE "HOLIDAY HOURS OVER CALENDAR"
                           TO REJECT-REASON-TEXT
                   END-IF
               END-IF
           END-IF
           IF REJECT-REASON-CODE = SPACES
               AND TSI-LEAVE-HOURS > ZERO
               PERFORM EDIT-LEAVE-TAKEN
           END-IF.

      * Leave is checked against the balance as it stands tonight;
      * the payroll run that pays the sheet is what takes it off.
       EDIT-LEAVE-TAKEN.
           MOVE SPACES TO LEAVE-FILE-STATUS
           IF LEAVE-ACTIVE
               MOVE TSI-EMP-ID TO LV-EMP-ID
               MOVE TSI-LEAVE-TYPE TO LV-LEAVE-TYPE
               READ LEAVE-FILE KEY IS LV-KEY
           END-IF
           EVALUATE TRUE
               WHEN LEAVE-FILE-STATUS NOT = "00"
                   OR NOT LV-IS-ACTIVE
                   MOVE "11" TO REJECT-REASON-CODE
                   MOVE "NO BALANCE FOR LEAVE TYPE"
                       TO REJECT-REASON-TEXT
               WHEN TSI-LEAVE-HOURS > LV-BALANCE-HOURS
                   MOVE "12" TO REJECT-REASON-CODE
                   MOVE "LEAVE EXCEEDS BALANCE" TO REJECT-REASON-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * A sheet payroll has already paid stays as paid; a correction
      * after that is a manual adjustment, not a reload.
       LOAD-TIMESHEET-ROW.
           MOVE TSI-EMP-ID TO TS-EMP-ID
           MOVE TSI-PAY-PERIOD TO TS-PAY-PERIOD
           READ TIMESHEET-FILE KEY IS TS-KEY
           IF TIMESHEET-FILE-STATUS = "00" AND TS-IS-PAID
               MOVE "10" TO REJECT-REASON-CODE
               MOVE "PERIOD ALREADY PAID" TO REJECT-REASON-TEXT
               PERFORM WRITE-REJECT-RECORD
           ELSE
               PERFORM BUILD-TIMESHEET-ROW
               IF TIMESHEET-FILE-STATUS = "00"
                   REWRITE TIMESHEET-RECORD
                   IF TIMESHEET-FILE-STATUS = "00"
                       ADD 1 TO ROWS-REPLACED
                   END-IF
               ELSE
                   WRITE TIMESHEET-RECORD
               END-IF
               PERFORM CHECK-TIMESHEET-WRITE
           END-IF.

       BUILD-TIMESHEET-ROW.
           MOVE TSI-EMP-ID TO TS-EMP-ID
           MOVE TSI-PAY-PERIOD TO TS-PAY-PERIOD
           MOVE TSI-REGULAR-HOURS TO TS-REGULAR-HOURS
           MOVE TSI-OVERTIME-HOURS TO TS-OVERTIME-HOURS
           MOVE TSI-HOLIDAY-HOURS TO TS-HOLIDAY-HOURS
           MOVE TSI-APPROVED-BY TO TS-APPROVED-BY
           IF TSI-LEAVE-HOURS > ZERO
               MOVE TSI-LEAVE-TYPE TO TS-LEAVE-TYPE
           ELSE
               MOVE SPACES TO TS-LEAVE-TYPE
           END-IF
           MOVE TSI-LEAVE-HOURS TO TS-LEAVE-HOURS
           MOVE TODAY-YYYYMMDD TO TS-LOADED-DATE
           SET TS-IS-APPROVED TO TRUE
           MOVE ZERO TO TS-PAID-DATE.

       CHECK-TIMESHEET-WRITE.
           IF TIMESHEET-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: timesheet " TS-EMP-ID " "
                   TS-PAY-PERIOD " not saved, status "
                   TIMESHEET-FILE-STATUS
               ADD 1 TO ROWS-REJECTED
               SET WARNINGS-OCCURRED TO TRUE
           ELSE
               ADD 1 TO ROWS-LOADED
               ADD TS-REGULAR-HOURS TS-OVERTIME-HOURS
                   TS-HOLIDAY-HOURS TS-LEAVE-HOURS TO HOURS-LOADED
           END-IF.

       WRITE-REJECT-RECORD.
           ADD 1 TO ROWS-REJECTED
           MOVE REJECT-REASON-CODE TO RJ-REASON
           MOVE REJECT-REASON-TEXT TO RJ-REASON-TEXT
           MOVE TIMESHEET-FEED-RECORD TO RJ-RECORD-IMAGE
           WRITE REJECT-RECORD FROM REJECT-DETAIL-LINE
           DISPLAY "WARNING: " REJECT-REASON-TEXT
               " for timesheet " TIMESHEET-FEED-RECORD(1:13)
           SET WARNINGS-OCCURRED TO TRUE.

       FINALIZE-INTAKE.
           IF FEED-OPEN
               CLOSE TIMESHEET-FEED-FILE
               CLOSE TIMESHEET-FILE
               CLOSE EMPLOYEE-MASTER
               CLOSE REJECT-FILE
               IF LEAVE-ACTIVE
                   CLOSE LEAVE-FILE
               END-IF
               OPEN OUTPUT TIMESHEET-FEED-FILE
               CLOSE TIMESHEET-FEED-FILE
           END-IF
           DISPLAY "Timesheet intake complete: " ROWS-LOADED
               " loaded (" ROWS-REPLACED " replacing earlier sheets), "
               ROWS-REJECTED " rejected".

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
           MOVE "TIMESHEET-INTAKE"    TO OPS-PROGRAM-ID
           ACCEPT OPS-RUN-DATE FROM DATE YYYYMMDD
           MOVE ROWS-READ             TO OPS-RECORDS-PROCESSED
           MOVE ROWS-REJECTED         TO OPS-REJECTS
           MOVE HOURS-LOADED          TO OPS-TOTAL-AMOUNT
           MOVE PROGRAM-RETURN-CODE   TO OPS-RETURN-CODE
           WRITE OPS-STAT-RECORD
           CLOSE OPS-STATS-FILE.

       END PROGRAM TIMESHEET-INTAKE.
