      * mirroring DATABASE-HANDLER's menu structure so HR can         *
      * maintain employee records the same way support maintains     *
      * customers, instead of editing employees.txt by hand.          *
      * Option 6 shows an employee's leave-balances.dat rows and      *
      * records leave taken outside the timesheet feed, or corrects   *
      * the service date the accrual tiers count from.                *
      * Every hire, pay change, transfer and deletion keyed here is   *
      * written to employee-history.dat with a reason code, effective *
      * the day it is keyed; option 7 lists an employee's history,    *
      * former employees included.                                    *
      * Operators sign on the way DATABASE-HANDLER's do. A salary     *
      * change above the SALARY threshold in approval-thresholds.txt  *
      * is not applied here: it is held on the approval queue for a   *
      * second operator to approve in APPROVAL-REVIEW, and the rest   *
      * of the update goes ahead. An hourly rate change is held the   *
      * same way when it moves a standard month's pay (173.33 hours)  *
      * by more than that threshold.                                  *
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS DEPT-FILE-STATUS.

           SELECT LEAVE-FILE
               ASSIGN TO "../data/output/leave-balances.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-KEY
               FILE STATUS IS LEAVE-FILE-STATUS.

           SELECT HISTORY-FILE
               ASSIGN TO "../data/output/employee-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EH-KEY
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT SECURITY-FILE
               ASSIGN TO "../data/output/operators.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-OPERATOR-ID
               FILE STATUS IS SECURITY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       01  DEPARTMENT-RECORD.
           COPY "deptrec.cpy".

       FD  LEAVE-FILE.
       01  LEAVE-RECORD.
           COPY "leavbal.cpy".

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           COPY "emphist.cpy".

       FD  SECURITY-FILE.
       01  SECURITY-RECORD.
           COPY "secrec.cpy".

       WORKING-STORAGE SECTION.
       01  FILE-STATUS             PIC XX.
           88  FILE-OK             VALUE "00".
           88  CHOICE-UPDATE       VALUE 3.
           88  CHOICE-DELETE       VALUE 4.
           88  CHOICE-LIST-ALL     VALUE 5.
           88  CHOICE-LEAVE        VALUE 6.
           88  CHOICE-HISTORY      VALUE 7.
           88  CHOICE-EXIT         VALUE 9.

       01  SEARCH-ID               PIC 9(6).
           05  TEMP-DEPARTMENT     PIC X(20).
           05  TEMP-ROUTING        PIC X(9).
           05  TEMP-ACCOUNT        PIC X(12).
           05  TEMP-PAY-TYPE       PIC X(1).
           05  TEMP-HOURLY-RATE    PIC 9(3)V99.

      * ABA routing-number check: 3-7-1 weighted sum of the nine
      * digits must divide evenly by ten. All zeros means the
       01  ROUTING-VALID-SWITCH    PIC X.
           88  ROUTING-VALID       VALUE 'Y'.

      * The account number is only ever shown masked to its last
      * four digits; DIRECT-DEPOSIT's bank file alone carries it in
      * full.
       01  ACCOUNT-RIGHT-JUSTIFIED PIC X(12) JUSTIFIED RIGHT.

      * Leave balance maintenance. Without the balances file the
      * option says so and the rest of the menu carries on.
       01  LEAVE-FILE-STATUS       PIC XX.
       01  LEAVE-SWITCH            PIC X VALUE 'N'.
           88  LEAVE-ACTIVE        VALUE 'Y'.
       01  TODAY-YYYYMMDD          PIC 9(8).
       01  LEAVE-ACTION            PIC X(1).
       01  LEAVE-ROW-COUNT         PIC 9(3).
       01  END-OF-LEAVE-ROWS       PIC X.
           88  NO-MORE-LEAVE-ROWS  VALUE 'Y'.
       01  TEMP-LEAVE-TYPE         PIC X(4).
       01  TEMP-LEAVE-HOURS        PIC 9(3)V99.
       01  TEMP-SERVICE-DATE       PIC 9(8).
       01  LEAVE-HOURS-DISPLAY     PIC ZZ,ZZ9.99.

      * Change history. The record as read is kept so an update can
      * tell what it changed; without the history file the changes
      * still apply and option 7 says it is unavailable.
       01  HISTORY-FILE-STATUS     PIC XX.
       01  HISTORY-SWITCH          PIC X VALUE 'N'.
           88  HISTORY-ACTIVE      VALUE 'Y'.
       01  END-OF-HISTORY-ROWS     PIC X.
           88  NO-MORE-HISTORY-ROWS VALUE 'Y'.
       01  HISTORY-ROW-COUNT       PIC 9(4).
       01  TEMP-REASON             PIC X(4).
       01  OLD-SALARY              PIC 9(7)V99.
       01  OLD-PAY-TYPE            PIC X(1).
       01  OLD-HOURLY-RATE         PIC 9(3)V99.
       01  OLD-DEPARTMENT          PIC X(20).
       01  HIST-OLD-PAY-DISPLAY    PIC Z,ZZZ,ZZ9.99.
       01  HIST-NEW-PAY-DISPLAY    PIC Z,ZZZ,ZZ9.99.

      * Operator sign-on
       01  SECURITY-FILE-STATUS    PIC XX.
       01  OPERATOR-ID             PIC X(8) VALUE SPACES.
       01  SIGNON-OPERATOR-ID      PIC X(8).
       01  SIGNON-PIN              PIC X(8).
       01  PIN-HASH-REQUEST.
           COPY "pinreq.cpy".
       01  SIGNON-ATTEMPTS         PIC 9 VALUE 0.
       01  SIGNON-OK               PIC X VALUE 'N'.
           88  SIGNED-ON           VALUE 'Y'.

      * Sign-on journaling and automatic lockout (shared
      * SIGNON-JOURNAL subprogram).
       01  JOURNAL-PROGRAM-NAME    PIC X(20)
           VALUE "EMPLOYEE-DATABASE".
       01  JOURNAL-RESULT          PIC X(8).
       01  JOURNAL-LOCKOUT-FLAG    PIC X(1).
           88  JOURNAL-LOCKED-OUT  VALUE 'Y'.

      * Maker-checker approval of salary changes (shared
      * APPROVAL-QUEUE subprogram).
       01  APPROVAL-REQUEST.
           COPY "apqreq.cpy".
       01  SALARY-APPROVAL-THRESHOLD PIC 9(8)V99.
       01  SALARY-CHANGE           PIC S9(8)V99.
       01  STANDARD-MONTH-HOURS    PIC 9(3)V99 VALUE 173.33.
       01  RATE-CHANGE-MONTHLY     PIC S9(8)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-DATABASE
           PERFORM SIGN-ON
           IF SIGNED-ON
               PERFORM PROCESS-MENU UNTIL CHOICE-EXIT
           END-IF
           PERFORM CLEANUP
           PERFORM DETERMINE-RETURN-CODE
           MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               DISPLAY "NOTE: department master not available "
                   "(status " DEPT-FILE-STATUS ") - department "
                   "validation skipped"
           END-IF

           CALL "PROCESS-DATE" USING TODAY-YYYYMMDD
           OPEN I-O LEAVE-FILE
           IF LEAVE-FILE-STATUS = "00"
               MOVE 'Y' TO LEAVE-SWITCH
           ELSE
               DISPLAY "NOTE: leave balances not available "
                   "(status " LEAVE-FILE-STATUS ") - option 6 "
                   "unavailable"
           END-IF

           OPEN I-O HISTORY-FILE
           IF HISTORY-FILE-STATUS = "35"
               CLOSE HISTORY-FILE
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN I-O HISTORY-FILE
           END-IF
           IF HISTORY-FILE-STATUS = "00"
               MOVE 'Y' TO HISTORY-SWITCH
           ELSE
               DISPLAY "NOTE: employee history not available "
                   "(status " HISTORY-FILE-STATUS ") - changes not "
                   "recorded, option 7 unavailable"
           END-IF

           OPEN I-O SECURITY-FILE
           IF SECURITY-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open operator security file"
               DISPLAY "File Status: " SECURITY-FILE-STATUS
               CLOSE EMPLOYEE-MASTER
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           SET AQR-GET-THRESHOLD TO TRUE
           MOVE "SALARY" TO AQR-ITEM-TYPE
           CALL "APPROVAL-QUEUE" USING APPROVAL-REQUEST
           MOVE AQR-THRESHOLD TO SALARY-APPROVAL-THRESHOLD.

       SIGN-ON.
           MOVE 0 TO SIGNON-ATTEMPTS
           PERFORM ATTEMPT-SIGN-ON
               UNTIL SIGNED-ON OR SIGNON-ATTEMPTS >= 3

           IF NOT SIGNED-ON
               DISPLAY "ERROR: sign-on failed, exiting"
               MOVE 16 TO PROGRAM-RETURN-CODE
           END-IF.

       ATTEMPT-SIGN-ON.
           DISPLAY "Operator ID: " WITH NO ADVANCING
           ACCEPT SIGNON-OPERATOR-ID
           DISPLAY "PIN: " WITH NO ADVANCING
           ACCEPT SIGNON-PIN

           MOVE SIGNON-OPERATOR-ID TO SEC-OPERATOR-ID
           READ SECURITY-FILE KEY IS SEC-OPERATOR-ID
           MOVE "N" TO PHQ-RESULT
           IF SECURITY-FILE-STATUS = "00"
               SET PHQ-VERIFY TO TRUE
               MOVE SIGNON-PIN TO PHQ-PIN
               MOVE SEC-PIN-SALT TO PHQ-SALT
               MOVE SEC-PIN-HASH TO PHQ-HASH
               CALL "PIN-HASH" USING PIN-HASH-REQUEST
           END-IF

           EVALUATE TRUE
               WHEN SECURITY-FILE-STATUS NOT = "00"
                   ADD 1 TO SIGNON-ATTEMPTS
                   MOVE "UNKNOWN" TO JOURNAL-RESULT
                   PERFORM JOURNAL-SIGNON-ATTEMPT
                   DISPLAY "ERROR: invalid operator ID or PIN"
               WHEN NOT PHQ-PIN-MATCHES
                   ADD 1 TO SIGNON-ATTEMPTS
                   MOVE "BADPIN" TO JOURNAL-RESULT
                   PERFORM JOURNAL-SIGNON-ATTEMPT
                   DISPLAY "ERROR: invalid operator ID or PIN"
               WHEN SEC-IS-SUSPENDED
                   ADD 1 TO SIGNON-ATTEMPTS
                   MOVE "SUSPEND" TO JOURNAL-RESULT
                   PERFORM JOURNAL-SIGNON-ATTEMPT
                   DISPLAY "ERROR: operator is suspended"
               WHEN SEC-MUST-CHANGE-PIN
                   ADD 1 TO SIGNON-ATTEMPTS
                   MOVE "PINCHG" TO JOURNAL-RESULT
                   PERFORM JOURNAL-SIGNON-ATTEMPT
                   DISPLAY "ERROR: PIN change required - sign "
                       "on to DATABASE-HANDLER first"
               WHEN OTHER
                   SET SIGNED-ON TO TRUE
                   MOVE "SUCCESS" TO JOURNAL-RESULT
                   PERFORM JOURNAL-SIGNON-ATTEMPT
                   MOVE SIGNON-OPERATOR-ID TO OPERATOR-ID
                   DISPLAY "Signed on as " SEC-OPERATOR-NAME
           END-EVALUATE.

       JOURNAL-SIGNON-ATTEMPT.
           CALL "SIGNON-JOURNAL" USING JOURNAL-PROGRAM-NAME
               SIGNON-OPERATOR-ID JOURNAL-RESULT
               JOURNAL-LOCKOUT-FLAG
           IF JOURNAL-LOCKED-OUT
               MOVE "S" TO SEC-STATUS-FLAG
               REWRITE SECURITY-RECORD
               DISPLAY "ERROR: operator suspended after repeated "
                   "sign-on failures"
           END-IF.

       CHECK-DEPARTMENT-CODE.
                   PERFORM DELETE-RECORD
               WHEN CHOICE-LIST-ALL
                   PERFORM LIST-ALL-RECORDS
               WHEN CHOICE-LEAVE
                   PERFORM MAINTAIN-LEAVE-BALANCES
               WHEN CHOICE-HISTORY
                   PERFORM INQUIRE-EMPLOYEE-HISTORY
               WHEN CHOICE-EXIT
                   DISPLAY "Exiting program..."
               WHEN OTHER
           DISPLAY "3. Update Employee Record"
           DISPLAY "4. Delete Employee Record"
           DISPLAY "5. List All Employees"
           DISPLAY "6. Leave Balances"
           DISPLAY "7. Employee History"
           DISPLAY "9. Exit"
           DISPLAY "====================================="
           DISPLAY "Enter your choice: " WITH NO ADVANCING.
               MOVE TEMP-DEPARTMENT TO MST-EMP-DEPARTMENT
               MOVE ZERO TO EMP-ROUTING-NUMBER
               MOVE SPACES TO EMP-ACCOUNT-NUMBER
               MOVE "S" TO EMP-PAY-TYPE
               MOVE ZERO TO EMP-HOURLY-RATE
               PERFORM CAPTURE-PAY-TYPE
               PERFORM CAPTURE-BANK-DETAILS

               WRITE MASTER-RECORD

               IF FILE-OK
                   DISPLAY "SUCCESS: Employee created successfully!"
                   MOVE "H" TO EH-CHANGE-TYPE
                   MOVE "HIRE" TO TEMP-REASON
                   PERFORM START-HISTORY-ROW
                   MOVE ZERO TO EH-OLD-SALARY
                   MOVE SPACE TO EH-OLD-PAY-TYPE
                   MOVE ZERO TO EH-OLD-HOURLY-RATE
                   MOVE SPACES TO EH-OLD-DEPARTMENT
                   PERFORM WRITE-HISTORY-ROW
               ELSE
                   SET WARNINGS-OCCURRED TO TRUE
                   IF DUPLICATE-KEY
               DISPLAY "  Name:       " MST-EMP-NAME
               DISPLAY "  Salary:     " MST-EMP-SALARY
               DISPLAY "  Department: " MST-EMP-DEPARTMENT
               IF EMP-IS-HOURLY
                   DISPLAY "  Pay type:   HOURLY at " EMP-HOURLY-RATE
               ELSE
                   DISPLAY "  Pay type:   SALARIED"
               END-IF
               IF EMP-ROUTING-NUMBER NUMERIC
                   AND EMP-ROUTING-NUMBER > 0
                   DISPLAY "  Routing:    " EMP-ROUTING-NUMBER
                   MOVE FUNCTION TRIM(EMP-ACCOUNT-NUMBER)
                       TO ACCOUNT-RIGHT-JUSTIFIED
                   DISPLAY "  Account:    ****"
                       ACCOUNT-RIGHT-JUSTIFIED(9:4)
               ELSE
                   DISPLAY "  Bank:       (no bank details - "
                       "paper check)"
           READ EMPLOYEE-MASTER KEY IS MST-EMP-ID

           IF FILE-OK
               MOVE MST-EMP-SALARY TO OLD-SALARY
               MOVE EMP-PAY-TYPE TO OLD-PAY-TYPE
               MOVE EMP-HOURLY-RATE TO OLD-HOURLY-RATE
               MOVE MST-EMP-DEPARTMENT TO OLD-DEPARTMENT
               DISPLAY "Current Name: " MST-EMP-NAME
               DISPLAY "Enter New Name (or press Enter to keep): "
                   WITH NO ADVANCING
                   END-IF
               END-IF

               PERFORM CAPTURE-PAY-TYPE
               PERFORM CAPTURE-BANK-DETAILS

               MOVE SPACES TO TEMP-REASON
               IF MST-EMP-SALARY NOT = OLD-SALARY
                   OR EMP-PAY-TYPE NOT = OLD-PAY-TYPE
                   OR EMP-HOURLY-RATE NOT = OLD-HOURLY-RATE
                   OR MST-EMP-DEPARTMENT NOT = OLD-DEPARTMENT
                   DISPLAY "Enter Reason Code for the change (or "
                       "press Enter for the default): "
                       WITH NO ADVANCING
                   ACCEPT TEMP-REASON
               END-IF

               PERFORM HOLD-SALARY-FOR-APPROVAL
               PERFORM HOLD-RATE-FOR-APPROVAL

               REWRITE MASTER-RECORD

               IF FILE-OK
                   DISPLAY "SUCCESS: Employee updated successfully!"
                   PERFORM RECORD-UPDATE-HISTORY
               ELSE
                   SET WARNINGS-OCCURRED TO TRUE
                   DISPLAY "ERROR: Failed to update employee"
               END-IF
           END-IF.

      * A salary change above the approval threshold goes on the
      * queue with the reason keyed for it, and the salary on the
      * record goes back to what it was until the item is approved.
       HOLD-SALARY-FOR-APPROVAL.
           COMPUTE SALARY-CHANGE = MST-EMP-SALARY - OLD-SALARY
           IF FUNCTION ABS(SALARY-CHANGE) > SALARY-APPROVAL-THRESHOLD
               SET AQR-QUEUE-ITEM TO TRUE
               MOVE "SALARY" TO AQR-ITEM-TYPE
               MOVE MST-EMP-ID TO AQR-SUBJECT-ID
               MOVE MST-EMP-NAME TO AQR-SUBJECT-NAME
               MOVE OLD-SALARY TO AQR-OLD-VALUE
               MOVE MST-EMP-SALARY TO AQR-NEW-VALUE
               MOVE TEMP-REASON TO AQR-REASON-CODE
               MOVE OPERATOR-ID TO AQR-MAKER-ID
               MOVE "EMPLOYEE-DATABASE" TO AQR-MAKER-PROGRAM
               MOVE SPACES TO AQR-NOTE
               CALL "APPROVAL-QUEUE" USING APPROVAL-REQUEST
               EVALUATE TRUE
                   WHEN AQR-DONE
                       DISPLAY "NOTE: salary change held for approval"
                           " as item " AQR-ITEM-NUMBER
                   WHEN AQR-ALREADY-QUEUED
                       DISPLAY "ERROR: item " AQR-ITEM-NUMBER
                           " is already open for this employee's "
                           "salary - salary unchanged"
                       SET WARNINGS-OCCURRED TO TRUE
                   WHEN OTHER
                       DISPLAY "ERROR: approval queue unavailable "
                           "(status " AQR-RESULT ") - salary "
                           "unchanged"
                       SET WARNINGS-OCCURRED TO TRUE
               END-EVALUATE
               MOVE OLD-SALARY TO MST-EMP-SALARY
           END-IF.

      * An hourly rate is measured against the salary threshold by
      * what it changes a standard month's pay. A held rate leaves
      * the pay type as it was too, since a salaried employee moved
      * to hourly cannot be left hourly without the rate.
       HOLD-RATE-FOR-APPROVAL.
           IF EMP-PAY-TYPE = "H"
               AND EMP-HOURLY-RATE NOT = OLD-HOURLY-RATE
               COMPUTE RATE-CHANGE-MONTHLY ROUNDED =
                   (EMP-HOURLY-RATE - OLD-HOURLY-RATE)
                   * STANDARD-MONTH-HOURS
               IF FUNCTION ABS(RATE-CHANGE-MONTHLY)
                   > SALARY-APPROVAL-THRESHOLD
                   SET AQR-QUEUE-ITEM TO TRUE
                   MOVE "HRRATE" TO AQR-ITEM-TYPE
                   MOVE MST-EMP-ID TO AQR-SUBJECT-ID
                   MOVE MST-EMP-NAME TO AQR-SUBJECT-NAME
                   MOVE OLD-HOURLY-RATE TO AQR-OLD-VALUE
                   MOVE EMP-HOURLY-RATE TO AQR-NEW-VALUE
                   MOVE TEMP-REASON TO AQR-REASON-CODE
                   MOVE OPERATOR-ID TO AQR-MAKER-ID
                   MOVE "EMPLOYEE-DATABASE" TO AQR-MAKER-PROGRAM
                   MOVE SPACES TO AQR-NOTE
                   CALL "APPROVAL-QUEUE" USING APPROVAL-REQUEST
                   EVALUATE TRUE
                       WHEN AQR-DONE
                           DISPLAY "NOTE: hourly rate change held for "
                               "approval as item " AQR-ITEM-NUMBER
                       WHEN AQR-ALREADY-QUEUED
                           DISPLAY "ERROR: item " AQR-ITEM-NUMBER
                               " is already open for this employee's "
                               "hourly rate - rate unchanged"
                           SET WARNINGS-OCCURRED TO TRUE
                       WHEN OTHER
                           DISPLAY "ERROR: approval queue unavailable "
                               "(status " AQR-RESULT ") - hourly rate "
                               "unchanged"
                           SET WARNINGS-OCCURRED TO TRUE
                   END-EVALUATE
                   MOVE OLD-PAY-TYPE TO EMP-PAY-TYPE
                   MOVE OLD-HOURLY-RATE TO EMP-HOURLY-RATE
               END-IF
           END-IF.

      * Blank keeps whatever is on the record. An hourly employee
      * must have a rate, since PAYROLL-REGISTER prices the approved
      * timesheet hours at it; going back to salaried clears it.
       CAPTURE-PAY-TYPE.
           DISPLAY "Enter Pay Type (S salaried, H hourly, or press "
               "Enter to keep): " WITH NO ADVANCING
           ACCEPT TEMP-PAY-TYPE
           EVALUATE TEMP-PAY-TYPE
               WHEN SPACE
                   CONTINUE
               WHEN "S"
                   MOVE "S" TO EMP-PAY-TYPE
                   MOVE ZERO TO EMP-HOURLY-RATE
               WHEN "H"
                   DISPLAY "Enter Hourly Rate: " WITH NO ADVANCING
                   ACCEPT TEMP-HOURLY-RATE
                   IF TEMP-HOURLY-RATE > 0
                       MOVE "H" TO EMP-PAY-TYPE
                       MOVE TEMP-HOURLY-RATE TO EMP-HOURLY-RATE
                   ELSE
                       DISPLAY "ERROR: hourly rate required - pay "
                           "type unchanged"
                       SET WARNINGS-OCCURRED TO TRUE
                   END-IF
               WHEN OTHER
                   DISPLAY "ERROR: pay type must be S or H - pay "
                       "type unchanged"
                   SET WARNINGS-OCCURRED TO TRUE
           END-EVALUATE.

      * Blank keeps whatever is on the record; a keyed routing
      * number must pass the ABA check digit before it is stored,
      * and a routing number always travels with an account number.
               ACCEPT CONTINUE-FLAG

               IF CONTINUE-FLAG = 'Y' OR CONTINUE-FLAG = 'y'
                   DISPLAY "Enter Reason Code (or press Enter for "
                       "TERM): " WITH NO ADVANCING
                   ACCEPT TEMP-REASON
                   IF TEMP-REASON = SPACES
                       MOVE "TERM" TO TEMP-REASON
                   END-IF
                   MOVE "R" TO EH-CHANGE-TYPE
                   PERFORM START-HISTORY-ROW
                   MOVE ZERO TO EH-NEW-SALARY
                   MOVE SPACE TO EH-NEW-PAY-TYPE
                   MOVE ZERO TO EH-NEW-HOURLY-RATE
                   MOVE SPACES TO EH-NEW-DEPARTMENT
                   DELETE EMPLOYEE-MASTER RECORD
                   IF FILE-OK
                       DISPLAY "SUCCESS: Employee deleted successfully!"
                       PERFORM WRITE-HISTORY-ROW
                   ELSE
                       SET WARNINGS-OCCURRED TO TRUE
                       DISPLAY "ERROR: Failed to delete employee"
                   PERFORM READ-NEXT-RECORD
           END-READ.

       MAINTAIN-LEAVE-BALANCES.
           DISPLAY "--- LEAVE BALANCES ---"
           IF NOT LEAVE-ACTIVE
               DISPLAY "ERROR: leave balances not available"
               SET WARNINGS-OCCURRED TO TRUE
           ELSE
               DISPLAY "Enter Employee ID: " WITH NO ADVANCING
               ACCEPT SEARCH-ID
               MOVE SEARCH-ID TO MST-EMP-ID
               READ EMPLOYEE-MASTER KEY IS MST-EMP-ID
               IF NOT FILE-OK
                   DISPLAY "ERROR: Employee not found"
                   SET WARNINGS-OCCURRED TO TRUE
               ELSE
                   DISPLAY "Employee: " MST-EMP-NAME
                   DISPLAY "TYPE | BALANCE   | SERVICE  | STATUS"
                   PERFORM LIST-EMPLOYEE-LEAVE
                   IF LEAVE-ROW-COUNT = 0
                       DISPLAY "No leave balances on file"
                   ELSE
                       PERFORM CHOOSE-LEAVE-ACTION
                   END-IF
               END-IF
           END-IF.

       LIST-EMPLOYEE-LEAVE.
           MOVE ZERO TO LEAVE-ROW-COUNT
           PERFORM START-EMPLOYEE-LEAVE
           PERFORM LIST-NEXT-LEAVE-ROW UNTIL NO-MORE-LEAVE-ROWS.

       START-EMPLOYEE-LEAVE.
           MOVE 'N' TO END-OF-LEAVE-ROWS
           MOVE SEARCH-ID TO LV-EMP-ID
           MOVE LOW-VALUES TO LV-LEAVE-TYPE
           START LEAVE-FILE KEY IS >= LV-KEY
               INVALID KEY
                   SET NO-MORE-LEAVE-ROWS TO TRUE
           END-START.

       LIST-NEXT-LEAVE-ROW.
           PERFORM READ-NEXT-EMPLOYEE-LEAVE
           IF NOT NO-MORE-LEAVE-ROWS
               ADD 1 TO LEAVE-ROW-COUNT
               MOVE LV-BALANCE-HOURS TO LEAVE-HOURS-DISPLAY
               IF LV-IS-PAID-OUT
                   DISPLAY LV-LEAVE-TYPE " | " LEAVE-HOURS-DISPLAY
                       " | " LV-SERVICE-DATE " | PAID OUT "
                       LV-PAID-OUT-DATE
               ELSE
                   DISPLAY LV-LEAVE-TYPE " | " LEAVE-HOURS-DISPLAY
                       " | " LV-SERVICE-DATE " | ACTIVE"
               END-IF
           END-IF.

       READ-NEXT-EMPLOYEE-LEAVE.
           READ LEAVE-FILE NEXT RECORD
               AT END
                   SET NO-MORE-LEAVE-ROWS TO TRUE
               NOT AT END
                   IF LV-EMP-ID NOT = SEARCH-ID
                       SET NO-MORE-LEAVE-ROWS TO TRUE
                   END-IF
           END-READ.

       CHOOSE-LEAVE-ACTION.
           DISPLAY "T = record leave taken, S = set service date, "
               "Enter to return: " WITH NO ADVANCING
           ACCEPT LEAVE-ACTION
           EVALUATE LEAVE-ACTION
               WHEN SPACE
                   CONTINUE
               WHEN "T"
                   PERFORM RECORD-LEAVE-TAKEN
               WHEN "S"
                   PERFORM SET-SERVICE-DATE
               WHEN OTHER
                   DISPLAY "ERROR: action must be T or S"
                   SET WARNINGS-OCCURRED TO TRUE
           END-EVALUATE.

      * Leave that never reaches a timesheet - a salaried employee's
      * day off, say - comes off the balance here. It may not take
      * the balance below zero.
       RECORD-LEAVE-TAKEN.
           DISPLAY "Enter Leave Type: " WITH NO ADVANCING
           ACCEPT TEMP-LEAVE-TYPE
           DISPLAY "Enter Hours Taken: " WITH NO ADVANCING
           ACCEPT TEMP-LEAVE-HOURS
           MOVE SEARCH-ID TO LV-EMP-ID
           MOVE TEMP-LEAVE-TYPE TO LV-LEAVE-TYPE
           READ LEAVE-FILE KEY IS LV-KEY
           EVALUATE TRUE
               WHEN LEAVE-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: no " TEMP-LEAVE-TYPE
                       " balance for this employee"
                   SET WARNINGS-OCCURRED TO TRUE
               WHEN NOT LV-IS-ACTIVE
                   DISPLAY "ERROR: balance already paid out"
                   SET WARNINGS-OCCURRED TO TRUE
               WHEN TEMP-LEAVE-HOURS NOT NUMERIC
                   OR TEMP-LEAVE-HOURS = ZERO
                   DISPLAY "ERROR: hours taken required"
                   SET WARNINGS-OCCURRED TO TRUE
               WHEN TEMP-LEAVE-HOURS > LV-BALANCE-HOURS
                   DISPLAY "ERROR: hours taken exceed the balance"
                   SET WARNINGS-OCCURRED TO TRUE
               WHEN OTHER
                   IF LV-BALANCE-YEAR NOT = TODAY-YYYYMMDD(1:4)
                       MOVE TODAY-YYYYMMDD(1:4) TO LV-BALANCE-YEAR
                       MOVE ZERO TO LV-YTD-ACCRUED
                       MOVE ZERO TO LV-YTD-TAKEN
                   END-IF
                   SUBTRACT TEMP-LEAVE-HOURS FROM LV-BALANCE-HOURS
                   ADD TEMP-LEAVE-HOURS TO LV-YTD-TAKEN
                   MOVE TODAY-YYYYMMDD TO LV-LAST-CHANGED-DATE
                   MOVE "EMPDB" TO LV-LAST-CHANGED-BY
                   REWRITE LEAVE-RECORD
                   IF LEAVE-FILE-STATUS = "00"
                       MOVE LV-BALANCE-HOURS TO LEAVE-HOURS-DISPLAY
                       DISPLAY "SUCCESS: leave recorded - balance "
                           LEAVE-HOURS-DISPLAY
                   ELSE
                       DISPLAY "ERROR: Failed to update balance"
                       DISPLAY "File Status: " LEAVE-FILE-STATUS
                       SET WARNINGS-OCCURRED TO TRUE
                   END-IF
           END-EVALUATE.

      * Every leave type shares the one service date, so all of the
      * employee's rows are set together.
       SET-SERVICE-DATE.
           DISPLAY "Enter Service Date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT TEMP-SERVICE-DATE
           IF TEMP-SERVICE-DATE NOT NUMERIC
               OR TEMP-SERVICE-DATE = ZERO
               OR TEMP-SERVICE-DATE > TODAY-YYYYMMDD
               DISPLAY "ERROR: service date must be a date no later "
                   "than today"
               SET WARNINGS-OCCURRED TO TRUE
           ELSE
               MOVE ZERO TO LEAVE-ROW-COUNT
               PERFORM START-EMPLOYEE-LEAVE
               PERFORM SET-NEXT-SERVICE-DATE UNTIL NO-MORE-LEAVE-ROWS
               DISPLAY "SUCCESS: service date set on "
                   LEAVE-ROW-COUNT " leave balance(s)"
           END-IF.

       SET-NEXT-SERVICE-DATE.
           PERFORM READ-NEXT-EMPLOYEE-LEAVE
           IF NOT NO-MORE-LEAVE-ROWS
               MOVE TEMP-SERVICE-DATE TO LV-SERVICE-DATE
               MOVE TODAY-YYYYMMDD TO LV-LAST-CHANGED-DATE
               MOVE "EMPDB" TO LV-LAST-CHANGED-BY
               REWRITE LEAVE-RECORD
               IF LEAVE-FILE-STATUS = "00"
                   ADD 1 TO LEAVE-ROW-COUNT
               ELSE
                   DISPLAY "ERROR: " LV-LEAVE-TYPE " not updated, "
                       "status " LEAVE-FILE-STATUS
                   SET WARNINGS-OCCURRED TO TRUE
               END-IF
           END-IF.

      * A pay change and a transfer keyed together are two rows, so
      * each reads on its own in the history and the review.
       RECORD-UPDATE-HISTORY.
           IF MST-EMP-SALARY NOT = OLD-SALARY
               OR EMP-PAY-TYPE NOT = OLD-PAY-TYPE
               OR EMP-HOURLY-RATE NOT = OLD-HOURLY-RATE
               MOVE "S" TO EH-CHANGE-TYPE
               PERFORM START-HISTORY-ROW
               MOVE OLD-SALARY TO EH-OLD-SALARY
               MOVE OLD-PAY-TYPE TO EH-OLD-PAY-TYPE
               MOVE OLD-HOURLY-RATE TO EH-OLD-HOURLY-RATE
               PERFORM WRITE-HISTORY-ROW
           END-IF
           IF MST-EMP-DEPARTMENT NOT = OLD-DEPARTMENT
               MOVE "T" TO EH-CHANGE-TYPE
               PERFORM START-HISTORY-ROW
               MOVE OLD-DEPARTMENT TO EH-OLD-DEPARTMENT
               PERFORM WRITE-HISTORY-ROW
           END-IF.

      * The row starts with the master as it now stands on both
      * sides; the caller puts back what the change replaced. A
      * blank reason takes the change type's own.
       START-HISTORY-ROW.
           MOVE MST-EMP-ID TO EH-EMP-ID
           MOVE TODAY-YYYYMMDD TO EH-EFFECTIVE-DATE
           MOVE TEMP-REASON TO EH-REASON-CODE
           IF EH-REASON-CODE = SPACES
               EVALUATE TRUE
                   WHEN EH-IS-HIRE
                       MOVE "HIRE" TO EH-REASON-CODE
                   WHEN EH-IS-PAY-CHANGE
                       MOVE "PAY" TO EH-REASON-CODE
                   WHEN EH-IS-TRANSFER
                       MOVE "XFER" TO EH-REASON-CODE
                   WHEN OTHER
                       MOVE "TERM" TO EH-REASON-CODE
               END-EVALUATE
           END-IF
           MOVE MST-EMP-NAME TO EH-EMP-NAME
           MOVE MST-EMP-SALARY TO EH-OLD-SALARY
           MOVE MST-EMP-SALARY TO EH-NEW-SALARY
           MOVE EMP-PAY-TYPE TO EH-OLD-PAY-TYPE
           MOVE EMP-PAY-TYPE TO EH-NEW-PAY-TYPE
           MOVE EMP-HOURLY-RATE TO EH-OLD-HOURLY-RATE
           MOVE EMP-HOURLY-RATE TO EH-NEW-HOURLY-RATE
           MOVE MST-EMP-DEPARTMENT TO EH-OLD-DEPARTMENT
           MOVE MST-EMP-DEPARTMENT TO EH-NEW-DEPARTMENT
           MOVE TODAY-YYYYMMDD TO EH-RECORDED-DATE
           MOVE "EMPDB" TO EH-RECORDED-BY.

       WRITE-HISTORY-ROW.
           IF HISTORY-ACTIVE
               MOVE ZERO TO EH-SEQUENCE
               MOVE "22" TO HISTORY-FILE-STATUS
               PERFORM TRY-HISTORY-WRITE
                   UNTIL HISTORY-FILE-STATUS NOT = "22"
                   OR EH-SEQUENCE = 999
               IF HISTORY-FILE-STATUS NOT = "00"
                   DISPLAY "WARNING: history not written, status "
                       HISTORY-FILE-STATUS
                   SET WARNINGS-OCCURRED TO TRUE
               END-IF
           END-IF.

       TRY-HISTORY-WRITE.
           ADD 1 TO EH-SEQUENCE
           WRITE HISTORY-RECORD.

      * Keyed by employee, so a former employee's history is still
      * there after the master row has gone.
       INQUIRE-EMPLOYEE-HISTORY.
           DISPLAY "--- EMPLOYEE HISTORY ---"
           IF NOT HISTORY-ACTIVE
               DISPLAY "ERROR: employee history not available"
               SET WARNINGS-OCCURRED TO TRUE
           ELSE
               DISPLAY "Enter Employee ID: " WITH NO ADVANCING
               ACCEPT SEARCH-ID
               MOVE ZERO TO HISTORY-ROW-COUNT
               MOVE 'N' TO END-OF-HISTORY-ROWS
               MOVE SEARCH-ID TO EH-EMP-ID
               MOVE ZERO TO EH-EFFECTIVE-DATE
               MOVE ZERO TO EH-SEQUENCE
               START HISTORY-FILE KEY IS >= EH-KEY
                   INVALID KEY
                       SET NO-MORE-HISTORY-ROWS TO TRUE
               END-START
               DISPLAY "EFFECTIVE | CHANGE   | RSN  | DETAIL"
               PERFORM LIST-NEXT-HISTORY-ROW
                   UNTIL NO-MORE-HISTORY-ROWS
               IF HISTORY-ROW-COUNT = 0
                   DISPLAY "No history on file for " SEARCH-ID
               END-IF
           END-IF.

       LIST-NEXT-HISTORY-ROW.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   SET NO-MORE-HISTORY-ROWS TO TRUE
               NOT AT END
                   IF EH-EMP-ID NOT = SEARCH-ID
                       SET NO-MORE-HISTORY-ROWS TO TRUE
                   ELSE
                       ADD 1 TO HISTORY-ROW-COUNT
                       IF HISTORY-ROW-COUNT = 1
                           DISPLAY "Employee: " EH-EMP-NAME
                       END-IF
                       PERFORM DISPLAY-HISTORY-ROW
                   END-IF
           END-READ.

      * Pay is shown as the salary, or the hourly rate for an hourly
      * employee, on each side of the change.
       DISPLAY-HISTORY-ROW.
           IF EH-OLD-PAY-TYPE = "H"
               MOVE EH-OLD-HOURLY-RATE TO HIST-OLD-PAY-DISPLAY
           ELSE
               MOVE EH-OLD-SALARY TO HIST-OLD-PAY-DISPLAY
           END-IF
           IF EH-NEW-PAY-TYPE = "H"
               MOVE EH-NEW-HOURLY-RATE TO HIST-NEW-PAY-DISPLAY
           ELSE
               MOVE EH-NEW-SALARY TO HIST-NEW-PAY-DISPLAY
           END-IF
           EVALUATE TRUE
               WHEN EH-IS-HIRE
                   DISPLAY EH-EFFECTIVE-DATE "  | HIRE     | "
                       EH-REASON-CODE " | " EH-NEW-DEPARTMENT
                       " pay " HIST-NEW-PAY-DISPLAY
                       " (" EH-NEW-PAY-TYPE ")"
               WHEN EH-IS-PAY-CHANGE
                   DISPLAY EH-EFFECTIVE-DATE "  | PAY      | "
                       EH-REASON-CODE " | " HIST-OLD-PAY-DISPLAY
                       " (" EH-OLD-PAY-TYPE ") -> "
                       HIST-NEW-PAY-DISPLAY
                       " (" EH-NEW-PAY-TYPE ")"
               WHEN EH-IS-TRANSFER
                   DISPLAY EH-EFFECTIVE-DATE "  | TRANSFER | "
                       EH-REASON-CODE " | " EH-OLD-DEPARTMENT
                       " -> " EH-NEW-DEPARTMENT
               WHEN OTHER
                   DISPLAY EH-EFFECTIVE-DATE "  | LEFT     | "
                       EH-REASON-CODE " | " EH-OLD-DEPARTMENT
                       " pay " HIST-OLD-PAY-DISPLAY
                       " (" EH-OLD-PAY-TYPE ")"
           END-EVALUATE.

       DETERMINE-RETURN-CODE.
           IF PROGRAM-RETURN-CODE = 0 AND WARNINGS-OCCURRED
               MOVE 4 TO PROGRAM-RETURN-CODE
           CLOSE EMPLOYEE-MASTER
           IF DEPT-VALIDATION-ACTIVE
               CLOSE DEPARTMENT-MASTER
           END-IF
           IF LEAVE-ACTIVE
               CLOSE LEAVE-FILE
           END-IF
           IF HISTORY-ACTIVE
               CLOSE HISTORY-FILE
           END-IF
           CLOSE SECURITY-FILE
           SET AQR-CLOSE TO TRUE
           CALL "APPROVAL-QUEUE" USING APPROVAL-REQUEST.

       END PROGRAM EMPLOYEE-DATABASE.
