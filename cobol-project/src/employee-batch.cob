      * record, so day-to-day employee changes run inside the         *
      * nightly stream instead of being keyed one at a time through   *
      * the menu.                                                     *
      * A hire is given a leave-balances.dat row for each leave type  *
      * in leave-accrual-rules.txt; a termination queues the unused   *
      * balance of every type the rules pay out on                    *
      * leave-payout-queue.txt for PAYROLL-REGISTER to pay.           *
      * Every change applied is written to employee-history.dat with  *
      * the values before and after it, its effective date and a      *
      * reason code. A change dated after today is held on            *
      * employee-pending-changes.dat and applied by the first run on  *
      * or after its effective date, ahead of that night's feed.      *
      * A salary change above the SALARY threshold in approval-       *
      * thresholds.txt is not applied: it is held on the approval     *
      * queue for an operator to approve in APPROVAL-REVIEW, the way  *
      * EMPLOYEE-DATABASE holds one keyed at the menu, and its        *
      * history row carries the reason HELD with the salary as it     *
      * stands.                                                       *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-STATS-FILE-STATUS.

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

           SELECT HISTORY-FILE
               ASSIGN TO "../data/output/employee-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EH-KEY
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT PENDING-FILE
               ASSIGN TO "../data/output/employee-pending-changes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EPC-KEY
               FILE STATUS IS PENDING-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-TXN-FILE.
           05  ETXN-NAME               PIC X(30).
           05  ETXN-SALARY             PIC 9(7)V99.
           05  ETXN-DEPARTMENT         PIC X(20).
      * Blank or zero takes effect today; blank reason takes the
      * operation's own.
           05  ETXN-EFFECTIVE-DATE     PIC 9(8).
           05  ETXN-REASON-CODE        PIC X(4).

       FD  EMPLOYEE-MASTER.
       01  MASTER-RECORD.
       01  OPS-STAT-RECORD.
           COPY "opstat.cpy".

       FD  LEAVE-FILE.
       01  LEAVE-RECORD.
           COPY "leavbal.cpy".

       FD  LEAVE-RULE-FILE.
       01  LEAVE-RULE-RECORD.
           COPY "lvrule.cpy".

       FD  PAYOUT-QUEUE-FILE.
       01  PAYOUT-QUEUE-RECORD.
           COPY "lvpay.cpy".

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           COPY "emphist.cpy".

      * A future-dated change as it came in on the feed, in effective
      * date order.
       FD  PENDING-FILE.
       01  PENDING-CHANGE-RECORD.
           05  EPC-KEY.
               10  EPC-EFFECTIVE-DATE  PIC 9(8).
               10  EPC-EMP-ID          PIC 9(6).
               10  EPC-SEQUENCE        PIC 9(3).
           05  EPC-HELD-DATE           PIC 9(8).
           05  EPC-TRANSACTION         PIC X(78).

       WORKING-STORAGE SECTION.
       01  TXNIN-FILE-STATUS       PIC XX.
       01  FILE-STATUS             PIC XX.
       01  OLD-SALARY              PIC 9(7)V99.
       01  BUDGET-HEADCOUNT-DISPLAY PIC 9(5).

      * Leave balances. A salaried employee's leave is valued at the
      * monthly salary spread over the standard hours in a month.
       01  TODAY-YYYYMMDD          PIC 9(8).
       01  LEAVE-FILE-STATUS       PIC XX.
       01  LEAVE-RULE-FILE-STATUS  PIC XX.
       01  PAYOUT-FILE-STATUS      PIC XX.
       01  LEAVE-SWITCH            PIC X VALUE 'N'.
           88  LEAVE-ACTIVE        VALUE 'Y'.
       01  LEAVE-RULE-TABLE.
           05  LR-ENTRY OCCURS 50 TIMES.
               10  LR-TYPE         PIC X(4).
               10  LR-PAYOUT-FLAG  PIC X(1).
                   88  LR-PAID-OUT VALUE "Y".
       01  LEAVE-RULE-COUNT        PIC 9(2) VALUE 0.
       01  LR-IDX                  PIC 9(2).
       01  END-OF-LEAVE-RULES      PIC X VALUE 'N'.
           88  NO-MORE-LEAVE-RULES VALUE 'Y'.
       01  STANDARD-MONTH-HOURS    PIC 9(3)V99 VALUE 173.33.
       01  OLD-NAME                PIC X(30).
       01  OLD-PAY-TYPE            PIC X(1).
           88  OLD-WAS-HOURLY      VALUE "H".
       01  OLD-HOURLY-RATE         PIC 9(3)V99.
       01  LEAVE-HOURLY-VALUE      PIC 9(5)V99.
       01  PAYOUT-HOURS-DISPLAY    PIC ZZZZ9.99.
       01  LEAVE-ROWS-STARTED      PIC 9(6) VALUE ZERO.
       01  LEAVE-PAYOUTS-QUEUED    PIC 9(6) VALUE ZERO.

      * Change history and held changes. Without the history file
      * the maintenance still applies; without the pending file a
      * future-dated change is rejected rather than applied early.
       01  HISTORY-FILE-STATUS     PIC XX.
       01  PENDING-FILE-STATUS     PIC XX.
       01  HISTORY-SWITCH          PIC X VALUE 'N'.
           88  HISTORY-ACTIVE      VALUE 'Y'.
       01  PENDING-SWITCH          PIC X VALUE 'N'.
           88  PENDING-ACTIVE      VALUE 'Y'.
       01  END-OF-PENDING          PIC X VALUE 'N'.
           88  NO-MORE-PENDING     VALUE 'Y'.
       01  EFFECTIVE-DATE          PIC 9(8).
       01  CHANGES-HELD            PIC 9(6) VALUE ZERO.
       01  CHANGES-RELEASED        PIC 9(6) VALUE ZERO.
       01  HISTORY-ROWS-WRITTEN    PIC 9(6) VALUE ZERO.

      * Maker-checker approval of salary changes (shared
      * APPROVAL-QUEUE subprogram).
       01  APPROVAL-REQUEST.
           COPY "apqreq.cpy".
       01  SALARY-APPROVAL-THRESHOLD PIC 9(8)V99.
       01  SALARY-CHANGE           PIC S9(8)V99.
       01  CHANGES-FOR-APPROVAL    PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-BATCH
           PERFORM APPLY-DUE-CHANGES
           PERFORM PROCESS-TRANSACTIONS UNTIL NO-MORE-TRANSACTIONS
           PERFORM WRITE-BATCH-SUMMARY
           PERFORM CLEANUP-BATCH
                   "validation skipped"
           END-IF

           PERFORM LOAD-DEPARTMENT-ACTUALS
           PERFORM OPEN-LEAVE-FILES
           PERFORM OPEN-HISTORY-FILES

           SET AQR-GET-THRESHOLD TO TRUE
           MOVE "SALARY" TO AQR-ITEM-TYPE
           CALL "APPROVAL-QUEUE" USING APPROVAL-REQUEST
           MOVE AQR-THRESHOLD TO SALARY-APPROVAL-THRESHOLD.

       OPEN-HISTORY-FILES.
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
               DISPLAY "WARNING: cannot open employee history "
                   "(status " HISTORY-FILE-STATUS ") - changes not "
                   "recorded"
               ADD 1 TO WARNING-COUNT
           END-IF

           OPEN I-O PENDING-FILE
           IF PENDING-FILE-STATUS = "35"
               CLOSE PENDING-FILE
               OPEN OUTPUT PENDING-FILE
               CLOSE PENDING-FILE
               OPEN I-O PENDING-FILE
           END-IF
           IF PENDING-FILE-STATUS = "00"
               MOVE 'Y' TO PENDING-SWITCH
           ELSE
               DISPLAY "WARNING: cannot open employee pending changes "
                   "(status " PENDING-FILE-STATUS ") - future-dated "
                   "changes rejected"
               ADD 1 TO WARNING-COUNT
           END-IF.

      * Held changes whose day has come go through exactly as they
      * would have from the feed, and leave the pending file once
      * they have been tried - a change that no longer applies is
      * reported rejected like any other.
       APPLY-DUE-CHANGES.
           IF PENDING-ACTIVE
               MOVE LOW-VALUES TO EPC-KEY
               START PENDING-FILE KEY IS >= EPC-KEY
                   INVALID KEY
                       SET NO-MORE-PENDING TO TRUE
               END-START
               PERFORM RELEASE-NEXT-PENDING UNTIL NO-MORE-PENDING
           END-IF.

       RELEASE-NEXT-PENDING.
           READ PENDING-FILE NEXT RECORD
               AT END
                   SET NO-MORE-PENDING TO TRUE
               NOT AT END
                   IF EPC-EFFECTIVE-DATE > TODAY-YYYYMMDD
                       SET NO-MORE-PENDING TO TRUE
                   ELSE
                       MOVE EPC-TRANSACTION TO EMPLOYEE-TXN-RECORD
                       ADD 1 TO CHANGES-RELEASED
                       STRING "RELEASED id=" EPC-EMP-ID
                           " change held since " EPC-HELD-DATE
                           ", effective " EPC-EFFECTIVE-DATE
                           DELIMITED BY SIZE INTO REPORT-DETAIL
                       PERFORM WRITE-REPORT-DETAIL
                       PERFORM DISPATCH-TRANSACTION
                       DELETE PENDING-FILE RECORD
                   END-IF
           END-READ.

      * Without the rules there is nothing to start or pay out;
      * without the balances file the maintenance still applies and
      * the leave is left to be put right by hand.
       OPEN-LEAVE-FILES.
           CALL "PROCESS-DATE" USING TODAY-YYYYMMDD
           OPEN INPUT LEAVE-RULE-FILE
           IF LEAVE-RULE-FILE-STATUS = "00"
               PERFORM READ-NEXT-LEAVE-RULE UNTIL NO-MORE-LEAVE-RULES
               CLOSE LEAVE-RULE-FILE
           END-IF
           IF LEAVE-RULE-COUNT > 0
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
                       "started or paid out"
                   ADD 1 TO WARNING-COUNT
               END-IF
           END-IF
           IF LEAVE-ACTIVE
               OPEN EXTEND PAYOUT-QUEUE-FILE
               IF PAYOUT-FILE-STATUS = "35"
                   OPEN OUTPUT PAYOUT-QUEUE-FILE
               END-IF
               IF PAYOUT-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: cannot open leave-payout-queue.txt"
                   DISPLAY "File Status: " PAYOUT-FILE-STATUS
                   MOVE 16 TO PROGRAM-RETURN-CODE
                   MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       READ-NEXT-LEAVE-RULE.
           READ LEAVE-RULE-FILE
               AT END
                   SET NO-MORE-LEAVE-RULES TO TRUE
               NOT AT END
                   IF LEAVE-RULE-COUNT < 50
                       AND LAR-LEAVE-TYPE NOT = SPACES
                       ADD 1 TO LEAVE-RULE-COUNT
                       MOVE LAR-LEAVE-TYPE
                           TO LR-TYPE(LEAVE-RULE-COUNT)
                       MOVE LAR-PAYOUT-FLAG
                           TO LR-PAYOUT-FLAG(LEAVE-RULE-COUNT)
                   END-IF
           END-READ.

       LOAD-DEPARTMENT-ACTUALS.
           MOVE LOW-VALUES TO MST-EMP-ID
               AT END
                   SET NO-MORE-TRANSACTIONS TO TRUE
               NOT AT END
                   PERFORM DISPATCH-TRANSACTION
           END-READ.

       DISPATCH-TRANSACTION.
           IF ETXN-EFFECTIVE-DATE NUMERIC
               AND ETXN-EFFECTIVE-DATE > ZERO
               MOVE ETXN-EFFECTIVE-DATE TO EFFECTIVE-DATE
           ELSE
               MOVE TODAY-YYYYMMDD TO EFFECTIVE-DATE
           END-IF
           EVALUATE TRUE
               WHEN ETXN-ID NOT NUMERIC OR ETXN-ID = ZERO
                   ADD 1 TO REJECTED-COUNT
                   STRING "REJECTED id=" ETXN-ID
                       " employee ID not numeric or zero"
                       DELIMITED BY SIZE INTO REPORT-DETAIL
                   PERFORM WRITE-REPORT-DETAIL
               WHEN EFFECTIVE-DATE > TODAY-YYYYMMDD
                   AND (ETXN-IS-HIRE OR ETXN-IS-SALARY
                       OR ETXN-IS-TRANSFER OR ETXN-IS-TERMINATE)
                   PERFORM HOLD-FUTURE-CHANGE
               WHEN ETXN-IS-HIRE
                   PERFORM APPLY-HIRE-TRANSACTION
               WHEN ETXN-IS-SALARY
                   PERFORM APPLY-SALARY-TRANSACTION
               WHEN ETXN-IS-TRANSFER
                   PERFORM APPLY-TRANSFER-TRANSACTION
               WHEN ETXN-IS-TERMINATE
                   PERFORM APPLY-TERMINATE-TRANSACTION
               WHEN OTHER
                   ADD 1 TO REJECTED-COUNT
                   STRING "REJECTED id=" ETXN-ID
                       " unknown operation code '"
                       ETXN-OPERATION "'"
                       DELIMITED BY SIZE INTO REPORT-DETAIL
                   PERFORM WRITE-REPORT-DETAIL
           END-EVALUATE.

      * The change is checked against the master when it is applied,
      * not now - the employee it names may be hired in between.
       HOLD-FUTURE-CHANGE.
           IF NOT PENDING-ACTIVE
               ADD 1 TO REJECTED-COUNT
               STRING "REJECTED id=" ETXN-ID
                   " future-dated change cannot be held"
                   DELIMITED BY SIZE INTO REPORT-DETAIL
               PERFORM WRITE-REPORT-DETAIL
           ELSE
               MOVE EFFECTIVE-DATE TO EPC-EFFECTIVE-DATE
               MOVE ETXN-ID TO EPC-EMP-ID
               MOVE TODAY-YYYYMMDD TO EPC-HELD-DATE
               MOVE EMPLOYEE-TXN-RECORD TO EPC-TRANSACTION
               MOVE ZERO TO EPC-SEQUENCE
               MOVE "22" TO PENDING-FILE-STATUS
               PERFORM TRY-PENDING-WRITE
                   UNTIL PENDING-FILE-STATUS NOT = "22"
                   OR EPC-SEQUENCE = 999
               IF PENDING-FILE-STATUS = "00"
                   ADD 1 TO CHANGES-HELD
                   STRING "HELD id=" ETXN-ID " operation "
                       ETXN-OPERATION " until " EFFECTIVE-DATE
                       DELIMITED BY SIZE INTO REPORT-DETAIL
               ELSE
                   ADD 1 TO REJECTED-COUNT
                   STRING "REJECTED id=" ETXN-ID
                       " hold failed, status=" PENDING-FILE-STATUS
                       DELIMITED BY SIZE INTO REPORT-DETAIL
               END-IF
               PERFORM WRITE-REPORT-DETAIL
           END-IF.

       TRY-PENDING-WRITE.
           ADD 1 TO EPC-SEQUENCE
           WRITE PENDING-CHANGE-RECORD.

      * The row starts with the master as it now stands on both
      * sides; the caller puts back what the change replaced.
       START-HISTORY-ROW.
           MOVE MST-EMP-ID TO EH-EMP-ID
           MOVE EFFECTIVE-DATE TO EH-EFFECTIVE-DATE
           MOVE ETXN-OPERATION TO EH-CHANGE-TYPE
           MOVE ETXN-REASON-CODE TO EH-REASON-CODE
           IF EH-REASON-CODE = SPACES
               EVALUATE TRUE
                   WHEN ETXN-IS-HIRE
                       MOVE "HIRE" TO EH-REASON-CODE
                   WHEN ETXN-IS-SALARY
                       MOVE "PAY" TO EH-REASON-CODE
                   WHEN ETXN-IS-TRANSFER
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
           MOVE "EMPBATCH" TO EH-RECORDED-BY.

       WRITE-HISTORY-ROW.
           IF HISTORY-ACTIVE
               MOVE ZERO TO EH-SEQUENCE
               MOVE "22" TO HISTORY-FILE-STATUS
               PERFORM TRY-HISTORY-WRITE
                   UNTIL HISTORY-FILE-STATUS NOT = "22"
                   OR EH-SEQUENCE = 999
               IF HISTORY-FILE-STATUS = "00"
                   ADD 1 TO HISTORY-ROWS-WRITTEN
               ELSE
                   ADD 1 TO WARNING-COUNT
                   STRING "WARNING id=" ETXN-ID
                       " history not written, status="
                       HISTORY-FILE-STATUS
                       DELIMITED BY SIZE INTO REPORT-DETAIL
                   PERFORM WRITE-REPORT-DETAIL
               END-IF
           END-IF.

       TRY-HISTORY-WRITE.
           ADD 1 TO EH-SEQUENCE
           WRITE HISTORY-RECORD.

       APPLY-HIRE-TRANSACTION.
           PERFORM CHECK-DEPARTMENT-CODE
           EVALUATE TRUE
                   MOVE ETXN-NAME TO MST-EMP-NAME
                   MOVE ETXN-SALARY TO MST-EMP-SALARY
                   MOVE ETXN-DEPARTMENT TO MST-EMP-DEPARTMENT
                   MOVE "S" TO EMP-PAY-TYPE
                   MOVE ZERO TO EMP-HOURLY-RATE

                   WRITE MASTER-RECORD

                       STRING "APPLIED id=" ETXN-ID " HIRE"
                           DELIMITED BY SIZE INTO REPORT-DETAIL
                       PERFORM WRITE-REPORT-DETAIL
                       PERFORM START-HISTORY-ROW
                       MOVE ZERO TO EH-OLD-SALARY
                       MOVE SPACE TO EH-OLD-PAY-TYPE
                       MOVE ZERO TO EH-OLD-HOURLY-RATE
                       MOVE SPACES TO EH-OLD-DEPARTMENT
                       PERFORM WRITE-HISTORY-ROW
                       MOVE MST-EMP-DEPARTMENT TO DACT-LOOKUP-CODE
                       PERFORM LOCATE-DEPT-ACTUAL
                       IF DACT-FOUND-IDX > 0
                               TO DACT-SALARY-SUM(DACT-FOUND-IDX)
                       END-IF
                       PERFORM CHECK-DEPARTMENT-BUDGETS
                       IF LEAVE-ACTIVE
                           PERFORM START-HIRE-LEAVE
                               VARYING LR-IDX FROM 1 BY 1
                               UNTIL LR-IDX > LEAVE-RULE-COUNT
                       END-IF
                   ELSE
                       ADD 1 TO REJECTED-COUNT
                       IF DUPLICATE-KEY
                       DELIMITED BY SIZE INTO REPORT-DETAIL
                   PERFORM WRITE-REPORT-DETAIL
               WHEN OTHER
                   COMPUTE SALARY-CHANGE = ETXN-SALARY - MST-EMP-SALARY
                   IF FUNCTION ABS(SALARY-CHANGE)
                       > SALARY-APPROVAL-THRESHOLD
                       PERFORM HOLD-SALARY-FOR-APPROVAL
                   ELSE
                       PERFORM POST-SALARY-CHANGE
                   END-IF
           END-EVALUATE.

       POST-SALARY-CHANGE.
           MOVE MST-EMP-SALARY TO OLD-SALARY
           MOVE ETXN-SALARY TO MST-EMP-SALARY
           REWRITE MASTER-RECORD
           IF FILE-OK
               ADD 1 TO APPLIED-COUNT
               STRING "APPLIED id=" ETXN-ID " SALARY CHANGE"
                   DELIMITED BY SIZE INTO REPORT-DETAIL
               PERFORM WRITE-REPORT-DETAIL
               PERFORM START-HISTORY-ROW
               MOVE OLD-SALARY TO EH-OLD-SALARY
               PERFORM WRITE-HISTORY-ROW
               MOVE MST-EMP-DEPARTMENT TO DACT-LOOKUP-CODE
               PERFORM LOCATE-DEPT-ACTUAL
               IF DACT-FOUND-IDX > 0
                   SUBTRACT OLD-SALARY
                       FROM DACT-SALARY-SUM(DACT-FOUND-IDX)
                   ADD ETXN-SALARY
                       TO DACT-SALARY-SUM(DACT-FOUND-IDX)
               END-IF
               PERFORM CHECK-DEPARTMENT-BUDGETS
           ELSE
               ADD 1 TO REJECTED-COUNT
               STRING "REJECTED id=" ETXN-ID
                   " salary change failed, status="
                   FILE-STATUS
                   DELIMITED BY SIZE INTO REPORT-DETAIL
               PERFORM WRITE-REPORT-DETAIL
           END-IF.

      * The queue item carries the new salary and the reason from
      * the feed; the master and the department actuals stay as they
      * are until the item is approved.
       HOLD-SALARY-FOR-APPROVAL.
           SET AQR-QUEUE-ITEM TO TRUE
           MOVE "SALARY" TO AQR-ITEM-TYPE
           MOVE MST-EMP-ID TO AQR-SUBJECT-ID
           MOVE MST-EMP-NAME TO AQR-SUBJECT-NAME
           MOVE MST-EMP-SALARY TO AQR-OLD-VALUE
           MOVE ETXN-SALARY TO AQR-NEW-VALUE
           MOVE ETXN-REASON-CODE TO AQR-REASON-CODE
           MOVE "EMPBATCH" TO AQR-MAKER-ID
           MOVE "EMPLOYEE-BATCH" TO AQR-MAKER-PROGRAM
           MOVE SPACES TO AQR-NOTE
           CALL "APPROVAL-QUEUE" USING APPROVAL-REQUEST
           EVALUATE TRUE
               WHEN AQR-DONE
                   ADD 1 TO CHANGES-FOR-APPROVAL
                   STRING "HELD id=" ETXN-ID
                       " salary change for approval as item "
                       AQR-ITEM-NUMBER
                       DELIMITED BY SIZE INTO REPORT-DETAIL
                   PERFORM WRITE-REPORT-DETAIL
                   PERFORM START-HISTORY-ROW
                   MOVE "HELD" TO EH-REASON-CODE
                   PERFORM WRITE-HISTORY-ROW
               WHEN AQR-ALREADY-QUEUED
                   ADD 1 TO REJECTED-COUNT
                   STRING "REJECTED id=" ETXN-ID
                       " salary item " AQR-ITEM-NUMBER
                       " already open for approval"
                       DELIMITED BY SIZE INTO REPORT-DETAIL
                   PERFORM WRITE-REPORT-DETAIL
               WHEN OTHER
                   ADD 1 TO REJECTED-COUNT
                   STRING "REJECTED id=" ETXN-ID
                       " approval queue unavailable, status="
                       AQR-RESULT
                       DELIMITED BY SIZE INTO REPORT-DETAIL
                   PERFORM WRITE-REPORT-DETAIL
           END-EVALUATE.

       APPLY-TRANSFER-TRANSACTION.
           PERFORM CHECK-DEPARTMENT-CODE
           MOVE ETXN-ID TO MST-EMP-ID
                       STRING "APPLIED id=" ETXN-ID " TRANSFER"
                           DELIMITED BY SIZE INTO REPORT-DETAIL
                       PERFORM WRITE-REPORT-DETAIL
                       PERFORM START-HISTORY-ROW
                       MOVE OLD-DEPARTMENT TO EH-OLD-DEPARTMENT
                       PERFORM WRITE-HISTORY-ROW
                       MOVE OLD-DEPARTMENT TO DACT-LOOKUP-CODE
                       PERFORM LOCATE-DEPT-ACTUAL
                       IF DACT-FOUND-IDX > 0
           ELSE
               MOVE MST-EMP-DEPARTMENT TO OLD-DEPARTMENT
               MOVE MST-EMP-SALARY TO OLD-SALARY
               MOVE MST-EMP-NAME TO OLD-NAME
               MOVE EMP-PAY-TYPE TO OLD-PAY-TYPE
               MOVE EMP-HOURLY-RATE TO OLD-HOURLY-RATE
               PERFORM START-HISTORY-ROW
               MOVE ZERO TO EH-NEW-SALARY
               MOVE SPACE TO EH-NEW-PAY-TYPE
               MOVE ZERO TO EH-NEW-HOURLY-RATE
               MOVE SPACES TO EH-NEW-DEPARTMENT
               DELETE EMPLOYEE-MASTER RECORD
               IF FILE-OK
                   ADD 1 TO APPLIED-COUNT
                       DELIMITED BY SIZE INTO REPORT-DETAIL
               END-IF
               PERFORM WRITE-REPORT-DETAIL
               IF FILE-OK
                   PERFORM WRITE-HISTORY-ROW
               END-IF
               IF FILE-OK AND LEAVE-ACTIVE
                   PERFORM QUEUE-LEAVE-PAYOUT
                       VARYING LR-IDX FROM 1 BY 1
                       UNTIL LR-IDX > LEAVE-RULE-COUNT
               END-IF
           END-IF.

      * Service counts from the hire. A type with several tier rows
      * is met more than once; the row is already there after the
      * first.
       START-HIRE-LEAVE.
           MOVE MST-EMP-ID TO LV-EMP-ID
           MOVE LR-TYPE(LR-IDX) TO LV-LEAVE-TYPE
           READ LEAVE-FILE KEY IS LV-KEY
           IF LEAVE-FILE-STATUS NOT = "00"
               MOVE MST-EMP-ID TO LV-EMP-ID
               MOVE LR-TYPE(LR-IDX) TO LV-LEAVE-TYPE
               MOVE EFFECTIVE-DATE TO LV-SERVICE-DATE
               MOVE ZERO TO LV-BALANCE-HOURS
               MOVE TODAY-YYYYMMDD(1:4) TO LV-BALANCE-YEAR
               MOVE ZERO TO LV-YTD-ACCRUED
               MOVE ZERO TO LV-YTD-TAKEN
               MOVE ZERO TO LV-LAST-ACCRUAL-PERIOD
               MOVE ZERO TO LV-CARRYOVER-YEAR
               MOVE ZERO TO LV-FORFEITED-HOURS
               SET LV-IS-ACTIVE TO TRUE
               MOVE ZERO TO LV-PAID-OUT-HOURS
               MOVE ZERO TO LV-PAID-OUT-DATE
               MOVE TODAY-YYYYMMDD TO LV-LAST-CHANGED-DATE
               MOVE "EMPBATCH" TO LV-LAST-CHANGED-BY
               WRITE LEAVE-RECORD
               IF LEAVE-FILE-STATUS = "00"
                   ADD 1 TO LEAVE-ROWS-STARTED
               ELSE
                   ADD 1 TO WARNING-COUNT
                   STRING "WARNING id=" ETXN-ID " "
                       LR-TYPE(LR-IDX) " leave row not started,"
                       " status=" LEAVE-FILE-STATUS
                       DELIMITED BY SIZE INTO REPORT-DETAIL
                   PERFORM WRITE-REPORT-DETAIL
               END-IF
           END-IF.

      * Only types the rules pay out on; the row is closed with what
      * was paid so a second tier row of the same type finds it
      * already settled and the hours cannot be used again.
       QUEUE-LEAVE-PAYOUT.
           IF LR-PAID-OUT(LR-IDX)
               MOVE ETXN-ID TO LV-EMP-ID
               MOVE LR-TYPE(LR-IDX) TO LV-LEAVE-TYPE
               READ LEAVE-FILE KEY IS LV-KEY
               IF LEAVE-FILE-STATUS = "00" AND LV-IS-ACTIVE
                   AND LV-BALANCE-HOURS > ZERO
                   PERFORM WRITE-PAYOUT-QUEUE-ROW
               END-IF
           END-IF.

       WRITE-PAYOUT-QUEUE-ROW.
           IF OLD-WAS-HOURLY
               MOVE OLD-HOURLY-RATE TO LEAVE-HOURLY-VALUE
           ELSE
               COMPUTE LEAVE-HOURLY-VALUE ROUNDED =
                   OLD-SALARY / STANDARD-MONTH-HOURS
           END-IF
           MOVE SPACES TO PAYOUT-QUEUE-RECORD
           MOVE ETXN-ID TO LPQ-EMP-ID
           MOVE OLD-NAME TO LPQ-EMP-NAME
           MOVE OLD-DEPARTMENT TO LPQ-DEPARTMENT
           MOVE LV-LEAVE-TYPE TO LPQ-LEAVE-TYPE
           MOVE LV-BALANCE-HOURS TO LPQ-HOURS
           MOVE LEAVE-HOURLY-VALUE TO LPQ-HOURLY-VALUE
           COMPUTE LPQ-AMOUNT ROUNDED =
               LV-BALANCE-HOURS * LEAVE-HOURLY-VALUE
           MOVE TODAY-YYYYMMDD TO LPQ-TERMINATED-DATE
           MOVE ZERO TO LPQ-PAID-PERIOD
           WRITE PAYOUT-QUEUE-RECORD
           IF PAYOUT-FILE-STATUS NOT = "00"
               ADD 1 TO WARNING-COUNT
               STRING "WARNING id=" ETXN-ID " " LV-LEAVE-TYPE
                   " leave payout not queued, status="
                   PAYOUT-FILE-STATUS
                   DELIMITED BY SIZE INTO REPORT-DETAIL
               PERFORM WRITE-REPORT-DETAIL
           ELSE
               MOVE LV-BALANCE-HOURS TO LV-PAID-OUT-HOURS
               MOVE TODAY-YYYYMMDD TO LV-PAID-OUT-DATE
               MOVE ZERO TO LV-BALANCE-HOURS
               SET LV-IS-PAID-OUT TO TRUE
               MOVE TODAY-YYYYMMDD TO LV-LAST-CHANGED-DATE
               MOVE "EMPBATCH" TO LV-LAST-CHANGED-BY
               REWRITE LEAVE-RECORD
               ADD 1 TO LEAVE-PAYOUTS-QUEUED
               MOVE LPQ-HOURS TO PAYOUT-HOURS-DISPLAY
               STRING "QUEUED id=" ETXN-ID " " LV-LEAVE-TYPE
                   " leave payout " PAYOUT-HOURS-DISPLAY " hours"
                   DELIMITED BY SIZE INTO REPORT-DETAIL
               PERFORM WRITE-REPORT-DETAIL
           END-IF.

       WRITE-REPORT-DETAIL.
           WRITE REPORT-LINE
           STRING "Transactions rejected: " REJECTED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           STRING "Leave rows started:    " LEAVE-ROWS-STARTED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           STRING "Leave payouts queued:  " LEAVE-PAYOUTS-QUEUED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           STRING "Changes held:          " CHANGES-HELD
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           STRING "Held changes released: " CHANGES-RELEASED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           STRING "Held for approval:     " CHANGES-FOR-APPROVAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           STRING "History rows written:  " HISTORY-ROWS-WRITTEN
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       DETERMINE-RETURN-CODE.
           CLOSE BATCH-REPORT-FILE
           IF DEPT-VALIDATION-ACTIVE
               CLOSE DEPARTMENT-MASTER
           END-IF
           IF LEAVE-ACTIVE
               CLOSE LEAVE-FILE
               CLOSE PAYOUT-QUEUE-FILE
           END-IF
           IF HISTORY-ACTIVE
               CLOSE HISTORY-FILE
           END-IF
           IF PENDING-ACTIVE
               CLOSE PENDING-FILE
           END-IF
           SET AQR-CLOSE TO TRUE
           CALL "APPROVAL-QUEUE" USING APPROVAL-REQUEST.

       WRITE-OPS-STATS.
           OPEN EXTEND OPS-STATS-FILE
