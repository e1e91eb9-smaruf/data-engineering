       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPROVAL-REVIEW.
       AUTHOR. MUHAMMAD SHAMSUL MARUF.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * MAKER-CHECKER APPROVAL REVIEW                                 *
      * The checker's side of the approval queue. An operator signs   *
      * on through operators.dat the way DATABASE-HANDLER's do, lists *
      * the open items on approval-queue.dat and approves or rejects  *
      * a pending one - never one they raised themselves. Approving   *
      * needs update authority. An approved credit limit increase or  *
      * balance adjustment is applied to the customer master here,    *
      * under the customer-file lock, through the same audit,         *
      * transaction-log and balance-change event trail                *
      * DATABASE-HANDLER's update leaves; an approved salary or       *
      * hourly rate change is applied to the employee master with its *
      * history row, the way EMPLOYEE-DATABASE records a pay change   *
      * (an hourly rate also makes the employee hourly). Both carry   *
      * the checker as the operator. An approved write-off or refund  *
      * is marked approved and applied by the next BAD-DEBT-WRITEOFF  *
      * or REFUND-PROCESSING run. An item whose customer or employee  *
      * has changed since it was raised is rejected rather than       *
      * applied, so the change is keyed again against the record as   *
      * it stands. The queue row keeps the maker and the checker.     *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-FILE
               ASSIGN TO "../data/output/approval-queue.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APQ-ITEM-NUMBER
               ALTERNATE RECORD KEY IS APQ-SUBJECT-KEY
                   WITH DUPLICATES
               FILE STATUS IS APPROVAL-FILE-STATUS.

           SELECT SECURITY-FILE
               ASSIGN TO "../data/output/operators.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-OPERATOR-ID
               FILE STATUS IS SECURITY-FILE-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO "../data/output/customers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               ALTERNATE RECORD KEY IS CUSTOMER-EMAIL
                   WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.

           SELECT EMPLOYEE-MASTER
               ASSIGN TO "../data/output/employee-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-EMP-ID
               FILE STATUS IS EMPLOYEE-FILE-STATUS.

           SELECT HISTORY-FILE
               ASSIGN TO "../data/output/employee-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EH-KEY
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT CUSTOMER-AUDIT-LOG
               ASSIGN TO "../data/output/customer-audit-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT CUSTOMER-TRANSACTION-LOG
               ASSIGN TO "../data/output/customer-transaction-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TXNLOG-FILE-STATUS.

           SELECT CUSTOMER-EVENTS-FILE
               ASSIGN TO "../data/output/customer-events.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EVENTS-FILE-STATUS.

           SELECT THRESHOLD-FILE
               ASSIGN TO "../data/input/balance-alert-threshold.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS THRESHOLD-FILE-STATUS.

           SELECT COMPANY-PROFILE-FILE
               ASSIGN TO "../data/input/company-profile.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROFILE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPROVAL-FILE.
       01  APPROVAL-RECORD.
           COPY "apqrec.cpy".

       FD  SECURITY-FILE.
       01  SECURITY-RECORD.
           COPY "secrec.cpy".

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           COPY "custrec.cpy".

       FD  EMPLOYEE-MASTER.
       01  MASTER-RECORD.
           COPY "emprec.cpy" REPLACING ==EMP-ID== BY ==MST-EMP-ID==
               ==EMP-NAME== BY ==MST-EMP-NAME==
               ==EMP-SALARY== BY ==MST-EMP-SALARY==
               ==EMP-DEPARTMENT== BY ==MST-EMP-DEPARTMENT==.

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           COPY "emphist.cpy".

       FD  CUSTOMER-AUDIT-LOG.
       01  AUDIT-LOG-RECORD.
           05  AUDIT-TIMESTAMP         PIC X(14).
           05  FILLER                  PIC X(1).
           05  AUDIT-OPERATOR          PIC X(8).
           05  FILLER                  PIC X(1).
           05  AUDIT-OPERATION         PIC X(6).
           05  FILLER                  PIC X(1).
           05  AUDIT-BEFORE-IMAGE      PIC X(240).
           05  FILLER                  PIC X(1).
           05  AUDIT-AFTER-IMAGE       PIC X(240).

       FD  CUSTOMER-TRANSACTION-LOG.
       01  TXNLOG-RECORD.
           05  TXNLOG-TIMESTAMP        PIC X(14).
           05  FILLER                  PIC X(1).
           05  TXNLOG-OPERATOR         PIC X(8).
           05  FILLER                  PIC X(1).
           05  TXNLOG-OPERATION        PIC X(6).
           05  FILLER                  PIC X(1).
           05  TXNLOG-KEY              PIC 9(6).
           05  FILLER                  PIC X(1).
           05  TXNLOG-NAME             PIC X(40).
           05  FILLER                  PIC X(1).
           05  TXNLOG-EMAIL            PIC X(50).
           05  FILLER                  PIC X(1).
           05  TXNLOG-PHONE            PIC X(15).
           05  FILLER                  PIC X(1).
           05  TXNLOG-BALANCE          PIC 9(8)V99.
           05  FILLER                  PIC X(1).
           05  TXNLOG-CREDIT-LIMIT     PIC 9(8)V99.
           05  FILLER                  PIC X(1).
           05  TXNLOG-CURRENCY-CODE    PIC X(3).
           05  FILLER                  PIC X(1).
           05  TXNLOG-LAST-PAYMENT-DATE PIC 9(8).
           05  FILLER                  PIC X(1).
           05  TXNLOG-ACTIVE-FLAG      PIC X(1).

       FD  CUSTOMER-EVENTS-FILE.
       01  EVENT-RECORD.
           05  EVT-TIMESTAMP           PIC X(14).
           05  FILLER                  PIC X(1).
           05  EVT-CUSTOMER-ID         PIC 9(6).
           05  FILLER                  PIC X(1).
           05  EVT-OLD-BALANCE         PIC 9(8)V99.
           05  FILLER                  PIC X(1).
           05  EVT-NEW-BALANCE         PIC 9(8)V99.
           05  FILLER                  PIC X(1).
           05  EVT-CHANGE-AMOUNT       PIC S9(8)V99.
           05  FILLER                  PIC X(1).
           05  EVT-TYPE                PIC X(10).
           05  FILLER                  PIC X(1).
           05  EVT-DISPATCHED-FLAG     PIC X(1).

       FD  THRESHOLD-FILE.
       01  THRESHOLD-RECORD            PIC 9(8)V99.

       FD  COMPANY-PROFILE-FILE.
       01  COMPANY-PROFILE-RECORD.
           COPY "comprof.cpy".

       WORKING-STORAGE SECTION.
       01  FILE-STATUS             PIC XX.
           88  FILE-OK             VALUE "00".
       01  APPROVAL-FILE-STATUS    PIC XX.
           88  APPROVAL-OK         VALUE "00".
       01  SECURITY-FILE-STATUS    PIC XX.
       01  EMPLOYEE-FILE-STATUS    PIC XX.
       01  HISTORY-FILE-STATUS     PIC XX.
       01  AUDIT-FILE-STATUS       PIC XX.
       01  TXNLOG-FILE-STATUS      PIC XX.
       01  EVENTS-FILE-STATUS      PIC XX.
       01  THRESHOLD-FILE-STATUS   PIC XX.
       01  PROFILE-FILE-STATUS     PIC XX.

       01  PROGRAM-RETURN-CODE     PIC 9(3) VALUE ZERO.
       01  WARNING-FLAG            PIC X VALUE 'N'.
           88  WARNINGS-OCCURRED   VALUE 'Y'.

       01  USER-CHOICE             PIC 9.
           88  CHOICE-LIST-OPEN    VALUE 1.
           88  CHOICE-REVIEW       VALUE 2.
           88  CHOICE-DISPLAY      VALUE 3.
           88  CHOICE-EXIT         VALUE 9.

       01  TODAY-YYYYMMDD          PIC 9(8).
       01  TS-DATE                 PIC 9(8).
       01  TS-TIME                 PIC X(6).
       01  TIMESTAMP-FULL          PIC X(14).

      * Operator sign-on
       01  OPERATOR-ID             PIC X(8) VALUE SPACES.
       01  OPERATOR-AUTHORITY      PIC 9(1) VALUE 1.
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
           VALUE "APPROVAL-REVIEW".
       01  JOURNAL-RESULT          PIC X(8).
       01  JOURNAL-LOCKOUT-FLAG    PIC X(1).
           88  JOURNAL-LOCKED-OUT  VALUE 'Y'.

      * Customer-file enqueue (shared FILE-LOCK subprogram), taken
      * only while an approved customer change is applied.
       01  LOCK-ACTION             PIC X(1).
       01  LOCK-REQUESTER          PIC X(20) VALUE "APPROVAL-REVIEW".
       01  LOCK-RESULT             PIC X(1).
           88  LOCK-GRANTED        VALUE 'Y'.
       01  LOCK-HOLDER             PIC X(20).

      * The employee files are optional: without them salary items
      * can be reviewed but not approved.
       01  EMPLOYEE-SWITCH         PIC X VALUE 'N'.
           88  EMPLOYEE-ACTIVE     VALUE 'Y'.
       01  HISTORY-SWITCH          PIC X VALUE 'N'.
           88  HISTORY-ACTIVE      VALUE 'Y'.
       01  PRIOR-SALARY            PIC 9(7)V99.
       01  PRIOR-PAY-TYPE          PIC X(1).
       01  PRIOR-HOURLY-RATE       PIC 9(3)V99.

      * Audit trail and balance-change notification, as
      * DATABASE-HANDLER writes them.
       01  AUDIT-OP-CODE           PIC X(6).
       01  BEFORE-IMAGE            PIC X(240).
       01  AFTER-IMAGE             PIC X(240).
       01  OLD-BALANCE             PIC 9(8)V99.
       01  BALANCE-CHANGE          PIC S9(8)V99.
       01  THRESHOLD               PIC 9(8)V99 VALUE 1000.00.

       01  ITEM-IN                 PIC 9(8).
       01  DECISION-IN             PIC X(1).
       01  REJECT-NOTE-IN          PIC X(30).
       01  OPEN-ITEM-COUNT         PIC 9(5).
       01  END-OF-ITEMS            PIC X.
           88  NO-MORE-ITEMS       VALUE 'Y'.

      * What approving an item came to: applied here, approved for
      * its batch program to apply, rejected because the record has
      * changed since, or not done (left pending).
       01  APPLY-OUTCOME           PIC X(1).
           88  OUTCOME-APPLIED     VALUE 'D'.
           88  OUTCOME-APPROVED    VALUE 'A'.
           88  OUTCOME-REJECTED    VALUE 'R'.
           88  OUTCOME-NOT-DONE    VALUE 'N'.
       01  OUTCOME-NOTE            PIC X(30).

       01  OLD-VALUE-DISPLAY       PIC ZZ,ZZZ,ZZ9.99.
       01  NEW-VALUE-DISPLAY       PIC ZZ,ZZZ,ZZ9.99.

       01  OPEN-ITEM-LINE.
           05  OIL-ITEM            PIC 9(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  OIL-TYPE            PIC X(6).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  OIL-SUBJECT         PIC 9(6).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  OIL-NAME            PIC X(20).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  OIL-OLD             PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  OIL-NEW             PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  OIL-STATUS          PIC X(1).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  OIL-MAKER           PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  OIL-RAISED          PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-COMPANY-PROFILE
           PERFORM INITIALIZE-REVIEW
           PERFORM SIGN-ON
           IF SIGNED-ON
               PERFORM PROCESS-MENU UNTIL CHOICE-EXIT
           END-IF
           PERFORM CLEANUP
           PERFORM DETERMINE-RETURN-CODE
           MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       INITIALIZE-REVIEW.
           CALL "PROCESS-DATE" USING TODAY-YYYYMMDD

           OPEN I-O APPROVAL-FILE
           IF APPROVAL-FILE-STATUS = "35"
               CLOSE APPROVAL-FILE
               OPEN OUTPUT APPROVAL-FILE
               CLOSE APPROVAL-FILE
               OPEN I-O APPROVAL-FILE
           END-IF
           IF NOT APPROVAL-OK
               DISPLAY "ERROR: cannot open approval queue"
               DISPLAY "File Status: " APPROVAL-FILE-STATUS
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O SECURITY-FILE
           IF SECURITY-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open operator security file"
               DISPLAY "File Status: " SECURITY-FILE-STATUS
               CLOSE APPROVAL-FILE
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O EMPLOYEE-MASTER
           IF EMPLOYEE-FILE-STATUS = "00"
               MOVE 'Y' TO EMPLOYEE-SWITCH
           ELSE
               DISPLAY "NOTE: employee master not available "
                   "(status " EMPLOYEE-FILE-STATUS ") - salary "
                   "items cannot be approved"
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
                   "(status " HISTORY-FILE-STATUS ") - approved pay "
                   "changes not recorded"
           END-IF

           PERFORM OPEN-LOG-FILES
           PERFORM READ-THRESHOLD-FILE.

       OPEN-LOG-FILES.
           OPEN EXTEND CUSTOMER-AUDIT-LOG
           IF AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT CUSTOMER-AUDIT-LOG
               CLOSE CUSTOMER-AUDIT-LOG
               OPEN EXTEND CUSTOMER-AUDIT-LOG
           END-IF

           OPEN EXTEND CUSTOMER-TRANSACTION-LOG
           IF TXNLOG-FILE-STATUS = "35"
               OPEN OUTPUT CUSTOMER-TRANSACTION-LOG
               CLOSE CUSTOMER-TRANSACTION-LOG
               OPEN EXTEND CUSTOMER-TRANSACTION-LOG
           END-IF

           OPEN EXTEND CUSTOMER-EVENTS-FILE
           IF EVENTS-FILE-STATUS = "35"
               OPEN OUTPUT CUSTOMER-EVENTS-FILE
               CLOSE CUSTOMER-EVENTS-FILE
               OPEN EXTEND CUSTOMER-EVENTS-FILE
           END-IF.

       READ-THRESHOLD-FILE.
           OPEN INPUT THRESHOLD-FILE
           IF THRESHOLD-FILE-STATUS = "00"
               READ THRESHOLD-FILE
               IF THRESHOLD-FILE-STATUS = "00"
                   MOVE THRESHOLD-RECORD TO THRESHOLD
               END-IF
               CLOSE THRESHOLD-FILE
           END-IF.

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
                   MOVE SEC-AUTHORITY-LEVEL TO OPERATOR-AUTHORITY
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

       PROCESS-MENU.
           PERFORM DISPLAY-MENU
           ACCEPT USER-CHOICE

           EVALUATE TRUE
               WHEN CHOICE-REVIEW AND OPERATOR-AUTHORITY < 2
                   DISPLAY "ERROR: operator " OPERATOR-ID
                       " is not authorized to approve changes"
                   SET WARNINGS-OCCURRED TO TRUE
               WHEN CHOICE-LIST-OPEN
                   PERFORM LIST-OPEN-ITEMS
               WHEN CHOICE-REVIEW
                   PERFORM REVIEW-ITEM
               WHEN CHOICE-DISPLAY
                   PERFORM DISPLAY-ITEM
               WHEN CHOICE-EXIT
                   DISPLAY "Exiting program..."
               WHEN OTHER
                   DISPLAY "Invalid choice. Please try again."
           END-EVALUATE

           DISPLAY " ".

       DISPLAY-MENU.
           DISPLAY " "
           DISPLAY "===== APPROVAL QUEUE REVIEW ====="
           DISPLAY "1. List Open Items"
           DISPLAY "2. Approve or Reject an Item"
           DISPLAY "3. Display an Item"
           DISPLAY "9. Exit"
           DISPLAY "================================="
           DISPLAY "Enter your choice: " WITH NO ADVANCING.

       CAPTURE-TIMESTAMP.
           ACCEPT TS-DATE FROM DATE YYYYMMDD
           ACCEPT TS-TIME FROM TIME
           MOVE TS-DATE TO TIMESTAMP-FULL(1:8)
           MOVE TS-TIME TO TIMESTAMP-FULL(9:6).

      * Pending items and approved items still waiting for their
      * batch program, oldest first.
       LIST-OPEN-ITEMS.
           DISPLAY "--- OPEN APPROVAL ITEMS ---"
           MOVE ZERO TO OPEN-ITEM-COUNT
           MOVE 'N' TO END-OF-ITEMS
           MOVE ZERO TO APQ-ITEM-NUMBER
           START APPROVAL-FILE KEY IS >= APQ-ITEM-NUMBER
               INVALID KEY
                   SET NO-MORE-ITEMS TO TRUE
           END-START
           DISPLAY "ITEM     TYPE   ID     NAME                 "
               "          FROM            TO S MAKER    RAISED"
           PERFORM LIST-NEXT-OPEN-ITEM
               UNTIL NO-MORE-ITEMS
           IF OPEN-ITEM-COUNT = 0
               DISPLAY "No open items on the approval queue"
           ELSE
               DISPLAY OPEN-ITEM-COUNT " open item(s)"
           END-IF.

       LIST-NEXT-OPEN-ITEM.
           READ APPROVAL-FILE NEXT RECORD
               AT END
                   SET NO-MORE-ITEMS TO TRUE
               NOT AT END
                   IF APQ-OPEN
                       ADD 1 TO OPEN-ITEM-COUNT
                       MOVE APQ-ITEM-NUMBER TO OIL-ITEM
                       MOVE APQ-ITEM-TYPE TO OIL-TYPE
                       MOVE APQ-SUBJECT-ID TO OIL-SUBJECT
                       MOVE APQ-SUBJECT-NAME TO OIL-NAME
                       MOVE APQ-OLD-VALUE TO OIL-OLD
                       MOVE APQ-NEW-VALUE TO OIL-NEW
                       MOVE APQ-STATUS TO OIL-STATUS
                       MOVE APQ-MAKER-ID TO OIL-MAKER
                       MOVE APQ-MAKER-TIMESTAMP(1:8) TO OIL-RAISED
                       DISPLAY OPEN-ITEM-LINE
                   END-IF
           END-READ.

       READ-ITEM.
           DISPLAY "Enter Item Number: " WITH NO ADVANCING
           ACCEPT ITEM-IN
           MOVE ITEM-IN TO APQ-ITEM-NUMBER
           READ APPROVAL-FILE KEY IS APQ-ITEM-NUMBER
           IF NOT APPROVAL-OK
               DISPLAY "ERROR: item " ITEM-IN
                   " is not on the approval queue"
               SET WARNINGS-OCCURRED TO TRUE
           END-IF.

       DISPLAY-ITEM.
           DISPLAY "--- DISPLAY APPROVAL ITEM ---"
           PERFORM READ-ITEM
           IF APPROVAL-OK
               PERFORM SHOW-ITEM-DETAIL
           END-IF.

       SHOW-ITEM-DETAIL.
           MOVE APQ-OLD-VALUE TO OLD-VALUE-DISPLAY
           MOVE APQ-NEW-VALUE TO NEW-VALUE-DISPLAY
           DISPLAY "Item:      " APQ-ITEM-NUMBER "  " APQ-ITEM-TYPE
           IF APQ-IS-SALARY OR APQ-IS-HOURLY-RATE
               DISPLAY "Employee:  " APQ-SUBJECT-ID " "
                   APQ-SUBJECT-NAME
           ELSE
               DISPLAY "Customer:  " APQ-SUBJECT-ID " "
                   APQ-SUBJECT-NAME
           END-IF
           EVALUATE TRUE
               WHEN APQ-IS-LIMIT
                   DISPLAY "Change:    credit limit "
                       OLD-VALUE-DISPLAY " -> " NEW-VALUE-DISPLAY
               WHEN APQ-IS-BALANCE-ADJ
                   DISPLAY "Change:    balance "
                       OLD-VALUE-DISPLAY " -> " NEW-VALUE-DISPLAY
               WHEN APQ-IS-SALARY
                   DISPLAY "Change:    salary "
                       OLD-VALUE-DISPLAY " -> " NEW-VALUE-DISPLAY
                       " reason " APQ-REASON-CODE
               WHEN APQ-IS-HOURLY-RATE
                   DISPLAY "Change:    hourly rate "
                       OLD-VALUE-DISPLAY " -> " NEW-VALUE-DISPLAY
                       " reason " APQ-REASON-CODE
               WHEN APQ-IS-WRITEOFF
                   DISPLAY "Change:    write off balance of "
                       OLD-VALUE-DISPLAY
               WHEN OTHER
                   DISPLAY "Change:    refund credit balance of "
                       OLD-VALUE-DISPLAY
           END-EVALUATE
           DISPLAY "Raised:    " APQ-MAKER-TIMESTAMP " by "
               APQ-MAKER-ID " in " APQ-MAKER-PROGRAM
           EVALUATE TRUE
               WHEN APQ-PENDING
                   DISPLAY "Status:    PENDING"
               WHEN APQ-APPROVED
                   DISPLAY "Status:    APPROVED - waiting for "
                       APQ-MAKER-PROGRAM
               WHEN APQ-APPLIED
                   DISPLAY "Status:    APPLIED " APQ-APPLIED-TIMESTAMP
               WHEN OTHER
                   DISPLAY "Status:    REJECTED"
           END-EVALUATE
           IF APQ-CHECKER-ID NOT = SPACES
               DISPLAY "Checked:   " APQ-CHECKER-TIMESTAMP " by "
                   APQ-CHECKER-ID
           END-IF
           IF APQ-NOTE NOT = SPACES
               DISPLAY "Note:      " APQ-NOTE
           END-IF.

       REVIEW-ITEM.
           DISPLAY "--- APPROVE OR REJECT AN ITEM ---"
           PERFORM READ-ITEM
           EVALUATE TRUE
               WHEN NOT APPROVAL-OK
                   CONTINUE
               WHEN NOT APQ-PENDING
                   DISPLAY "ERROR: item " APQ-ITEM-NUMBER
                       " is not pending (status " APQ-STATUS ")"
                   SET WARNINGS-OCCURRED TO TRUE
               WHEN APQ-MAKER-ID = OPERATOR-ID
                   DISPLAY "ERROR: item " APQ-ITEM-NUMBER
                       " was raised by " OPERATOR-ID
                       " - it needs another operator's approval"
                   SET WARNINGS-OCCURRED TO TRUE
               WHEN OTHER
                   PERFORM SHOW-ITEM-DETAIL
                   DISPLAY "Approve, Reject or leave Pending "
                       "(A/R/P): " WITH NO ADVANCING
                   ACCEPT DECISION-IN
                   EVALUATE DECISION-IN
                       WHEN "A"
                       WHEN "a"
                           PERFORM APPROVE-ITEM
                       WHEN "R"
                       WHEN "r"
                           PERFORM REJECT-ITEM
                       WHEN OTHER
                           DISPLAY "Item " APQ-ITEM-NUMBER
                               " left pending"
                   END-EVALUATE
           END-EVALUATE.

       REJECT-ITEM.
           DISPLAY "Reason for rejection: " WITH NO ADVANCING
           ACCEPT REJECT-NOTE-IN
           PERFORM CAPTURE-TIMESTAMP
           SET APQ-REJECTED TO TRUE
           MOVE OPERATOR-ID TO APQ-CHECKER-ID
           MOVE TIMESTAMP-FULL TO APQ-CHECKER-TIMESTAMP
           MOVE REJECT-NOTE-IN TO APQ-NOTE
           REWRITE APPROVAL-RECORD
           IF APPROVAL-OK
               DISPLAY "SUCCESS: item " APQ-ITEM-NUMBER " rejected"
           ELSE
               DISPLAY "ERROR: item not updated"
               DISPLAY "File Status: " APPROVAL-FILE-STATUS
               SET WARNINGS-OCCURRED TO TRUE
           END-IF.

       APPROVE-ITEM.
           PERFORM CAPTURE-TIMESTAMP
           MOVE SPACES TO OUTCOME-NOTE
           EVALUATE TRUE
               WHEN APQ-IS-LIMIT
               WHEN APQ-IS-BALANCE-ADJ
                   PERFORM APPLY-CUSTOMER-CHANGE
               WHEN APQ-IS-SALARY
                   PERFORM APPLY-SALARY-CHANGE
               WHEN APQ-IS-HOURLY-RATE
                   PERFORM APPLY-RATE-CHANGE
               WHEN OTHER
                   SET OUTCOME-APPROVED TO TRUE
           END-EVALUATE

           IF NOT OUTCOME-NOT-DONE
               MOVE APPLY-OUTCOME TO APQ-STATUS
               MOVE OPERATOR-ID TO APQ-CHECKER-ID
               MOVE TIMESTAMP-FULL TO APQ-CHECKER-TIMESTAMP
               IF OUTCOME-APPLIED
                   MOVE TIMESTAMP-FULL TO APQ-APPLIED-TIMESTAMP
               END-IF
               IF OUTCOME-REJECTED
                   MOVE OUTCOME-NOTE TO APQ-NOTE
               END-IF
               REWRITE APPROVAL-RECORD
               IF NOT APPROVAL-OK
                   DISPLAY "ERROR: item not updated"
                   DISPLAY "File Status: " APPROVAL-FILE-STATUS
                   SET WARNINGS-OCCURRED TO TRUE
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN OUTCOME-APPLIED
                   DISPLAY "SUCCESS: item " APQ-ITEM-NUMBER
                       " approved and applied"
               WHEN OUTCOME-APPROVED
                   DISPLAY "SUCCESS: item " APQ-ITEM-NUMBER
                       " approved - applied by the next "
                       APQ-MAKER-PROGRAM " run"
               WHEN OUTCOME-REJECTED
                   DISPLAY "Item " APQ-ITEM-NUMBER " rejected: "
                       OUTCOME-NOTE
                   SET WARNINGS-OCCURRED TO TRUE
               WHEN OTHER
                   DISPLAY "Item " APQ-ITEM-NUMBER " left pending"
                   SET WARNINGS-OCCURRED TO TRUE
           END-EVALUATE.

      * The customer file is enqueued only for the one change, so
      * approving does not keep maintenance or the batch out.
       APPLY-CUSTOMER-CHANGE.
           SET OUTCOME-NOT-DONE TO TRUE
           MOVE "A" TO LOCK-ACTION
           CALL "FILE-LOCK" USING LOCK-ACTION LOCK-REQUESTER
               LOCK-RESULT LOCK-HOLDER
           IF NOT LOCK-GRANTED
               DISPLAY "ERROR: customer file is locked by "
                   LOCK-HOLDER
           ELSE
               OPEN I-O CUSTOMER-FILE
               IF FILE-OK
                   PERFORM UPDATE-CUSTOMER-FROM-ITEM
                   CLOSE CUSTOMER-FILE
               ELSE
                   DISPLAY "ERROR: cannot open customer database"
                   DISPLAY "File Status: " FILE-STATUS
               END-IF
               PERFORM RELEASE-FILE-LOCK
           END-IF.

       UPDATE-CUSTOMER-FROM-ITEM.
           MOVE APQ-SUBJECT-ID TO CUSTOMER-ID
           READ CUSTOMER-FILE KEY IS CUSTOMER-ID
           EVALUATE TRUE
               WHEN NOT FILE-OK
                   SET OUTCOME-REJECTED TO TRUE
                   MOVE "CUSTOMER NOT ON FILE" TO OUTCOME-NOTE
               WHEN APQ-IS-LIMIT
                   AND CUSTOMER-CREDIT-LIMIT NOT = APQ-OLD-VALUE
               WHEN APQ-IS-BALANCE-ADJ
                   AND CUSTOMER-BALANCE NOT = APQ-OLD-VALUE
                   SET OUTCOME-REJECTED TO TRUE
                   MOVE "CUSTOMER CHANGED SINCE RAISED"
                       TO OUTCOME-NOTE
               WHEN OTHER
                   MOVE CUSTOMER-RECORD TO BEFORE-IMAGE
                   MOVE CUSTOMER-BALANCE TO OLD-BALANCE
                   IF APQ-IS-LIMIT
                       MOVE APQ-NEW-VALUE TO CUSTOMER-CREDIT-LIMIT
                   ELSE
                       MOVE APQ-NEW-VALUE TO CUSTOMER-BALANCE
                   END-IF
                   MOVE "UPDATE" TO TXNLOG-OPERATION
                   REWRITE CUSTOMER-RECORD
                   IF FILE-OK
                       SET OUTCOME-APPLIED TO TRUE
                       PERFORM WRITE-TRANSACTION-LOG
                       MOVE CUSTOMER-RECORD TO AFTER-IMAGE
                       MOVE "UPDATE" TO AUDIT-OP-CODE
                       PERFORM WRITE-AUDIT-LOG
                       PERFORM CHECK-BALANCE-CHANGE-EVENT
                   ELSE
                       DISPLAY "ERROR: Failed to update customer"
                       DISPLAY "File Status: " FILE-STATUS
                   END-IF
           END-EVALUATE.

       CHECK-BALANCE-CHANGE-EVENT.
           COMPUTE BALANCE-CHANGE = CUSTOMER-BALANCE - OLD-BALANCE
           IF FUNCTION ABS(BALANCE-CHANGE) > THRESHOLD
               PERFORM WRITE-CUSTOMER-EVENT
           END-IF.

       WRITE-TRANSACTION-LOG.
           MOVE TIMESTAMP-FULL TO TXNLOG-TIMESTAMP
           MOVE OPERATOR-ID TO TXNLOG-OPERATOR
           MOVE CUSTOMER-ID TO TXNLOG-KEY
           MOVE CUSTOMER-NAME TO TXNLOG-NAME
           MOVE CUSTOMER-EMAIL TO TXNLOG-EMAIL
           MOVE CUSTOMER-PHONE TO TXNLOG-PHONE
           MOVE CUSTOMER-BALANCE TO TXNLOG-BALANCE
           MOVE CUSTOMER-CREDIT-LIMIT TO TXNLOG-CREDIT-LIMIT
           MOVE CUSTOMER-CURRENCY-CODE TO TXNLOG-CURRENCY-CODE
           MOVE CUSTOMER-LAST-PAYMENT-DATE
               TO TXNLOG-LAST-PAYMENT-DATE
           MOVE CUSTOMER-ACTIVE-FLAG TO TXNLOG-ACTIVE-FLAG
           WRITE TXNLOG-RECORD.

       WRITE-AUDIT-LOG.
           MOVE TIMESTAMP-FULL TO AUDIT-TIMESTAMP
           MOVE OPERATOR-ID TO AUDIT-OPERATOR
           MOVE AUDIT-OP-CODE TO AUDIT-OPERATION
           MOVE BEFORE-IMAGE TO AUDIT-BEFORE-IMAGE
           MOVE AFTER-IMAGE TO AUDIT-AFTER-IMAGE
           WRITE AUDIT-LOG-RECORD.

       WRITE-CUSTOMER-EVENT.
           MOVE TIMESTAMP-FULL TO EVT-TIMESTAMP
           MOVE CUSTOMER-ID TO EVT-CUSTOMER-ID
           MOVE OLD-BALANCE TO EVT-OLD-BALANCE
           MOVE CUSTOMER-BALANCE TO EVT-NEW-BALANCE
           MOVE BALANCE-CHANGE TO EVT-CHANGE-AMOUNT
           MOVE "BALCHG" TO EVT-TYPE
           MOVE "N" TO EVT-DISPATCHED-FLAG
           WRITE EVENT-RECORD.

      * The history row is the one EMPLOYEE-DATABASE would have
      * written had the change gone straight through, with the
      * checker as the operator who recorded it.
       APPLY-SALARY-CHANGE.
           SET OUTCOME-NOT-DONE TO TRUE
           IF NOT EMPLOYEE-ACTIVE
               DISPLAY "ERROR: employee master not available"
           ELSE
               MOVE APQ-SUBJECT-ID TO MST-EMP-ID
               READ EMPLOYEE-MASTER KEY IS MST-EMP-ID
               EVALUATE TRUE
                   WHEN EMPLOYEE-FILE-STATUS NOT = "00"
                       SET OUTCOME-REJECTED TO TRUE
                       MOVE "EMPLOYEE NOT ON FILE" TO OUTCOME-NOTE
                   WHEN MST-EMP-SALARY NOT = APQ-OLD-VALUE
                       SET OUTCOME-REJECTED TO TRUE
                       MOVE "SALARY CHANGED SINCE RAISED"
                           TO OUTCOME-NOTE
                   WHEN OTHER
                       PERFORM SAVE-PRIOR-PAY
                       MOVE APQ-NEW-VALUE TO MST-EMP-SALARY
                       REWRITE MASTER-RECORD
                       IF EMPLOYEE-FILE-STATUS = "00"
                           SET OUTCOME-APPLIED TO TRUE
                           PERFORM WRITE-PAY-HISTORY-ROW
                       ELSE
                           DISPLAY "ERROR: Failed to update employee"
                           DISPLAY "File Status: "
                               EMPLOYEE-FILE-STATUS
                       END-IF
               END-EVALUATE
           END-IF.

      * A rate held from a salaried employee was keyed with the move
      * to hourly, so approving it makes the employee hourly.
       APPLY-RATE-CHANGE.
           SET OUTCOME-NOT-DONE TO TRUE
           IF NOT EMPLOYEE-ACTIVE
               DISPLAY "ERROR: employee master not available"
           ELSE
               MOVE APQ-SUBJECT-ID TO MST-EMP-ID
               READ EMPLOYEE-MASTER KEY IS MST-EMP-ID
               EVALUATE TRUE
                   WHEN EMPLOYEE-FILE-STATUS NOT = "00"
                       SET OUTCOME-REJECTED TO TRUE
                       MOVE "EMPLOYEE NOT ON FILE" TO OUTCOME-NOTE
                   WHEN EMP-HOURLY-RATE NOT = APQ-OLD-VALUE
                       SET OUTCOME-REJECTED TO TRUE
                       MOVE "RATE CHANGED SINCE RAISED"
                           TO OUTCOME-NOTE
                   WHEN OTHER
                       PERFORM SAVE-PRIOR-PAY
                       MOVE "H" TO EMP-PAY-TYPE
                       MOVE APQ-NEW-VALUE TO EMP-HOURLY-RATE
                       REWRITE MASTER-RECORD
                       IF EMPLOYEE-FILE-STATUS = "00"
                           SET OUTCOME-APPLIED TO TRUE
                           PERFORM WRITE-PAY-HISTORY-ROW
                       ELSE
                           DISPLAY "ERROR: Failed to update employee"
                           DISPLAY "File Status: "
                               EMPLOYEE-FILE-STATUS
                       END-IF
               END-EVALUATE
           END-IF.

       SAVE-PRIOR-PAY.
           MOVE MST-EMP-SALARY TO PRIOR-SALARY
           MOVE EMP-PAY-TYPE TO PRIOR-PAY-TYPE
           MOVE EMP-HOURLY-RATE TO PRIOR-HOURLY-RATE.

       WRITE-PAY-HISTORY-ROW.
           IF HISTORY-ACTIVE
               MOVE MST-EMP-ID TO EH-EMP-ID
               MOVE TODAY-YYYYMMDD TO EH-EFFECTIVE-DATE
               MOVE "S" TO EH-CHANGE-TYPE
               MOVE APQ-REASON-CODE TO EH-REASON-CODE
               IF EH-REASON-CODE = SPACES
                   MOVE "PAY" TO EH-REASON-CODE
               END-IF
               MOVE MST-EMP-NAME TO EH-EMP-NAME
               MOVE PRIOR-SALARY TO EH-OLD-SALARY
               MOVE MST-EMP-SALARY TO EH-NEW-SALARY
               MOVE PRIOR-PAY-TYPE TO EH-OLD-PAY-TYPE
               MOVE EMP-PAY-TYPE TO EH-NEW-PAY-TYPE
               MOVE PRIOR-HOURLY-RATE TO EH-OLD-HOURLY-RATE
               MOVE EMP-HOURLY-RATE TO EH-NEW-HOURLY-RATE
               MOVE MST-EMP-DEPARTMENT TO EH-OLD-DEPARTMENT
               MOVE MST-EMP-DEPARTMENT TO EH-NEW-DEPARTMENT
               MOVE TODAY-YYYYMMDD TO EH-RECORDED-DATE
               MOVE OPERATOR-ID TO EH-RECORDED-BY
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

       RELEASE-FILE-LOCK.
           MOVE "R" TO LOCK-ACTION
           CALL "FILE-LOCK" USING LOCK-ACTION LOCK-REQUESTER
               LOCK-RESULT LOCK-HOLDER.

       DETERMINE-RETURN-CODE.
           IF PROGRAM-RETURN-CODE = 0 AND WARNINGS-OCCURRED
               MOVE 4 TO PROGRAM-RETURN-CODE
           END-IF.

       CLEANUP.
           CLOSE APPROVAL-FILE
           CLOSE SECURITY-FILE
           IF EMPLOYEE-ACTIVE
               CLOSE EMPLOYEE-MASTER
           END-IF
           IF HISTORY-ACTIVE
               CLOSE HISTORY-FILE
           END-IF
           CLOSE CUSTOMER-AUDIT-LOG
           CLOSE CUSTOMER-TRANSACTION-LOG
           CLOSE CUSTOMER-EVENTS-FILE.

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
           IF PROF-EVENT-THRESHOLD NUMERIC
               AND PROF-EVENT-THRESHOLD > 0
               MOVE PROF-EVENT-THRESHOLD TO THRESHOLD
           END-IF.

       END PROGRAM APPROVAL-REVIEW.
