       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-MAINTENANCE.
       AUTHOR. MUHAMMAD SHAMSUL MARUF.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * CHECK REGISTER MAINTENANCE                                    *
      * Interactive inquiry, void and reissue against the check       *
      * register REFUND-PROCESSING and DIRECT-DEPOSIT number their    *
      * paper checks onto, in the menu style of PO-MAINTENANCE. A     *
      * check the bank has already paid cannot be voided. A void      *
      * takes the check off the cash book, reverses its charge to     *
      * the GL account on the register row through gl-interface.txt   *
      * (the account map supplies the cash side), and goes to the     *
      * bank on the next positive-pay file as a stop. A reissue is a  *
      * void plus a new check for the same payee and amount from the  *
      * same counter, with the GL charge reposted, so the pair nets   *
      * to nothing in the ledger; the new check is listed on          *
      * reissued-checks.txt for printing. Voiding a refund check      *
      * without a reissue puts the refund back on the customer's      *
      * credit balance, where the next refund run will find it.       *
      * Operators sign on the way GL-JOURNAL-ENTRY's do; voiding and  *
      * reissuing need update authority, and the void is recorded     *
      * against the signed-on operator.                               *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-REGISTER-FILE
               ASSIGN TO "../data/output/check-register.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHK-NUMBER
               ALTERNATE RECORD KEY IS CHK-PAYEE-ID
                   WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.

           SELECT CHECK-NUMBER-FILE
               ASSIGN TO "../data/output/check-number-control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NUMBER-FILE-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO "../data/output/customers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               ALTERNATE RECORD KEY IS CUSTOMER-EMAIL
                   WITH DUPLICATES
               FILE STATUS IS CUSTOMER-FILE-STATUS.

           SELECT CUSTOMER-AUDIT-LOG
               ASSIGN TO "../data/output/customer-audit-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT GL-INTERFACE-FILE
               ASSIGN TO "../data/output/gl-interface.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-FILE-STATUS.

           SELECT REISSUE-CHECK-FILE
               ASSIGN TO "../data/output/reissued-checks.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REISSUE-FILE-STATUS.

           SELECT SECURITY-FILE
               ASSIGN TO "../data/output/operators.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-OPERATOR-ID
               FILE STATUS IS SECURITY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-REGISTER-FILE.
       01  CHECK-REGISTER-RECORD.
           COPY "chkreg.cpy".

       FD  CHECK-NUMBER-FILE.
       01  CHECK-NUMBER-RECORD         PIC 9(8).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           COPY "custrec.cpy".

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

       FD  GL-INTERFACE-FILE.
       01  GL-ENTRY-LINE               PIC X(132).

       FD  REISSUE-CHECK-FILE.
       01  REISSUE-CHECK-LINE          PIC X(100).

       FD  SECURITY-FILE.
       01  SECURITY-RECORD.
           COPY "secrec.cpy".

       WORKING-STORAGE SECTION.
       01  FILE-STATUS             PIC XX.
           88  FILE-OK             VALUE "00".
           88  RECORD-NOT-FOUND    VALUE "23".
       01  NUMBER-FILE-STATUS      PIC XX.
       01  CUSTOMER-FILE-STATUS    PIC XX.
       01  AUDIT-FILE-STATUS       PIC XX.
       01  GL-FILE-STATUS          PIC XX.
       01  REISSUE-FILE-STATUS     PIC XX.
       01  SECURITY-FILE-STATUS    PIC XX.

       01  PROGRAM-RETURN-CODE     PIC 9(3) VALUE ZERO.
       01  WARNING-FLAG            PIC X VALUE 'N'.
           88  WARNINGS-OCCURRED   VALUE 'Y'.

       01  USER-CHOICE             PIC 9.
           88  CHOICE-INQUIRE      VALUE 1.
           88  CHOICE-VOID         VALUE 2.
           88  CHOICE-REISSUE      VALUE 3.
           88  CHOICE-LIST-PAYEE   VALUE 4.
           88  CHOICE-LIST-OUTSTANDING VALUE 5.
           88  CHOICE-EXIT         VALUE 9.

       01  SEARCH-CHECK-NUMBER     PIC 9(8).
       01  SEARCH-PAYEE-ID         PIC X(6).
       01  TEMP-REASON             PIC X(30).
       01  TODAY-YYYYMMDD          PIC 9(8).
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
       01  JOURNAL-PROGRAM-NAME    PIC X(20) VALUE "CHECK-MAINTENANCE".
       01  JOURNAL-RESULT          PIC X(8).
       01  JOURNAL-LOCKOUT-FLAG    PIC X(1).
           88  JOURNAL-LOCKED-OUT  VALUE 'Y'.

       01  REISSUE-SWITCH          PIC X VALUE 'N'.
           88  REISSUE-WANTED      VALUE 'Y'.

      * The check being voided, held while the replacement is
      * written over the register record area.
       01  OLD-CHECK-NUMBER        PIC 9(8).
       01  OLD-CHECK-TYPE          PIC X(1).
           88  OLD-IS-REFUND       VALUE "F".
       01  OLD-PAYEE-ID            PIC X(6).
       01  OLD-PAYEE-NAME          PIC X(30).
       01  OLD-AMOUNT              PIC 9(8)V99.
       01  OLD-GL-ACCOUNT          PIC X(10).
       01  NEW-CHECK-NUMBER        PIC 9(8).
       01  LAST-CHECK-NUMBER       PIC 9(8) VALUE ZERO.

       01  GL-PERIOD               PIC 9(6).
       01  GL-AMOUNT-FIELD         PIC ZZZZZZZ9.99.
       01  GL-HEADER-LINE          PIC X(132) VALUE
           "GL_ACCOUNT,DR_CR,AMOUNT,PERIOD,SOURCE_REFERENCE".
       01  AMOUNT-DISPLAY          PIC 9(8).99.

       01  END-OF-CHECKS           PIC X.
           88  NO-MORE-CHECKS      VALUE 'Y'.
       01  CHECK-LIST-COUNT        PIC 9(5).
       01  CHECK-LIST-TOTAL        PIC 9(10)V99.

       01  CHECK-LINE-DISPLAY.
           05  CLD-NUMBER          PIC 9(8).
           05  FILLER              PIC X(3) VALUE " | ".
           05  CLD-TYPE            PIC X(7).
           05  FILLER              PIC X(3) VALUE " | ".
           05  CLD-PAYEE-ID        PIC X(6).
           05  FILLER              PIC X(3) VALUE " | ".
           05  CLD-PAYEE-NAME      PIC X(20).
           05  FILLER              PIC X(3) VALUE " | ".
           05  CLD-ISSUE-DATE      PIC 9(8).
           05  FILLER              PIC X(3) VALUE " | ".
           05  CLD-AMOUNT          PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(3) VALUE " | ".
           05  CLD-STATUS          PIC X(9).
           05  FILLER              PIC X(3) VALUE " | ".
           05  CLD-BANK-STATUS     PIC X(18).

       01  CASH-BOOK-REQUEST.
           COPY "cbkreq.cpy".

      * Customer-file enqueue (shared FILE-LOCK subprogram), taken
      * only for the moment a voided refund goes back on the account.
       01  LOCK-ACTION             PIC X(1).
       01  LOCK-REQUESTER          PIC X(20) VALUE "CHECK-MAINTENANCE".
       01  LOCK-RESULT             PIC X(1).
           88  LOCK-GRANTED        VALUE 'Y'.
       01  LOCK-HOLDER             PIC X(20).
       01  BEFORE-IMAGE            PIC X(240).

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
           STOP RUN.

       INITIALIZE-DATABASE.
           ACCEPT TODAY-YYYYMMDD FROM DATE YYYYMMDD
           MOVE TODAY-YYYYMMDD(1:6) TO GL-PERIOD
           OPEN I-O CHECK-REGISTER-FILE

           IF FILE-STATUS = "35"
               CLOSE CHECK-REGISTER-FILE
               OPEN OUTPUT CHECK-REGISTER-FILE
               CLOSE CHECK-REGISTER-FILE
               OPEN I-O CHECK-REGISTER-FILE
           END-IF

           IF NOT FILE-OK
               DISPLAY "ERROR: Cannot initialize check register"
               DISPLAY "File Status: " FILE-STATUS
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O SECURITY-FILE
           IF SECURITY-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open operator security file"
               DISPLAY "File Status: " SECURITY-FILE-STATUS
               CLOSE CHECK-REGISTER-FILE
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
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

      * Voiding and reissuing move cash and post to the ledger, so
      * they need update authority; inquiry is open to all.
       PROCESS-MENU.
           PERFORM DISPLAY-MENU
           ACCEPT USER-CHOICE

           EVALUATE TRUE
               WHEN (CHOICE-VOID OR CHOICE-REISSUE)
                   AND OPERATOR-AUTHORITY < 2
                   DISPLAY "ERROR: operator " OPERATOR-ID
                       " is not authorized to void checks"
                   SET WARNINGS-OCCURRED TO TRUE
               WHEN CHOICE-INQUIRE
                   PERFORM INQUIRE-CHECK
               WHEN CHOICE-VOID
                   MOVE 'N' TO REISSUE-SWITCH
                   PERFORM VOID-CHECK
               WHEN CHOICE-REISSUE
                   SET REISSUE-WANTED TO TRUE
                   PERFORM VOID-CHECK
               WHEN CHOICE-LIST-PAYEE
                   PERFORM LIST-PAYEE-CHECKS
               WHEN CHOICE-LIST-OUTSTANDING
                   PERFORM LIST-OUTSTANDING-CHECKS
               WHEN CHOICE-EXIT
                   DISPLAY "Exiting program..."
               WHEN OTHER
                   DISPLAY "Invalid choice. Please try again."
           END-EVALUATE

           DISPLAY " ".

       DISPLAY-MENU.
           DISPLAY " "
           DISPLAY "========== CHECK REGISTER SYSTEM =========="
           DISPLAY "1. Inquire on a Check"
           DISPLAY "2. Void a Check"
           DISPLAY "3. Void and Reissue a Check"
           DISPLAY "4. List Checks for a Payee"
           DISPLAY "5. List Outstanding Checks"
           DISPLAY "9. Exit"
           DISPLAY "==========================================="
           DISPLAY "Enter your choice: " WITH NO ADVANCING.

       INQUIRE-CHECK.
           DISPLAY "--- INQUIRE ON A CHECK ---"
           DISPLAY "Enter Check Number: " WITH NO ADVANCING
           ACCEPT SEARCH-CHECK-NUMBER

           MOVE SEARCH-CHECK-NUMBER TO CHK-NUMBER
           READ CHECK-REGISTER-FILE KEY IS CHK-NUMBER

           IF FILE-OK
               PERFORM DISPLAY-CHECK-HEADINGS
               PERFORM DISPLAY-ONE-CHECK
               DISPLAY "GL account:   " CHK-GL-ACCOUNT
               IF CHK-REPLACES > 0
                   DISPLAY "Replaces:     " CHK-REPLACES
               END-IF
               IF CHK-REPLACED-BY > 0
                   DISPLAY "Replaced by:  " CHK-REPLACED-BY
               END-IF
               IF NOT CHK-ISSUED
                   DISPLAY "Status date:  " CHK-STATUS-DATE
                       "  by " CHK-VOIDED-BY
                   DISPLAY "Reason:       " CHK-VOID-REASON
               END-IF
           ELSE
               SET WARNINGS-OCCURRED TO TRUE
               DISPLAY "ERROR: Check not found"
           END-IF.

      * Void, or void and reissue when REISSUE-WANTED is set. The
      * cash book is voided first: if the bank has already paid the
      * check nothing else is touched.
       VOID-CHECK.
           IF REISSUE-WANTED
               DISPLAY "--- VOID AND REISSUE A CHECK ---"
           ELSE
               DISPLAY "--- VOID A CHECK ---"
           END-IF
           DISPLAY "Enter Check Number: " WITH NO ADVANCING
           ACCEPT SEARCH-CHECK-NUMBER

           MOVE SEARCH-CHECK-NUMBER TO CHK-NUMBER
           READ CHECK-REGISTER-FILE KEY IS CHK-NUMBER

           EVALUATE TRUE
               WHEN NOT FILE-OK
                   SET WARNINGS-OCCURRED TO TRUE
                   DISPLAY "ERROR: Check not found"
               WHEN NOT CHK-ISSUED
                   SET WARNINGS-OCCURRED TO TRUE
                   DISPLAY "ERROR: Check " CHK-NUMBER
                       " is not outstanding (status " CHK-STATUS ")"
               WHEN OTHER
                   PERFORM DISPLAY-CHECK-HEADINGS
                   PERFORM DISPLAY-ONE-CHECK
                   DISPLAY "Enter Void Reason: " WITH NO ADVANCING
                   ACCEPT TEMP-REASON
                   IF TEMP-REASON = SPACES
                       SET WARNINGS-OCCURRED TO TRUE
                       DISPLAY "ERROR: void reason required"
                   ELSE
                       PERFORM VOID-ONE-CHECK
                   END-IF
           END-EVALUATE.

       VOID-ONE-CHECK.
           MOVE CHK-NUMBER TO OLD-CHECK-NUMBER
           MOVE CHK-TYPE TO OLD-CHECK-TYPE
           MOVE CHK-PAYEE-ID TO OLD-PAYEE-ID
           MOVE CHK-PAYEE-NAME TO OLD-PAYEE-NAME
           MOVE CHK-AMOUNT TO OLD-AMOUNT
           MOVE CHK-GL-ACCOUNT TO OLD-GL-ACCOUNT
           MOVE ZERO TO NEW-CHECK-NUMBER

           PERFORM READ-BANK-STATUS
           MOVE "00" TO CBQ-RESULT
           IF CBQ-ENTRY-OUTSTANDING
               SET CBQ-VOID TO TRUE
               MOVE CHK-CASH-BOOK-KEY TO CBQ-ENTRY-KEY
               MOVE TODAY-YYYYMMDD TO CBQ-ENTRY-DATE
               CALL "CASH-BOOK" USING CASH-BOOK-REQUEST
           END-IF

           IF CBQ-ENTRY-CLEARED
               SET WARNINGS-OCCURRED TO TRUE
               DISPLAY "ERROR: Check " OLD-CHECK-NUMBER
                   " was paid by the bank on " CBQ-CLEARED-DATE
                   " - it cannot be voided"
           ELSE
               IF CBQ-RESULT NOT = "00"
                   SET WARNINGS-OCCURRED TO TRUE
                   DISPLAY "WARNING: cash book not updated, status "
                       CBQ-RESULT
               END-IF
               IF REISSUE-WANTED
                   PERFORM ISSUE-REPLACEMENT-CHECK
               END-IF
               PERFORM MARK-CHECK-VOIDED
               PERFORM WRITE-CHECK-GL-ENTRIES
               IF REISSUE-WANTED
                   IF NEW-CHECK-NUMBER > 0
                       PERFORM WRITE-REISSUE-LINE
                       DISPLAY "SUCCESS: Check " OLD-CHECK-NUMBER
                           " voided and reissued as " NEW-CHECK-NUMBER
                   END-IF
               ELSE
                   IF OLD-IS-REFUND
                       PERFORM RESTORE-CUSTOMER-CREDIT
                   END-IF
                   DISPLAY "SUCCESS: Check " OLD-CHECK-NUMBER " voided"
               END-IF
           END-IF.

       MARK-CHECK-VOIDED.
           MOVE OLD-CHECK-NUMBER TO CHK-NUMBER
           READ CHECK-REGISTER-FILE KEY IS CHK-NUMBER
           IF FILE-OK
               SET CHK-VOIDED TO TRUE
               MOVE TODAY-YYYYMMDD TO CHK-STATUS-DATE
               MOVE TEMP-REASON TO CHK-VOID-REASON
               MOVE OPERATOR-ID TO CHK-VOIDED-BY
               MOVE NEW-CHECK-NUMBER TO CHK-REPLACED-BY
               MOVE "N" TO CHK-PP-VOID-SENT
               REWRITE CHECK-REGISTER-RECORD
           END-IF
           IF NOT FILE-OK
               SET WARNINGS-OCCURRED TO TRUE
               DISPLAY "ERROR: Failed to void check on the register"
               DISPLAY "File Status: " FILE-STATUS
           END-IF.

      * The replacement is numbered from the same counter the batch
      * check runs use and booked on the cash book as a new
      * outstanding payment of the original's type.
       ISSUE-REPLACEMENT-CHECK.
           PERFORM READ-CHECK-NUMBER
           ADD 1 TO LAST-CHECK-NUMBER

           SET CBQ-WRITE TO TRUE
           MOVE OLD-CHECK-TYPE TO CBQ-SOURCE
           MOVE TODAY-YYYYMMDD TO CBQ-ENTRY-DATE
           MOVE TODAY-YYYYMMDD TO CBQ-ITEM-DATE
           MOVE "O" TO CBQ-DIRECTION
           MOVE OLD-AMOUNT TO CBQ-AMOUNT
           MOVE LAST-CHECK-NUMBER TO CBQ-REFERENCE
           MOVE OLD-PAYEE-ID TO CBQ-PARTY-ID
           MOVE SPACES TO CBQ-ENTRY-KEY
           CALL "CASH-BOOK" USING CASH-BOOK-REQUEST
           IF CBQ-RESULT NOT = "00"
               SET WARNINGS-OCCURRED TO TRUE
               DISPLAY "WARNING: cash book entry failed for the "
                   "replacement, status " CBQ-RESULT
               MOVE SPACES TO CBQ-ENTRY-KEY
           END-IF

           MOVE SPACES TO CHECK-REGISTER-RECORD
           MOVE LAST-CHECK-NUMBER TO CHK-NUMBER
           MOVE OLD-CHECK-TYPE TO CHK-TYPE
           MOVE OLD-PAYEE-ID TO CHK-PAYEE-ID
           MOVE OLD-PAYEE-NAME TO CHK-PAYEE-NAME
           MOVE TODAY-YYYYMMDD TO CHK-ISSUE-DATE
           MOVE OLD-AMOUNT TO CHK-AMOUNT
           SET CHK-ISSUED TO TRUE
           MOVE TODAY-YYYYMMDD TO CHK-STATUS-DATE
           MOVE OLD-GL-ACCOUNT TO CHK-GL-ACCOUNT
           MOVE CBQ-ENTRY-KEY TO CHK-CASH-BOOK-KEY
           MOVE OLD-CHECK-NUMBER TO CHK-REPLACES
           MOVE ZERO TO CHK-REPLACED-BY
           MOVE "N" TO CHK-PP-ISSUE-SENT
           MOVE "N" TO CHK-PP-VOID-SENT
           WRITE CHECK-REGISTER-RECORD
           IF FILE-OK
               MOVE LAST-CHECK-NUMBER TO NEW-CHECK-NUMBER
               PERFORM SAVE-CHECK-NUMBER
           ELSE
               SET WARNINGS-OCCURRED TO TRUE
               DISPLAY "ERROR: Failed to register replacement check"
               DISPLAY "File Status: " FILE-STATUS
           END-IF.

      * The void credits the account the check was charged to; a
      * reissue charges it again, so the pair nets to nothing.
       WRITE-CHECK-GL-ENTRIES.
           OPEN EXTEND GL-INTERFACE-FILE
           IF GL-FILE-STATUS = "35"
               OPEN OUTPUT GL-INTERFACE-FILE
               MOVE GL-HEADER-LINE TO GL-ENTRY-LINE
               WRITE GL-ENTRY-LINE
               CLOSE GL-INTERFACE-FILE
               OPEN EXTEND GL-INTERFACE-FILE
           END-IF
           IF GL-FILE-STATUS NOT = "00"
               SET WARNINGS-OCCURRED TO TRUE
               DISPLAY "WARNING: cannot open gl-interface.txt, status "
                   GL-FILE-STATUS " - post check "
                   OLD-CHECK-NUMBER " by hand"
           ELSE
               MOVE OLD-AMOUNT TO GL-AMOUNT-FIELD
               MOVE SPACES TO GL-ENTRY-LINE
               STRING OLD-GL-ACCOUNT ",CR,"
                   FUNCTION TRIM(GL-AMOUNT-FIELD) ","
                   GL-PERIOD ",CHECK-VOID"
                   DELIMITED BY SIZE INTO GL-ENTRY-LINE
               WRITE GL-ENTRY-LINE
               IF NEW-CHECK-NUMBER > 0
                   MOVE SPACES TO GL-ENTRY-LINE
                   STRING OLD-GL-ACCOUNT ",DR,"
                       FUNCTION TRIM(GL-AMOUNT-FIELD) ","
                       GL-PERIOD ",CHECK-REISSUE"
                       DELIMITED BY SIZE INTO GL-ENTRY-LINE
                   WRITE GL-ENTRY-LINE
               END-IF
               CLOSE GL-INTERFACE-FILE
           END-IF.

       WRITE-REISSUE-LINE.
           OPEN EXTEND REISSUE-CHECK-FILE
           IF REISSUE-FILE-STATUS = "35"
               OPEN OUTPUT REISSUE-CHECK-FILE
           END-IF
           IF REISSUE-FILE-STATUS = "00"
               MOVE OLD-AMOUNT TO AMOUNT-DISPLAY
               MOVE SPACES TO REISSUE-CHECK-LINE
               STRING "DTL|" OLD-PAYEE-ID "|"
                   FUNCTION TRIM(OLD-PAYEE-NAME) "|"
                   AMOUNT-DISPLAY "|" NEW-CHECK-NUMBER
                   "|REPLACES " OLD-CHECK-NUMBER
                   DELIMITED BY SIZE INTO REISSUE-CHECK-LINE
               WRITE REISSUE-CHECK-LINE
               CLOSE REISSUE-CHECK-FILE
           ELSE
               SET WARNINGS-OCCURRED TO TRUE
               DISPLAY "WARNING: cannot open reissued-checks.txt - "
                   "print check " NEW-CHECK-NUMBER " by hand"
           END-IF.

      * The refund run zeroed the credit balance when it cut the
      * check; a void with no replacement gives it back.
       RESTORE-CUSTOMER-CREDIT.
           MOVE "A" TO LOCK-ACTION
           CALL "FILE-LOCK" USING LOCK-ACTION LOCK-REQUESTER
               LOCK-RESULT LOCK-HOLDER
           IF NOT LOCK-GRANTED
               SET WARNINGS-OCCURRED TO TRUE
               DISPLAY "WARNING: customer file is locked by "
                   LOCK-HOLDER " - add " OLD-AMOUNT
                   " back to customer " OLD-PAYEE-ID " by hand"
           ELSE
               OPEN I-O CUSTOMER-FILE
               IF CUSTOMER-FILE-STATUS NOT = "00"
                   SET WARNINGS-OCCURRED TO TRUE
                   DISPLAY "WARNING: cannot open customer database - "
                       "add " OLD-AMOUNT " back to customer "
                       OLD-PAYEE-ID " by hand"
               ELSE
                   PERFORM CREDIT-CUSTOMER-ACCOUNT
                   CLOSE CUSTOMER-FILE
               END-IF
               MOVE "R" TO LOCK-ACTION
               CALL "FILE-LOCK" USING LOCK-ACTION LOCK-REQUESTER
                   LOCK-RESULT LOCK-HOLDER
           END-IF.

       CREDIT-CUSTOMER-ACCOUNT.
           MOVE OLD-PAYEE-ID TO CUSTOMER-ID
           READ CUSTOMER-FILE KEY IS CUSTOMER-ID
           IF CUSTOMER-FILE-STATUS NOT = "00"
               SET WARNINGS-OCCURRED TO TRUE
               DISPLAY "WARNING: customer " OLD-PAYEE-ID
                   " not found - refund credit not restored"
           ELSE
               MOVE CUSTOMER-RECORD TO BEFORE-IMAGE
               ADD OLD-AMOUNT TO CUSTOMER-CREDIT-BALANCE
               REWRITE CUSTOMER-RECORD
               IF CUSTOMER-FILE-STATUS = "00"
                   PERFORM WRITE-CREDIT-AUDIT-LOG
                   DISPLAY "Refund credit of " OLD-AMOUNT
                       " restored to customer " CUSTOMER-ID
               ELSE
                   SET WARNINGS-OCCURRED TO TRUE
                   DISPLAY "WARNING: customer rewrite failed, status "
                       CUSTOMER-FILE-STATUS
               END-IF
           END-IF.

       WRITE-CREDIT-AUDIT-LOG.
           OPEN EXTEND CUSTOMER-AUDIT-LOG
           IF AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT CUSTOMER-AUDIT-LOG
               CLOSE CUSTOMER-AUDIT-LOG
               OPEN EXTEND CUSTOMER-AUDIT-LOG
           END-IF
           ACCEPT TS-TIME FROM TIME
           MOVE TODAY-YYYYMMDD TO TIMESTAMP-FULL(1:8)
           MOVE TS-TIME TO TIMESTAMP-FULL(9:6)
           MOVE TIMESTAMP-FULL TO AUDIT-TIMESTAMP
           MOVE OPERATOR-ID TO AUDIT-OPERATOR
           MOVE "RFVOID" TO AUDIT-OPERATION
           MOVE BEFORE-IMAGE TO AUDIT-BEFORE-IMAGE
           MOVE CUSTOMER-RECORD TO AUDIT-AFTER-IMAGE
           WRITE AUDIT-LOG-RECORD
           CLOSE CUSTOMER-AUDIT-LOG.

       LIST-PAYEE-CHECKS.
           DISPLAY "--- CHECKS FOR A PAYEE ---"
           DISPLAY "Enter Customer or Employee ID: " WITH NO ADVANCING
           ACCEPT SEARCH-PAYEE-ID

           PERFORM DISPLAY-CHECK-HEADINGS
           MOVE ZERO TO CHECK-LIST-COUNT
           MOVE ZERO TO CHECK-LIST-TOTAL
           MOVE 'N' TO END-OF-CHECKS
           MOVE SEARCH-PAYEE-ID TO CHK-PAYEE-ID
           START CHECK-REGISTER-FILE KEY IS = CHK-PAYEE-ID
               INVALID KEY
                   SET NO-MORE-CHECKS TO TRUE
           END-START
           PERFORM SCAN-PAYEE-CHECK UNTIL NO-MORE-CHECKS
           IF CHECK-LIST-COUNT = 0
               DISPLAY "No checks found for " SEARCH-PAYEE-ID
           END-IF.

       SCAN-PAYEE-CHECK.
           READ CHECK-REGISTER-FILE NEXT RECORD
               AT END
                   SET NO-MORE-CHECKS TO TRUE
               NOT AT END
                   IF CHK-PAYEE-ID NOT = SEARCH-PAYEE-ID
                       SET NO-MORE-CHECKS TO TRUE
                   ELSE
                       ADD 1 TO CHECK-LIST-COUNT
                       PERFORM DISPLAY-ONE-CHECK
                   END-IF
           END-READ.

       LIST-OUTSTANDING-CHECKS.
           DISPLAY "--- OUTSTANDING CHECKS ---"
           PERFORM DISPLAY-CHECK-HEADINGS
           MOVE ZERO TO CHECK-LIST-COUNT
           MOVE ZERO TO CHECK-LIST-TOTAL
           MOVE 'N' TO END-OF-CHECKS
           MOVE ZERO TO CHK-NUMBER
           START CHECK-REGISTER-FILE KEY IS >= CHK-NUMBER
               INVALID KEY
                   SET NO-MORE-CHECKS TO TRUE
           END-START
           PERFORM SCAN-OUTSTANDING-CHECK UNTIL NO-MORE-CHECKS
           DISPLAY CHECK-LIST-COUNT " outstanding, total "
               CHECK-LIST-TOTAL.

      * Issued on the register and not yet paid by the bank.
       SCAN-OUTSTANDING-CHECK.
           READ CHECK-REGISTER-FILE NEXT RECORD
               AT END
                   SET NO-MORE-CHECKS TO TRUE
               NOT AT END
                   IF CHK-ISSUED
                       PERFORM READ-BANK-STATUS
                       IF NOT CBQ-ENTRY-CLEARED
                           ADD 1 TO CHECK-LIST-COUNT
                           ADD CHK-AMOUNT TO CHECK-LIST-TOTAL
                           PERFORM DISPLAY-ONE-CHECK
                       END-IF
                   END-IF
           END-READ.

       READ-BANK-STATUS.
           MOVE SPACE TO CBQ-ENTRY-STATUS
           MOVE ZERO TO CBQ-CLEARED-DATE
           IF CHK-CASH-BOOK-KEY NOT = SPACES
               SET CBQ-READ TO TRUE
               MOVE CHK-CASH-BOOK-KEY TO CBQ-ENTRY-KEY
               CALL "CASH-BOOK" USING CASH-BOOK-REQUEST
           END-IF.

       DISPLAY-CHECK-HEADINGS.
           DISPLAY "CHECK NO | TYPE    | PAYEE  | NAME                 "
               "| ISSUED   |        AMOUNT | STATUS    | BANK"
           DISPLAY "---------|---------|--------|----------------------"
               "|----------|---------------|-----------|-----------".

       DISPLAY-ONE-CHECK.
           MOVE CHK-NUMBER TO CLD-NUMBER
           IF CHK-IS-REFUND
               MOVE "REFUND" TO CLD-TYPE
           ELSE
               MOVE "PAYROLL" TO CLD-TYPE
           END-IF
           MOVE CHK-PAYEE-ID TO CLD-PAYEE-ID
           MOVE CHK-PAYEE-NAME TO CLD-PAYEE-NAME
           MOVE CHK-ISSUE-DATE TO CLD-ISSUE-DATE
           MOVE CHK-AMOUNT TO CLD-AMOUNT
           EVALUATE TRUE
               WHEN CHK-ISSUED
                   MOVE "ISSUED" TO CLD-STATUS
               WHEN CHK-VOIDED
                   MOVE "VOIDED" TO CLD-STATUS
               WHEN CHK-ESCHEATED
                   MOVE "ESCHEATED" TO CLD-STATUS
               WHEN OTHER
                   MOVE CHK-STATUS TO CLD-STATUS
           END-EVALUATE
           PERFORM READ-BANK-STATUS
           MOVE SPACES TO CLD-BANK-STATUS
           EVALUATE TRUE
               WHEN CBQ-ENTRY-CLEARED
                   STRING "PAID " CBQ-CLEARED-DATE
                       DELIMITED BY SIZE INTO CLD-BANK-STATUS
               WHEN CBQ-ENTRY-OUTSTANDING
                   MOVE "OUTSTANDING" TO CLD-BANK-STATUS
               WHEN CBQ-ENTRY-VOIDED
                   MOVE "OFF CASH BOOK" TO CLD-BANK-STATUS
               WHEN OTHER
                   MOVE "NOT ON CASH BOOK" TO CLD-BANK-STATUS
           END-EVALUATE
           DISPLAY CHECK-LINE-DISPLAY.

       READ-CHECK-NUMBER.
           OPEN INPUT CHECK-NUMBER-FILE
           IF NUMBER-FILE-STATUS = "00"
               READ CHECK-NUMBER-FILE
               IF NUMBER-FILE-STATUS = "00"
                   AND CHECK-NUMBER-RECORD NUMERIC
                   MOVE CHECK-NUMBER-RECORD TO LAST-CHECK-NUMBER
               END-IF
               CLOSE CHECK-NUMBER-FILE
           END-IF.

       SAVE-CHECK-NUMBER.
           OPEN OUTPUT CHECK-NUMBER-FILE
           IF NUMBER-FILE-STATUS = "00"
               MOVE LAST-CHECK-NUMBER TO CHECK-NUMBER-RECORD
               WRITE CHECK-NUMBER-RECORD
               CLOSE CHECK-NUMBER-FILE
           ELSE
               DISPLAY "WARNING: cannot save check number counter"
                   " (status " NUMBER-FILE-STATUS ")"
               SET WARNINGS-OCCURRED TO TRUE
           END-IF.

       DETERMINE-RETURN-CODE.
           IF PROGRAM-RETURN-CODE = 0 AND WARNINGS-OCCURRED
               MOVE 4 TO PROGRAM-RETURN-CODE
           END-IF.

       CLEANUP.
           CLOSE CHECK-REGISTER-FILE
           CLOSE SECURITY-FILE
           SET CBQ-CLOSE TO TRUE
           CALL "CASH-BOOK" USING CASH-BOOK-REQUEST.

       END PROGRAM CHECK-MAINTENANCE.
