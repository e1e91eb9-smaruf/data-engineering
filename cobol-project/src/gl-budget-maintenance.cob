       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-BUDGET-MAINTENANCE.
       AUTHOR. MUHAMMAD SHAMSUL MARUF.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * GL BUDGET MAINTENANCE                                         *
      * Operator maintenance for gl-budget.dat between finance's      *
      * uploads. Shows an account's twelve months for a year with the *
      * original and revised budget side by side, adjusts the revised *
      * budget for one account and period (adding the row if the      *
      * period was never budgeted), and puts a period's revised       *
      * budget back to the original. The original amount is never     *
      * changed here - it is what the budget report's original        *
      * version runs against. Every adjustment stamps the operator    *
      * and date on the row. Operators sign on the way                *
      * GL-JOURNAL-ENTRY's do; adjusting needs update authority.      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE
               ASSIGN TO "../data/output/gl-budget.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BGT-KEY
               FILE STATUS IS FILE-STATUS.

           SELECT SECURITY-FILE
               ASSIGN TO "../data/output/operators.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-OPERATOR-ID
               FILE STATUS IS SECURITY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-FILE.
       01  BUDGET-RECORD.
           COPY "glbudget.cpy".

       FD  SECURITY-FILE.
       01  SECURITY-RECORD.
           COPY "secrec.cpy".

       WORKING-STORAGE SECTION.
       01  FILE-STATUS             PIC XX.
           88  FILE-OK             VALUE "00".
           88  RECORD-NOT-FOUND    VALUE "23".
       01  SECURITY-FILE-STATUS    PIC XX.

       01  PROGRAM-RETURN-CODE     PIC 9(3) VALUE ZERO.
       01  WARNING-FLAG            PIC X VALUE 'N'.
           88  WARNINGS-OCCURRED   VALUE 'Y'.

       01  USER-CHOICE             PIC 9.
           88  CHOICE-INQUIRE      VALUE 1.
           88  CHOICE-ADJUST       VALUE 2.
           88  CHOICE-RESTORE      VALUE 3.
           88  CHOICE-EXIT         VALUE 9.

       01  TODAY-YYYYMMDD          PIC 9(8).

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
           VALUE "GL-BUDGET-MAINT".
       01  JOURNAL-RESULT          PIC X(8).
       01  JOURNAL-LOCKOUT-FLAG    PIC X(1).
           88  JOURNAL-LOCKED-OUT  VALUE 'Y'.

       01  ACCOUNT-IN              PIC X(10).
       01  YEAR-IN                 PIC 9(4).
       01  PERIOD-IN               PIC 9(6).
       01  PERIOD-IN-FIELDS REDEFINES PERIOD-IN.
           05  PIN-YEAR            PIC 9(4).
           05  PIN-MONTH           PIC 9(2).
       01  AMOUNT-IN               PIC S9(10)V99.
       01  CONFIRM-IN              PIC X.

       01  INQUIRY-PERIOD          PIC 9(6).
       01  INQUIRY-PERIOD-FIELDS REDEFINES INQUIRY-PERIOD.
           05  INQ-YEAR            PIC 9(4).
           05  INQ-MONTH           PIC 9(2).
       01  INQUIRY-ROWS            PIC 9(2).
       01  ORIGINAL-YEAR-TOTAL     PIC S9(12)V99.
       01  REVISED-YEAR-TOTAL      PIC S9(12)V99.

       01  ORIGINAL-DISPLAY        PIC ZZZ,ZZZ,ZZ9.99-.
       01  REVISED-DISPLAY         PIC ZZZ,ZZZ,ZZ9.99-.

       01  BUDGET-MONTH-DISPLAY.
           05  BMD-PERIOD          PIC 9(6).
           05  FILLER              PIC X(3) VALUE " | ".
           05  BMD-ORIGINAL        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3) VALUE " | ".
           05  BMD-REVISED         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3) VALUE " | ".
           05  BMD-REVISIONS       PIC ZZ9.
           05  FILLER              PIC X(3) VALUE " | ".
           05  BMD-REVISED-BY      PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  BMD-REVISED-DATE    PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-BUDGETS
           PERFORM SIGN-ON
           IF SIGNED-ON
               PERFORM PROCESS-MENU UNTIL CHOICE-EXIT
           END-IF
           PERFORM CLEANUP
           PERFORM DETERMINE-RETURN-CODE
           MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       INITIALIZE-BUDGETS.
           ACCEPT TODAY-YYYYMMDD FROM DATE YYYYMMDD

           OPEN I-O BUDGET-FILE
           IF FILE-STATUS = "35"
               CLOSE BUDGET-FILE
               OPEN OUTPUT BUDGET-FILE
               CLOSE BUDGET-FILE
               OPEN I-O BUDGET-FILE
           END-IF
           IF NOT FILE-OK
               DISPLAY "ERROR: cannot initialize GL budget file"
               DISPLAY "File Status: " FILE-STATUS
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O SECURITY-FILE
           IF SECURITY-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open operator security file"
               DISPLAY "File Status: " SECURITY-FILE-STATUS
               CLOSE BUDGET-FILE
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

       PROCESS-MENU.
           PERFORM DISPLAY-MENU
           ACCEPT USER-CHOICE

           EVALUATE TRUE
               WHEN (CHOICE-ADJUST OR CHOICE-RESTORE)
                   AND OPERATOR-AUTHORITY < 2
                   DISPLAY "ERROR: operator " OPERATOR-ID
                       " is not authorized to adjust budgets"
                   SET WARNINGS-OCCURRED TO TRUE
               WHEN CHOICE-INQUIRE
                   PERFORM INQUIRE-BUDGET
               WHEN CHOICE-ADJUST
                   PERFORM ADJUST-BUDGET
               WHEN CHOICE-RESTORE
                   PERFORM RESTORE-BUDGET
               WHEN CHOICE-EXIT
                   DISPLAY "Exiting program..."
               WHEN OTHER
                   DISPLAY "Invalid choice. Please try again."
           END-EVALUATE

           DISPLAY " ".

       DISPLAY-MENU.
           DISPLAY " "
           DISPLAY "===== GL BUDGET MAINTENANCE ====="
           DISPLAY "1. Inquire Account Budget for a Year"
           DISPLAY "2. Adjust Revised Budget"
           DISPLAY "3. Restore Revised Budget to Original"
           DISPLAY "9. Exit"
           DISPLAY "================================="
           DISPLAY "Enter your choice: " WITH NO ADVANCING.

       INQUIRE-BUDGET.
           DISPLAY "--- ACCOUNT BUDGET INQUIRY ---"
           DISPLAY "Enter Account: " WITH NO ADVANCING
           ACCEPT ACCOUNT-IN
           DISPLAY "Enter Year (YYYY): " WITH NO ADVANCING
           ACCEPT YEAR-IN

           IF ACCOUNT-IN = SPACES OR YEAR-IN NOT NUMERIC
               OR YEAR-IN < 1900
               DISPLAY "ERROR: account and a valid year are required"
               SET WARNINGS-OCCURRED TO TRUE
           ELSE
               MOVE ZERO TO INQUIRY-ROWS
               MOVE ZERO TO ORIGINAL-YEAR-TOTAL REVISED-YEAR-TOTAL
               DISPLAY "PERIOD |        ORIGINAL |         REVISED"
                   " | REV | REVISED BY"
               PERFORM SHOW-ONE-BUDGET-MONTH
                   VARYING INQ-MONTH FROM 1 BY 1
                   UNTIL INQ-MONTH > 12
               IF INQUIRY-ROWS = 0
                   DISPLAY "(no budget on file for " ACCOUNT-IN
                       " in " YEAR-IN ")"
               ELSE
                   MOVE ORIGINAL-YEAR-TOTAL TO ORIGINAL-DISPLAY
                   MOVE REVISED-YEAR-TOTAL TO REVISED-DISPLAY
                   DISPLAY "ANNUAL | " ORIGINAL-DISPLAY " | "
                       REVISED-DISPLAY
               END-IF
           END-IF.

       SHOW-ONE-BUDGET-MONTH.
           MOVE YEAR-IN TO INQ-YEAR
           MOVE ACCOUNT-IN TO BGT-ACCOUNT
           MOVE INQUIRY-PERIOD TO BGT-PERIOD
           READ BUDGET-FILE KEY IS BGT-KEY
           IF FILE-OK
               ADD 1 TO INQUIRY-ROWS
               ADD BGT-ORIGINAL-AMOUNT TO ORIGINAL-YEAR-TOTAL
               ADD BGT-REVISED-AMOUNT TO REVISED-YEAR-TOTAL
               MOVE BGT-PERIOD TO BMD-PERIOD
               MOVE BGT-ORIGINAL-AMOUNT TO BMD-ORIGINAL
               MOVE BGT-REVISED-AMOUNT TO BMD-REVISED
               MOVE BGT-REVISION-COUNT TO BMD-REVISIONS
               MOVE BGT-REVISED-BY TO BMD-REVISED-BY
               IF BGT-REVISED-DATE = ZERO
                   MOVE SPACES TO BMD-REVISED-DATE
               ELSE
                   MOVE BGT-REVISED-DATE TO BMD-REVISED-DATE
               END-IF
               DISPLAY BUDGET-MONTH-DISPLAY
           END-IF.

       ACCEPT-ACCOUNT-PERIOD.
           DISPLAY "Enter Account: " WITH NO ADVANCING
           ACCEPT ACCOUNT-IN
           DISPLAY "Enter Period (YYYYMM): " WITH NO ADVANCING
           ACCEPT PERIOD-IN.

      * A period finance never budgeted is added with a zero
      * original, so the original version is left as approved.
       ADJUST-BUDGET.
           DISPLAY "--- ADJUST REVISED BUDGET ---"
           PERFORM ACCEPT-ACCOUNT-PERIOD
           IF ACCOUNT-IN = SPACES OR PERIOD-IN NOT NUMERIC
               OR PIN-MONTH < 1 OR PIN-MONTH > 12 OR PIN-YEAR < 1900
               DISPLAY "ERROR: account and a valid period are "
                   "required"
               SET WARNINGS-OCCURRED TO TRUE
           ELSE
               MOVE ACCOUNT-IN TO BGT-ACCOUNT
               MOVE PERIOD-IN TO BGT-PERIOD
               READ BUDGET-FILE KEY IS BGT-KEY
               IF FILE-OK
                   MOVE BGT-ORIGINAL-AMOUNT TO ORIGINAL-DISPLAY
                   MOVE BGT-REVISED-AMOUNT TO REVISED-DISPLAY
                   DISPLAY "Original: " ORIGINAL-DISPLAY
                       "   Revised: " REVISED-DISPLAY
               ELSE
                   DISPLAY "No budget on file for this period - "
                       "a new row will be added"
               END-IF
               DISPLAY "Enter New Revised Amount: "
                   WITH NO ADVANCING
               ACCEPT AMOUNT-IN
               IF AMOUNT-IN NOT NUMERIC
                   DISPLAY "ERROR: amount must be numeric"
                   SET WARNINGS-OCCURRED TO TRUE
               ELSE
                   PERFORM SAVE-ADJUSTMENT
               END-IF
           END-IF.

       SAVE-ADJUSTMENT.
           IF FILE-OK
               MOVE AMOUNT-IN TO BGT-REVISED-AMOUNT
               PERFORM STAMP-ADJUSTMENT
               REWRITE BUDGET-RECORD
           ELSE
               MOVE ACCOUNT-IN TO BGT-ACCOUNT
               MOVE PERIOD-IN TO BGT-PERIOD
               MOVE ZERO TO BGT-ORIGINAL-AMOUNT
               MOVE AMOUNT-IN TO BGT-REVISED-AMOUNT
               MOVE TODAY-YYYYMMDD TO BGT-LOADED-DATE
               MOVE ZERO TO BGT-REVISION-COUNT
               PERFORM STAMP-ADJUSTMENT
               WRITE BUDGET-RECORD
           END-IF
           IF FILE-OK
               MOVE BGT-REVISED-AMOUNT TO REVISED-DISPLAY
               DISPLAY "SUCCESS: " BGT-ACCOUNT " " BGT-PERIOD
                   " revised budget now " REVISED-DISPLAY
           ELSE
               DISPLAY "ERROR: budget not saved, status "
                   FILE-STATUS
               SET WARNINGS-OCCURRED TO TRUE
           END-IF.

       STAMP-ADJUSTMENT.
           ADD 1 TO BGT-REVISION-COUNT
           MOVE TODAY-YYYYMMDD TO BGT-REVISED-DATE
           MOVE OPERATOR-ID TO BGT-REVISED-BY.

       RESTORE-BUDGET.
           DISPLAY "--- RESTORE REVISED BUDGET TO ORIGINAL ---"
           PERFORM ACCEPT-ACCOUNT-PERIOD
           MOVE ACCOUNT-IN TO BGT-ACCOUNT
           MOVE PERIOD-IN TO BGT-PERIOD
           READ BUDGET-FILE KEY IS BGT-KEY
           IF NOT FILE-OK
               DISPLAY "ERROR: no budget on file for " ACCOUNT-IN
                   " " PERIOD-IN
               SET WARNINGS-OCCURRED TO TRUE
           ELSE
               MOVE BGT-ORIGINAL-AMOUNT TO ORIGINAL-DISPLAY
               MOVE BGT-REVISED-AMOUNT TO REVISED-DISPLAY
               DISPLAY "Original: " ORIGINAL-DISPLAY
                   "   Revised: " REVISED-DISPLAY
               DISPLAY "Restore revised to original (Y/N)? "
                   WITH NO ADVANCING
               ACCEPT CONFIRM-IN
               IF CONFIRM-IN = "Y" OR CONFIRM-IN = "y"
                   MOVE BGT-ORIGINAL-AMOUNT TO BGT-REVISED-AMOUNT
                   PERFORM STAMP-ADJUSTMENT
                   REWRITE BUDGET-RECORD
                   IF FILE-OK
                       DISPLAY "SUCCESS: revised budget restored"
                   ELSE
                       DISPLAY "ERROR: budget not saved, status "
                           FILE-STATUS
                       SET WARNINGS-OCCURRED TO TRUE
                   END-IF
               ELSE
                   DISPLAY "Restore cancelled"
               END-IF
           END-IF.

       DETERMINE-RETURN-CODE.
           IF PROGRAM-RETURN-CODE = 0 AND WARNINGS-OCCURRED
               MOVE 4 TO PROGRAM-RETURN-CODE
           END-IF.

       CLEANUP.
           CLOSE BUDGET-FILE
           CLOSE SECURITY-FILE.

       END PROGRAM GL-BUDGET-MAINTENANCE.
