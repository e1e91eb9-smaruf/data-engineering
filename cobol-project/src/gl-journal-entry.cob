       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-JOURNAL-ENTRY.
       AUTHOR. MUHAMMAD SHAMSUL MARUF.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * GENERAL LEDGER MANUAL JOURNAL ENTRY                           *
      * Lets the accountants book accruals, reclasses and corrections *
      * as proper multi-line journals instead of editing              *
      * gl-interface.txt by hand. Each line names an account the      *
      * account map (gl-account-map.txt) knows, a side and an amount; *
      * the period must not be closed on gl-period-status.txt, and a  *
      * journal whose debits do not equal its credits is refused      *
      * rather than saved. Journals are standard (post once),         *
      * reversing (post once, then back out in the following period)  *
      * or recurring (post to every period from the first to the      *
      * last). A saved journal waits for approval by a second         *
      * operator with administration authority - never the one who    *
      * keyed it - and GL-POSTING posts approved journals on its next *
      * run. Operators sign on the way INVENTORY-COUNT's do.          *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-HEADER-FILE
               ASSIGN TO "../data/output/gl-journals.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRH-JOURNAL-NUMBER
               FILE STATUS IS FILE-STATUS.

           SELECT JOURNAL-LINE-FILE
               ASSIGN TO "../data/output/gl-journal-lines.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRL-KEY
               FILE STATUS IS LINE-FILE-STATUS.

           SELECT JOURNAL-NUMBER-FILE
               ASSIGN TO "../data/output/gl-journal-control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NUMBER-FILE-STATUS.

           SELECT SECURITY-FILE
               ASSIGN TO "../data/output/operators.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-OPERATOR-ID
               FILE STATUS IS SECURITY-FILE-STATUS.

           SELECT GL-ACCOUNT-MAP-FILE
               ASSIGN TO "../data/input/gl-account-map.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAP-FILE-STATUS.

           SELECT PERIOD-STATUS-FILE
               ASSIGN TO "../data/output/gl-period-status.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-HEADER-FILE.
       01  JOURNAL-HEADER-RECORD.
           COPY "jrnhdr.cpy".

       FD  JOURNAL-LINE-FILE.
       01  JOURNAL-LINE-RECORD.
           COPY "jrnlin.cpy".

       FD  JOURNAL-NUMBER-FILE.
       01  JOURNAL-NUMBER-RECORD       PIC 9(6).

       FD  SECURITY-FILE.
       01  SECURITY-RECORD.
           COPY "secrec.cpy".

       FD  GL-ACCOUNT-MAP-FILE.
       01  GL-ACCOUNT-MAP-RECORD       PIC X(40).

      * Same layout GL-POSTING and GL-MONTH-END-CLOSE use.
       FD  PERIOD-STATUS-FILE.
       01  PERIOD-STATUS-RECORD.
           05  PST-PERIOD              PIC 9(6).
           05  FILLER                  PIC X(1).
           05  PST-STATUS              PIC X(1).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS             PIC XX.
           88  FILE-OK             VALUE "00".
           88  RECORD-NOT-FOUND    VALUE "23".
       01  LINE-FILE-STATUS        PIC XX.
       01  NUMBER-FILE-STATUS      PIC XX.
       01  SECURITY-FILE-STATUS    PIC XX.
       01  MAP-FILE-STATUS         PIC XX.
       01  PERIOD-FILE-STATUS      PIC XX.

       01  PROGRAM-RETURN-CODE     PIC 9(3) VALUE ZERO.
       01  WARNING-FLAG            PIC X VALUE 'N'.
           88  WARNINGS-OCCURRED   VALUE 'Y'.

       01  USER-CHOICE             PIC 9.
           88  CHOICE-ENTER        VALUE 1.
           88  CHOICE-INQUIRE      VALUE 2.
           88  CHOICE-APPROVE      VALUE 3.
           88  CHOICE-CANCEL       VALUE 4.
           88  CHOICE-LIST-OPEN    VALUE 5.
           88  CHOICE-EXIT         VALUE 9.

       01  CONTINUE-FLAG           PIC X VALUE 'Y'.
       01  TODAY-YYYYMMDD          PIC 9(8).
       01  SEARCH-JOURNAL-NUMBER   PIC 9(6).
       01  LAST-JOURNAL-NUMBER     PIC 9(6) VALUE ZERO.

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
       01  JOURNAL-PROGRAM-NAME    PIC X(20) VALUE "GL-JOURNAL-ENTRY".
       01  JOURNAL-RESULT          PIC X(8).
       01  JOURNAL-LOCKOUT-FLAG    PIC X(1).
           88  JOURNAL-LOCKED-OUT  VALUE 'Y'.

      * Accounts the ledger knows: both columns of the account map.
       01  KNOWN-ACCOUNT-TABLE.
           05  KNOWN-ACCOUNT OCCURS 100 TIMES PIC X(10).
       01  KNOWN-ACCOUNT-COUNT     PIC 9(3) VALUE 0.
       01  KNOWN-IDX               PIC 9(3).
       01  MAP-SOURCE-IN           PIC X(10).
       01  MAP-OFFSET-IN           PIC X(10).
       01  ACCOUNT-UNDER-TEST      PIC X(10).
       01  ACCOUNT-KNOWN-SWITCH    PIC X.
           88  ACCOUNT-IS-KNOWN    VALUE 'Y'.
       01  END-OF-MAP              PIC X VALUE 'N'.
           88  NO-MORE-MAP         VALUE 'Y'.

      * Closed-period table, latest row per period wins.
       01  CLOSED-PERIOD-TABLE.
           05  CLOSED-PERIOD-ENTRY OCCURS 60 TIMES.
               10  CPT-PERIOD      PIC 9(6).
               10  CPT-STATUS      PIC X(1).
       01  CLOSED-PERIOD-COUNT     PIC 9(2) VALUE 0.
       01  CPT-IDX                 PIC 9(2).
       01  END-OF-PERIOD-FILE      PIC X VALUE 'N'.
           88  NO-MORE-PERIOD-ROWS VALUE 'Y'.
       01  PERIOD-ROW-SWITCH       PIC X.
           88  PERIOD-ROW-FOUND    VALUE 'Y'.
       01  PERIOD-ROW-IDX          PIC 9(2).
       01  PERIOD-UNDER-TEST       PIC 9(6).
       01  PERIOD-TEST-FIELDS REDEFINES PERIOD-UNDER-TEST.
           05  PUT-YEAR            PIC 9(4).
           05  PUT-MONTH           PIC 9(2).
       01  PERIOD-CHECK-SWITCH     PIC X.
           88  PERIOD-IS-OPEN      VALUE 'O'.
           88  PERIOD-IS-CLOSED    VALUE 'C'.
           88  PERIOD-IS-INVALID   VALUE 'I'.

      * The journal being keyed, held until it balances.
       01  NEW-JOURNAL-TYPE        PIC X(1).
       01  NEW-DESCRIPTION         PIC X(30).
       01  NEW-PERIOD              PIC 9(6).
       01  NEW-END-PERIOD          PIC 9(6).
       01  NEW-LINE-TABLE.
           05  NEW-LINE OCCURS 50 TIMES.
               10  NL-ACCOUNT      PIC X(10).
               10  NL-DR-CR        PIC X(2).
               10  NL-AMOUNT       PIC 9(10)V99.
               10  NL-DESCRIPTION  PIC X(30).
       01  NEW-LINE-COUNT          PIC 9(3) VALUE 0.
       01  NL-IDX                  PIC 9(3).
       01  LINE-ACCOUNT-IN         PIC X(10).
       01  LINE-DR-CR-IN           PIC X(2).
       01  LINE-AMOUNT-IN          PIC 9(10)V99.
       01  LINE-DESCRIPTION-IN     PIC X(30).
       01  LINES-DONE-SWITCH       PIC X.
           88  LINES-DONE          VALUE 'Y'.
       01  DEBIT-TOTAL             PIC 9(10)V99.
       01  CREDIT-TOTAL            PIC 9(10)V99.
       01  HEADER-OK-SWITCH        PIC X.
           88  HEADER-OK           VALUE 'Y'.

       01  END-OF-JOURNALS         PIC X.
           88  NO-MORE-JOURNALS    VALUE 'Y'.
       01  END-OF-LINES            PIC X.
           88  NO-MORE-LINES       VALUE 'Y'.
       01  JOURNAL-LIST-COUNT      PIC 9(5).

       01  AMOUNT-DISPLAY          PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  DEBIT-DISPLAY           PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  CREDIT-DISPLAY          PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  JOURNAL-LINE-DISPLAY.
           05  JLD-LINE            PIC ZZ9.
           05  FILLER              PIC X(3) VALUE " | ".
           05  JLD-ACCOUNT         PIC X(10).
           05  FILLER              PIC X(3) VALUE " | ".
           05  JLD-DR-CR           PIC X(2).
           05  FILLER              PIC X(3) VALUE " | ".
           05  JLD-AMOUNT          PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(3) VALUE " | ".
           05  JLD-DESCRIPTION     PIC X(30).

       01  JOURNAL-LIST-DISPLAY.
           05  JHD-NUMBER          PIC 9(6).
           05  FILLER              PIC X(3) VALUE " | ".
           05  JHD-TYPE            PIC X(9).
           05  FILLER              PIC X(3) VALUE " | ".
           05  JHD-PERIOD          PIC 9(6).
           05  FILLER              PIC X(3) VALUE " | ".
           05  JHD-STATUS          PIC X(9).
           05  FILLER              PIC X(3) VALUE " | ".
           05  JHD-AMOUNT          PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(3) VALUE " | ".
           05  JHD-ENTERED-BY      PIC X(8).
           05  FILLER              PIC X(3) VALUE " | ".
           05  JHD-DESCRIPTION     PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-JOURNALS
           PERFORM LOAD-KNOWN-ACCOUNTS
           PERFORM LOAD-PERIOD-STATUS
           PERFORM SIGN-ON
           IF SIGNED-ON
               PERFORM PROCESS-MENU UNTIL CHOICE-EXIT
           END-IF
           PERFORM CLEANUP
           PERFORM DETERMINE-RETURN-CODE
           MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       INITIALIZE-JOURNALS.
           ACCEPT TODAY-YYYYMMDD FROM DATE YYYYMMDD

           OPEN I-O JOURNAL-HEADER-FILE
           IF FILE-STATUS = "35"
               CLOSE JOURNAL-HEADER-FILE
               OPEN OUTPUT JOURNAL-HEADER-FILE
               CLOSE JOURNAL-HEADER-FILE
               OPEN I-O JOURNAL-HEADER-FILE
           END-IF
           IF NOT FILE-OK
               DISPLAY "ERROR: cannot initialize GL journal file"
               DISPLAY "File Status: " FILE-STATUS
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O JOURNAL-LINE-FILE
           IF LINE-FILE-STATUS = "35"
               CLOSE JOURNAL-LINE-FILE
               OPEN OUTPUT JOURNAL-LINE-FILE
               CLOSE JOURNAL-LINE-FILE
               OPEN I-O JOURNAL-LINE-FILE
           END-IF
           IF LINE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot initialize GL journal line file"
               DISPLAY "File Status: " LINE-FILE-STATUS
               CLOSE JOURNAL-HEADER-FILE
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O SECURITY-FILE
           IF SECURITY-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open operator security file"
               DISPLAY "File Status: " SECURITY-FILE-STATUS
               CLOSE JOURNAL-HEADER-FILE
               CLOSE JOURNAL-LINE-FILE
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

      * Either column of the map makes an account known: the source
      * accounts the feeders post to and the offsets they balance
      * against are the whole chart the ledger carries.
       LOAD-KNOWN-ACCOUNTS.
           OPEN INPUT GL-ACCOUNT-MAP-FILE
           IF MAP-FILE-STATUS NOT = "00"
               DISPLAY "NOTE: no gl-account-map.txt supplied"
                   " - no account can be journalled"
           ELSE
               PERFORM LOAD-NEXT-MAP-ENTRY UNTIL NO-MORE-MAP
               CLOSE GL-ACCOUNT-MAP-FILE
           END-IF.

       LOAD-NEXT-MAP-ENTRY.
           READ GL-ACCOUNT-MAP-FILE
               AT END
                   SET NO-MORE-MAP TO TRUE
               NOT AT END
                   MOVE SPACES TO MAP-SOURCE-IN MAP-OFFSET-IN
                   UNSTRING GL-ACCOUNT-MAP-RECORD DELIMITED BY ","
                       INTO MAP-SOURCE-IN MAP-OFFSET-IN
                   END-UNSTRING
                   MOVE MAP-SOURCE-IN TO ACCOUNT-UNDER-TEST
                   PERFORM ADD-KNOWN-ACCOUNT
                   MOVE MAP-OFFSET-IN TO ACCOUNT-UNDER-TEST
                   PERFORM ADD-KNOWN-ACCOUNT
           END-READ.

       ADD-KNOWN-ACCOUNT.
           IF ACCOUNT-UNDER-TEST NOT = SPACES
               PERFORM CHECK-ACCOUNT-KNOWN
               IF NOT ACCOUNT-IS-KNOWN
                   IF KNOWN-ACCOUNT-COUNT < 100
                       ADD 1 TO KNOWN-ACCOUNT-COUNT
                       MOVE ACCOUNT-UNDER-TEST
                           TO KNOWN-ACCOUNT(KNOWN-ACCOUNT-COUNT)
                   ELSE
                       DISPLAY "WARNING: account table full, "
                           ACCOUNT-UNDER-TEST " skipped"
                   END-IF
               END-IF
           END-IF.

       CHECK-ACCOUNT-KNOWN.
           MOVE 'N' TO ACCOUNT-KNOWN-SWITCH
           PERFORM TEST-ONE-KNOWN-ACCOUNT
               VARYING KNOWN-IDX FROM 1 BY 1
               UNTIL KNOWN-IDX > KNOWN-ACCOUNT-COUNT
                   OR ACCOUNT-IS-KNOWN.

       TEST-ONE-KNOWN-ACCOUNT.
           IF KNOWN-ACCOUNT(KNOWN-IDX) = ACCOUNT-UNDER-TEST
               SET ACCOUNT-IS-KNOWN TO TRUE
           END-IF.

       LOAD-PERIOD-STATUS.
           OPEN INPUT PERIOD-STATUS-FILE
           IF PERIOD-FILE-STATUS = "00"
               PERFORM LOAD-NEXT-PERIOD-ROW UNTIL NO-MORE-PERIOD-ROWS
               CLOSE PERIOD-STATUS-FILE
           END-IF.

       LOAD-NEXT-PERIOD-ROW.
           READ PERIOD-STATUS-FILE
               AT END
                   SET NO-MORE-PERIOD-ROWS TO TRUE
               NOT AT END
                   IF PST-PERIOD NUMERIC
                       PERFORM STORE-PERIOD-ROW
                   END-IF
           END-READ.

       STORE-PERIOD-ROW.
           MOVE PST-PERIOD TO PERIOD-UNDER-TEST
           PERFORM FIND-PERIOD-ROW
           IF PERIOD-ROW-FOUND
               MOVE PST-STATUS TO CPT-STATUS(PERIOD-ROW-IDX)
           ELSE
               IF CLOSED-PERIOD-COUNT < 60
                   ADD 1 TO CLOSED-PERIOD-COUNT
                   MOVE PST-PERIOD TO CPT-PERIOD(CLOSED-PERIOD-COUNT)
                   MOVE PST-STATUS TO CPT-STATUS(CLOSED-PERIOD-COUNT)
               END-IF
           END-IF.

       FIND-PERIOD-ROW.
           MOVE 'N' TO PERIOD-ROW-SWITCH
           PERFORM TEST-ONE-PERIOD-ROW
               VARYING CPT-IDX FROM 1 BY 1
               UNTIL CPT-IDX > CLOSED-PERIOD-COUNT
                   OR PERIOD-ROW-FOUND.

       TEST-ONE-PERIOD-ROW.
           IF CPT-PERIOD(CPT-IDX) = PERIOD-UNDER-TEST
               SET PERIOD-ROW-FOUND TO TRUE
               MOVE CPT-IDX TO PERIOD-ROW-IDX
           END-IF.

      * A period is YYYYMM with a real month; it is closed when its
      * latest status row says so, open otherwise.
       CHECK-PERIOD.
           SET PERIOD-IS-OPEN TO TRUE
           IF PUT-MONTH < 1 OR PUT-MONTH > 12 OR PUT-YEAR < 1900
               SET PERIOD-IS-INVALID TO TRUE
           ELSE
               PERFORM FIND-PERIOD-ROW
               IF PERIOD-ROW-FOUND
                   AND CPT-STATUS(PERIOD-ROW-IDX) = "C"
                   SET PERIOD-IS-CLOSED TO TRUE
               END-IF
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

      * Keying and cancelling journals need update authority;
      * approving one is the second pair of eyes and needs
      * administration authority.
       PROCESS-MENU.
           PERFORM DISPLAY-MENU
           ACCEPT USER-CHOICE

           EVALUATE TRUE
               WHEN (CHOICE-ENTER OR CHOICE-CANCEL)
                   AND OPERATOR-AUTHORITY < 2
                   DISPLAY "ERROR: operator " OPERATOR-ID
                       " is not authorized to maintain journals"
                   SET WARNINGS-OCCURRED TO TRUE
               WHEN CHOICE-APPROVE AND OPERATOR-AUTHORITY < 3
                   DISPLAY "ERROR: operator " OPERATOR-ID
                       " is not authorized to approve journals"
                   SET WARNINGS-OCCURRED TO TRUE
               WHEN CHOICE-ENTER
                   PERFORM ENTER-JOURNAL
               WHEN CHOICE-INQUIRE
                   PERFORM INQUIRE-JOURNAL
               WHEN CHOICE-APPROVE
                   PERFORM APPROVE-JOURNAL
               WHEN CHOICE-CANCEL
                   PERFORM CANCEL-JOURNAL
               WHEN CHOICE-LIST-OPEN
                   PERFORM LIST-OPEN-JOURNALS
               WHEN CHOICE-EXIT
                   DISPLAY "Exiting program..."
               WHEN OTHER
                   DISPLAY "Invalid choice. Please try again."
           END-EVALUATE

           DISPLAY " ".

       DISPLAY-MENU.
           DISPLAY " "
           DISPLAY "========== GL JOURNAL ENTRY =========="
           DISPLAY "1. Enter a Journal"
           DISPLAY "2. Inquire on a Journal"
           DISPLAY "3. Approve a Journal"
           DISPLAY "4. Cancel a Journal"
           DISPLAY "5. List Pending and Active Journals"
           DISPLAY "9. Exit"
           DISPLAY "======================================"
           DISPLAY "Enter your choice: " WITH NO ADVANCING.

       ENTER-JOURNAL.
           DISPLAY "--- ENTER A JOURNAL ---"
           PERFORM CAPTURE-JOURNAL-HEADER
           IF HEADER-OK
               MOVE ZERO TO NEW-LINE-COUNT
               MOVE 'N' TO LINES-DONE-SWITCH
               DISPLAY "Enter lines; a blank account ends the journal"
               PERFORM CAPTURE-JOURNAL-LINE UNTIL LINES-DONE
               PERFORM TOTAL-NEW-JOURNAL
               MOVE DEBIT-TOTAL TO DEBIT-DISPLAY
               MOVE CREDIT-TOTAL TO CREDIT-DISPLAY
               DISPLAY "Debits:  " DEBIT-DISPLAY
               DISPLAY "Credits: " CREDIT-DISPLAY
               EVALUATE TRUE
                   WHEN NEW-LINE-COUNT < 2
                       SET WARNINGS-OCCURRED TO TRUE
                       DISPLAY "ERROR: a journal needs at least two "
                           "lines - not saved"
                   WHEN DEBIT-TOTAL NOT = CREDIT-TOTAL
                       SET WARNINGS-OCCURRED TO TRUE
                       DISPLAY "ERROR: journal does not balance - "
                           "not saved"
                   WHEN OTHER
                       PERFORM SAVE-NEW-JOURNAL
               END-EVALUATE
           END-IF.

       CAPTURE-JOURNAL-HEADER.
           MOVE 'N' TO HEADER-OK-SWITCH
           MOVE ZERO TO NEW-END-PERIOD
           DISPLAY "Journal Type (S=Standard, V=Reversing, "
               "R=Recurring): " WITH NO ADVANCING
           ACCEPT NEW-JOURNAL-TYPE
           DISPLAY "Description: " WITH NO ADVANCING
           ACCEPT NEW-DESCRIPTION
           IF NEW-JOURNAL-TYPE = "R" OR NEW-JOURNAL-TYPE = "r"
               MOVE "R" TO NEW-JOURNAL-TYPE
               DISPLAY "First Period (YYYYMM): " WITH NO ADVANCING
               ACCEPT NEW-PERIOD
               DISPLAY "Last Period (YYYYMM, 0 = no end): "
                   WITH NO ADVANCING
               ACCEPT NEW-END-PERIOD
           ELSE
               DISPLAY "Period (YYYYMM): " WITH NO ADVANCING
               ACCEPT NEW-PERIOD
           END-IF
           IF NEW-JOURNAL-TYPE = "s"
               MOVE "S" TO NEW-JOURNAL-TYPE
           END-IF
           IF NEW-JOURNAL-TYPE = "v"
               MOVE "V" TO NEW-JOURNAL-TYPE
           END-IF

           MOVE NEW-PERIOD TO PERIOD-UNDER-TEST
           PERFORM CHECK-PERIOD
           EVALUATE TRUE
               WHEN NEW-JOURNAL-TYPE NOT = "S"
                   AND NEW-JOURNAL-TYPE NOT = "V"
                   AND NEW-JOURNAL-TYPE NOT = "R"
                   SET WARNINGS-OCCURRED TO TRUE
                   DISPLAY "ERROR: journal type must be S, V or R"
               WHEN NEW-DESCRIPTION = SPACES
                   SET WARNINGS-OCCURRED TO TRUE
                   DISPLAY "ERROR: description required"
               WHEN PERIOD-IS-INVALID
                   SET WARNINGS-OCCURRED TO TRUE
                   DISPLAY "ERROR: period " NEW-PERIOD
                       " is not a valid YYYYMM"
               WHEN PERIOD-IS-CLOSED
                   SET WARNINGS-OCCURRED TO TRUE
                   DISPLAY "ERROR: period " NEW-PERIOD " is closed"
               WHEN NEW-END-PERIOD NOT = ZERO
                   AND NEW-END-PERIOD < NEW-PERIOD
                   SET WARNINGS-OCCURRED TO TRUE
                   DISPLAY "ERROR: last period is before the first"
               WHEN OTHER
                   SET HEADER-OK TO TRUE
           END-EVALUATE.

      * A bad line is refused on the spot and the operator keys it
      * again; the journal only ever holds lines that passed.
       CAPTURE-JOURNAL-LINE.
           COMPUTE NL-IDX = NEW-LINE-COUNT + 1
           DISPLAY "Line " NL-IDX " Account: " WITH NO ADVANCING
           MOVE SPACES TO LINE-ACCOUNT-IN
           ACCEPT LINE-ACCOUNT-IN
           IF LINE-ACCOUNT-IN = SPACES
               SET LINES-DONE TO TRUE
           ELSE
               DISPLAY "        DR/CR: " WITH NO ADVANCING
               ACCEPT LINE-DR-CR-IN
               DISPLAY "        Amount: " WITH NO ADVANCING
               ACCEPT LINE-AMOUNT-IN
               DISPLAY "        Description: " WITH NO ADVANCING
               ACCEPT LINE-DESCRIPTION-IN
               IF LINE-DR-CR-IN = "dr"
                   MOVE "DR" TO LINE-DR-CR-IN
               END-IF
               IF LINE-DR-CR-IN = "cr"
                   MOVE "CR" TO LINE-DR-CR-IN
               END-IF
               MOVE LINE-ACCOUNT-IN TO ACCOUNT-UNDER-TEST
               PERFORM CHECK-ACCOUNT-KNOWN
               EVALUATE TRUE
                   WHEN NOT ACCOUNT-IS-KNOWN
                       DISPLAY "ERROR: account " LINE-ACCOUNT-IN
                           " is not on the account map - line "
                           "refused"
                   WHEN LINE-DR-CR-IN NOT = "DR"
                       AND LINE-DR-CR-IN NOT = "CR"
                       DISPLAY "ERROR: side must be DR or CR - "
                           "line refused"
                   WHEN LINE-AMOUNT-IN = ZERO
                       DISPLAY "ERROR: amount required - line "
                           "refused"
                   WHEN OTHER
                       ADD 1 TO NEW-LINE-COUNT
                       MOVE LINE-ACCOUNT-IN
                           TO NL-ACCOUNT(NEW-LINE-COUNT)
                       MOVE LINE-DR-CR-IN TO NL-DR-CR(NEW-LINE-COUNT)
                       MOVE LINE-AMOUNT-IN TO NL-AMOUNT(NEW-LINE-COUNT)
                       MOVE LINE-DESCRIPTION-IN
                           TO NL-DESCRIPTION(NEW-LINE-COUNT)
                       IF NEW-LINE-COUNT >= 50
                           DISPLAY "NOTE: 50 lines is the most a "
                               "journal holds"
                           SET LINES-DONE TO TRUE
                       END-IF
               END-EVALUATE
           END-IF.

       TOTAL-NEW-JOURNAL.
           MOVE ZERO TO DEBIT-TOTAL
           MOVE ZERO TO CREDIT-TOTAL
           PERFORM ADD-ONE-LINE-TO-TOTALS
               VARYING NL-IDX FROM 1 BY 1
               UNTIL NL-IDX > NEW-LINE-COUNT.

       ADD-ONE-LINE-TO-TOTALS.
           IF NL-DR-CR(NL-IDX) = "DR"
               ADD NL-AMOUNT(NL-IDX) TO DEBIT-TOTAL
           ELSE
               ADD NL-AMOUNT(NL-IDX) TO CREDIT-TOTAL
           END-IF.

       SAVE-NEW-JOURNAL.
           PERFORM READ-JOURNAL-NUMBER
           ADD 1 TO LAST-JOURNAL-NUMBER

           MOVE SPACES TO JOURNAL-HEADER-RECORD
           MOVE LAST-JOURNAL-NUMBER TO JRH-JOURNAL-NUMBER
           MOVE NEW-JOURNAL-TYPE TO JRH-TYPE
           MOVE NEW-DESCRIPTION TO JRH-DESCRIPTION
           MOVE NEW-PERIOD TO JRH-PERIOD
           MOVE NEW-END-PERIOD TO JRH-END-PERIOD
           SET JRH-IS-PENDING TO TRUE
           MOVE NEW-LINE-COUNT TO JRH-LINE-COUNT
           MOVE DEBIT-TOTAL TO JRH-TOTAL-AMOUNT
           MOVE OPERATOR-ID TO JRH-ENTERED-BY
           MOVE TODAY-YYYYMMDD TO JRH-ENTERED-DATE
           MOVE ZERO TO JRH-APPROVED-DATE
           MOVE ZERO TO JRH-POSTED-DATE
           MOVE ZERO TO JRH-LAST-POSTED-PERIOD
           MOVE ZERO TO JRH-REVERSAL-PERIOD
           MOVE "N" TO JRH-REVERSED-FLAG
           WRITE JOURNAL-HEADER-RECORD
           IF NOT FILE-OK
               SET WARNINGS-OCCURRED TO TRUE
               DISPLAY "ERROR: failed to save journal "
                   LAST-JOURNAL-NUMBER " status " FILE-STATUS
           ELSE
               PERFORM SAVE-JOURNAL-NUMBER
               PERFORM WRITE-ONE-JOURNAL-LINE
                   VARYING NL-IDX FROM 1 BY 1
                   UNTIL NL-IDX > NEW-LINE-COUNT
               DISPLAY "SUCCESS: journal " LAST-JOURNAL-NUMBER
                   " saved - awaiting approval"
           END-IF.

       WRITE-ONE-JOURNAL-LINE.
           MOVE LAST-JOURNAL-NUMBER TO JRL-JOURNAL-NUMBER
           MOVE NL-IDX TO JRL-LINE
           MOVE NL-ACCOUNT(NL-IDX) TO JRL-ACCOUNT
           MOVE NL-DR-CR(NL-IDX) TO JRL-DR-CR
           MOVE NL-AMOUNT(NL-IDX) TO JRL-AMOUNT
           MOVE NL-DESCRIPTION(NL-IDX) TO JRL-DESCRIPTION
           WRITE JOURNAL-LINE-RECORD
           IF LINE-FILE-STATUS NOT = "00"
               SET WARNINGS-OCCURRED TO TRUE
               DISPLAY "ERROR: failed to save journal line " NL-IDX
                   " status " LINE-FILE-STATUS
           END-IF.

       INQUIRE-JOURNAL.
           DISPLAY "--- INQUIRE ON A JOURNAL ---"
           PERFORM READ-REQUESTED-JOURNAL
           IF FILE-OK
               PERFORM DISPLAY-JOURNAL
           END-IF.

       READ-REQUESTED-JOURNAL.
           DISPLAY "Enter Journal Number: " WITH NO ADVANCING
           ACCEPT SEARCH-JOURNAL-NUMBER
           MOVE SEARCH-JOURNAL-NUMBER TO JRH-JOURNAL-NUMBER
           READ JOURNAL-HEADER-FILE KEY IS JRH-JOURNAL-NUMBER
           IF NOT FILE-OK
               SET WARNINGS-OCCURRED TO TRUE
               DISPLAY "ERROR: Journal not found"
           END-IF.

       DISPLAY-JOURNAL.
           PERFORM FORMAT-JOURNAL-SUMMARY
           DISPLAY "NUMBER | TYPE      | PERIOD | STATUS    | "
               "AMOUNT           | BY       | DESCRIPTION"
           DISPLAY JOURNAL-LIST-DISPLAY
           IF JRH-IS-RECURRING
               DISPLAY "Runs to period:  " JRH-END-PERIOD
                   "  last posted: " JRH-LAST-POSTED-PERIOD
           END-IF
           IF JRH-IS-REVERSING AND JRH-REVERSAL-PERIOD > 0
               DISPLAY "Reverses in:     " JRH-REVERSAL-PERIOD
                   "  reversal posted: " JRH-REVERSED-FLAG
           END-IF
           DISPLAY "Entered:         " JRH-ENTERED-DATE
               " by " JRH-ENTERED-BY
           IF JRH-APPROVED-DATE > 0
               DISPLAY "Approved:        " JRH-APPROVED-DATE
                   " by " JRH-APPROVED-BY
           END-IF
           DISPLAY "LINE | ACCOUNT    | SIDE | AMOUNT           | "
               "DESCRIPTION"
           MOVE 'N' TO END-OF-LINES
           MOVE JRH-JOURNAL-NUMBER TO JRL-JOURNAL-NUMBER
           MOVE ZERO TO JRL-LINE
           START JOURNAL-LINE-FILE KEY IS >= JRL-KEY
               INVALID KEY
                   SET NO-MORE-LINES TO TRUE
           END-START
           PERFORM DISPLAY-NEXT-JOURNAL-LINE UNTIL NO-MORE-LINES.

       DISPLAY-NEXT-JOURNAL-LINE.
           READ JOURNAL-LINE-FILE NEXT RECORD
               AT END
                   SET NO-MORE-LINES TO TRUE
               NOT AT END
                   IF JRL-JOURNAL-NUMBER NOT = JRH-JOURNAL-NUMBER
                       SET NO-MORE-LINES TO TRUE
                   ELSE
                       MOVE JRL-LINE TO JLD-LINE
                       MOVE JRL-ACCOUNT TO JLD-ACCOUNT
                       MOVE JRL-DR-CR TO JLD-DR-CR
                       MOVE JRL-AMOUNT TO JLD-AMOUNT
                       MOVE JRL-DESCRIPTION TO JLD-DESCRIPTION
                       DISPLAY JOURNAL-LINE-DISPLAY
                   END-IF
           END-READ.

       FORMAT-JOURNAL-SUMMARY.
           MOVE JRH-JOURNAL-NUMBER TO JHD-NUMBER
           EVALUATE TRUE
               WHEN JRH-IS-RECURRING
                   MOVE "RECURRING" TO JHD-TYPE
               WHEN JRH-IS-REVERSING
                   MOVE "REVERSING" TO JHD-TYPE
               WHEN OTHER
                   MOVE "STANDARD" TO JHD-TYPE
           END-EVALUATE
           MOVE JRH-PERIOD TO JHD-PERIOD
           EVALUATE TRUE
               WHEN JRH-IS-PENDING
                   MOVE "PENDING" TO JHD-STATUS
               WHEN JRH-IS-APPROVED
                   MOVE "APPROVED" TO JHD-STATUS
               WHEN JRH-IS-POSTED
                   MOVE "POSTED" TO JHD-STATUS
               WHEN OTHER
                   MOVE "CANCELLED" TO JHD-STATUS
           END-EVALUATE
           MOVE JRH-TOTAL-AMOUNT TO JHD-AMOUNT
           MOVE JRH-ENTERED-BY TO JHD-ENTERED-BY
           MOVE JRH-DESCRIPTION TO JHD-DESCRIPTION.

      * The period is checked again at approval: it may have closed
      * since the journal was keyed.
       APPROVE-JOURNAL.
           DISPLAY "--- APPROVE A JOURNAL ---"
           PERFORM READ-REQUESTED-JOURNAL
           IF FILE-OK
               MOVE JRH-PERIOD TO PERIOD-UNDER-TEST
               PERFORM CHECK-PERIOD
               EVALUATE TRUE
                   WHEN NOT JRH-IS-PENDING
                       SET WARNINGS-OCCURRED TO TRUE
                       DISPLAY "ERROR: journal " JRH-JOURNAL-NUMBER
                           " is not awaiting approval"
                   WHEN JRH-ENTERED-BY = OPERATOR-ID
                       SET WARNINGS-OCCURRED TO TRUE
                       DISPLAY "ERROR: a journal must be approved by "
                           "an operator other than the one who "
                           "entered it"
                   WHEN PERIOD-IS-CLOSED AND NOT JRH-IS-RECURRING
                       SET WARNINGS-OCCURRED TO TRUE
                       DISPLAY "ERROR: period " JRH-PERIOD
                           " has closed - cancel and re-enter"
                   WHEN OTHER
                       PERFORM DISPLAY-JOURNAL
                       DISPLAY "Approve journal " JRH-JOURNAL-NUMBER
                           " for posting? (Y/N): " WITH NO ADVANCING
                       ACCEPT CONTINUE-FLAG
                       IF CONTINUE-FLAG = 'Y' OR CONTINUE-FLAG = 'y'
                           PERFORM MARK-JOURNAL-APPROVED
                       ELSE
                           DISPLAY "Approval cancelled"
                       END-IF
               END-EVALUATE
           END-IF.

       MARK-JOURNAL-APPROVED.
           MOVE SEARCH-JOURNAL-NUMBER TO JRH-JOURNAL-NUMBER
           READ JOURNAL-HEADER-FILE KEY IS JRH-JOURNAL-NUMBER
           IF FILE-OK
               SET JRH-IS-APPROVED TO TRUE
               MOVE OPERATOR-ID TO JRH-APPROVED-BY
               MOVE TODAY-YYYYMMDD TO JRH-APPROVED-DATE
               REWRITE JOURNAL-HEADER-RECORD
           END-IF
           IF FILE-OK
               DISPLAY "SUCCESS: journal " JRH-JOURNAL-NUMBER
                   " approved - GL-POSTING will post it"
           ELSE
               SET WARNINGS-OCCURRED TO TRUE
               DISPLAY "ERROR: failed to approve journal, status "
                   FILE-STATUS
           END-IF.

      * A pending journal can be withdrawn by anyone who may key
      * one; stopping an approved journal (typically a recurring one
      * that is no longer wanted) takes administration authority.
       CANCEL-JOURNAL.
           DISPLAY "--- CANCEL A JOURNAL ---"
           PERFORM READ-REQUESTED-JOURNAL
           IF FILE-OK
               EVALUATE TRUE
                   WHEN JRH-IS-POSTED OR JRH-IS-CANCELLED
                       SET WARNINGS-OCCURRED TO TRUE
                       DISPLAY "ERROR: journal " JRH-JOURNAL-NUMBER
                           " is already posted or cancelled - book "
                           "a correcting journal instead"
                   WHEN JRH-IS-APPROVED AND OPERATOR-AUTHORITY < 3
                       SET WARNINGS-OCCURRED TO TRUE
                       DISPLAY "ERROR: operator " OPERATOR-ID
                           " is not authorized to cancel an "
                           "approved journal"
                   WHEN OTHER
                       PERFORM DISPLAY-JOURNAL
                       DISPLAY "Cancel journal " JRH-JOURNAL-NUMBER
                           "? (Y/N): " WITH NO ADVANCING
                       ACCEPT CONTINUE-FLAG
                       IF CONTINUE-FLAG = 'Y' OR CONTINUE-FLAG = 'y'
                           PERFORM MARK-JOURNAL-CANCELLED
                       ELSE
                           DISPLAY "Cancel operation cancelled"
                       END-IF
               END-EVALUATE
           END-IF.

       MARK-JOURNAL-CANCELLED.
           MOVE SEARCH-JOURNAL-NUMBER TO JRH-JOURNAL-NUMBER
           READ JOURNAL-HEADER-FILE KEY IS JRH-JOURNAL-NUMBER
           IF FILE-OK
               SET JRH-IS-CANCELLED TO TRUE
               REWRITE JOURNAL-HEADER-RECORD
           END-IF
           IF FILE-OK
               DISPLAY "SUCCESS: journal " JRH-JOURNAL-NUMBER
                   " cancelled"
           ELSE
               SET WARNINGS-OCCURRED TO TRUE
               DISPLAY "ERROR: failed to cancel journal, status "
                   FILE-STATUS
           END-IF.

       LIST-OPEN-JOURNALS.
           DISPLAY "--- PENDING AND ACTIVE JOURNALS ---"
           DISPLAY "NUMBER | TYPE      | PERIOD | STATUS    | "
               "AMOUNT           | BY       | DESCRIPTION"
           MOVE ZERO TO JOURNAL-LIST-COUNT
           MOVE 'N' TO END-OF-JOURNALS
           MOVE ZERO TO JRH-JOURNAL-NUMBER
           START JOURNAL-HEADER-FILE KEY IS >= JRH-JOURNAL-NUMBER
               INVALID KEY
                   SET NO-MORE-JOURNALS TO TRUE
           END-START
           PERFORM LIST-NEXT-JOURNAL UNTIL NO-MORE-JOURNALS
           DISPLAY JOURNAL-LIST-COUNT " journal(s) pending or active".

       LIST-NEXT-JOURNAL.
           READ JOURNAL-HEADER-FILE NEXT RECORD
               AT END
                   SET NO-MORE-JOURNALS TO TRUE
               NOT AT END
                   IF JRH-IS-PENDING OR JRH-IS-APPROVED
                       OR (JRH-IS-REVERSING AND JRH-IS-POSTED
                           AND NOT JRH-REVERSAL-POSTED)
                       PERFORM FORMAT-JOURNAL-SUMMARY
                       DISPLAY JOURNAL-LIST-DISPLAY
                       ADD 1 TO JOURNAL-LIST-COUNT
                   END-IF
           END-READ.

       READ-JOURNAL-NUMBER.
           OPEN INPUT JOURNAL-NUMBER-FILE
           IF NUMBER-FILE-STATUS = "00"
               READ JOURNAL-NUMBER-FILE
               IF NUMBER-FILE-STATUS = "00"
                   AND JOURNAL-NUMBER-RECORD NUMERIC
                   MOVE JOURNAL-NUMBER-RECORD TO LAST-JOURNAL-NUMBER
               END-IF
               CLOSE JOURNAL-NUMBER-FILE
           END-IF.

       SAVE-JOURNAL-NUMBER.
           OPEN OUTPUT JOURNAL-NUMBER-FILE
           IF NUMBER-FILE-STATUS = "00"
               MOVE LAST-JOURNAL-NUMBER TO JOURNAL-NUMBER-RECORD
               WRITE JOURNAL-NUMBER-RECORD
               CLOSE JOURNAL-NUMBER-FILE
           ELSE
               DISPLAY "WARNING: cannot save journal number counter"
                   " (status " NUMBER-FILE-STATUS ")"
               SET WARNINGS-OCCURRED TO TRUE
           END-IF.

       DETERMINE-RETURN-CODE.
           IF PROGRAM-RETURN-CODE = 0 AND WARNINGS-OCCURRED
               MOVE 4 TO PROGRAM-RETURN-CODE
           END-IF.

       CLEANUP.
           CLOSE JOURNAL-HEADER-FILE
           CLOSE JOURNAL-LINE-FILE
           CLOSE SECURITY-FILE.

       END PROGRAM GL-JOURNAL-ENTRY.
