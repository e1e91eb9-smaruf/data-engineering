       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-ACCOUNT-INQUIRY.
       AUTHOR. MUHAMMAD SHAMSUL MARUF.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * GL ACCOUNT DRILL-DOWN INQUIRY                                 *
      * Starts from a trial balance figure - an account and period    *
      * off trial-balance.txt - and lists the journal detail lines    *
      * GL-POSTING wrote behind it on gl-journal-detail.dat, proving  *
      * them against the balance master. A year-to-date bucket        *
      * (period YYYY00) lists the year's monthly detail. A journal    *
      * can be displayed whole, both sides.                           *
      *                                                               *
      * An accounts receivable posting can be traced on into the      *
      * customer audit trail: the interface line is a summary of the  *
      * customer updates its source program made since that program's *
      * previous posting to the same account, so the trace lists the  *
      * customer-audit-log.txt entries of the matching operation      *
      * logged after the previous posting run and up to this one (the *
      * start of the period when there is no earlier one), with each  *
      * customer's balance before and after.                          *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-BALANCE-FILE
               ASSIGN TO "../data/output/gl-balances.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLB-KEY
               FILE STATUS IS BALANCE-FILE-STATUS.

           SELECT GL-DETAIL-FILE
               ASSIGN TO "../data/output/gl-journal-detail.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLD-KEY
               ALTERNATE RECORD KEY IS GLD-ACCOUNT-PERIOD
                   WITH DUPLICATES
               FILE STATUS IS DETAIL-FILE-STATUS.

           SELECT CUSTOMER-AUDIT-LOG
               ASSIGN TO "../data/output/customer-audit-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-BALANCE-FILE.
       01  GL-BALANCE-RECORD.
           05  GLB-KEY.
               10  GLB-ACCOUNT     PIC X(10).
               10  GLB-PERIOD      PIC 9(6).
           05  GLB-DEBIT-TOTAL     PIC 9(12)V99 COMP-3.
           05  GLB-CREDIT-TOTAL    PIC 9(12)V99 COMP-3.

       FD  GL-DETAIL-FILE.
       01  GL-DETAIL-RECORD.
           COPY "gldetl.cpy".

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

       WORKING-STORAGE SECTION.
       01  BALANCE-FILE-STATUS     PIC XX.
       01  DETAIL-FILE-STATUS      PIC XX.
       01  AUDIT-FILE-STATUS       PIC XX.

       01  PROGRAM-RETURN-CODE     PIC 9(3) VALUE ZERO.
       01  WARNING-FLAG            PIC X VALUE 'N'.
           88  WARNINGS-OCCURRED   VALUE 'Y'.
       01  BALANCE-SWITCH          PIC X VALUE 'N'.
           88  BALANCES-AVAILABLE  VALUE 'Y'.

       01  USER-CHOICE             PIC 9.
           88  CHOICE-ACCOUNT      VALUE 1.
           88  CHOICE-JOURNAL      VALUE 2.
           88  CHOICE-TRACE        VALUE 3.
           88  CHOICE-EXIT         VALUE 9.

       01  INQUIRY-ACCOUNT         PIC X(10).
       01  INQUIRY-PERIOD          PIC 9(6).
       01  INQUIRY-PERIOD-FIELDS REDEFINES INQUIRY-PERIOD.
           05  IQP-YEAR            PIC 9(4).
           05  IQP-MONTH           PIC 9(2).
       01  FROM-PERIOD             PIC 9(6).
       01  TO-PERIOD               PIC 9(6).
       01  INQUIRY-JOURNAL         PIC 9(8).
       01  INQUIRY-LINE            PIC 9(3).

       01  END-OF-DETAIL           PIC X.
           88  NO-MORE-DETAIL      VALUE 'Y'.
       01  END-OF-AUDIT-LOG        PIC X.
           88  NO-MORE-AUDIT       VALUE 'Y'.

       01  DETAIL-COUNT            PIC 9(6).
       01  DETAIL-DEBITS           PIC 9(12)V99.
       01  DETAIL-CREDITS          PIC 9(12)V99.
       01  LEDGER-DEBITS           PIC 9(12)V99.
       01  LEDGER-CREDITS          PIC 9(12)V99.
       01  AMOUNT-DISPLAY          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  SIGNED-DISPLAY          PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

      * Accounts receivable interface references and the customer
      * audit trail operation each one summarizes.
       01  AR-REFERENCE-TABLE.
           05  FILLER              PIC X(26) VALUE
               "CASH-RECEIPTS       PAYMNT".
           05  FILLER              PIC X(26) VALUE
               "NSF-RETURN          NSFRTN".
           05  FILLER              PIC X(26) VALUE
               "NSF-FEE             NSFRTN".
           05  FILLER              PIC X(26) VALUE
               "WRITEOFF            WRTOFF".
           05  FILLER              PIC X(26) VALUE
               "FINANCE-CHG         FINCHG".
           05  FILLER              PIC X(26) VALUE
               "REFUNDS             REFUND".
           05  FILLER              PIC X(26) VALUE
               "CHECK-VOID          RFVOID".
           05  FILLER              PIC X(26) VALUE
               "SALES-REPORT        INVOIC".
           05  FILLER              PIC X(26) VALUE
               "SALES-TAX           INVOIC".
       01  AR-REFERENCE-REDEF REDEFINES AR-REFERENCE-TABLE.
           05  AR-REFERENCE-ENTRY OCCURS 9 TIMES.
               10  ARR-REFERENCE   PIC X(20).
               10  ARR-OPERATION   PIC X(6).
       01  AR-REFERENCE-COUNT      PIC 9(2) VALUE 9.
       01  ARR-IDX                 PIC 9(2).
       01  AR-SWITCH               PIC X.
           88  AR-POSTING          VALUE 'Y'.

      * The posting being traced, and the audit trail window.
       01  TRACE-ACCOUNT-PERIOD.
           05  TRACE-ACCOUNT       PIC X(10).
           05  TRACE-PERIOD        PIC 9(6).
       01  TRACE-REFERENCE         PIC X(20).
       01  TRACE-OPERATION         PIC X(6).
       01  TRACE-RUN-TIMESTAMP     PIC X(14).
       01  WINDOW-START            PIC X(14).
       01  TRACE-COUNT             PIC 9(6).
       01  TRACE-NET-CHANGE        PIC S9(10)V99.
       01  ENTRY-CUSTOMER-ID       PIC 9(6).
       01  ENTRY-CUSTOMER-NAME     PIC X(40).
       01  POSITION-BEFORE         PIC S9(10)V99.
       01  POSITION-AFTER          PIC S9(10)V99.
       01  POSITION-CHANGE         PIC S9(10)V99.
       01  BEFORE-DISPLAY          PIC ZZ,ZZZ,ZZ9.99-.
       01  AFTER-DISPLAY           PIC ZZ,ZZZ,ZZ9.99-.
       01  CHANGE-DISPLAY          PIC ZZ,ZZZ,ZZ9.99-.

      * Decoded record images, same field shape as custrec.cpy.
       01  BEFORE-CUSTOMER.
           COPY "custrec.cpy" REPLACING
               ==CUSTOMER-ID== BY ==BEF-CUSTOMER-ID==
               ==CUSTOMER-NAME== BY ==BEF-CUSTOMER-NAME==
               ==CUSTOMER-BALANCE== BY ==BEF-CUSTOMER-BALANCE==
               ==CUSTOMER-CREDIT-BALANCE== BY
                   ==BEF-CUSTOMER-CREDIT-BALANCE==.

       01  AFTER-CUSTOMER.
           COPY "custrec.cpy" REPLACING
               ==CUSTOMER-ID== BY ==AFT-CUSTOMER-ID==
               ==CUSTOMER-NAME== BY ==AFT-CUSTOMER-NAME==
               ==CUSTOMER-BALANCE== BY ==AFT-CUSTOMER-BALANCE==
               ==CUSTOMER-CREDIT-BALANCE== BY
                   ==AFT-CUSTOMER-CREDIT-BALANCE==.

       01  DETAIL-DISPLAY.
           05  DDL-JOURNAL         PIC 9(8).
           05  FILLER              PIC X(1) VALUE "-".
           05  DDL-LINE            PIC 9(3).
           05  FILLER              PIC X(3) VALUE " | ".
           05  DDL-ACCOUNT         PIC X(10).
           05  FILLER              PIC X(3) VALUE " | ".
           05  DDL-PERIOD          PIC 9(6).
           05  FILLER              PIC X(3) VALUE " | ".
           05  DDL-POSTED          PIC 9(8).
           05  FILLER              PIC X(3) VALUE " | ".
           05  DDL-SOURCE          PIC X(24).
           05  FILLER              PIC X(3) VALUE " | ".
           05  DDL-REFERENCE       PIC X(20).
           05  FILLER              PIC X(3) VALUE " | ".
           05  DDL-DR-CR           PIC X(2).
           05  FILLER              PIC X(3) VALUE " | ".
           05  DDL-AMOUNT          PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-INQUIRY
           PERFORM PROCESS-MENU UNTIL CHOICE-EXIT
           PERFORM CLEANUP
           PERFORM DETERMINE-RETURN-CODE
           MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       INITIALIZE-INQUIRY.
           OPEN INPUT GL-DETAIL-FILE
           IF DETAIL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open gl-journal-detail.dat"
               DISPLAY "File Status: " DETAIL-FILE-STATUS
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT GL-BALANCE-FILE
           IF BALANCE-FILE-STATUS = "00"
               SET BALANCES-AVAILABLE TO TRUE
           ELSE
               DISPLAY "NOTE: GL balance master not available - "
                   "detail is listed without the trial balance check"
           END-IF.

       PROCESS-MENU.
           PERFORM DISPLAY-MENU
           ACCEPT USER-CHOICE

           EVALUATE TRUE
               WHEN CHOICE-ACCOUNT
                   PERFORM INQUIRE-ACCOUNT
               WHEN CHOICE-JOURNAL
                   PERFORM INQUIRE-JOURNAL
               WHEN CHOICE-TRACE
                   PERFORM TRACE-POSTING
               WHEN CHOICE-EXIT
                   DISPLAY "Exiting program..."
               WHEN OTHER
                   DISPLAY "Invalid choice. Please try again."
           END-EVALUATE

           DISPLAY " ".

       DISPLAY-MENU.
           DISPLAY " "
           DISPLAY "======= GL ACCOUNT DRILL-DOWN INQUIRY ======="
           DISPLAY "1. Account and Period Detail"
           DISPLAY "2. Display a Journal"
           DISPLAY "3. Trace a Receivables Posting to the Audit Trail"
           DISPLAY "9. Exit"
           DISPLAY "============================================="
           DISPLAY "Enter your choice: " WITH NO ADVANCING.

      *****************************************************************
      * ACCOUNT AND PERIOD DETAIL                                     *
      *****************************************************************
       INQUIRE-ACCOUNT.
           DISPLAY "Enter GL Account: " WITH NO ADVANCING
           ACCEPT INQUIRY-ACCOUNT
           DISPLAY "Enter Period (YYYYMM, YYYY00 for the year): "
               WITH NO ADVANCING
           ACCEPT INQUIRY-PERIOD

           IF IQP-MONTH = ZERO
               MOVE INQUIRY-PERIOD TO FROM-PERIOD
               ADD 1 TO FROM-PERIOD
               MOVE INQUIRY-PERIOD TO TO-PERIOD
               ADD 12 TO TO-PERIOD
           ELSE
               MOVE INQUIRY-PERIOD TO FROM-PERIOD
               MOVE INQUIRY-PERIOD TO TO-PERIOD
           END-IF

           MOVE ZERO TO DETAIL-COUNT
           MOVE ZERO TO DETAIL-DEBITS
           MOVE ZERO TO DETAIL-CREDITS
           DISPLAY " "
           DISPLAY "JOURNAL-LIN | ACCOUNT    | PERIOD | POSTED   | "
               "SOURCE PROGRAM           | REFERENCE            | "
               "DR/CR | AMOUNT"
           MOVE 'N' TO END-OF-DETAIL
           MOVE INQUIRY-ACCOUNT TO GLD-ACCOUNT
           MOVE FROM-PERIOD TO GLD-PERIOD
           START GL-DETAIL-FILE KEY IS >= GLD-ACCOUNT-PERIOD
               INVALID KEY
                   SET NO-MORE-DETAIL TO TRUE
           END-START
           PERFORM LIST-NEXT-ACCOUNT-LINE UNTIL NO-MORE-DETAIL

           DISPLAY " "
           DISPLAY "Detail lines: " DETAIL-COUNT
           MOVE DETAIL-DEBITS TO AMOUNT-DISPLAY
           DISPLAY "Detail debits:          " AMOUNT-DISPLAY
           MOVE DETAIL-CREDITS TO AMOUNT-DISPLAY
           DISPLAY "Detail credits:         " AMOUNT-DISPLAY
           IF BALANCES-AVAILABLE
               PERFORM CHECK-AGAINST-LEDGER
           END-IF.

       LIST-NEXT-ACCOUNT-LINE.
           READ GL-DETAIL-FILE NEXT RECORD
               AT END
                   SET NO-MORE-DETAIL TO TRUE
               NOT AT END
                   IF GLD-ACCOUNT NOT = INQUIRY-ACCOUNT
                       OR GLD-PERIOD > TO-PERIOD
                       SET NO-MORE-DETAIL TO TRUE
                   ELSE
                       PERFORM DISPLAY-DETAIL-LINE
                       ADD 1 TO DETAIL-COUNT
                       IF GLD-DR-CR = "DR"
                           ADD GLD-AMOUNT TO DETAIL-DEBITS
                       ELSE
                           ADD GLD-AMOUNT TO DETAIL-CREDITS
                       END-IF
                   END-IF
           END-READ.

      * The balance master row for the period (or the year bucket)
      * must equal the detail; a difference is postings made before
      * the detail file was kept, or a detail write that failed.
       CHECK-AGAINST-LEDGER.
           MOVE INQUIRY-ACCOUNT TO GLB-ACCOUNT
           MOVE INQUIRY-PERIOD TO GLB-PERIOD
           READ GL-BALANCE-FILE KEY IS GLB-KEY
           IF BALANCE-FILE-STATUS = "00"
               MOVE GLB-DEBIT-TOTAL TO LEDGER-DEBITS
               MOVE GLB-CREDIT-TOTAL TO LEDGER-CREDITS
           ELSE
               MOVE ZERO TO LEDGER-DEBITS
               MOVE ZERO TO LEDGER-CREDITS
           END-IF
           MOVE LEDGER-DEBITS TO AMOUNT-DISPLAY
           DISPLAY "Trial balance debits:   " AMOUNT-DISPLAY
           MOVE LEDGER-CREDITS TO AMOUNT-DISPLAY
           DISPLAY "Trial balance credits:  " AMOUNT-DISPLAY
           IF LEDGER-DEBITS = DETAIL-DEBITS
               AND LEDGER-CREDITS = DETAIL-CREDITS
               DISPLAY "*** DETAIL AGREES WITH THE TRIAL BALANCE ***"
           ELSE
               DISPLAY "*** DETAIL DOES NOT AGREE WITH THE TRIAL "
                   "BALANCE - postings made before journal detail "
                   "was kept, or a detail write failed ***"
               SET WARNINGS-OCCURRED TO TRUE
           END-IF.

       DISPLAY-DETAIL-LINE.
           MOVE GLD-JOURNAL-NUMBER TO DDL-JOURNAL
           MOVE GLD-LINE TO DDL-LINE
           MOVE GLD-ACCOUNT TO DDL-ACCOUNT
           MOVE GLD-PERIOD TO DDL-PERIOD
           MOVE GLD-POSTING-DATE TO DDL-POSTED
           MOVE GLD-SOURCE-PROGRAM TO DDL-SOURCE
           MOVE GLD-SOURCE-REFERENCE TO DDL-REFERENCE
           MOVE GLD-DR-CR TO DDL-DR-CR
           MOVE GLD-AMOUNT TO DDL-AMOUNT
           DISPLAY DETAIL-DISPLAY.

      *****************************************************************
      * DISPLAY A JOURNAL                                             *
      *****************************************************************
       INQUIRE-JOURNAL.
           DISPLAY "Enter Journal Number: " WITH NO ADVANCING
           ACCEPT INQUIRY-JOURNAL
           MOVE ZERO TO DETAIL-COUNT
           DISPLAY " "
           DISPLAY "JOURNAL-LIN | ACCOUNT    | PERIOD | POSTED   | "
               "SOURCE PROGRAM           | REFERENCE            | "
               "DR/CR | AMOUNT"
           MOVE 'N' TO END-OF-DETAIL
           MOVE INQUIRY-JOURNAL TO GLD-JOURNAL-NUMBER
           MOVE ZERO TO GLD-LINE
           START GL-DETAIL-FILE KEY IS >= GLD-KEY
               INVALID KEY
                   SET NO-MORE-DETAIL TO TRUE
           END-START
           PERFORM LIST-NEXT-JOURNAL-LINE UNTIL NO-MORE-DETAIL
           IF DETAIL-COUNT = ZERO
               DISPLAY "ERROR: Journal not found"
               SET WARNINGS-OCCURRED TO TRUE
           END-IF.

       LIST-NEXT-JOURNAL-LINE.
           READ GL-DETAIL-FILE NEXT RECORD
               AT END
                   SET NO-MORE-DETAIL TO TRUE
               NOT AT END
                   IF GLD-JOURNAL-NUMBER NOT = INQUIRY-JOURNAL
                       SET NO-MORE-DETAIL TO TRUE
                   ELSE
                       PERFORM DISPLAY-DETAIL-LINE
                       IF DETAIL-COUNT = ZERO
                           AND GLD-DESCRIPTION NOT = SPACES
                           DISPLAY "  " GLD-DESCRIPTION
                       END-IF
                       ADD 1 TO DETAIL-COUNT
                   END-IF
           END-READ.

      *****************************************************************
      * TRACE A RECEIVABLES POSTING INTO THE CUSTOMER AUDIT TRAIL     *
      *****************************************************************
       TRACE-POSTING.
           DISPLAY "Enter Journal Number: " WITH NO ADVANCING
           ACCEPT INQUIRY-JOURNAL
           DISPLAY "Enter Line Number: " WITH NO ADVANCING
           ACCEPT INQUIRY-LINE
           MOVE INQUIRY-JOURNAL TO GLD-JOURNAL-NUMBER
           MOVE INQUIRY-LINE TO GLD-LINE
           READ GL-DETAIL-FILE KEY IS GLD-KEY
           IF DETAIL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Journal line not found"
               SET WARNINGS-OCCURRED TO TRUE
           ELSE
               PERFORM DISPLAY-DETAIL-LINE
               PERFORM FIND-AUDIT-OPERATION
               IF NOT AR-POSTING
                   DISPLAY "Not a receivables posting (reference "
                       GLD-SOURCE-REFERENCE ") - nothing to trace"
               ELSE
                   MOVE GLD-ACCOUNT-PERIOD TO TRACE-ACCOUNT-PERIOD
                   MOVE GLD-SOURCE-REFERENCE TO TRACE-REFERENCE
                   MOVE GLD-RUN-TIMESTAMP TO TRACE-RUN-TIMESTAMP
                   PERFORM FIND-TRACE-WINDOW
                   PERFORM SCAN-AUDIT-TRAIL
               END-IF
           END-IF.

       FIND-AUDIT-OPERATION.
           MOVE 'N' TO AR-SWITCH
           PERFORM TEST-ONE-AR-REFERENCE
               VARYING ARR-IDX FROM 1 BY 1
               UNTIL ARR-IDX > AR-REFERENCE-COUNT OR AR-POSTING.

       TEST-ONE-AR-REFERENCE.
           IF ARR-REFERENCE(ARR-IDX) = GLD-SOURCE-REFERENCE
               MOVE ARR-OPERATION(ARR-IDX) TO TRACE-OPERATION
               SET AR-POSTING TO TRUE
           END-IF.

      * The window opens at the latest earlier posting run of the
      * same reference to the same account and period.
       FIND-TRACE-WINDOW.
           MOVE SPACES TO WINDOW-START
           STRING TRACE-PERIOD "00000000"
               DELIMITED BY SIZE INTO WINDOW-START
           MOVE 'N' TO END-OF-DETAIL
           MOVE TRACE-ACCOUNT-PERIOD TO GLD-ACCOUNT-PERIOD
           START GL-DETAIL-FILE KEY IS >= GLD-ACCOUNT-PERIOD
               INVALID KEY
                   SET NO-MORE-DETAIL TO TRUE
           END-START
           PERFORM CHECK-NEXT-EARLIER-POSTING UNTIL NO-MORE-DETAIL.

       CHECK-NEXT-EARLIER-POSTING.
           READ GL-DETAIL-FILE NEXT RECORD
               AT END
                   SET NO-MORE-DETAIL TO TRUE
               NOT AT END
                   IF GLD-ACCOUNT-PERIOD NOT = TRACE-ACCOUNT-PERIOD
                       SET NO-MORE-DETAIL TO TRUE
                   ELSE
                       IF GLD-SOURCE-REFERENCE = TRACE-REFERENCE
                           AND GLD-RUN-TIMESTAMP < TRACE-RUN-TIMESTAMP
                           AND GLD-RUN-TIMESTAMP > WINDOW-START
                           MOVE GLD-RUN-TIMESTAMP TO WINDOW-START
                       END-IF
                   END-IF
           END-READ.

       SCAN-AUDIT-TRAIL.
           MOVE ZERO TO TRACE-COUNT
           MOVE ZERO TO TRACE-NET-CHANGE
           MOVE 'N' TO END-OF-AUDIT-LOG
           OPEN INPUT CUSTOMER-AUDIT-LOG
           IF AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open customer-audit-log.txt"
               DISPLAY "File Status: " AUDIT-FILE-STATUS
               SET WARNINGS-OCCURRED TO TRUE
           ELSE
               DISPLAY " "
               DISPLAY "Audit trail " TRACE-OPERATION " entries after "
                   WINDOW-START " up to " TRACE-RUN-TIMESTAMP ":"
               DISPLAY "TIMESTAMP      | OPERATOR | CUSTOMER | "
                   "NAME                           |         BEFORE |"
                   "          AFTER |         CHANGE"
               PERFORM EXAMINE-NEXT-AUDIT-ENTRY UNTIL NO-MORE-AUDIT
               CLOSE CUSTOMER-AUDIT-LOG
               DISPLAY " "
               DISPLAY "Audit trail entries: " TRACE-COUNT
               MOVE TRACE-NET-CHANGE TO SIGNED-DISPLAY
               DISPLAY "Net change to customer accounts: "
                   SIGNED-DISPLAY
               MOVE GLD-AMOUNT TO AMOUNT-DISPLAY
               DISPLAY "Amount posted to the ledger:     "
                   AMOUNT-DISPLAY " " GLD-DR-CR
           END-IF.

       EXAMINE-NEXT-AUDIT-ENTRY.
           READ CUSTOMER-AUDIT-LOG
               AT END
                   SET NO-MORE-AUDIT TO TRUE
               NOT AT END
                   IF AUDIT-OPERATION = TRACE-OPERATION
                       AND AUDIT-TIMESTAMP > WINDOW-START
                       AND AUDIT-TIMESTAMP NOT > TRACE-RUN-TIMESTAMP
                       PERFORM REPORT-AUDIT-ENTRY
                   END-IF
           END-READ.

      * A customer's position is the balance owed less any credit
      * balance held for them; the change is what the update did.
       REPORT-AUDIT-ENTRY.
           MOVE AUDIT-BEFORE-IMAGE TO BEFORE-CUSTOMER
           MOVE AUDIT-AFTER-IMAGE TO AFTER-CUSTOMER
           MOVE ZERO TO POSITION-BEFORE
           MOVE ZERO TO POSITION-AFTER
           IF AUDIT-BEFORE-IMAGE NOT = SPACES
               MOVE BEF-CUSTOMER-ID TO ENTRY-CUSTOMER-ID
               MOVE BEF-CUSTOMER-NAME TO ENTRY-CUSTOMER-NAME
               COMPUTE POSITION-BEFORE =
                   BEF-CUSTOMER-BALANCE - BEF-CUSTOMER-CREDIT-BALANCE
           END-IF
           IF AUDIT-AFTER-IMAGE NOT = SPACES
               MOVE AFT-CUSTOMER-ID TO ENTRY-CUSTOMER-ID
               MOVE AFT-CUSTOMER-NAME TO ENTRY-CUSTOMER-NAME
               COMPUTE POSITION-AFTER =
                   AFT-CUSTOMER-BALANCE - AFT-CUSTOMER-CREDIT-BALANCE
           END-IF
           COMPUTE POSITION-CHANGE = POSITION-AFTER - POSITION-BEFORE
           ADD POSITION-CHANGE TO TRACE-NET-CHANGE
           ADD 1 TO TRACE-COUNT
           MOVE POSITION-BEFORE TO BEFORE-DISPLAY
           MOVE POSITION-AFTER TO AFTER-DISPLAY
           MOVE POSITION-CHANGE TO CHANGE-DISPLAY
           DISPLAY AUDIT-TIMESTAMP " | " AUDIT-OPERATOR " | "
               ENTRY-CUSTOMER-ID "   | " ENTRY-CUSTOMER-NAME(1:30)
               " | " BEFORE-DISPLAY " | " AFTER-DISPLAY " | "
               CHANGE-DISPLAY.

       DETERMINE-RETURN-CODE.
           IF PROGRAM-RETURN-CODE = 0 AND WARNINGS-OCCURRED
               MOVE 4 TO PROGRAM-RETURN-CODE
           END-IF.

       CLEANUP.
           CLOSE GL-DETAIL-FILE
           IF BALANCES-AVAILABLE
               CLOSE GL-BALANCE-FILE
           END-IF.

       END PROGRAM GL-ACCOUNT-INQUIRY.
