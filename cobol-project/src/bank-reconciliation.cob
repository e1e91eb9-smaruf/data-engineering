       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-RECONCILIATION.
       AUTHOR. MUHAMMAD SHAMSUL MARUF.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * DAILY BANK RECONCILIATION                                     *
      * Loads the bank's statement file and clears each item against  *
      * the cash book: credits against the receipts PAYMENT-POSTING   *
      * applied, debits against refund checks, vendor checks, the     *
      * DIRECT-DEPOSIT batch total and customer payments NSF-RETURNS  *
      * has taken back. A match is on amount first; among the         *
      * outstanding rows of that amount the one whose reference the   *
      * bank quotes back wins, otherwise the oldest whose date is     *
      * within the tolerance of the bank's value date.                *
      *                                                               *
      * A bank item the books cannot explain is kept in the cash book *
      * as an unexplained bank item and retried on every later run,   *
      * so a receipt keyed a day late still clears it. The report     *
      * lists what cleared today, deposits in transit, outstanding    *
      * payments and unexplained bank items, and proves the adjusted  *
      * bank balance to the cash account in gl-balances.dat; any      *
      * difference left returns 4.                                    *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-STATEMENT-FILE
               ASSIGN TO "../data/input/bank-statement.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATEMENT-FILE-STATUS.

           SELECT CASH-BOOK-FILE
               ASSIGN TO "../data/output/cash-book.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CBK-KEY
               ALTERNATE RECORD KEY IS CBK-MATCH-KEY
                   WITH DUPLICATES
               FILE STATUS IS CASH-BOOK-STATUS.

           SELECT GL-BALANCE-FILE
               ASSIGN TO "../data/output/gl-balances.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLB-KEY
               FILE STATUS IS BALANCE-FILE-STATUS.

           SELECT RECONCILIATION-CONTROL-FILE
               ASSIGN TO "../data/input/bank-rec-control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT APPLIED-MARKER-FILE
               ASSIGN TO "../data/output/bank-rec-applied.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MARKER-FILE-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "../data/output/bank-reconciliation-report.txt"
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
      * One line per statement item as the bank sends it, plus a
      * closing-balance line (type T) carrying the ledger balance at
      * the end of the statement day; a '-' sign marks an overdraft.
       FD  BANK-STATEMENT-FILE.
       01  BANK-STATEMENT-RECORD.
           05  BST-RECORD-TYPE         PIC X(1).
               88  BST-IS-CREDIT       VALUE "C".
               88  BST-IS-DEBIT        VALUE "D".
               88  BST-IS-CLOSING      VALUE "T".
           05  FILLER                  PIC X(1).
           05  BST-VALUE-DATE          PIC 9(8).
           05  FILLER                  PIC X(1).
           05  BST-AMOUNT              PIC 9(10)V99.
           05  BST-SIGN                PIC X(1).
           05  FILLER                  PIC X(1).
           05  BST-BANK-REFERENCE      PIC X(16).
           05  FILLER                  PIC X(1).
           05  BST-CUSTOMER-REFERENCE  PIC X(20).
           05  FILLER                  PIC X(1).
           05  BST-DESCRIPTION         PIC X(30).

       FD  CASH-BOOK-FILE.
       01  CASH-BOOK-RECORD.
           COPY "cashbk.cpy".

       FD  GL-BALANCE-FILE.
       01  GL-BALANCE-RECORD.
           05  GLB-KEY.
               10  GLB-ACCOUNT     PIC X(10).
               10  GLB-PERIOD      PIC 9(6).
           05  GLB-DEBIT-TOTAL     PIC 9(12)V99 COMP-3.
           05  GLB-CREDIT-TOTAL    PIC 9(12)V99 COMP-3.

       FD  RECONCILIATION-CONTROL-FILE.
       01  RECONCILIATION-CONTROL-RECORD.
           05  BRC-DATE-TOLERANCE  PIC 9(3).

       FD  APPLIED-MARKER-FILE.
       01  APPLIED-MARKER-RECORD   PIC 9(8).

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(132).

       FD  OPS-STATS-FILE.
       01  OPS-STAT-RECORD.
           COPY "opstat.cpy".

       FD  COMPANY-PROFILE-FILE.
       01  COMPANY-PROFILE-RECORD.
           COPY "comprof.cpy".

       WORKING-STORAGE SECTION.
       01  STATEMENT-FILE-STATUS   PIC XX.
       01  CASH-BOOK-STATUS        PIC XX.
       01  BALANCE-FILE-STATUS     PIC XX.
       01  CONTROL-FILE-STATUS     PIC XX.
       01  MARKER-FILE-STATUS      PIC XX.
       01  REPORT-FILE-STATUS      PIC XX.
       01  OPS-STATS-FILE-STATUS   PIC XX.
       01  PROFILE-FILE-STATUS     PIC XX.

       01  COMPANY-NAME            PIC X(50) VALUE
           "ABC CORPORATION - TREASURY".
       01  GL-CASH-ACCOUNT         PIC X(10) VALUE "1000-CASH".

       01  TODAY-YYYYMMDD          PIC 9(8).
       01  CURRENT-DATE-FIELDS REDEFINES TODAY-YYYYMMDD.
           05  CURR-YEAR           PIC 9(4).
           05  CURR-MONTH          PIC 9(2).
           05  CURR-DAY            PIC 9(2).
       01  FORMATTED-DATE          PIC X(10).
       01  CURRENT-PERIOD          PIC 9(6).

       01  GL-PERIOD-CHECK         PIC 9(6).
       01  GL-PERIOD-FIELDS REDEFINES GL-PERIOD-CHECK.
           05  GL-PERIOD-YEAR      PIC 9(4).
           05  GL-PERIOD-MONTH     PIC 9(2).

      * Days either side of the bank's value date a book item may
      * fall and still clear on amount alone.
       01  DATE-TOLERANCE          PIC 9(3) VALUE 5.

       01  APPLIED-SWITCH          PIC X VALUE 'N'.
           88  ALREADY-APPLIED     VALUE 'Y'.
       01  STATEMENT-SWITCH        PIC X VALUE 'N'.
           88  STATEMENT-LOADED    VALUE 'Y'.
       01  CLOSING-SWITCH          PIC X VALUE 'N'.
           88  CLOSING-BALANCE-FOUND VALUE 'Y'.
       01  GL-BALANCE-SWITCH       PIC X VALUE 'N'.
           88  GL-BALANCES-READ    VALUE 'Y'.

       01  END-OF-STATEMENT        PIC X VALUE 'N'.
           88  NO-MORE-STATEMENT   VALUE 'Y'.
       01  END-OF-CANDIDATES       PIC X VALUE 'N'.
           88  NO-MORE-CANDIDATES  VALUE 'Y'.
       01  END-OF-BOOK-ROWS        PIC X VALUE 'N'.
           88  NO-MORE-BOOK-ROWS   VALUE 'Y'.
       01  END-OF-BALANCES         PIC X VALUE 'N'.
           88  NO-MORE-BALANCES    VALUE 'Y'.

      * The item being matched, whether it came off today's statement
      * or is an earlier unexplained bank item being retried.
       01  MATCH-DIRECTION         PIC X(1).
           88  MATCH-CASH-IN       VALUE "I".
           88  MATCH-CASH-OUT      VALUE "O".
       01  MATCH-AMOUNT            PIC 9(10)V99.
       01  MATCH-DATE              PIC 9(8).
       01  MATCH-CUSTOMER-REF      PIC X(20).
       01  MATCH-BANK-REF          PIC X(16).
       01  MATCH-BANK-ITEM-KEY     PIC X(14).
       01  TRY-SOURCE              PIC X(1).

       01  MATCH-SWITCH            PIC X VALUE 'N'.
           88  MATCH-FOUND         VALUE 'Y'.
       01  REFERENCE-SWITCH        PIC X VALUE 'N'.
           88  MATCHED-ON-REFERENCE VALUE 'Y'.
       01  BEST-KEY                PIC X(14).
       01  BEST-ITEM-DATE          PIC 9(8).
       01  DATE-GAP                PIC S9(7).

       01  BANK-ITEM-SEQUENCE      PIC 9(5) VALUE ZERO.

      * Unexplained bank items left from earlier runs, loaded before
      * today's statement so each is retried once against the books.
       01  RETRY-COUNT             PIC 9(3) VALUE ZERO.
       01  RETRY-IDX               PIC 9(3).
       01  RETRY-TABLE.
           05  RETRY-ENTRY OCCURS 500 TIMES.
               10  RETRY-KEY       PIC X(14).

       01  STATEMENT-ITEM-COUNT    PIC 9(6) VALUE ZERO.
       01  STATEMENT-REJECT-COUNT  PIC 9(6) VALUE ZERO.
       01  MATCHED-COUNT           PIC 9(6) VALUE ZERO.
       01  RETRY-MATCHED-COUNT     PIC 9(6) VALUE ZERO.
       01  UNMATCHED-COUNT         PIC 9(6) VALUE ZERO.
       01  SECTION-COUNT           PIC 9(6) VALUE ZERO.

       01  CLOSING-BALANCE         PIC S9(12)V99 VALUE ZERO.
       01  DEPOSITS-IN-TRANSIT     PIC S9(12)V99 VALUE ZERO.
       01  OUTSTANDING-PAYMENTS    PIC S9(12)V99 VALUE ZERO.
       01  UNEXPLAINED-NET         PIC S9(12)V99 VALUE ZERO.
       01  ADJUSTED-BANK-BALANCE   PIC S9(12)V99 VALUE ZERO.
       01  GL-CASH-BALANCE         PIC S9(12)V99 VALUE ZERO.
       01  RECONCILING-DIFFERENCE  PIC S9(12)V99 VALUE ZERO.
       01  UNRECONCILED-REMAINDER  PIC S9(12)V99 VALUE ZERO.
       01  SECTION-TOTAL           PIC S9(12)V99 VALUE ZERO.
       01  SIGNED-AMOUNT           PIC S9(10)V99.

       01  HEADER-LINE-1.
           05  FILLER              PIC X(40) VALUE SPACES.
           05  HDR-COMPANY         PIC X(50).
           05  FILLER              PIC X(42) VALUE SPACES.

       01  HEADER-LINE-2.
           05  FILLER              PIC X(50) VALUE
               "BANK RECONCILIATION - CASH ACCOUNT".
           05  HDR-ACCOUNT         PIC X(10).
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(6) VALUE "Date: ".
           05  HDR-DATE            PIC X(10).
           05  FILLER              PIC X(46) VALUE SPACES.

       01  SECTION-HEADER-LINE.
           05  SHL-TITLE           PIC X(50).
           05  FILLER              PIC X(82) VALUE SPACES.

       01  MATCHED-COLUMN-HEADER.
           05  FILLER              PIC X(36) VALUE
               "BANK DATE | BANK REFERENCE   | DIR ".
           05  FILLER              PIC X(36) VALUE
               "|         AMOUNT | BOOK ITEM      | ".
           05  FILLER              PIC X(36) VALUE
               "BOOK DATE | BOOK REFERENCE       | ".
           05  FILLER              PIC X(24) VALUE
               "MATCHED ON".

       01  MATCHED-DETAIL-LINE.
           05  MDL-BANK-DATE       PIC 9(8).
           05  FILLER              PIC X(4) VALUE "  | ".
           05  MDL-BANK-REF        PIC X(16).
           05  FILLER              PIC X(3) VALUE " | ".
           05  MDL-DIRECTION       PIC X(3).
           05  FILLER              PIC X(3) VALUE " | ".
           05  MDL-AMOUNT          PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(3) VALUE " | ".
           05  MDL-BOOK-ITEM       PIC X(14).
           05  FILLER              PIC X(3) VALUE " | ".
           05  MDL-BOOK-DATE       PIC 9(8).
           05  FILLER              PIC X(4) VALUE "  | ".
           05  MDL-BOOK-REF        PIC X(20).
           05  FILLER              PIC X(3) VALUE " | ".
           05  MDL-BASIS           PIC X(20).
           05  FILLER              PIC X(7) VALUE SPACES.

       01  OUTSTANDING-COLUMN-HEADER.
           05  FILLER              PIC X(36) VALUE
               "SOURCE         | ENTERED  | ITEM DAT".
           05  FILLER              PIC X(36) VALUE
               "E | REFERENCE            | PARTY  | ".
           05  FILLER              PIC X(36) VALUE
               "        AMOUNT | BANK REFERENCE     ".
           05  FILLER              PIC X(24) VALUE SPACES.

       01  OUTSTANDING-DETAIL-LINE.
           05  ODL-SOURCE          PIC X(14).
           05  FILLER              PIC X(3) VALUE " | ".
           05  ODL-ENTRY-DATE      PIC 9(8).
           05  FILLER              PIC X(3) VALUE " | ".
           05  ODL-ITEM-DATE       PIC 9(8).
           05  FILLER              PIC X(4) VALUE "  | ".
           05  ODL-REFERENCE       PIC X(20).
           05  FILLER              PIC X(3) VALUE " | ".
           05  ODL-PARTY           PIC X(6).
           05  FILLER              PIC X(3) VALUE " | ".
           05  ODL-AMOUNT          PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3) VALUE " | ".
           05  ODL-BANK-REF        PIC X(16).
           05  FILLER              PIC X(27) VALUE SPACES.

       01  SECTION-TOTAL-LINE.
           05  FILLER              PIC X(14) VALUE SPACES.
           05  FILLER              PIC X(8) VALUE "Items: ".
           05  STL-COUNT           PIC ZZZ,ZZ9.
           05  FILLER              PIC X(36) VALUE SPACES.
           05  FILLER              PIC X(8) VALUE "Total: ".
           05  STL-AMOUNT          PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(42) VALUE SPACES.

       01  SUMMARY-LINE.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  SUM-LABEL           PIC X(46).
           05  SUM-AMOUNT          PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(63) VALUE SPACES.

       01  SEPARATOR-LINE          PIC X(132) VALUE ALL "-".

       01  PROGRAM-RETURN-CODE     PIC 9(3) VALUE ZERO.
       01  WARNING-FLAG            PIC X VALUE 'N'.
           88  WARNINGS-OCCURRED   VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-COMPANY-PROFILE
           PERFORM INITIALIZE-RECONCILIATION
           IF STATEMENT-LOADED
               PERFORM PRINT-HEADER
               PERFORM PRINT-MATCHED-HEADER
               IF ALREADY-APPLIED
                   PERFORM READ-CLOSING-BALANCE-ONLY
               ELSE
                   PERFORM LOAD-RETRY-TABLE
                   PERFORM RETRY-UNEXPLAINED-ITEM
                       VARYING RETRY-IDX FROM 1 BY 1
                       UNTIL RETRY-IDX > RETRY-COUNT
                   PERFORM FIND-LAST-BANK-ITEM-SEQUENCE
                   PERFORM PROCESS-STATEMENT-ITEM
                       UNTIL NO-MORE-STATEMENT
                   PERFORM WRITE-APPLIED-MARKER
               END-IF
               PERFORM PRINT-OUTSTANDING-SECTIONS
               PERFORM COMPUTE-GL-CASH-BALANCE
               PERFORM PRINT-RECONCILIATION-SUMMARY
               PERFORM FINALIZE-RECONCILIATION
           END-IF
           PERFORM DETERMINE-RETURN-CODE
           PERFORM WRITE-OPS-STATS
           MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       INITIALIZE-RECONCILIATION.
           CALL "PROCESS-DATE" USING TODAY-YYYYMMDD
           STRING CURR-YEAR "-" CURR-MONTH "-" CURR-DAY
               DELIMITED BY SIZE
               INTO FORMATTED-DATE
           END-STRING
           COMPUTE CURRENT-PERIOD = CURR-YEAR * 100 + CURR-MONTH

           OPEN INPUT BANK-STATEMENT-FILE
           IF STATEMENT-FILE-STATUS NOT = "00"
               DISPLAY "NOTE: no bank-statement.txt supplied"
                   " - nothing to reconcile"
           ELSE
               SET STATEMENT-LOADED TO TRUE
               PERFORM READ-RECONCILIATION-CONTROL
               PERFORM CHECK-APPLIED-MARKER
               PERFORM OPEN-RECONCILIATION-FILES
           END-IF.

       READ-RECONCILIATION-CONTROL.
           OPEN INPUT RECONCILIATION-CONTROL-FILE
           IF CONTROL-FILE-STATUS = "00"
               READ RECONCILIATION-CONTROL-FILE
               IF CONTROL-FILE-STATUS = "00"
                   AND BRC-DATE-TOLERANCE NUMERIC
                   MOVE BRC-DATE-TOLERANCE TO DATE-TOLERANCE
               END-IF
               CLOSE RECONCILIATION-CONTROL-FILE
           END-IF.

      * The statement is applied to the cash book once a day; a rerun
      * reprints the reconciliation without clearing anything twice
      * or booking the same bank items as unexplained again.
       CHECK-APPLIED-MARKER.
           OPEN INPUT APPLIED-MARKER-FILE
           IF MARKER-FILE-STATUS = "00"
               READ APPLIED-MARKER-FILE
               IF MARKER-FILE-STATUS = "00"
                   AND APPLIED-MARKER-RECORD = TODAY-YYYYMMDD
                   SET ALREADY-APPLIED TO TRUE
                   DISPLAY "NOTE: bank statement already applied for "
                       TODAY-YYYYMMDD " - reprinting reconciliation"
               END-IF
               CLOSE APPLIED-MARKER-FILE
           END-IF.

       OPEN-RECONCILIATION-FILES.
           OPEN I-O CASH-BOOK-FILE
           IF CASH-BOOK-STATUS = "35"
               OPEN OUTPUT CASH-BOOK-FILE
               CLOSE CASH-BOOK-FILE
               OPEN I-O CASH-BOOK-FILE
           END-IF
           IF CASH-BOOK-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open cash-book.dat"
               DISPLAY "File Status: " CASH-BOOK-STATUS
               CLOSE BANK-STATEMENT-FILE
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open "
                   "bank-reconciliation-report.txt"
               DISPLAY "File Status: " REPORT-FILE-STATUS
               CLOSE BANK-STATEMENT-FILE
               CLOSE CASH-BOOK-FILE
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

      * Outstanding bank items sit together on the match key, so the
      * retry list is read straight off it.
       LOAD-RETRY-TABLE.
           MOVE 'N' TO END-OF-BOOK-ROWS
           SET CBK-OUTSTANDING TO TRUE
           MOVE "B" TO CBK-MATCH-SOURCE
           MOVE ZERO TO CBK-AMOUNT
           START CASH-BOOK-FILE KEY IS >= CBK-MATCH-KEY
               INVALID KEY
                   SET NO-MORE-BOOK-ROWS TO TRUE
           END-START
           PERFORM LOAD-NEXT-RETRY-ITEM UNTIL NO-MORE-BOOK-ROWS.

       LOAD-NEXT-RETRY-ITEM.
           READ CASH-BOOK-FILE NEXT RECORD
               AT END
                   SET NO-MORE-BOOK-ROWS TO TRUE
               NOT AT END
                   IF NOT CBK-OUTSTANDING
                       OR CBK-MATCH-SOURCE NOT = "B"
                       SET NO-MORE-BOOK-ROWS TO TRUE
                   ELSE
                       IF RETRY-COUNT < 500
                           ADD 1 TO RETRY-COUNT
                           MOVE CBK-KEY TO RETRY-KEY(RETRY-COUNT)
                       END-IF
                   END-IF
           END-READ.

       RETRY-UNEXPLAINED-ITEM.
           MOVE RETRY-KEY(RETRY-IDX) TO CBK-KEY
           READ CASH-BOOK-FILE KEY IS CBK-KEY
               INVALID KEY
                   MOVE 'N' TO MATCH-SWITCH
               NOT INVALID KEY
                   IF CBK-OUTSTANDING
                       MOVE CBK-DIRECTION TO MATCH-DIRECTION
                       MOVE CBK-AMOUNT TO MATCH-AMOUNT
                       MOVE CBK-ITEM-DATE TO MATCH-DATE
                       MOVE CBK-REFERENCE TO MATCH-CUSTOMER-REF
                       MOVE CBK-BANK-REFERENCE TO MATCH-BANK-REF
                       MOVE CBK-KEY TO MATCH-BANK-ITEM-KEY
                       PERFORM FIND-BOOK-MATCH
                       IF MATCH-FOUND
                           PERFORM CLEAR-BOOK-ITEM
                           PERFORM CLEAR-RETRIED-BANK-ITEM
                           ADD 1 TO RETRY-MATCHED-COUNT
                       END-IF
                   END-IF
           END-READ.

       CLEAR-RETRIED-BANK-ITEM.
           MOVE MATCH-BANK-ITEM-KEY TO CBK-KEY
           READ CASH-BOOK-FILE KEY IS CBK-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CBK-CLEARED TO TRUE
                   MOVE TODAY-YYYYMMDD TO CBK-CLEARED-DATE
                   MOVE BEST-KEY TO CBK-MATCHED-ITEM
                   REWRITE CASH-BOOK-RECORD
           END-READ.

       PROCESS-STATEMENT-ITEM.
           READ BANK-STATEMENT-FILE
               AT END
                   SET NO-MORE-STATEMENT TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN BST-IS-CLOSING
                           PERFORM TAKE-CLOSING-BALANCE
                       WHEN BST-IS-CREDIT OR BST-IS-DEBIT
                           PERFORM MATCH-STATEMENT-ITEM
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       READ-CLOSING-BALANCE-ONLY.
           PERFORM READ-NEXT-CLOSING-LINE UNTIL NO-MORE-STATEMENT.

       READ-NEXT-CLOSING-LINE.
           READ BANK-STATEMENT-FILE
               AT END
                   SET NO-MORE-STATEMENT TO TRUE
               NOT AT END
                   IF BST-IS-CLOSING
                       PERFORM TAKE-CLOSING-BALANCE
                   END-IF
           END-READ.

       TAKE-CLOSING-BALANCE.
           IF BST-AMOUNT NUMERIC
               MOVE BST-AMOUNT TO CLOSING-BALANCE
               IF BST-SIGN = "-"
                   MULTIPLY -1 BY CLOSING-BALANCE
               END-IF
               SET CLOSING-BALANCE-FOUND TO TRUE
           END-IF.

       MATCH-STATEMENT-ITEM.
           IF BST-VALUE-DATE NOT NUMERIC
               OR BST-AMOUNT NOT NUMERIC
               OR BST-AMOUNT = 0
               DISPLAY "WARNING: unreadable statement line skipped: "
                   BANK-STATEMENT-RECORD(1:40)
               ADD 1 TO STATEMENT-REJECT-COUNT
               SET WARNINGS-OCCURRED TO TRUE
           ELSE
               ADD 1 TO STATEMENT-ITEM-COUNT
               IF BST-IS-CREDIT
                   SET MATCH-CASH-IN TO TRUE
               ELSE
                   SET MATCH-CASH-OUT TO TRUE
               END-IF
               MOVE BST-AMOUNT TO MATCH-AMOUNT
               MOVE BST-VALUE-DATE TO MATCH-DATE
               MOVE BST-CUSTOMER-REFERENCE TO MATCH-CUSTOMER-REF
               MOVE BST-BANK-REFERENCE TO MATCH-BANK-REF
               MOVE SPACES TO MATCH-BANK-ITEM-KEY
               PERFORM FIND-BOOK-MATCH
               IF MATCH-FOUND
                   PERFORM CLEAR-BOOK-ITEM
                   ADD 1 TO MATCHED-COUNT
               ELSE
                   PERFORM BOOK-UNEXPLAINED-ITEM
                   ADD 1 TO UNMATCHED-COUNT
               END-IF
           END-IF.

      * Credits can only be receipts; a debit is tried as a refund
      * check, then a vendor check, then a payroll deposit batch,
      * then a customer payment the bank has returned unpaid.
       FIND-BOOK-MATCH.
           MOVE 'N' TO MATCH-SWITCH
           MOVE 'N' TO REFERENCE-SWITCH
           IF MATCH-CASH-IN
               MOVE "R" TO TRY-SOURCE
               PERFORM SCAN-SOURCE-CANDIDATES
           ELSE
               MOVE "F" TO TRY-SOURCE
               PERFORM SCAN-SOURCE-CANDIDATES
               IF NOT MATCH-FOUND
                   MOVE "V" TO TRY-SOURCE
                   PERFORM SCAN-SOURCE-CANDIDATES
               END-IF
               IF NOT MATCH-FOUND
                   MOVE "P" TO TRY-SOURCE
                   PERFORM SCAN-SOURCE-CANDIDATES
               END-IF
               IF NOT MATCH-FOUND
                   MOVE "N" TO TRY-SOURCE
                   PERFORM SCAN-SOURCE-CANDIDATES
               END-IF
           END-IF.

       SCAN-SOURCE-CANDIDATES.
           MOVE 'N' TO END-OF-CANDIDATES
           MOVE ZERO TO BEST-ITEM-DATE
           SET CBK-OUTSTANDING TO TRUE
           MOVE TRY-SOURCE TO CBK-MATCH-SOURCE
           MOVE MATCH-AMOUNT TO CBK-AMOUNT
           START CASH-BOOK-FILE KEY IS = CBK-MATCH-KEY
               INVALID KEY
                   SET NO-MORE-CANDIDATES TO TRUE
           END-START
           PERFORM CHECK-NEXT-CANDIDATE UNTIL NO-MORE-CANDIDATES.

       CHECK-NEXT-CANDIDATE.
           READ CASH-BOOK-FILE NEXT RECORD
               AT END
                   SET NO-MORE-CANDIDATES TO TRUE
               NOT AT END
                   IF NOT CBK-OUTSTANDING
                       OR CBK-MATCH-SOURCE NOT = TRY-SOURCE
                       OR CBK-AMOUNT NOT = MATCH-AMOUNT
                       SET NO-MORE-CANDIDATES TO TRUE
                   ELSE
                       PERFORM WEIGH-CANDIDATE
                   END-IF
           END-READ.

       WEIGH-CANDIDATE.
           IF MATCH-CUSTOMER-REF NOT = SPACES
               AND CBK-REFERENCE = MATCH-CUSTOMER-REF
               MOVE CBK-KEY TO BEST-KEY
               SET MATCH-FOUND TO TRUE
               SET MATCHED-ON-REFERENCE TO TRUE
               SET NO-MORE-CANDIDATES TO TRUE
           ELSE
               IF CBK-ITEM-DATE NUMERIC AND CBK-ITEM-DATE > 0
                   COMPUTE DATE-GAP =
                       FUNCTION INTEGER-OF-DATE(MATCH-DATE)
                       - FUNCTION INTEGER-OF-DATE(CBK-ITEM-DATE)
                   IF DATE-GAP < 0
                       MULTIPLY -1 BY DATE-GAP
                   END-IF
                   IF DATE-GAP <= DATE-TOLERANCE
                       AND (BEST-ITEM-DATE = 0
                           OR CBK-ITEM-DATE < BEST-ITEM-DATE)
                       MOVE CBK-KEY TO BEST-KEY
                       MOVE CBK-ITEM-DATE TO BEST-ITEM-DATE
                       SET MATCH-FOUND TO TRUE
                   END-IF
               END-IF
           END-IF.

       CLEAR-BOOK-ITEM.
           MOVE BEST-KEY TO CBK-KEY
           READ CASH-BOOK-FILE KEY IS CBK-KEY
               INVALID KEY
                   MOVE 'N' TO MATCH-SWITCH
               NOT INVALID KEY
                   SET CBK-CLEARED TO TRUE
                   MOVE TODAY-YYYYMMDD TO CBK-CLEARED-DATE
                   MOVE MATCH-BANK-REF TO CBK-BANK-REFERENCE
                   MOVE MATCH-BANK-ITEM-KEY TO CBK-MATCHED-ITEM
                   REWRITE CASH-BOOK-RECORD
                   PERFORM PRINT-MATCHED-LINE
           END-READ.

      * Today's unexplained bank items are numbered on from the last
      * one already in the cash book for today.
       FIND-LAST-BANK-ITEM-SEQUENCE.
           MOVE ZERO TO BANK-ITEM-SEQUENCE
           MOVE 'N' TO END-OF-BOOK-ROWS
           MOVE "B" TO CBK-SOURCE
           MOVE TODAY-YYYYMMDD TO CBK-ENTRY-DATE
           MOVE ZERO TO CBK-SEQUENCE
           START CASH-BOOK-FILE KEY IS >= CBK-KEY
               INVALID KEY
                   SET NO-MORE-BOOK-ROWS TO TRUE
           END-START
           PERFORM SCAN-NEXT-BANK-ITEM UNTIL NO-MORE-BOOK-ROWS.

       SCAN-NEXT-BANK-ITEM.
           READ CASH-BOOK-FILE NEXT RECORD
               AT END
                   SET NO-MORE-BOOK-ROWS TO TRUE
               NOT AT END
                   IF NOT CBK-IS-BANK-ITEM
                       OR CBK-ENTRY-DATE NOT = TODAY-YYYYMMDD
                       SET NO-MORE-BOOK-ROWS TO TRUE
                   ELSE
                       MOVE CBK-SEQUENCE TO BANK-ITEM-SEQUENCE
                   END-IF
           END-READ.

       BOOK-UNEXPLAINED-ITEM.
           ADD 1 TO BANK-ITEM-SEQUENCE
           MOVE SPACES TO CASH-BOOK-RECORD
           SET CBK-IS-BANK-ITEM TO TRUE
           MOVE TODAY-YYYYMMDD TO CBK-ENTRY-DATE
           MOVE BANK-ITEM-SEQUENCE TO CBK-SEQUENCE
           SET CBK-OUTSTANDING TO TRUE
           MOVE "B" TO CBK-MATCH-SOURCE
           MOVE MATCH-AMOUNT TO CBK-AMOUNT
           MOVE MATCH-DIRECTION TO CBK-DIRECTION
           MOVE MATCH-DATE TO CBK-ITEM-DATE
           MOVE MATCH-CUSTOMER-REF TO CBK-REFERENCE
           MOVE MATCH-BANK-REF TO CBK-BANK-REFERENCE
           MOVE ZERO TO CBK-CLEARED-DATE
           WRITE CASH-BOOK-RECORD
               INVALID KEY
                   DISPLAY "WARNING: cannot book bank item "
                       MATCH-BANK-REF " (status " CASH-BOOK-STATUS ")"
                   SET WARNINGS-OCCURRED TO TRUE
           END-WRITE.

       WRITE-APPLIED-MARKER.
           OPEN OUTPUT APPLIED-MARKER-FILE
           IF MARKER-FILE-STATUS = "00"
               MOVE TODAY-YYYYMMDD TO APPLIED-MARKER-RECORD
               WRITE APPLIED-MARKER-RECORD
               CLOSE APPLIED-MARKER-FILE
           ELSE
               DISPLAY "WARNING: cannot write applied-date marker"
                   " (status " MARKER-FILE-STATUS ")"
               SET WARNINGS-OCCURRED TO TRUE
           END-IF.

       PRINT-MATCHED-LINE.
           MOVE MATCH-DATE TO MDL-BANK-DATE
           MOVE MATCH-BANK-REF TO MDL-BANK-REF
           IF MATCH-CASH-IN
               MOVE "IN" TO MDL-DIRECTION
           ELSE
               MOVE "OUT" TO MDL-DIRECTION
           END-IF
           MOVE CBK-AMOUNT TO MDL-AMOUNT
           MOVE CBK-KEY TO MDL-BOOK-ITEM
           MOVE CBK-ITEM-DATE TO MDL-BOOK-DATE
           MOVE CBK-REFERENCE TO MDL-BOOK-REF
           EVALUATE TRUE
               WHEN MATCHED-ON-REFERENCE
                   MOVE "REFERENCE" TO MDL-BASIS
               WHEN MATCH-BANK-ITEM-KEY NOT = SPACES
                   MOVE "AMOUNT/DATE - RETRY" TO MDL-BASIS
               WHEN OTHER
                   MOVE "AMOUNT/DATE" TO MDL-BASIS
           END-EVALUATE
           WRITE REPORT-LINE FROM MATCHED-DETAIL-LINE.

       PRINT-HEADER.
           MOVE COMPANY-NAME TO HDR-COMPANY
           WRITE REPORT-LINE FROM HEADER-LINE-1
           MOVE GL-CASH-ACCOUNT TO HDR-ACCOUNT
           MOVE FORMATTED-DATE TO HDR-DATE
           WRITE REPORT-LINE FROM HEADER-LINE-2
           WRITE REPORT-LINE FROM SPACES.

       PRINT-MATCHED-HEADER.
           MOVE "ITEMS CLEARED TODAY" TO SHL-TITLE
           WRITE REPORT-LINE FROM SECTION-HEADER-LINE
           WRITE REPORT-LINE FROM MATCHED-COLUMN-HEADER
           WRITE REPORT-LINE FROM SEPARATOR-LINE.

      * The reconciling items are whatever is still outstanding in
      * the cash book, read off the match key one source at a time.
       PRINT-OUTSTANDING-SECTIONS.
           WRITE REPORT-LINE FROM SPACES
           IF ALREADY-APPLIED
               MOVE "(statement already applied today - see first run)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF MATCHED-COUNT + RETRY-MATCHED-COUNT = 0
               AND NOT ALREADY-APPLIED
               MOVE "(no items cleared)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE "DEPOSITS IN TRANSIT" TO SHL-TITLE
           PERFORM START-OUTSTANDING-SECTION
           MOVE "R" TO TRY-SOURCE
           PERFORM LIST-OUTSTANDING-SOURCE
           MOVE SECTION-TOTAL TO DEPOSITS-IN-TRANSIT
           PERFORM END-OUTSTANDING-SECTION

           MOVE "OUTSTANDING CHECKS AND PAYMENTS" TO SHL-TITLE
           PERFORM START-OUTSTANDING-SECTION
           MOVE "F" TO TRY-SOURCE
           PERFORM LIST-OUTSTANDING-SOURCE
           MOVE "V" TO TRY-SOURCE
           PERFORM LIST-OUTSTANDING-SOURCE
           MOVE "P" TO TRY-SOURCE
           PERFORM LIST-OUTSTANDING-SOURCE
           MOVE "N" TO TRY-SOURCE
           PERFORM LIST-OUTSTANDING-SOURCE
           COMPUTE OUTSTANDING-PAYMENTS = 0 - SECTION-TOTAL
           PERFORM END-OUTSTANDING-SECTION

           MOVE "UNEXPLAINED BANK ITEMS" TO SHL-TITLE
           PERFORM START-OUTSTANDING-SECTION
           MOVE "B" TO TRY-SOURCE
           PERFORM LIST-OUTSTANDING-SOURCE
           MOVE SECTION-TOTAL TO UNEXPLAINED-NET
           PERFORM END-OUTSTANDING-SECTION.

       START-OUTSTANDING-SECTION.
           MOVE ZERO TO SECTION-COUNT
           MOVE ZERO TO SECTION-TOTAL
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM SECTION-HEADER-LINE
           WRITE REPORT-LINE FROM OUTSTANDING-COLUMN-HEADER
           WRITE REPORT-LINE FROM SEPARATOR-LINE.

       END-OUTSTANDING-SECTION.
           IF SECTION-COUNT = 0
               MOVE "(none)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SECTION-COUNT TO STL-COUNT
           MOVE SECTION-TOTAL TO STL-AMOUNT
           WRITE REPORT-LINE FROM SECTION-TOTAL-LINE.

       LIST-OUTSTANDING-SOURCE.
           MOVE 'N' TO END-OF-BOOK-ROWS
           SET CBK-OUTSTANDING TO TRUE
           MOVE TRY-SOURCE TO CBK-MATCH-SOURCE
           MOVE ZERO TO CBK-AMOUNT
           START CASH-BOOK-FILE KEY IS >= CBK-MATCH-KEY
               INVALID KEY
                   SET NO-MORE-BOOK-ROWS TO TRUE
           END-START
           PERFORM LIST-NEXT-OUTSTANDING UNTIL NO-MORE-BOOK-ROWS.

       LIST-NEXT-OUTSTANDING.
           READ CASH-BOOK-FILE NEXT RECORD
               AT END
                   SET NO-MORE-BOOK-ROWS TO TRUE
               NOT AT END
                   IF NOT CBK-OUTSTANDING
                       OR CBK-MATCH-SOURCE NOT = TRY-SOURCE
                       SET NO-MORE-BOOK-ROWS TO TRUE
                   ELSE
                       PERFORM PRINT-OUTSTANDING-LINE
                   END-IF
           END-READ.

      * Amounts are signed as they move the bank balance: money in
      * positive, money out negative.
       PRINT-OUTSTANDING-LINE.
           ADD 1 TO SECTION-COUNT
           EVALUATE TRUE
               WHEN CBK-IS-RECEIPT
                   MOVE "RECEIPT" TO ODL-SOURCE
               WHEN CBK-IS-REFUND
                   MOVE "REFUND CHECK" TO ODL-SOURCE
               WHEN CBK-IS-VENDOR-CHECK
                   MOVE "VENDOR CHECK" TO ODL-SOURCE
               WHEN CBK-IS-PAYROLL
                   MOVE "PAYROLL BATCH" TO ODL-SOURCE
               WHEN OTHER
                   MOVE "BANK ITEM" TO ODL-SOURCE
           END-EVALUATE
           MOVE CBK-ENTRY-DATE TO ODL-ENTRY-DATE
           MOVE CBK-ITEM-DATE TO ODL-ITEM-DATE
           MOVE CBK-REFERENCE TO ODL-REFERENCE
           MOVE CBK-PARTY-ID TO ODL-PARTY
           MOVE CBK-BANK-REFERENCE TO ODL-BANK-REF
           MOVE CBK-AMOUNT TO SIGNED-AMOUNT
           IF CBK-CASH-OUT
               MULTIPLY -1 BY SIGNED-AMOUNT
           END-IF
           ADD SIGNED-AMOUNT TO SECTION-TOTAL
           MOVE SIGNED-AMOUNT TO ODL-AMOUNT
           WRITE REPORT-LINE FROM OUTSTANDING-DETAIL-LINE.

      * The cash account's balance is every monthly bucket up to and
      * including the current month; the YYYY00 year-to-date rows
      * the month-end close writes repeat those months and are
      * skipped.
       COMPUTE-GL-CASH-BALANCE.
           OPEN INPUT GL-BALANCE-FILE
           IF BALANCE-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: gl-balances.dat not available"
                   " (status " BALANCE-FILE-STATUS ")"
               SET WARNINGS-OCCURRED TO TRUE
           ELSE
               SET GL-BALANCES-READ TO TRUE
               MOVE GL-CASH-ACCOUNT TO GLB-ACCOUNT
               MOVE ZERO TO GLB-PERIOD
               START GL-BALANCE-FILE KEY IS >= GLB-KEY
                   INVALID KEY
                       SET NO-MORE-BALANCES TO TRUE
               END-START
               PERFORM ADD-NEXT-CASH-BALANCE UNTIL NO-MORE-BALANCES
               CLOSE GL-BALANCE-FILE
           END-IF.

       ADD-NEXT-CASH-BALANCE.
           READ GL-BALANCE-FILE NEXT RECORD
               AT END
                   SET NO-MORE-BALANCES TO TRUE
               NOT AT END
                   IF GLB-ACCOUNT NOT = GL-CASH-ACCOUNT
                       OR GLB-PERIOD > CURRENT-PERIOD
                       SET NO-MORE-BALANCES TO TRUE
                   ELSE
                       MOVE GLB-PERIOD TO GL-PERIOD-CHECK
                       IF GL-PERIOD-MONTH NOT = 0
                           COMPUTE GL-CASH-BALANCE = GL-CASH-BALANCE
                               + GLB-DEBIT-TOTAL - GLB-CREDIT-TOTAL
                       END-IF
                   END-IF
           END-READ.

       PRINT-RECONCILIATION-SUMMARY.
           COMPUTE ADJUSTED-BANK-BALANCE = CLOSING-BALANCE
               + DEPOSITS-IN-TRANSIT - OUTSTANDING-PAYMENTS
           COMPUTE RECONCILING-DIFFERENCE =
               ADJUSTED-BANK-BALANCE - GL-CASH-BALANCE
           COMPUTE UNRECONCILED-REMAINDER =
               RECONCILING-DIFFERENCE - UNEXPLAINED-NET

           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM SEPARATOR-LINE
           MOVE "RECONCILIATION TO THE GENERAL LEDGER" TO SHL-TITLE
           WRITE REPORT-LINE FROM SECTION-HEADER-LINE
           IF NOT CLOSING-BALANCE-FOUND
               MOVE "(no closing balance line on the statement)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               SET WARNINGS-OCCURRED TO TRUE
           END-IF
           MOVE "Balance per bank statement" TO SUM-LABEL
           MOVE CLOSING-BALANCE TO SUM-AMOUNT
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE "Add: deposits in transit" TO SUM-LABEL
           MOVE DEPOSITS-IN-TRANSIT TO SUM-AMOUNT
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE "Less: outstanding checks and payments" TO SUM-LABEL
           MOVE OUTSTANDING-PAYMENTS TO SUM-AMOUNT
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE "Adjusted bank balance" TO SUM-LABEL
           MOVE ADJUSTED-BANK-BALANCE TO SUM-AMOUNT
           WRITE REPORT-LINE FROM SUMMARY-LINE
           IF GL-BALANCES-READ
               MOVE "Balance per GL cash account" TO SUM-LABEL
           ELSE
               MOVE "Balance per GL cash account (NOT AVAILABLE)"
                   TO SUM-LABEL
           END-IF
           MOVE GL-CASH-BALANCE TO SUM-AMOUNT
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE "Difference" TO SUM-LABEL
           MOVE RECONCILING-DIFFERENCE TO SUM-AMOUNT
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE "  of which unexplained bank items (net)" TO SUM-LABEL
           MOVE UNEXPLAINED-NET TO SUM-AMOUNT
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE "  of which not accounted for" TO SUM-LABEL
           MOVE UNRECONCILED-REMAINDER TO SUM-AMOUNT
           WRITE REPORT-LINE FROM SUMMARY-LINE

           WRITE REPORT-LINE FROM SPACES
           IF RECONCILING-DIFFERENCE = 0
               MOVE "*** BANK RECONCILES TO THE GENERAL LEDGER ***"
                   TO REPORT-LINE
           ELSE
               MOVE "*** UNEXPLAINED DIFFERENCE - BANK DOES NOT AGREE TO
      -            " THE GENERAL LEDGER ***" TO REPORT-LINE
               SET WARNINGS-OCCURRED TO TRUE
           END-IF
           WRITE REPORT-LINE.

       FINALIZE-RECONCILIATION.
           CLOSE BANK-STATEMENT-FILE
           CLOSE CASH-BOOK-FILE
           CLOSE REPORT-FILE
           DISPLAY "Bank reconciliation complete: "
               STATEMENT-ITEM-COUNT " statement items, "
               MATCHED-COUNT " matched, " UNMATCHED-COUNT
               " unexplained, " RETRY-MATCHED-COUNT
               " earlier items cleared"
           DISPLAY "Adjusted bank " ADJUSTED-BANK-BALANCE
               " GL cash " GL-CASH-BALANCE
               " difference " RECONCILING-DIFFERENCE
           DISPLAY "Report saved to: "
               "../data/output/bank-reconciliation-report.txt".

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
           MOVE "BANK-RECONCILIATION" TO OPS-PROGRAM-ID
           ACCEPT OPS-RUN-DATE FROM DATE YYYYMMDD
           MOVE STATEMENT-ITEM-COUNT  TO OPS-RECORDS-PROCESSED
           COMPUTE OPS-REJECTS =
               UNMATCHED-COUNT + STATEMENT-REJECT-COUNT
           MOVE RECONCILING-DIFFERENCE TO OPS-TOTAL-AMOUNT
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
                   " - TREASURY"
                   DELIMITED BY SIZE INTO COMPANY-NAME
           END-IF
           IF PROF-GL-CASH-ACCOUNT NOT = SPACES
               MOVE PROF-GL-CASH-ACCOUNT TO GL-CASH-ACCOUNT
           END-IF.

       END PROGRAM BANK-RECONCILIATION.
