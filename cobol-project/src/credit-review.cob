       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDIT-REVIEW.
       AUTHOR. MUHAMMAD SHAMSUL MARUF.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * QUARTERLY CUSTOMER CREDIT REVIEW                              *
      * Scores every active customer from 0 to 100 and recommends a   *
      * credit limit increase, a decrease, or no change on            *
      * credit-review-worksheet.txt and a printed review report. The  *
      * score starts at 50 and moves with:                            *
      *   - average days-to-pay, worked out from the customer         *
      *     transaction log exactly as CASH-FORECAST does;            *
      *   - the worst aging bucket reached - today's open items, aged *
      *     as AGING-REPORT ages them, and the worst bucket recorded  *
      *     by this review over the past year;                        *
      *   - promises on promises.dat broken in the past year;         *
      *   - returned payments on nsf-history.dat;                     *
      *   - finance charges posted in the past year.                  *
      * A well-scored customer using most of the limit is recommended *
      * an increase; a poorly scored one a decrease, never below the  *
      * balance already owed; a customer on credit hold is never      *
      * recommended an increase. The thresholds and step sizes come   *
      * from credit-review-control.txt. Each review is remembered on  *
      * credit-review-history.dat. Approved worksheet lines are       *
      * applied by CREDIT-REVIEW-APPLY through DATABASE-BATCH, so the *
      * changes pass the edit pass and leave the audit trail.         *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE
               ASSIGN TO "../data/output/customers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               ALTERNATE RECORD KEY IS CUSTOMER-EMAIL
                   WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.

           SELECT CUSTOMER-TRANSACTION-LOG
               ASSIGN TO "../data/output/customer-transaction-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TXNLOG-FILE-STATUS.

           SELECT REVIEW-SORT-FILE
               ASSIGN TO "../data/output/credit-review-work.tmp".

           SELECT OPEN-INVOICE-FILE
               ASSIGN TO "../data/output/open-invoices.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-KEY
               FILE STATUS IS OPENITEM-FILE-STATUS.

           SELECT PROMISE-FILE
               ASSIGN TO "../data/output/promises.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROM-KEY
               FILE STATUS IS PROMISE-FILE-STATUS.

           SELECT NSF-HISTORY-FILE
               ASSIGN TO "../data/output/nsf-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NSH-CUSTOMER-ID
               FILE STATUS IS NSF-FILE-STATUS.

           SELECT REVIEW-HISTORY-FILE
               ASSIGN TO "../data/output/credit-review-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRH-KEY
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT REVIEW-CONTROL-FILE
               ASSIGN TO "../data/input/credit-review-control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT WORKSHEET-FILE
               ASSIGN TO "../data/output/credit-review-worksheet.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORKSHEET-FILE-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "../data/output/credit-review-report.txt"
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
       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           COPY "custrec.cpy".

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

       SD  REVIEW-SORT-FILE.
       01  SORT-RECORD.
           05  SORT-CUST-ID            PIC 9(6).
           05  SORT-TIMESTAMP          PIC X(14).
           05  SORT-OPERATION          PIC X(6).
           05  SORT-BALANCE            PIC 9(8)V99.

       FD  OPEN-INVOICE-FILE.
       01  OPEN-INVOICE-RECORD.
           COPY "openitm.cpy".

       FD  PROMISE-FILE.
       01  PROMISE-RECORD.
           COPY "promrec.cpy".

       FD  NSF-HISTORY-FILE.
       01  NSF-HISTORY-RECORD.
           COPY "nsfhist.cpy".

      * One row per customer per review: what was scored and
      * recommended, so the next review can see last year's aging.
       FD  REVIEW-HISTORY-FILE.
       01  REVIEW-HISTORY-RECORD.
           05  CRH-KEY.
               10  CRH-CUSTOMER-ID     PIC 9(6).
               10  CRH-REVIEW-DATE     PIC 9(8).
           05  CRH-SCORE               PIC 9(3).
           05  CRH-WORST-BUCKET        PIC 9(2).
           05  CRH-AVG-DAYS-TO-PAY     PIC 9(4).
           05  CRH-CURRENT-LIMIT       PIC 9(8)V99 COMP-3.
           05  CRH-RECOMMENDATION      PIC X(8).
           05  CRH-RECOMMENDED-LIMIT   PIC 9(8)V99 COMP-3.

       FD  REVIEW-CONTROL-FILE.
       01  REVIEW-CONTROL-RECORD.
           05  RCC-INCREASE-SCORE      PIC 9(3).
           05  FILLER                  PIC X(1).
           05  RCC-DECREASE-SCORE      PIC 9(3).
           05  FILLER                  PIC X(1).
           05  RCC-UTILIZATION-PCT     PIC 9(3).
           05  FILLER                  PIC X(1).
           05  RCC-INCREASE-PCT        PIC 9(3).
           05  FILLER                  PIC X(1).
           05  RCC-DECREASE-PCT        PIC 9(3).

       FD  WORKSHEET-FILE.
       01  WORKSHEET-RECORD.
           COPY "crwksht.cpy".

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).

       FD  OPS-STATS-FILE.
       01  OPS-STAT-RECORD.
           COPY "opstat.cpy".

       FD  COMPANY-PROFILE-FILE.
       01  COMPANY-PROFILE-RECORD.
           COPY "comprof.cpy".

       WORKING-STORAGE SECTION.
       01  PROFILE-FILE-STATUS     PIC XX.
       01  FILE-STATUS             PIC XX.
           88  FILE-OK             VALUE "00".
       01  TXNLOG-FILE-STATUS      PIC XX.
       01  OPENITEM-FILE-STATUS    PIC XX.
       01  PROMISE-FILE-STATUS     PIC XX.
       01  NSF-FILE-STATUS         PIC XX.
       01  HISTORY-FILE-STATUS     PIC XX.
       01  CONTROL-FILE-STATUS     PIC XX.
       01  WORKSHEET-FILE-STATUS   PIC XX.
       01  REPORT-FILE-STATUS      PIC XX.
       01  OPS-STATS-FILE-STATUS   PIC XX.

       01  COMPANY-NAME            PIC X(50) VALUE
           "ABC CORPORATION - CREDIT DEPARTMENT".

       01  TODAY-YYYYMMDD          PIC 9(8).
       01  CURRENT-DATE-FIELDS REDEFINES TODAY-YYYYMMDD.
           05  CURR-YEAR           PIC 9(4).
           05  CURR-MONTH          PIC 9(2).
           05  CURR-DAY            PIC 9(2).
       01  FORMATTED-DATE          PIC X(10).
       01  TODAY-INTEGER           PIC 9(7).
       01  YEAR-AGO-INTEGER        PIC 9(7).
       01  YEAR-AGO-DATE           PIC 9(8).

      * Review thresholds, overridable from credit-review-control.txt.
       01  INCREASE-SCORE          PIC 9(3) VALUE 70.
       01  DECREASE-SCORE          PIC 9(3) VALUE 40.
       01  UTILIZATION-TRIGGER     PIC 9(3) VALUE 75.
       01  INCREASE-PCT            PIC 9(3) VALUE 25.
       01  DECREASE-PCT            PIC 9(3) VALUE 25.

       01  END-OF-LOG              PIC X VALUE 'N'.
           88  NO-MORE-LOG         VALUE 'Y'.
       01  END-OF-SORTED-LOG       PIC X VALUE 'N'.
           88  NO-MORE-SORTED-LOG  VALUE 'Y'.
       01  END-OF-CUSTOMERS        PIC X VALUE 'N'.
           88  NO-MORE-CUSTOMERS   VALUE 'Y'.
       01  END-OF-GROUP            PIC X.
           88  NO-MORE-IN-GROUP    VALUE 'Y'.
       01  LOG-PENDING-SWITCH      PIC X VALUE 'N'.
           88  LOG-RECORD-PENDING  VALUE 'Y'.

       01  OPENITEM-SWITCH         PIC X VALUE 'N'.
           88  OPENITEMS-AVAILABLE VALUE 'Y'.
       01  PROMISE-SWITCH          PIC X VALUE 'N'.
           88  PROMISES-AVAILABLE  VALUE 'Y'.
       01  NSF-SWITCH              PIC X VALUE 'N'.
           88  NSF-AVAILABLE       VALUE 'Y'.
       01  HISTORY-SWITCH          PIC X VALUE 'N'.
           88  HISTORY-AVAILABLE   VALUE 'Y'.

      * Per-customer payment behavior, as CASH-FORECAST keeps it.
       01  PAY-COUNT               PIC 9(5).
       01  PAY-DAYS-SUM            PIC 9(9).
       01  PREV-BALANCE            PIC 9(8)V99.
       01  PREV-BALANCE-SWITCH     PIC X.
           88  PREV-BALANCE-VALID  VALUE 'Y'.
       01  LAST-INCREASE-INT       PIC 9(7).
       01  ENTRY-DATE              PIC 9(8).
       01  ENTRY-INTEGER           PIC 9(7).
       01  DAYS-TO-PAY             PIC S9(7).
       01  AVG-DAYS-TO-PAY         PIC 9(4).

      * The scoring factors for the customer in hand.
       01  FINANCE-CHARGE-COUNT    PIC 9(2).
       01  BROKEN-PROMISE-COUNT    PIC 9(2).
       01  NSF-RETURN-COUNT        PIC 9(2).
       01  WORST-BUCKET            PIC 9(2).
       01  ITEM-BUCKET             PIC 9(2).
       01  OPEN-ITEM-COUNT         PIC 9(4).
       01  DAYS-PAST-DUE           PIC S9(5).
       01  UTILIZATION-PCT         PIC 9(3).
       01  UTILIZATION-WORK        PIC 9(7).
       01  SCORE-WORK              PIC S9(4).
       01  PENALTY-WORK            PIC S9(4).
       01  CUSTOMER-SCORE          PIC 9(3).
       01  RECOMMENDATION          PIC X(8).
       01  RECOMMENDED-LIMIT       PIC 9(8)V99.
       01  LIMIT-HUNDREDS          PIC 9(8).
       01  FLOOR-HUNDREDS          PIC 9(8).

       01  CUSTOMERS-REVIEWED      PIC 9(6) VALUE ZERO.
       01  INCREASE-COUNT          PIC 9(6) VALUE ZERO.
       01  DECREASE-COUNT          PIC 9(6) VALUE ZERO.
       01  NO-CHANGE-COUNT         PIC 9(6) VALUE ZERO.
       01  INCREASE-TOTAL          PIC 9(10)V99 VALUE ZERO.
       01  DECREASE-TOTAL          PIC 9(10)V99 VALUE ZERO.
       01  LIMIT-TOTAL             PIC 9(10)V99 VALUE ZERO.

       01  HEADER-LINE-1.
           05  FILLER              PIC X(40) VALUE SPACES.
           05  HDR-COMPANY         PIC X(50).
           05  FILLER              PIC X(42) VALUE SPACES.

       01  HEADER-LINE-2.
           05  FILLER              PIC X(50) VALUE
               "QUARTERLY CUSTOMER CREDIT REVIEW".
           05  FILLER              PIC X(20) VALUE SPACES.
           05  FILLER              PIC X(6) VALUE "Date: ".
           05  HDR-DATE            PIC X(10).
           05  FILLER              PIC X(46) VALUE SPACES.

       01  COLUMN-HEADER-1         PIC X(132) VALUE
           "CUST ID  NAME                  SCORE  DAYS  AGED  BRK  N"
           & "SF  FIN  UTIL%        BALANCE          LIMIT  RECOMMEND "
           & "     NEW LIMIT".

       01  SEPARATOR-LINE          PIC X(132) VALUE ALL "-".

       01  DETAIL-LINE.
           05  DTL-CUSTOMER-ID     PIC X(7).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DTL-NAME            PIC X(20).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DTL-SCORE           PIC ZZZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DTL-AVG-DAYS        PIC ZZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DTL-WORST-BUCKET    PIC X(4).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DTL-BROKEN          PIC ZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DTL-NSF             PIC ZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DTL-FINCHG          PIC ZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DTL-UTILIZATION     PIC ZZZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DTL-BALANCE         PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DTL-LIMIT           PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DTL-RECOMMENDATION  PIC X(9).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DTL-NEW-LIMIT       PIC ZZ,ZZZ,ZZ9.99.

       01  SUMMARY-LINE.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  SML-LABEL           PIC X(36).
           05  SML-COUNT           PIC ZZZ,ZZ9.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  SML-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.

       01  PROGRAM-RETURN-CODE     PIC 9(3) VALUE ZERO.
       01  WARNING-FLAG            PIC X VALUE 'N'.
           88  WARNINGS-OCCURRED   VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-COMPANY-PROFILE
           PERFORM INITIALIZE-REVIEW
           SORT REVIEW-SORT-FILE
               ON ASCENDING KEY SORT-CUST-ID
               ON ASCENDING KEY SORT-TIMESTAMP
               INPUT PROCEDURE IS RELEASE-LOG-ENTRIES
               OUTPUT PROCEDURE IS MERGE-AND-REVIEW
           PERFORM PRINT-REVIEW-SUMMARY
           PERFORM FINALIZE-REVIEW
           PERFORM DETERMINE-RETURN-CODE
           PERFORM WRITE-OPS-STATS
           MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       INITIALIZE-REVIEW.
           CALL "PROCESS-DATE" USING TODAY-YYYYMMDD
           STRING CURR-YEAR "-" CURR-MONTH "-" CURR-DAY
               DELIMITED BY SIZE
               INTO FORMATTED-DATE
           END-STRING
           COMPUTE TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(TODAY-YYYYMMDD)
           COMPUTE YEAR-AGO-INTEGER = TODAY-INTEGER - 365
           COMPUTE YEAR-AGO-DATE =
               FUNCTION DATE-OF-INTEGER(YEAR-AGO-INTEGER)

           PERFORM READ-REVIEW-CONTROL

           OPEN INPUT CUSTOMER-FILE
           IF NOT FILE-OK
               DISPLAY "ERROR: cannot open customer database"
               DISPLAY "File Status: " FILE-STATUS
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT OPEN-INVOICE-FILE
           IF OPENITEM-FILE-STATUS = "00"
               SET OPENITEMS-AVAILABLE TO TRUE
           ELSE
               DISPLAY "NOTE: open-invoices.dat not available - "
                   "balances aged from the last payment date"
           END-IF

           OPEN INPUT PROMISE-FILE
           IF PROMISE-FILE-STATUS = "00"
               SET PROMISES-AVAILABLE TO TRUE
           ELSE
               DISPLAY "NOTE: promises.dat not available - no "
                   "broken promises counted"
           END-IF

           OPEN INPUT NSF-HISTORY-FILE
           IF NSF-FILE-STATUS = "00"
               SET NSF-AVAILABLE TO TRUE
           ELSE
               DISPLAY "NOTE: nsf-history.dat not available - no "
                   "returned payments counted"
           END-IF

           OPEN I-O REVIEW-HISTORY-FILE
           IF HISTORY-FILE-STATUS = "35"
               CLOSE REVIEW-HISTORY-FILE
               OPEN OUTPUT REVIEW-HISTORY-FILE
               CLOSE REVIEW-HISTORY-FILE
               OPEN I-O REVIEW-HISTORY-FILE
           END-IF
           IF HISTORY-FILE-STATUS = "00"
               SET HISTORY-AVAILABLE TO TRUE
           ELSE
               DISPLAY "WARNING: cannot open credit-review-history.dat"
                   " (status " HISTORY-FILE-STATUS ") - review not "
                   "remembered"
               SET WARNINGS-OCCURRED TO TRUE
           END-IF

           OPEN OUTPUT WORKSHEET-FILE
           IF WORKSHEET-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open credit-review-worksheet.txt"
               DISPLAY "File Status: " WORKSHEET-FILE-STATUS
               CLOSE CUSTOMER-FILE
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open credit-review-report.txt"
               DISPLAY "File Status: " REPORT-FILE-STATUS
               CLOSE CUSTOMER-FILE
               CLOSE WORKSHEET-FILE
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM PRINT-HEADER.

       READ-REVIEW-CONTROL.
           OPEN INPUT REVIEW-CONTROL-FILE
           IF CONTROL-FILE-STATUS = "00"
               READ REVIEW-CONTROL-FILE
               IF CONTROL-FILE-STATUS = "00"
                   IF RCC-INCREASE-SCORE NUMERIC
                       AND RCC-INCREASE-SCORE > 0
                       MOVE RCC-INCREASE-SCORE TO INCREASE-SCORE
                   END-IF
                   IF RCC-DECREASE-SCORE NUMERIC
                       AND RCC-DECREASE-SCORE > 0
                       MOVE RCC-DECREASE-SCORE TO DECREASE-SCORE
                   END-IF
                   IF RCC-UTILIZATION-PCT NUMERIC
                       AND RCC-UTILIZATION-PCT > 0
                       MOVE RCC-UTILIZATION-PCT TO UTILIZATION-TRIGGER
                   END-IF
                   IF RCC-INCREASE-PCT NUMERIC
                       AND RCC-INCREASE-PCT > 0
                       MOVE RCC-INCREASE-PCT TO INCREASE-PCT
                   END-IF
                   IF RCC-DECREASE-PCT NUMERIC
                       AND RCC-DECREASE-PCT > 0
                       AND RCC-DECREASE-PCT < 100
                       MOVE RCC-DECREASE-PCT TO DECREASE-PCT
                   END-IF
               END-IF
               CLOSE REVIEW-CONTROL-FILE
           ELSE
               DISPLAY "NOTE: no credit-review-control.txt supplied - "
                   "increase at score " INCREASE-SCORE " and "
                   UTILIZATION-TRIGGER "% used, decrease below "
                   DECREASE-SCORE
           END-IF.

       PRINT-HEADER.
           MOVE COMPANY-NAME TO HDR-COMPANY
           WRITE REPORT-LINE FROM HEADER-LINE-1
           MOVE FORMATTED-DATE TO HDR-DATE
           WRITE REPORT-LINE FROM HEADER-LINE-2
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM COLUMN-HEADER-1
           WRITE REPORT-LINE FROM SEPARATOR-LINE.

       RELEASE-LOG-ENTRIES.
           OPEN INPUT CUSTOMER-TRANSACTION-LOG
           IF TXNLOG-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: cannot open transaction log - "
                   "review has no payment history"
               SET WARNINGS-OCCURRED TO TRUE
           ELSE
               PERFORM RELEASE-ONE-LOG-ENTRY UNTIL NO-MORE-LOG
               CLOSE CUSTOMER-TRANSACTION-LOG
           END-IF.

       RELEASE-ONE-LOG-ENTRY.
           READ CUSTOMER-TRANSACTION-LOG
               AT END
                   SET NO-MORE-LOG TO TRUE
               NOT AT END
                   IF TXNLOG-TIMESTAMP(1:8) IS NUMERIC
                       MOVE TXNLOG-KEY TO SORT-CUST-ID
                       MOVE TXNLOG-TIMESTAMP TO SORT-TIMESTAMP
                       MOVE TXNLOG-OPERATION TO SORT-OPERATION
                       MOVE TXNLOG-BALANCE TO SORT-BALANCE
                       RELEASE SORT-RECORD
                   END-IF
           END-READ.

      * Balanced merge of the sorted log against the customer file,
      * as in CASH-FORECAST; every customer's log group is consumed
      * so the merge stays in step, but only active customers are
      * reviewed.
       MERGE-AND-REVIEW.
           PERFORM FETCH-NEXT-SORTED-ENTRY
           PERFORM REVIEW-NEXT-CUSTOMER UNTIL NO-MORE-CUSTOMERS.

       FETCH-NEXT-SORTED-ENTRY.
           MOVE 'N' TO LOG-PENDING-SWITCH
           IF NOT NO-MORE-SORTED-LOG
               RETURN REVIEW-SORT-FILE
                   AT END
                       SET NO-MORE-SORTED-LOG TO TRUE
                   NOT AT END
                       SET LOG-RECORD-PENDING TO TRUE
               END-RETURN
           END-IF.

       REVIEW-NEXT-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   SET NO-MORE-CUSTOMERS TO TRUE
               NOT AT END
                   PERFORM REVIEW-ONE-CUSTOMER
           END-READ.

       REVIEW-ONE-CUSTOMER.
           MOVE ZERO TO PAY-COUNT
           MOVE ZERO TO PAY-DAYS-SUM
           MOVE ZERO TO LAST-INCREASE-INT
           MOVE ZERO TO FINANCE-CHARGE-COUNT
           MOVE 'N' TO PREV-BALANCE-SWITCH

           PERFORM FETCH-NEXT-SORTED-ENTRY
               UNTIL NOT LOG-RECORD-PENDING
               OR SORT-CUST-ID >= CUSTOMER-ID

           PERFORM CONSUME-LOG-ENTRY
               UNTIL NOT LOG-RECORD-PENDING
               OR SORT-CUST-ID NOT = CUSTOMER-ID

           IF CUSTOMER-ACTIVE-FLAG = 'Y'
               PERFORM SCORE-CUSTOMER
               PERFORM RECOMMEND-LIMIT
               PERFORM WRITE-REVIEW-LINES
           END-IF.

      * Days-to-pay exactly as CASH-FORECAST measures it: a PAYMNT
      * closes the interval opened by the oldest unpaid balance
      * increase. Finance charges posted in the past year are
      * counted on the way through.
       CONSUME-LOG-ENTRY.
           MOVE SORT-TIMESTAMP(1:8) TO ENTRY-DATE
           COMPUTE ENTRY-INTEGER =
               FUNCTION INTEGER-OF-DATE(ENTRY-DATE)

           IF SORT-OPERATION = "FINCHG"
               AND ENTRY-INTEGER >= YEAR-AGO-INTEGER
               AND FINANCE-CHARGE-COUNT < 99
               ADD 1 TO FINANCE-CHARGE-COUNT
           END-IF

           IF SORT-OPERATION = "PAYMNT"
               IF LAST-INCREASE-INT > 0
                   COMPUTE DAYS-TO-PAY =
                       ENTRY-INTEGER - LAST-INCREASE-INT
                   IF DAYS-TO-PAY >= 0
                       ADD 1 TO PAY-COUNT
                       ADD DAYS-TO-PAY TO PAY-DAYS-SUM
                   END-IF
                   MOVE ZERO TO LAST-INCREASE-INT
               END-IF
           ELSE
               IF PREV-BALANCE-VALID
                   AND SORT-BALANCE > PREV-BALANCE
                   AND LAST-INCREASE-INT = 0
                   MOVE ENTRY-INTEGER TO LAST-INCREASE-INT
               END-IF
           END-IF

           MOVE SORT-BALANCE TO PREV-BALANCE
           MOVE 'Y' TO PREV-BALANCE-SWITCH

           PERFORM FETCH-NEXT-SORTED-ENTRY.

       SCORE-CUSTOMER.
           MOVE ZERO TO AVG-DAYS-TO-PAY
           IF PAY-COUNT > 0
               COMPUTE AVG-DAYS-TO-PAY ROUNDED =
                   PAY-DAYS-SUM / PAY-COUNT
           END-IF
           PERFORM FIND-WORST-AGING
           PERFORM FIND-PRIOR-REVIEW-AGING
           PERFORM COUNT-BROKEN-PROMISES
           PERFORM COUNT-NSF-RETURNS

           MOVE ZERO TO UTILIZATION-PCT
           IF CUSTOMER-CREDIT-LIMIT > 0
               COMPUTE UTILIZATION-WORK =
                   CUSTOMER-BALANCE * 100 / CUSTOMER-CREDIT-LIMIT
               IF UTILIZATION-WORK > 999
                   MOVE 999 TO UTILIZATION-PCT
               ELSE
                   MOVE UTILIZATION-WORK TO UTILIZATION-PCT
               END-IF
           END-IF

           MOVE 50 TO SCORE-WORK
           EVALUATE TRUE
               WHEN PAY-COUNT = 0
                   CONTINUE
               WHEN AVG-DAYS-TO-PAY <= 30
                   ADD 20 TO SCORE-WORK
               WHEN AVG-DAYS-TO-PAY <= 45
                   ADD 10 TO SCORE-WORK
               WHEN AVG-DAYS-TO-PAY <= 60
                   CONTINUE
               WHEN AVG-DAYS-TO-PAY <= 90
                   SUBTRACT 15 FROM SCORE-WORK
               WHEN OTHER
                   SUBTRACT 30 FROM SCORE-WORK
           END-EVALUATE

           EVALUATE WORST-BUCKET
               WHEN 0
                   ADD 15 TO SCORE-WORK
               WHEN 30
                   CONTINUE
               WHEN 60
                   SUBTRACT 15 FROM SCORE-WORK
               WHEN OTHER
                   SUBTRACT 30 FROM SCORE-WORK
           END-EVALUATE

           COMPUTE PENALTY-WORK = BROKEN-PROMISE-COUNT * 10
           IF PENALTY-WORK > 30
               MOVE 30 TO PENALTY-WORK
           END-IF
           SUBTRACT PENALTY-WORK FROM SCORE-WORK

           COMPUTE PENALTY-WORK = FINANCE-CHARGE-COUNT * 5
           IF PENALTY-WORK > 20
               MOVE 20 TO PENALTY-WORK
           END-IF
           SUBTRACT PENALTY-WORK FROM SCORE-WORK

           EVALUATE TRUE
               WHEN NSF-RETURN-COUNT = 0
                   CONTINUE
               WHEN NSH-CERTIFIED-FUNDS-ONLY
                   SUBTRACT 30 FROM SCORE-WORK
               WHEN NSH-LAST-RETURN-DATE >= YEAR-AGO-DATE
                   SUBTRACT 15 FROM SCORE-WORK
               WHEN OTHER
                   SUBTRACT 5 FROM SCORE-WORK
           END-EVALUATE

           IF SCORE-WORK < 0
               MOVE 0 TO SCORE-WORK
           END-IF
           IF SCORE-WORK > 100
               MOVE 100 TO SCORE-WORK
           END-IF
           MOVE SCORE-WORK TO CUSTOMER-SCORE.

      * Worst bucket on today's open items, aged from each invoice
      * date in AGING-REPORT's buckets (0 = current, 30, 60, 90 =
      * over 90 days). A balance with no open-item rows is aged
      * from the last payment date, as AGING-REPORT falls back.
       FIND-WORST-AGING.
           MOVE ZERO TO WORST-BUCKET
           MOVE ZERO TO OPEN-ITEM-COUNT
           IF OPENITEMS-AVAILABLE
               MOVE CUSTOMER-ID TO OI-CUSTOMER-ID
               MOVE LOW-VALUES TO OI-INVOICE-NUMBER
               MOVE 'N' TO END-OF-GROUP
               START OPEN-INVOICE-FILE KEY IS >= OI-KEY
                   INVALID KEY
                       SET NO-MORE-IN-GROUP TO TRUE
               END-START
               PERFORM AGE-NEXT-OPEN-ITEM UNTIL NO-MORE-IN-GROUP
           END-IF
           IF OPEN-ITEM-COUNT = 0 AND CUSTOMER-BALANCE > 0
               IF CUSTOMER-LAST-PAYMENT-DATE = 0
                   MOVE 0 TO DAYS-PAST-DUE
               ELSE
                   COMPUTE DAYS-PAST-DUE = TODAY-INTEGER -
                       FUNCTION INTEGER-OF-DATE
                           (CUSTOMER-LAST-PAYMENT-DATE)
               END-IF
               PERFORM BUCKET-DAYS-PAST-DUE
           END-IF.

       AGE-NEXT-OPEN-ITEM.
           READ OPEN-INVOICE-FILE NEXT RECORD
               AT END
                   SET NO-MORE-IN-GROUP TO TRUE
               NOT AT END
                   IF OI-CUSTOMER-ID NOT = CUSTOMER-ID
                       SET NO-MORE-IN-GROUP TO TRUE
                   ELSE
                       IF OI-IS-OPEN AND OI-OPEN-AMOUNT > 0
                           ADD 1 TO OPEN-ITEM-COUNT
                           IF OI-INVOICE-DATE = 0
                               MOVE 0 TO DAYS-PAST-DUE
                           ELSE
                               COMPUTE DAYS-PAST-DUE = TODAY-INTEGER -
                                   FUNCTION INTEGER-OF-DATE
                                       (OI-INVOICE-DATE)
                           END-IF
                           PERFORM BUCKET-DAYS-PAST-DUE
                       END-IF
                   END-IF
           END-READ.

       BUCKET-DAYS-PAST-DUE.
           EVALUATE TRUE
               WHEN DAYS-PAST-DUE <= 30
                   MOVE 0 TO ITEM-BUCKET
               WHEN DAYS-PAST-DUE <= 60
                   MOVE 30 TO ITEM-BUCKET
               WHEN DAYS-PAST-DUE <= 90
                   MOVE 60 TO ITEM-BUCKET
               WHEN OTHER
                   MOVE 90 TO ITEM-BUCKET
           END-EVALUATE
           IF ITEM-BUCKET > WORST-BUCKET
               MOVE ITEM-BUCKET TO WORST-BUCKET
           END-IF.

      * Reviews over the past year hold the worst bucket each one
      * found, so an account that went 90 days over in the spring
      * and has since caught up still answers for it.
       FIND-PRIOR-REVIEW-AGING.
           IF HISTORY-AVAILABLE
               MOVE CUSTOMER-ID TO CRH-CUSTOMER-ID
               MOVE YEAR-AGO-DATE TO CRH-REVIEW-DATE
               MOVE 'N' TO END-OF-GROUP
               START REVIEW-HISTORY-FILE KEY IS >= CRH-KEY
                   INVALID KEY
                       SET NO-MORE-IN-GROUP TO TRUE
               END-START
               PERFORM CHECK-NEXT-PRIOR-REVIEW UNTIL NO-MORE-IN-GROUP
           END-IF.

       CHECK-NEXT-PRIOR-REVIEW.
           READ REVIEW-HISTORY-FILE NEXT RECORD
               AT END
                   SET NO-MORE-IN-GROUP TO TRUE
               NOT AT END
                   IF CRH-CUSTOMER-ID NOT = CUSTOMER-ID
                       OR CRH-REVIEW-DATE >= TODAY-YYYYMMDD
                       SET NO-MORE-IN-GROUP TO TRUE
                   ELSE
                       IF CRH-WORST-BUCKET > WORST-BUCKET
                           MOVE CRH-WORST-BUCKET TO WORST-BUCKET
                       END-IF
                   END-IF
           END-READ.

       COUNT-BROKEN-PROMISES.
           MOVE ZERO TO BROKEN-PROMISE-COUNT
           IF PROMISES-AVAILABLE
               MOVE CUSTOMER-ID TO PROM-CUSTOMER-ID
               MOVE ZERO TO PROM-SEQUENCE
               MOVE 'N' TO END-OF-GROUP
               START PROMISE-FILE KEY IS >= PROM-KEY
                   INVALID KEY
                       SET NO-MORE-IN-GROUP TO TRUE
               END-START
               PERFORM CHECK-NEXT-PROMISE UNTIL NO-MORE-IN-GROUP
           END-IF.

       CHECK-NEXT-PROMISE.
           READ PROMISE-FILE NEXT RECORD
               AT END
                   SET NO-MORE-IN-GROUP TO TRUE
               NOT AT END
                   IF PROM-CUSTOMER-ID NOT = CUSTOMER-ID
                       SET NO-MORE-IN-GROUP TO TRUE
                   ELSE
                       IF PROM-IS-BROKEN
                           AND PROM-DATE >= YEAR-AGO-DATE
                           AND BROKEN-PROMISE-COUNT < 99
                           ADD 1 TO BROKEN-PROMISE-COUNT
                       END-IF
                   END-IF
           END-READ.

       COUNT-NSF-RETURNS.
           MOVE ZERO TO NSF-RETURN-COUNT
           IF NSF-AVAILABLE
               MOVE CUSTOMER-ID TO NSH-CUSTOMER-ID
               READ NSF-HISTORY-FILE KEY IS NSH-CUSTOMER-ID
                   INVALID KEY
                       MOVE ZERO TO NSF-RETURN-COUNT
                   NOT INVALID KEY
                       IF NSH-RETURN-COUNT > 99
                           MOVE 99 TO NSF-RETURN-COUNT
                       ELSE
                           MOVE NSH-RETURN-COUNT TO NSF-RETURN-COUNT
                       END-IF
               END-READ
           END-IF.

      * New limits are whole hundreds. A decrease stops at the
      * balance already owed, rounded up to the hundred; an account
      * with no limit set is left for the credit manager to price.
       RECOMMEND-LIMIT.
           MOVE "NOCHANGE" TO RECOMMENDATION
           MOVE CUSTOMER-CREDIT-LIMIT TO RECOMMENDED-LIMIT
           EVALUATE TRUE
               WHEN CUSTOMER-CREDIT-LIMIT = 0
                   CONTINUE
               WHEN CUSTOMER-SCORE < DECREASE-SCORE
                   COMPUTE LIMIT-HUNDREDS =
                       CUSTOMER-CREDIT-LIMIT * (100 - DECREASE-PCT)
                       / 10000
                   COMPUTE FLOOR-HUNDREDS =
                       (CUSTOMER-BALANCE + 99.99) / 100
                   IF LIMIT-HUNDREDS < FLOOR-HUNDREDS
                       MOVE FLOOR-HUNDREDS TO LIMIT-HUNDREDS
                   END-IF
                   COMPUTE RECOMMENDED-LIMIT = LIMIT-HUNDREDS * 100
                   IF RECOMMENDED-LIMIT < CUSTOMER-CREDIT-LIMIT
                       MOVE "DECREASE" TO RECOMMENDATION
                   ELSE
                       MOVE CUSTOMER-CREDIT-LIMIT TO RECOMMENDED-LIMIT
                   END-IF
               WHEN CUSTOMER-ON-CREDIT-HOLD
                   CONTINUE
               WHEN CUSTOMER-SCORE >= INCREASE-SCORE
                   AND UTILIZATION-PCT >= UTILIZATION-TRIGGER
                   COMPUTE LIMIT-HUNDREDS =
                       CUSTOMER-CREDIT-LIMIT * (100 + INCREASE-PCT)
                       / 10000
                   COMPUTE RECOMMENDED-LIMIT = LIMIT-HUNDREDS * 100
                   IF RECOMMENDED-LIMIT > CUSTOMER-CREDIT-LIMIT
                       MOVE "INCREASE" TO RECOMMENDATION
                   ELSE
                       MOVE CUSTOMER-CREDIT-LIMIT TO RECOMMENDED-LIMIT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           ADD 1 TO CUSTOMERS-REVIEWED
           ADD CUSTOMER-CREDIT-LIMIT TO LIMIT-TOTAL
           EVALUATE RECOMMENDATION
               WHEN "INCREASE"
                   ADD 1 TO INCREASE-COUNT
                   COMPUTE INCREASE-TOTAL = INCREASE-TOTAL +
                       RECOMMENDED-LIMIT - CUSTOMER-CREDIT-LIMIT
               WHEN "DECREASE"
                   ADD 1 TO DECREASE-COUNT
                   COMPUTE DECREASE-TOTAL = DECREASE-TOTAL +
                       CUSTOMER-CREDIT-LIMIT - RECOMMENDED-LIMIT
               WHEN OTHER
                   ADD 1 TO NO-CHANGE-COUNT
           END-EVALUATE.

       WRITE-REVIEW-LINES.
           MOVE SPACES TO WORKSHEET-RECORD
           MOVE CUSTOMER-ID TO CRW-CUSTOMER-ID
           MOVE CUSTOMER-NAME TO CRW-CUSTOMER-NAME
           MOVE CUSTOMER-SCORE TO CRW-SCORE
           MOVE AVG-DAYS-TO-PAY TO CRW-AVG-DAYS-TO-PAY
           MOVE WORST-BUCKET TO CRW-WORST-BUCKET
           MOVE BROKEN-PROMISE-COUNT TO CRW-BROKEN-PROMISES
           MOVE NSF-RETURN-COUNT TO CRW-NSF-RETURNS
           MOVE FINANCE-CHARGE-COUNT TO CRW-FINANCE-CHARGES
           MOVE UTILIZATION-PCT TO CRW-UTILIZATION-PCT
           MOVE CUSTOMER-BALANCE TO CRW-BALANCE
           MOVE CUSTOMER-CREDIT-LIMIT TO CRW-CURRENT-LIMIT
           MOVE RECOMMENDATION TO CRW-RECOMMENDATION
           MOVE RECOMMENDED-LIMIT TO CRW-RECOMMENDED-LIMIT
           MOVE "N" TO CRW-APPROVED-FLAG
           MOVE ZERO TO CRW-APPROVED-LIMIT
           MOVE TODAY-YYYYMMDD TO CRW-REVIEW-DATE
           WRITE WORKSHEET-RECORD

           MOVE CUSTOMER-ID TO DTL-CUSTOMER-ID
           MOVE CUSTOMER-NAME TO DTL-NAME
           MOVE CUSTOMER-SCORE TO DTL-SCORE
           MOVE AVG-DAYS-TO-PAY TO DTL-AVG-DAYS
           EVALUATE WORST-BUCKET
               WHEN 0
                   MOVE "CUR" TO DTL-WORST-BUCKET
               WHEN 90
                   MOVE "90+" TO DTL-WORST-BUCKET
               WHEN OTHER
                   MOVE WORST-BUCKET TO DTL-WORST-BUCKET
           END-EVALUATE
           MOVE BROKEN-PROMISE-COUNT TO DTL-BROKEN
           MOVE NSF-RETURN-COUNT TO DTL-NSF
           MOVE FINANCE-CHARGE-COUNT TO DTL-FINCHG
           MOVE UTILIZATION-PCT TO DTL-UTILIZATION
           MOVE CUSTOMER-BALANCE TO DTL-BALANCE
           MOVE CUSTOMER-CREDIT-LIMIT TO DTL-LIMIT
           MOVE RECOMMENDATION TO DTL-RECOMMENDATION
           IF CUSTOMER-ON-CREDIT-HOLD
               AND RECOMMENDATION = "NOCHANGE"
               MOVE "HOLD" TO DTL-RECOMMENDATION
           END-IF
           MOVE RECOMMENDED-LIMIT TO DTL-NEW-LIMIT
           WRITE REPORT-LINE FROM DETAIL-LINE

           IF HISTORY-AVAILABLE
               PERFORM REMEMBER-REVIEW
           END-IF.

      * A second review the same day replaces the first.
       REMEMBER-REVIEW.
           MOVE CUSTOMER-ID TO CRH-CUSTOMER-ID
           MOVE TODAY-YYYYMMDD TO CRH-REVIEW-DATE
           MOVE CUSTOMER-SCORE TO CRH-SCORE
           MOVE WORST-BUCKET TO CRH-WORST-BUCKET
           MOVE AVG-DAYS-TO-PAY TO CRH-AVG-DAYS-TO-PAY
           MOVE CUSTOMER-CREDIT-LIMIT TO CRH-CURRENT-LIMIT
           MOVE RECOMMENDATION TO CRH-RECOMMENDATION
           MOVE RECOMMENDED-LIMIT TO CRH-RECOMMENDED-LIMIT
           WRITE REVIEW-HISTORY-RECORD
           IF HISTORY-FILE-STATUS = "22"
               REWRITE REVIEW-HISTORY-RECORD
           END-IF
           IF HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: review history write failed for "
                   CUSTOMER-ID " status " HISTORY-FILE-STATUS
               SET WARNINGS-OCCURRED TO TRUE
           END-IF.

       PRINT-REVIEW-SUMMARY.
           WRITE REPORT-LINE FROM SEPARATOR-LINE
           MOVE "CUSTOMERS REVIEWED" TO SML-LABEL
           MOVE CUSTOMERS-REVIEWED TO SML-COUNT
           MOVE LIMIT-TOTAL TO SML-AMOUNT
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE "RECOMMENDED INCREASES" TO SML-LABEL
           MOVE INCREASE-COUNT TO SML-COUNT
           MOVE INCREASE-TOTAL TO SML-AMOUNT
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE "RECOMMENDED DECREASES" TO SML-LABEL
           MOVE DECREASE-COUNT TO SML-COUNT
           MOVE DECREASE-TOTAL TO SML-AMOUNT
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE "NO CHANGE" TO SML-LABEL
           MOVE NO-CHANGE-COUNT TO SML-COUNT
           MOVE ZERO TO SML-AMOUNT
           WRITE REPORT-LINE FROM SUMMARY-LINE
           WRITE REPORT-LINE FROM SPACES
           MOVE SPACES TO REPORT-LINE
           STRING "Mark approved lines Y on "
               "credit-review-worksheet.txt and run "
               "CREDIT-REVIEW-APPLY."
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       FINALIZE-REVIEW.
           CLOSE CUSTOMER-FILE
           IF OPENITEMS-AVAILABLE
               CLOSE OPEN-INVOICE-FILE
           END-IF
           IF PROMISES-AVAILABLE
               CLOSE PROMISE-FILE
           END-IF
           IF NSF-AVAILABLE
               CLOSE NSF-HISTORY-FILE
           END-IF
           IF HISTORY-AVAILABLE
               CLOSE REVIEW-HISTORY-FILE
           END-IF
           CLOSE WORKSHEET-FILE
           CLOSE REPORT-FILE
           DISPLAY "Credit review complete: " CUSTOMERS-REVIEWED
               " customers, " INCREASE-COUNT " increases, "
               DECREASE-COUNT " decreases recommended"
           DISPLAY "Worksheet: "
               "../data/output/credit-review-worksheet.txt".

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
           MOVE "CREDIT-REVIEW"       TO OPS-PROGRAM-ID
           ACCEPT OPS-RUN-DATE FROM DATE YYYYMMDD
           MOVE CUSTOMERS-REVIEWED    TO OPS-RECORDS-PROCESSED
           MOVE ZERO                  TO OPS-REJECTS
           MOVE LIMIT-TOTAL           TO OPS-TOTAL-AMOUNT
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
                   " - CREDIT DEPARTMENT"
                   DELIMITED BY SIZE INTO COMPANY-NAME
           END-IF.

       END PROGRAM CREDIT-REVIEW.
