       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDIT-REVIEW-APPLY.
       AUTHOR. MUHAMMAD SHAMSUL MARUF.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * CREDIT REVIEW APPROVAL PUBLISHING                             *
      * Reads the credit review worksheet after the credit manager    *
      * has marked the lines to act on and builds a                   *
      * customer-transactions.txt batch of credit limit changes       *
      * (operation L) for DATABASE-BATCH, the way RECURRING-BILLING   *
      * publishes the month's charges - so every approved limit goes  *
      * through the edit pass, the run registry and the audit trail.  *
      * An approved line takes the limit the manager keyed over the   *
      * zeros, or the recommended limit when none was keyed; an       *
      * approved line that would leave the limit unchanged is         *
      * skipped. The batch ID is CR + the review date (YYMMDD), so    *
      * the registry refuses a worksheet applied twice.               *
      * Dual control: an increase above the LIMIT threshold in        *
      * approval-thresholds.txt, or a keyed limit above the           *
      * recommended one, is not staged - it is held on the approval   *
      * queue, the way DATABASE-HANDLER holds a keyed limit, and      *
      * APPROVAL-REVIEW applies it once a second person approves.     *
      * Each staged change carries the limit on the worksheet so      *
      * DATABASE-BATCH refuses it if the limit has moved since.       *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORKSHEET-FILE
               ASSIGN TO "../data/output/credit-review-worksheet.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORKSHEET-FILE-STATUS.

           SELECT CUSTOMER-TRANSACTION-FILE
               ASSIGN TO "../data/input/customer-transactions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TXNOUT-FILE-STATUS.

           SELECT TXN-WORK-FILE
               ASSIGN TO "../data/output/credit-review-apply-work.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-FILE-STATUS.

           SELECT APPLY-REPORT-FILE
               ASSIGN TO
                   "../data/output/credit-review-apply-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

           SELECT OPS-STATS-FILE
               ASSIGN TO "../data/output/daily-ops-stats.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-STATS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WORKSHEET-FILE.
       01  WORKSHEET-RECORD.
           COPY "crwksht.cpy".

       FD  CUSTOMER-TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           COPY "custtxn.cpy".
      * First record of the batch: the header DATABASE-BATCH checks
      * against its run registry and record count.
       01  BATCH-HEADER-RECORD.
           05  BH-TYPE                 PIC X(3).
           05  FILLER                  PIC X(1).
           05  BH-BATCH-ID             PIC X(8).
           05  FILLER                  PIC X(1).
           05  BH-DATE                 PIC 9(8).
           05  FILLER                  PIC X(1).
           05  BH-COUNT                PIC 9(6).
           05  FILLER                  PIC X(107).

      * Approved changes are staged here so the batch header, whose
      * count is only known at the end, can be written first.
       FD  TXN-WORK-FILE.
       01  WORK-RECORD                 PIC X(135).

       FD  APPLY-REPORT-FILE.
       01  REPORT-LINE                 PIC X(100).

       FD  OPS-STATS-FILE.
       01  OPS-STAT-RECORD.
           COPY "opstat.cpy".

       WORKING-STORAGE SECTION.
       01  WORKSHEET-FILE-STATUS   PIC XX.
       01  TXNOUT-FILE-STATUS      PIC XX.
       01  WORK-FILE-STATUS        PIC XX.
       01  REPORT-FILE-STATUS      PIC XX.
       01  OPS-STATS-FILE-STATUS   PIC XX.

       01  STAGED-TXN-RECORD.
           COPY "custtxn.cpy" REPLACING
               ==TXN-OPERATION== BY ==WK-OPERATION==
               ==TXN-IS-ADD== BY ==WK-IS-ADD==
               ==TXN-IS-UPDATE== BY ==WK-IS-UPDATE==
               ==TXN-IS-DELETE== BY ==WK-IS-DELETE==
               ==TXN-IS-DEACTIVATE== BY ==WK-IS-DEACTIVATE==
               ==TXN-IS-LIMIT-CHANGE== BY ==WK-IS-LIMIT-CHANGE==
               ==TXN-ID== BY ==WK-ID==
               ==TXN-NAME== BY ==WK-NAME==
               ==TXN-EMAIL== BY ==WK-EMAIL==
               ==TXN-PHONE== BY ==WK-PHONE==
               ==TXN-BALANCE== BY ==WK-BALANCE==
               ==TXN-PRIOR-LIMIT== BY ==WK-PRIOR-LIMIT==
               ==TXN-CREDIT-LIMIT== BY ==WK-CREDIT-LIMIT==
               ==TXN-CURRENCY-CODE== BY ==WK-CURRENCY-CODE==.

      * Maker-checker approval of credit limit increases (shared
      * with DATABASE-HANDLER and APPROVAL-REVIEW).
       01  APPROVAL-REQUEST.
           COPY "apqreq.cpy".
       01  LIMIT-APPROVAL-THRESHOLD PIC 9(8)V99.
       01  LIMIT-INCREASE          PIC S9(8)V99.

       01  TODAY-YYYYMMDD          PIC 9(8).
       01  REVIEW-DATE             PIC 9(8) VALUE ZERO.
       01  BATCH-ID                PIC X(8).

       01  END-OF-WORKSHEET        PIC X VALUE 'N'.
           88  NO-MORE-WORKSHEET   VALUE 'Y'.
       01  END-OF-WORK             PIC X VALUE 'N'.
           88  NO-MORE-WORK        VALUE 'Y'.

       01  APPROVED-LIMIT          PIC 9(8)V99.
       01  LIMIT-DISPLAY           PIC 9(8).99.
       01  LINES-READ              PIC 9(6) VALUE ZERO.
       01  GENERATED-COUNT         PIC 9(6) VALUE ZERO.
       01  SKIPPED-COUNT           PIC 9(6) VALUE ZERO.
       01  HELD-COUNT              PIC 9(6) VALUE ZERO.
       01  REJECTED-COUNT          PIC 9(6) VALUE ZERO.
       01  REPORT-DETAIL           PIC X(100).
       01  PROGRAM-RETURN-CODE     PIC 9(3) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-APPLY
           PERFORM READ-WORKSHEET-LINE UNTIL NO-MORE-WORKSHEET
           PERFORM BUILD-TRANSACTION-BATCH
           PERFORM WRITE-APPLY-SUMMARY
           PERFORM CLEANUP-APPLY
           PERFORM DETERMINE-RETURN-CODE
           PERFORM WRITE-OPS-STATS
           MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       INITIALIZE-APPLY.
           CALL "PROCESS-DATE" USING TODAY-YYYYMMDD

           OPEN INPUT WORKSHEET-FILE
           IF WORKSHEET-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open credit-review-worksheet.txt"
               DISPLAY "File Status: " WORKSHEET-FILE-STATUS
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT TXN-WORK-FILE
           IF WORK-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open "
                   "credit-review-apply-work.tmp"
               DISPLAY "File Status: " WORK-FILE-STATUS
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT APPLY-REPORT-FILE
           MOVE "CREDIT REVIEW APPROVAL REPORT" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           SET AQR-GET-THRESHOLD TO TRUE
           MOVE "LIMIT" TO AQR-ITEM-TYPE
           CALL "APPROVAL-QUEUE" USING APPROVAL-REQUEST
           MOVE AQR-THRESHOLD TO LIMIT-APPROVAL-THRESHOLD.

       READ-WORKSHEET-LINE.
           READ WORKSHEET-FILE
               AT END
                   SET NO-MORE-WORKSHEET TO TRUE
               NOT AT END
                   ADD 1 TO LINES-READ
                   IF REVIEW-DATE = ZERO
                       AND CRW-REVIEW-DATE NUMERIC
                       MOVE CRW-REVIEW-DATE TO REVIEW-DATE
                   END-IF
                   IF CRW-IS-APPROVED
                       PERFORM STAGE-APPROVED-LINE
                   END-IF
           END-READ.

       STAGE-APPROVED-LINE.
           EVALUATE TRUE
               WHEN CRW-CUSTOMER-ID NOT NUMERIC
                   OR CRW-RECOMMENDED-LIMIT NOT NUMERIC
                   OR CRW-APPROVED-LIMIT NOT NUMERIC
                   OR CRW-CURRENT-LIMIT NOT NUMERIC
                   ADD 1 TO REJECTED-COUNT
                   STRING "REJECTED line " LINES-READ
                       " - customer ID or limit not numeric"
                       DELIMITED BY SIZE INTO REPORT-DETAIL
                   PERFORM WRITE-REPORT-DETAIL
               WHEN OTHER
                   IF CRW-APPROVED-LIMIT > ZERO
                       MOVE CRW-APPROVED-LIMIT TO APPROVED-LIMIT
                   ELSE
                       MOVE CRW-RECOMMENDED-LIMIT TO APPROVED-LIMIT
                   END-IF
                   MOVE APPROVED-LIMIT TO LIMIT-DISPLAY
                   IF APPROVED-LIMIT = CRW-CURRENT-LIMIT
                       ADD 1 TO SKIPPED-COUNT
                       STRING "SKIPPED   id=" CRW-CUSTOMER-ID
                           " limit already " LIMIT-DISPLAY
                           DELIMITED BY SIZE INTO REPORT-DETAIL
                       PERFORM WRITE-REPORT-DETAIL
                   ELSE
                       COMPUTE LIMIT-INCREASE =
                           APPROVED-LIMIT - CRW-CURRENT-LIMIT
                       IF LIMIT-INCREASE > LIMIT-APPROVAL-THRESHOLD
                           OR APPROVED-LIMIT > CRW-RECOMMENDED-LIMIT
                           PERFORM HOLD-LIMIT-FOR-APPROVAL
                       ELSE
                           PERFORM STAGE-LIMIT-CHANGE
                       END-IF
                   END-IF
           END-EVALUATE.

      * Only the operation, the customer, the worksheet's limit and
      * the new limit are carried; DATABASE-BATCH's limit change
      * touches nothing else.
       STAGE-LIMIT-CHANGE.
           MOVE SPACES TO STAGED-TXN-RECORD
           MOVE "L" TO WK-OPERATION
           MOVE CRW-CUSTOMER-ID TO WK-ID
           MOVE CRW-CURRENT-LIMIT TO WK-PRIOR-LIMIT
           MOVE APPROVED-LIMIT TO WK-CREDIT-LIMIT
           WRITE WORK-RECORD FROM STAGED-TXN-RECORD
           ADD 1 TO GENERATED-COUNT
           STRING "GENERATED id=" CRW-CUSTOMER-ID
               " " CRW-RECOMMENDATION
               " new limit " LIMIT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-DETAIL
           PERFORM WRITE-REPORT-DETAIL.

      * The old value is the worksheet's limit, so APPROVAL-REVIEW
      * refuses the item if the limit has moved before it is approved.
       HOLD-LIMIT-FOR-APPROVAL.
           SET AQR-QUEUE-ITEM TO TRUE
           MOVE "LIMIT" TO AQR-ITEM-TYPE
           MOVE CRW-CUSTOMER-ID TO AQR-SUBJECT-ID
           MOVE CRW-CUSTOMER-NAME TO AQR-SUBJECT-NAME
           MOVE CRW-CURRENT-LIMIT TO AQR-OLD-VALUE
           MOVE APPROVED-LIMIT TO AQR-NEW-VALUE
           MOVE SPACES TO AQR-REASON-CODE
           MOVE "CRREVIEW" TO AQR-MAKER-ID
           MOVE "CREDIT-REVIEW-APPLY" TO AQR-MAKER-PROGRAM
           MOVE CRW-RECOMMENDATION TO AQR-NOTE
           CALL "APPROVAL-QUEUE" USING APPROVAL-REQUEST
           EVALUATE TRUE
               WHEN AQR-DONE
                   ADD 1 TO HELD-COUNT
                   STRING "HELD      id=" CRW-CUSTOMER-ID
                       " new limit " LIMIT-DISPLAY
                       " for approval as item " AQR-ITEM-NUMBER
                       DELIMITED BY SIZE INTO REPORT-DETAIL
                   PERFORM WRITE-REPORT-DETAIL
               WHEN AQR-ALREADY-QUEUED
                   ADD 1 TO REJECTED-COUNT
                   STRING "REJECTED  id=" CRW-CUSTOMER-ID
                       " limit item " AQR-ITEM-NUMBER
                       " already open for approval"
                       DELIMITED BY SIZE INTO REPORT-DETAIL
                   PERFORM WRITE-REPORT-DETAIL
               WHEN OTHER
                   ADD 1 TO REJECTED-COUNT
                   STRING "REJECTED  id=" CRW-CUSTOMER-ID
                       " approval queue unavailable, status="
                       AQR-RESULT
                       DELIMITED BY SIZE INTO REPORT-DETAIL
                   PERFORM WRITE-REPORT-DETAIL
           END-EVALUATE.

      * Write the header record first, then copy the staged
      * transactions behind it, as RECURRING-BILLING does.
       BUILD-TRANSACTION-BATCH.
           CLOSE TXN-WORK-FILE
           IF REVIEW-DATE = ZERO
               MOVE TODAY-YYYYMMDD TO REVIEW-DATE
           END-IF
           MOVE SPACES TO BATCH-ID
           STRING "CR" REVIEW-DATE(3:6)
               DELIMITED BY SIZE INTO BATCH-ID

           IF GENERATED-COUNT = ZERO
               MOVE "No approved limit changes - no batch written"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               OPEN OUTPUT CUSTOMER-TRANSACTION-FILE
               IF TXNOUT-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: cannot open "
                       "customer-transactions.txt"
                   DISPLAY "File Status: " TXNOUT-FILE-STATUS
                   MOVE 16 TO PROGRAM-RETURN-CODE
                   MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
                   STOP RUN
               END-IF

               MOVE SPACES TO BATCH-HEADER-RECORD
               MOVE "HDR" TO BH-TYPE
               MOVE BATCH-ID TO BH-BATCH-ID
               MOVE TODAY-YYYYMMDD TO BH-DATE
               MOVE GENERATED-COUNT TO BH-COUNT
               WRITE BATCH-HEADER-RECORD

               OPEN INPUT TXN-WORK-FILE
               PERFORM COPY-STAGED-TRANSACTION UNTIL NO-MORE-WORK
               CLOSE TXN-WORK-FILE
               CLOSE CUSTOMER-TRANSACTION-FILE
           END-IF.

       COPY-STAGED-TRANSACTION.
           READ TXN-WORK-FILE
               AT END
                   SET NO-MORE-WORK TO TRUE
               NOT AT END
                   MOVE WORK-RECORD TO TRANSACTION-RECORD
                   WRITE TRANSACTION-RECORD
           END-READ.

       WRITE-REPORT-DETAIL.
           DISPLAY REPORT-DETAIL
           MOVE REPORT-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-DETAIL.

       WRITE-APPLY-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           STRING "Worksheet lines read:  " LINES-READ
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           STRING "Limit changes staged:  " GENERATED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           STRING "Held for approval:     " HELD-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           STRING "Approved, no change:   " SKIPPED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           STRING "Lines rejected:        " REJECTED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "Credit review apply complete: " GENERATED-COUNT
               " limit changes, " HELD-COUNT " held, "
               REJECTED-COUNT " rejected"
           IF GENERATED-COUNT > ZERO
               DISPLAY "Batch " BATCH-ID
                   " ready for DATABASE-BATCH"
           END-IF.

       CLEANUP-APPLY.
           CLOSE WORKSHEET-FILE
           CLOSE APPLY-REPORT-FILE
           SET AQR-CLOSE TO TRUE
           CALL "APPROVAL-QUEUE" USING APPROVAL-REQUEST.

       DETERMINE-RETURN-CODE.
           IF PROGRAM-RETURN-CODE = 0 AND REJECTED-COUNT > 0
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
           MOVE "CREDIT-REVIEW-APPLY" TO OPS-PROGRAM-ID
           ACCEPT OPS-RUN-DATE FROM DATE YYYYMMDD
           MOVE GENERATED-COUNT       TO OPS-RECORDS-PROCESSED
           MOVE REJECTED-COUNT        TO OPS-REJECTS
           MOVE ZERO                  TO OPS-TOTAL-AMOUNT
           MOVE PROGRAM-RETURN-CODE   TO OPS-RETURN-CODE
           WRITE OPS-STAT-RECORD
           CLOSE OPS-STATS-FILE.

       END PROGRAM CREDIT-REVIEW-APPLY.
