       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTOPAY-RUN.
       AUTHOR. MUHAMMAD SHAMSUL MARUF.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * CUSTOMER AUTOPAY DIRECT-DEBIT FILE BUILD                      *
      * Runs on the statement date, ahead of STATEMENT-GENERATOR.     *
      * Every customer with an active autopay mandate (maintained     *
      * from DATABASE-HANDLER) and an open balance is debited for the *
      * closing balance the statement will show. The debit file the   *
      * bank takes has the same shape as DIRECT-DEPOSIT's: a header   *
      * record with the creation and settlement dates, one detail per *
      * customer (routing, account, customer id, amount in cents),    *
      * and a trailer with the record count, the routing-number hash  *
      * total and the amount total.                                   *
      *                                                               *
      * Settlement is the statement date plus the lead days in        *
      * autopay-control.txt, rolled forward past any day the          *
      * processing calendar marks as not a business day. Each debit   *
      * is kept pending on autopay-debits.dat; on the settlement date *
      * AUTOPAY-SETTLEMENT releases it into the cash-receipts file so *
      * PAYMENT-POSTING applies it like any other receipt, and        *
      * STATEMENT-GENERATOR reads the same row to tell the customer   *
      * when the debit will be taken. A rerun on the same date        *
      * rebuilds the bank file from the pending rows already written, *
      * so no customer is debited twice.                              *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANDATE-FILE
               ASSIGN TO "../data/output/customer-mandates.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MND-CUSTOMER-ID
               FILE STATUS IS MANDATE-FILE-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO "../data/output/customers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               ALTERNATE RECORD KEY IS CUSTOMER-EMAIL
                   WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.

           SELECT AUTOPAY-DEBIT-FILE
               ASSIGN TO "../data/output/autopay-debits.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADB-KEY
               FILE STATUS IS DEBIT-FILE-STATUS.

           SELECT ACH-DEBIT-FILE
               ASSIGN TO "../data/output/ach-debit-file.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACH-FILE-STATUS.

           SELECT AUTOPAY-CONTROL-FILE
               ASSIGN TO "../data/input/autopay-control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN TO "../data/input/processing-calendar.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.

           SELECT OPS-STATS-FILE
               ASSIGN TO "../data/output/daily-ops-stats.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-STATS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MANDATE-FILE.
       01  MANDATE-RECORD.
           COPY "mandrec.cpy".

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           COPY "custrec.cpy".

       FD  AUTOPAY-DEBIT-FILE.
       01  AUTOPAY-DEBIT-RECORD.
           COPY "apdebit.cpy".

       FD  ACH-DEBIT-FILE.
       01  ACH-DEBIT-LINE          PIC X(80).

      * Days from the statement date to the debit settling.
       FD  AUTOPAY-CONTROL-FILE.
       01  AUTOPAY-CONTROL-RECORD.
           05  APC-LEAD-DAYS           PIC 9(3).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05  CAL-IN-DATE             PIC 9(8).
           05  FILLER                  PIC X(1).
           05  CAL-IN-BUSINESS-FLAG    PIC X(1).
           05  FILLER                  PIC X(1).
           05  CAL-IN-MONTH-END-FLAG   PIC X(1).
           05  FILLER                  PIC X(1).
           05  CAL-IN-HOLIDAY-NAME     PIC X(20).

       FD  OPS-STATS-FILE.
       01  OPS-STAT-RECORD.
           COPY "opstat.cpy".

       WORKING-STORAGE SECTION.
       01  FILE-STATUS             PIC XX.
           88  FILE-OK             VALUE "00".
       01  MANDATE-FILE-STATUS     PIC XX.
       01  DEBIT-FILE-STATUS       PIC XX.
       01  ACH-FILE-STATUS         PIC XX.
       01  CONTROL-FILE-STATUS     PIC XX.
       01  CALENDAR-FILE-STATUS    PIC XX.
       01  OPS-STATS-FILE-STATUS   PIC XX.

       01  TODAY-YYYYMMDD          PIC 9(8).
       01  LEAD-DAYS               PIC 9(3) VALUE 3.
       01  SETTLEMENT-INTEGER      PIC 9(7).
       01  SETTLEMENT-DATE         PIC 9(8).

       01  END-OF-MANDATES         PIC X VALUE 'N'.
           88  NO-MORE-MANDATES    VALUE 'Y'.
       01  END-OF-CALENDAR         PIC X VALUE 'N'.
           88  NO-MORE-CALENDAR    VALUE 'Y'.

       01  DEBIT-AMOUNT-CENTS      PIC 9(10).
       01  DEBIT-COUNT             PIC 9(6) VALUE ZERO.
       01  RERUN-COUNT             PIC 9(6) VALUE ZERO.
       01  SKIP-COUNT              PIC 9(6) VALUE ZERO.
       01  DEBIT-TOTAL             PIC 9(10)V99 VALUE ZERO.
       01  DEBIT-TOTAL-CENTS       PIC 9(12).
       01  ROUTING-HASH-TOTAL      PIC 9(12) VALUE ZERO.

      * Fixed-format bank records: type 1 header, type 2 detail,
      * type 9 trailer.
       01  BANK-HEADER-RECORD.
           05  BHR-TYPE            PIC X(1) VALUE "1".
           05  BHR-DATE            PIC 9(8).
           05  BHR-DESCRIPTION     PIC X(20) VALUE "CUSTOMER AUTOPAY".
           05  BHR-SETTLEMENT-DATE PIC 9(8).
           05  FILLER              PIC X(43) VALUE SPACES.

       01  BANK-DETAIL-RECORD.
           05  BDR-TYPE            PIC X(1) VALUE "2".
           05  BDR-ROUTING         PIC 9(9).
           05  BDR-ACCOUNT         PIC X(12).
           05  BDR-CUSTOMER-ID     PIC 9(6).
           05  BDR-AMOUNT-CENTS    PIC 9(10).
           05  FILLER              PIC X(42) VALUE SPACES.

       01  BANK-TRAILER-RECORD.
           05  BTR-TYPE            PIC X(1) VALUE "9".
           05  BTR-RECORD-COUNT    PIC 9(6).
           05  BTR-ROUTING-HASH    PIC 9(12).
           05  BTR-AMOUNT-CENTS    PIC 9(12).
           05  FILLER              PIC X(49) VALUE SPACES.

       01  PROGRAM-RETURN-CODE     PIC 9(3) VALUE ZERO.
       01  WARNING-FLAG            PIC X VALUE 'N'.
           88  WARNINGS-OCCURRED   VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-AUTOPAY-RUN
           PERFORM DEBIT-NEXT-MANDATE UNTIL NO-MORE-MANDATES
           PERFORM WRITE-BANK-TRAILER
           PERFORM FINALIZE-AUTOPAY-RUN
           PERFORM DETERMINE-RETURN-CODE
           PERFORM WRITE-OPS-STATS
           MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       INITIALIZE-AUTOPAY-RUN.
           CALL "PROCESS-DATE" USING TODAY-YYYYMMDD
           PERFORM DETERMINE-SETTLEMENT-DATE

           OPEN INPUT MANDATE-FILE
           IF MANDATE-FILE-STATUS = "35"
               DISPLAY "NOTE: no customer mandates on file - "
                   "no customers to debit"
               SET NO-MORE-MANDATES TO TRUE
           ELSE
               IF MANDATE-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: cannot open customer-mandates.dat"
                   DISPLAY "File Status: " MANDATE-FILE-STATUS
                   MOVE 16 TO PROGRAM-RETURN-CODE
                   MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF NOT FILE-OK
               DISPLAY "ERROR: cannot open customer database"
               DISPLAY "File Status: " FILE-STATUS
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O AUTOPAY-DEBIT-FILE
           IF DEBIT-FILE-STATUS = "35"
               CLOSE AUTOPAY-DEBIT-FILE
               OPEN OUTPUT AUTOPAY-DEBIT-FILE
               CLOSE AUTOPAY-DEBIT-FILE
               OPEN I-O AUTOPAY-DEBIT-FILE
           END-IF
           IF DEBIT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open autopay-debits.dat"
               DISPLAY "File Status: " DEBIT-FILE-STATUS
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT ACH-DEBIT-FILE
           IF ACH-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open ach-debit-file.txt"
               DISPLAY "File Status: " ACH-FILE-STATUS
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE TODAY-YYYYMMDD TO BHR-DATE
           MOVE SETTLEMENT-DATE TO BHR-SETTLEMENT-DATE
           WRITE ACH-DEBIT-LINE FROM BANK-HEADER-RECORD.

      * The calendar is in date order, so one pass is enough: each
      * non-business day that falls on the candidate date pushes it
      * on a day, and the next row is then checked against the new
      * candidate.
       DETERMINE-SETTLEMENT-DATE.
           OPEN INPUT AUTOPAY-CONTROL-FILE
           IF CONTROL-FILE-STATUS = "00"
               READ AUTOPAY-CONTROL-FILE
               IF CONTROL-FILE-STATUS = "00"
                   AND APC-LEAD-DAYS NUMERIC
                   MOVE APC-LEAD-DAYS TO LEAD-DAYS
               END-IF
               CLOSE AUTOPAY-CONTROL-FILE
           ELSE
               DISPLAY "NOTE: no autopay-control.txt supplied"
                   " - debits settle " LEAD-DAYS
                   " days after the statement date"
           END-IF
           COMPUTE SETTLEMENT-INTEGER =
               FUNCTION INTEGER-OF-DATE(TODAY-YYYYMMDD) + LEAD-DAYS
           COMPUTE SETTLEMENT-DATE =
               FUNCTION DATE-OF-INTEGER(SETTLEMENT-INTEGER)

           OPEN INPUT CALENDAR-FILE
           IF CALENDAR-FILE-STATUS = "00"
               PERFORM CHECK-NEXT-CALENDAR-DAY
                   UNTIL NO-MORE-CALENDAR
               CLOSE CALENDAR-FILE
           END-IF.

       CHECK-NEXT-CALENDAR-DAY.
           READ CALENDAR-FILE
               AT END
                   SET NO-MORE-CALENDAR TO TRUE
               NOT AT END
                   IF CAL-IN-DATE = SETTLEMENT-DATE
                       AND CAL-IN-BUSINESS-FLAG = "N"
                       ADD 1 TO SETTLEMENT-INTEGER
                       COMPUTE SETTLEMENT-DATE =
                           FUNCTION DATE-OF-INTEGER(SETTLEMENT-INTEGER)
                   END-IF
           END-READ.

       DEBIT-NEXT-MANDATE.
           READ MANDATE-FILE NEXT RECORD
               AT END
                   SET NO-MORE-MANDATES TO TRUE
               NOT AT END
                   IF MND-IS-ACTIVE
                       PERFORM DEBIT-ONE-CUSTOMER
                   END-IF
           END-READ.

      * A row already on file for today means this is a rerun: the
      * debit keeps the amount and bank details it was first taken
      * with and goes back into the rebuilt bank file unchanged.
       DEBIT-ONE-CUSTOMER.
           MOVE MND-CUSTOMER-ID TO ADB-CUSTOMER-ID
           MOVE TODAY-YYYYMMDD TO ADB-STATEMENT-DATE
           READ AUTOPAY-DEBIT-FILE KEY IS ADB-KEY
           IF DEBIT-FILE-STATUS = "00"
               ADD 1 TO RERUN-COUNT
               PERFORM WRITE-DEBIT-DETAIL
           ELSE
               MOVE MND-CUSTOMER-ID TO CUSTOMER-ID
               READ CUSTOMER-FILE KEY IS CUSTOMER-ID
               EVALUATE TRUE
                   WHEN NOT FILE-OK
                       DISPLAY "WARNING: mandate for customer "
                           MND-CUSTOMER-ID " - not on customer file"
                       ADD 1 TO SKIP-COUNT
                       SET WARNINGS-OCCURRED TO TRUE
                   WHEN CUSTOMER-ACTIVE-FLAG NOT = 'Y'
                       DISPLAY "WARNING: mandate for customer "
                           MND-CUSTOMER-ID " - customer inactive,"
                           " not debited"
                       ADD 1 TO SKIP-COUNT
                       SET WARNINGS-OCCURRED TO TRUE
                   WHEN CUSTOMER-CURRENCY-CODE NOT = "USD"
                       AND CUSTOMER-CURRENCY-CODE NOT = SPACES
                       DISPLAY "WARNING: mandate for customer "
                           MND-CUSTOMER-ID " - billed in "
                           CUSTOMER-CURRENCY-CODE ", not debited"
                       ADD 1 TO SKIP-COUNT
                       SET WARNINGS-OCCURRED TO TRUE
                   WHEN CUSTOMER-BALANCE NOT > ZERO
                       CONTINUE
                   WHEN OTHER
                       PERFORM RECORD-PENDING-DEBIT
               END-EVALUATE
           END-IF.

       RECORD-PENDING-DEBIT.
           MOVE SPACES TO AUTOPAY-DEBIT-RECORD
           MOVE MND-CUSTOMER-ID TO ADB-CUSTOMER-ID
           MOVE TODAY-YYYYMMDD TO ADB-STATEMENT-DATE
           MOVE SETTLEMENT-DATE TO ADB-SETTLEMENT-DATE
           MOVE CUSTOMER-BALANCE TO ADB-AMOUNT
           MOVE MND-ROUTING-NUMBER TO ADB-ROUTING-NUMBER
           MOVE MND-ACCOUNT-NUMBER TO ADB-ACCOUNT-NUMBER
           SET ADB-IS-PENDING TO TRUE
           MOVE ZERO TO ADB-SETTLED-DATE
           WRITE AUTOPAY-DEBIT-RECORD
           IF DEBIT-FILE-STATUS = "00"
               PERFORM WRITE-DEBIT-DETAIL
           ELSE
               DISPLAY "WARNING: pending debit not recorded for "
                   "customer " MND-CUSTOMER-ID " status "
                   DEBIT-FILE-STATUS
               ADD 1 TO SKIP-COUNT
               SET WARNINGS-OCCURRED TO TRUE
           END-IF.

       WRITE-DEBIT-DETAIL.
           ADD 1 TO DEBIT-COUNT
           ADD ADB-AMOUNT TO DEBIT-TOTAL
           ADD ADB-ROUTING-NUMBER TO ROUTING-HASH-TOTAL
           MOVE ADB-ROUTING-NUMBER TO BDR-ROUTING
           MOVE ADB-ACCOUNT-NUMBER TO BDR-ACCOUNT
           MOVE ADB-CUSTOMER-ID TO BDR-CUSTOMER-ID
           COMPUTE DEBIT-AMOUNT-CENTS = ADB-AMOUNT * 100
           MOVE DEBIT-AMOUNT-CENTS TO BDR-AMOUNT-CENTS
           WRITE ACH-DEBIT-LINE FROM BANK-DETAIL-RECORD.

       WRITE-BANK-TRAILER.
           MOVE DEBIT-COUNT TO BTR-RECORD-COUNT
           MOVE ROUTING-HASH-TOTAL TO BTR-ROUTING-HASH
           COMPUTE DEBIT-TOTAL-CENTS = DEBIT-TOTAL * 100
           MOVE DEBIT-TOTAL-CENTS TO BTR-AMOUNT-CENTS
           WRITE ACH-DEBIT-LINE FROM BANK-TRAILER-RECORD.

       FINALIZE-AUTOPAY-RUN.
           IF MANDATE-FILE-STATUS NOT = "35"
               CLOSE MANDATE-FILE
           END-IF
           CLOSE CUSTOMER-FILE
           CLOSE AUTOPAY-DEBIT-FILE
           CLOSE ACH-DEBIT-FILE
           DISPLAY "Autopay debit build complete: " DEBIT-COUNT
               " debits settling " SETTLEMENT-DATE ", "
               SKIP-COUNT " mandates skipped"
           IF RERUN-COUNT > 0
               DISPLAY "NOTE: " RERUN-COUNT " debits were already "
                   "on file for " TODAY-YYYYMMDD
                   " and were carried unchanged"
           END-IF
           DISPLAY "Bank file: ../data/output/ach-debit-file.txt".

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
           MOVE "AUTOPAY-RUN"         TO OPS-PROGRAM-ID
           ACCEPT OPS-RUN-DATE FROM DATE YYYYMMDD
           MOVE DEBIT-COUNT           TO OPS-RECORDS-PROCESSED
           MOVE SKIP-COUNT            TO OPS-REJECTS
           MOVE DEBIT-TOTAL           TO OPS-TOTAL-AMOUNT
           MOVE PROGRAM-RETURN-CODE   TO OPS-RETURN-CODE
           WRITE OPS-STAT-RECORD
           CLOSE OPS-STATS-FILE.

       END PROGRAM AUTOPAY-RUN.
