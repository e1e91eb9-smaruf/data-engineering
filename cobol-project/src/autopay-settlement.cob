       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTOPAY-SETTLEMENT.
       AUTHOR. MUHAMMAD SHAMSUL MARUF.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * AUTOPAY DEBIT SETTLEMENT                                      *
      * Runs nightly ahead of PAYMENT-POSTING. Every pending debit on *
      * autopay-debits.dat whose settlement date has arrived is       *
      * appended to the day's cash-receipts file as a receipt dated   *
      * the settlement date and referenced "AUTOPAY <statement        *
      * date>", so PAYMENT-POSTING applies it to the customer, the    *
      * open items and the cash book exactly as it would a mailed     *
      * check. The row is then marked settled, which keeps a rerun of *
      * the night from feeding the same debit in twice.               *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTOPAY-DEBIT-FILE
               ASSIGN TO "../data/output/autopay-debits.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADB-KEY
               FILE STATUS IS DEBIT-FILE-STATUS.

           SELECT CASH-RECEIPTS-FILE
               ASSIGN TO "../data/input/cash-receipts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECEIPTS-FILE-STATUS.

           SELECT OPS-STATS-FILE
               ASSIGN TO "../data/output/daily-ops-stats.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-STATS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTOPAY-DEBIT-FILE.
       01  AUTOPAY-DEBIT-RECORD.
           COPY "apdebit.cpy".

      * Same layout PAYMENT-POSTING reads.
       FD  CASH-RECEIPTS-FILE.
       01  CASH-RECEIPT-RECORD.
           05  RCPT-CUSTOMER-ID        PIC 9(6).
           05  RCPT-PAYMENT-DATE       PIC 9(8).
           05  RCPT-AMOUNT             PIC 9(8)V99.
           05  RCPT-REFERENCE          PIC X(20).

       FD  OPS-STATS-FILE.
       01  OPS-STAT-RECORD.
           COPY "opstat.cpy".

       WORKING-STORAGE SECTION.
       01  DEBIT-FILE-STATUS       PIC XX.
       01  RECEIPTS-FILE-STATUS    PIC XX.
       01  OPS-STATS-FILE-STATUS   PIC XX.

       01  TODAY-YYYYMMDD          PIC 9(8).

       01  END-OF-DEBITS           PIC X VALUE 'N'.
           88  NO-MORE-DEBITS      VALUE 'Y'.
       01  RECEIPTS-OPEN-SWITCH    PIC X VALUE 'N'.
           88  RECEIPTS-OPEN       VALUE 'Y'.

       01  SETTLED-COUNT           PIC 9(6) VALUE ZERO.
       01  FAILED-COUNT            PIC 9(6) VALUE ZERO.
       01  SETTLED-TOTAL           PIC 9(10)V99 VALUE ZERO.

       01  PROGRAM-RETURN-CODE     PIC 9(3) VALUE ZERO.
       01  WARNING-FLAG            PIC X VALUE 'N'.
           88  WARNINGS-OCCURRED   VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-SETTLEMENT
           PERFORM SETTLE-NEXT-DEBIT UNTIL NO-MORE-DEBITS
           PERFORM FINALIZE-SETTLEMENT
           PERFORM DETERMINE-RETURN-CODE
           PERFORM WRITE-OPS-STATS
           MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       INITIALIZE-SETTLEMENT.
           CALL "PROCESS-DATE" USING TODAY-YYYYMMDD

           OPEN I-O AUTOPAY-DEBIT-FILE
           IF DEBIT-FILE-STATUS = "35"
               DISPLAY "NOTE: no autopay debits on file - "
                   "nothing to settle"
               SET NO-MORE-DEBITS TO TRUE
           ELSE
               IF DEBIT-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: cannot open autopay-debits.dat"
                   DISPLAY "File Status: " DEBIT-FILE-STATUS
                   MOVE 16 TO PROGRAM-RETURN-CODE
                   MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       SETTLE-NEXT-DEBIT.
           READ AUTOPAY-DEBIT-FILE NEXT RECORD
               AT END
                   SET NO-MORE-DEBITS TO TRUE
               NOT AT END
                   IF ADB-IS-PENDING
                       AND ADB-SETTLEMENT-DATE <= TODAY-YYYYMMDD
                       PERFORM SETTLE-ONE-DEBIT
                   END-IF
           END-READ.

      * The receipts file is only opened once there is something to
      * add to it, so a night with no settlements leaves the bank's
      * file untouched.
       SETTLE-ONE-DEBIT.
           IF NOT RECEIPTS-OPEN
               PERFORM OPEN-RECEIPTS-FILE
           END-IF

           MOVE ADB-CUSTOMER-ID TO RCPT-CUSTOMER-ID
           MOVE ADB-SETTLEMENT-DATE TO RCPT-PAYMENT-DATE
           MOVE ADB-AMOUNT TO RCPT-AMOUNT
           MOVE SPACES TO RCPT-REFERENCE
           STRING "AUTOPAY " ADB-STATEMENT-DATE
               DELIMITED BY SIZE INTO RCPT-REFERENCE
           WRITE CASH-RECEIPT-RECORD
           IF RECEIPTS-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: receipt not written for customer "
                   ADB-CUSTOMER-ID " status " RECEIPTS-FILE-STATUS
               ADD 1 TO FAILED-COUNT
               SET WARNINGS-OCCURRED TO TRUE
           ELSE
               SET ADB-IS-SETTLED TO TRUE
               MOVE TODAY-YYYYMMDD TO ADB-SETTLED-DATE
               REWRITE AUTOPAY-DEBIT-RECORD
               IF DEBIT-FILE-STATUS NOT = "00"
                   DISPLAY "WARNING: debit for customer "
                       ADB-CUSTOMER-ID " released but not marked "
                       "settled, status " DEBIT-FILE-STATUS
                   SET WARNINGS-OCCURRED TO TRUE
               END-IF
               ADD 1 TO SETTLED-COUNT
               ADD ADB-AMOUNT TO SETTLED-TOTAL
           END-IF.

       OPEN-RECEIPTS-FILE.
           OPEN EXTEND CASH-RECEIPTS-FILE
           IF RECEIPTS-FILE-STATUS = "35"
               OPEN OUTPUT CASH-RECEIPTS-FILE
           END-IF
           IF RECEIPTS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open cash-receipts.txt"
               DISPLAY "File Status: " RECEIPTS-FILE-STATUS
               CLOSE AUTOPAY-DEBIT-FILE
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           SET RECEIPTS-OPEN TO TRUE.

       FINALIZE-SETTLEMENT.
           IF DEBIT-FILE-STATUS NOT = "35"
               CLOSE AUTOPAY-DEBIT-FILE
           END-IF
           IF RECEIPTS-OPEN
               CLOSE CASH-RECEIPTS-FILE
           END-IF
           DISPLAY "Autopay settlement complete: " SETTLED-COUNT
               " debits released to cash receipts".

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
           MOVE "AUTOPAY-SETTLEMENT"  TO OPS-PROGRAM-ID
           ACCEPT OPS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SETTLED-COUNT         TO OPS-RECORDS-PROCESSED
           MOVE FAILED-COUNT          TO OPS-REJECTS
           MOVE SETTLED-TOTAL         TO OPS-TOTAL-AMOUNT
           MOVE PROGRAM-RETURN-CODE   TO OPS-RETURN-CODE
           WRITE OPS-STAT-RECORD
           CLOSE OPS-STATS-FILE.

       END PROGRAM AUTOPAY-SETTLEMENT.
