       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDI-UNACKED-REPORT.
       AUTHOR. MUHAMMAD SHAMSUL MARUF.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * UNACKNOWLEDGED ELECTRONIC INVOICES REPORT                     *
      * Nightly list of invoices sent to trading partners that the    *
      * partner has still not acknowledged more than two days after   *
      * they went out - most often a transmission that never arrived  *
      * or a partner whose acknowledgements have stopped - so billing *
      * can chase them before the invoice ages unpaid. Anything       *
      * listed sets return code 4 so the batch window report shows    *
      * the follow-up is needed.                                      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDI-INVOICE-LOG
               ASSIGN TO "../data/output/edi-invoice-log.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDL-INVOICE-NUMBER
               FILE STATUS IS EDI-LOG-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "../data/output/edi-unacked-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

           SELECT OPS-STATS-FILE
               ASSIGN TO "../data/output/daily-ops-stats.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-STATS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EDI-INVOICE-LOG.
       01  EDI-INVOICE-LOG-RECORD.
           COPY "ediinv.cpy".

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(100).

       FD  OPS-STATS-FILE.
       01  OPS-STAT-RECORD.
           COPY "opstat.cpy".

       WORKING-STORAGE SECTION.
       01  EDI-LOG-STATUS          PIC XX.
       01  REPORT-FILE-STATUS      PIC XX.
       01  OPS-STATS-FILE-STATUS   PIC XX.
       01  LOG-SWITCH              PIC X VALUE 'N'.
           88  LOG-OPEN            VALUE 'Y'.

      * Days a partner has to acknowledge an invoice.
       01  ACK-ALLOWANCE-DAYS      PIC 9(3) VALUE 2.

       01  TODAY-YYYYMMDD          PIC 9(8).
       01  TODAY-DAY-NUMBER        PIC 9(7).
       01  INVOICE-AGE-DAYS        PIC 9(5).

       01  END-OF-LOG              PIC X VALUE 'N'.
           88  NO-MORE-LOG-ROWS    VALUE 'Y'.

       01  SCANNED-COUNT           PIC 9(6) VALUE ZERO.
       01  AWAITING-COUNT          PIC 9(6) VALUE ZERO.
       01  OVERDUE-COUNT           PIC 9(6) VALUE ZERO.
       01  OVERDUE-TOTAL           PIC S9(10)V99 VALUE ZERO.
       01  AMOUNT-DISPLAY          PIC -(8)9.99.
       01  REPORT-DETAIL           PIC X(100).
       01  PROGRAM-RETURN-CODE     PIC 9(3) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-REPORT
           PERFORM SCAN-TRANSMISSION-LOG UNTIL NO-MORE-LOG-ROWS
           PERFORM WRITE-UNACKED-SUMMARY
           PERFORM CLEANUP-REPORT
           PERFORM DETERMINE-RETURN-CODE
           PERFORM WRITE-OPS-STATS
           MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       INITIALIZE-REPORT.
           CALL "PROCESS-DATE" USING TODAY-YYYYMMDD
           COMPUTE TODAY-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(TODAY-YYYYMMDD)

           OPEN OUTPUT REPORT-FILE
           MOVE "UNACKNOWLEDGED ELECTRONIC INVOICES" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Sent more than " ACK-ALLOWANCE-DAYS
               " days ago and not acknowledged as of "
               TODAY-YYYYMMDD
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           OPEN INPUT EDI-INVOICE-LOG
           IF EDI-LOG-STATUS NOT = "00"
               DISPLAY "No electronic invoices on file"
               SET NO-MORE-LOG-ROWS TO TRUE
           ELSE
               SET LOG-OPEN TO TRUE
               MOVE LOW-VALUES TO EDL-INVOICE-NUMBER
               START EDI-INVOICE-LOG KEY IS >= EDL-INVOICE-NUMBER
                   INVALID KEY
                       SET NO-MORE-LOG-ROWS TO TRUE
               END-START
           END-IF.

       SCAN-TRANSMISSION-LOG.
           READ EDI-INVOICE-LOG NEXT RECORD
               AT END
                   SET NO-MORE-LOG-ROWS TO TRUE
               NOT AT END
                   ADD 1 TO SCANNED-COUNT
                   IF EDL-AWAITING-ACK
                       ADD 1 TO AWAITING-COUNT
                       PERFORM AGE-ONE-INVOICE
                   END-IF
           END-READ.

       AGE-ONE-INVOICE.
           IF EDL-SENT-DATE NUMERIC AND EDL-SENT-DATE > 0
               COMPUTE INVOICE-AGE-DAYS = TODAY-DAY-NUMBER -
                   FUNCTION INTEGER-OF-DATE(EDL-SENT-DATE)
           ELSE
               MOVE ZERO TO INVOICE-AGE-DAYS
           END-IF

           IF INVOICE-AGE-DAYS > ACK-ALLOWANCE-DAYS
               PERFORM WRITE-UNACKED-LINE
           END-IF.

       WRITE-UNACKED-LINE.
           ADD 1 TO OVERDUE-COUNT
           ADD EDL-INVOICE-AMOUNT TO OVERDUE-TOTAL
           MOVE EDL-INVOICE-AMOUNT TO AMOUNT-DISPLAY
           MOVE SPACES TO REPORT-DETAIL
           STRING EDL-INVOICE-NUMBER
               " cust=" EDL-CUSTOMER-ID
               " partner " EDL-PARTNER-ID
               " icn=" EDL-INTERCHANGE-NUMBER
               " sent " EDL-SENT-DATE
               " " AMOUNT-DISPLAY
               " age=" INVOICE-AGE-DAYS
               DELIMITED BY SIZE INTO REPORT-DETAIL
           MOVE REPORT-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-UNACKED-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Invoices on log:       " SCANNED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Awaiting acknowledgement: " AWAITING-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Overdue:               " OVERDUE-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "Unacknowledged invoices: " OVERDUE-COUNT
               " overdue of " AWAITING-COUNT " awaiting"
           DISPLAY "Report: ../data/output/edi-unacked-report.txt".

       CLEANUP-REPORT.
           IF LOG-OPEN
               CLOSE EDI-INVOICE-LOG
           END-IF
           CLOSE REPORT-FILE.

       DETERMINE-RETURN-CODE.
           IF PROGRAM-RETURN-CODE = 0 AND OVERDUE-COUNT > 0
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
           MOVE "EDI-UNACKED-REPORT"  TO OPS-PROGRAM-ID
           ACCEPT OPS-RUN-DATE FROM DATE YYYYMMDD
           MOVE AWAITING-COUNT        TO OPS-RECORDS-PROCESSED
           MOVE OVERDUE-COUNT         TO OPS-REJECTS
           MOVE OVERDUE-TOTAL         TO OPS-TOTAL-AMOUNT
           MOVE PROGRAM-RETURN-CODE   TO OPS-RETURN-CODE
           WRITE OPS-STAT-RECORD
           CLOSE OPS-STATS-FILE.

       END PROGRAM EDI-UNACKED-REPORT.
