       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDI-ACK-INTAKE.
       AUTHOR. MUHAMMAD SHAMSUL MARUF.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * ELECTRONIC INVOICE ACKNOWLEDGEMENT INTAKE                     *
      * Reads the acknowledgements trading partners have returned for *
      * the invoices INVOICE-GENERATOR sent them, one delimited line  *
      * per invoice:                                                  *
      *     partner ID | invoice number | A or R | date | reason      *
      * and marks each invoice on the transmission log accepted or    *
      * rejected. An acknowledgement for an invoice never sent, or    *
      * from a partner other than the one it was sent to, changes     *
      * nothing and is listed. Invoices the partner rejected are      *
      * listed with the partner's reason for billing to follow up -   *
      * the invoice itself stays posted. Anything listed sets return  *
      * code 4.                                                       *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACK-FILE
               ASSIGN TO "../data/input/edi-acknowledgements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACK-FILE-STATUS.

           SELECT EDI-INVOICE-LOG
               ASSIGN TO "../data/output/edi-invoice-log.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDL-INVOICE-NUMBER
               FILE STATUS IS EDI-LOG-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "../data/output/edi-ack-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

           SELECT OPS-STATS-FILE
               ASSIGN TO "../data/output/daily-ops-stats.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-STATS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACK-FILE.
       01  ACK-LINE                    PIC X(120).

       FD  EDI-INVOICE-LOG.
       01  EDI-INVOICE-LOG-RECORD.
           COPY "ediinv.cpy".

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(100).

       FD  OPS-STATS-FILE.
       01  OPS-STAT-RECORD.
           COPY "opstat.cpy".

       WORKING-STORAGE SECTION.
       01  ACK-FILE-STATUS         PIC XX.
       01  EDI-LOG-STATUS          PIC XX.
       01  REPORT-FILE-STATUS      PIC XX.
       01  OPS-STATS-FILE-STATUS   PIC XX.

       01  TODAY-YYYYMMDD          PIC 9(8).

       01  END-OF-ACKS             PIC X VALUE 'N'.
           88  NO-MORE-ACKS        VALUE 'Y'.

      * One acknowledgement, split from its delimited line.
       01  ACK-FIELDS.
           05  ACK-PARTNER-ID      PIC X(15).
           05  ACK-INVOICE-NUMBER  PIC X(10).
           05  ACK-STATUS          PIC X(1).
               88  ACK-IS-ACCEPTED VALUE "A".
               88  ACK-IS-REJECTED VALUE "R".
           05  ACK-DATE-IN         PIC X(8).
           05  ACK-DATE REDEFINES ACK-DATE-IN PIC 9(8).
           05  ACK-REASON          PIC X(30).

       01  ACK-PROBLEM             PIC X(40).
       01  PRIOR-STATUS            PIC X(1).

       01  ACK-COUNT               PIC 9(6) VALUE ZERO.
       01  ACCEPTED-COUNT          PIC 9(6) VALUE ZERO.
       01  REJECTED-COUNT          PIC 9(6) VALUE ZERO.
       01  DUPLICATE-COUNT         PIC 9(6) VALUE ZERO.
       01  UNMATCHED-COUNT         PIC 9(6) VALUE ZERO.
       01  ACCEPTED-TOTAL          PIC 9(10)V99 VALUE ZERO.
       01  AMOUNT-DISPLAY          PIC -(8)9.99.
       01  REPORT-DETAIL           PIC X(100).
       01  PROGRAM-RETURN-CODE     PIC 9(3) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-INTAKE
           PERFORM PROCESS-NEXT-ACK UNTIL NO-MORE-ACKS
           PERFORM WRITE-INTAKE-SUMMARY
           PERFORM CLEANUP-INTAKE
           PERFORM DETERMINE-RETURN-CODE
           PERFORM WRITE-OPS-STATS
           MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       INITIALIZE-INTAKE.
           CALL "PROCESS-DATE" USING TODAY-YYYYMMDD

           OPEN I-O EDI-INVOICE-LOG
           IF EDI-LOG-STATUS = "35"
               CLOSE EDI-INVOICE-LOG
               OPEN OUTPUT EDI-INVOICE-LOG
               CLOSE EDI-INVOICE-LOG
               OPEN I-O EDI-INVOICE-LOG
           END-IF
           IF EDI-LOG-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open edi-invoice-log.dat"
               DISPLAY "File Status: " EDI-LOG-STATUS
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE "ELECTRONIC INVOICE ACKNOWLEDGEMENTS" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Acknowledgements received for " TODAY-YYYYMMDD
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           OPEN INPUT ACK-FILE
           IF ACK-FILE-STATUS NOT = "00"
               DISPLAY "NOTE: no acknowledgement file (status "
                   ACK-FILE-STATUS ") - nothing to apply"
               SET NO-MORE-ACKS TO TRUE
           END-IF.

       PROCESS-NEXT-ACK.
           READ ACK-FILE
               AT END
                   SET NO-MORE-ACKS TO TRUE
               NOT AT END
                   IF ACK-LINE NOT = SPACES
                       ADD 1 TO ACK-COUNT
                       PERFORM APPLY-ONE-ACK
                   END-IF
           END-READ.

       APPLY-ONE-ACK.
           MOVE SPACES TO ACK-FIELDS
           MOVE SPACES TO ACK-PROBLEM
           UNSTRING ACK-LINE DELIMITED BY "|"
               INTO ACK-PARTNER-ID ACK-INVOICE-NUMBER ACK-STATUS
                    ACK-DATE-IN ACK-REASON
           END-UNSTRING
           IF ACK-DATE-IN NOT NUMERIC OR ACK-DATE = ZERO
               MOVE TODAY-YYYYMMDD TO ACK-DATE
           END-IF

           MOVE ACK-INVOICE-NUMBER TO EDL-INVOICE-NUMBER
           READ EDI-INVOICE-LOG KEY IS EDL-INVOICE-NUMBER
           EVALUATE TRUE
               WHEN NOT ACK-IS-ACCEPTED AND NOT ACK-IS-REJECTED
                   MOVE "status is not A or R" TO ACK-PROBLEM
               WHEN EDI-LOG-STATUS NOT = "00"
                   MOVE "invoice was never sent" TO ACK-PROBLEM
               WHEN EDL-PARTNER-ID NOT = ACK-PARTNER-ID
                   MOVE "invoice was sent to another partner"
                       TO ACK-PROBLEM
               WHEN EDL-STATUS = ACK-STATUS
                   ADD 1 TO DUPLICATE-COUNT
               WHEN OTHER
                   PERFORM RECORD-ACK-STATUS
           END-EVALUATE

           IF ACK-PROBLEM NOT = SPACES
               ADD 1 TO UNMATCHED-COUNT
               MOVE SPACES TO REPORT-DETAIL
               STRING "UNMATCHED " ACK-INVOICE-NUMBER
                   " partner " ACK-PARTNER-ID
                   " - " ACK-PROBLEM
                   DELIMITED BY SIZE INTO REPORT-DETAIL
               MOVE REPORT-DETAIL TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      * A later acknowledgement replaces an earlier one: a partner
      * that rejected an invoice may accept it once the reference is
      * put right on their side.
       RECORD-ACK-STATUS.
           MOVE EDL-STATUS TO PRIOR-STATUS
           MOVE ACK-STATUS TO EDL-STATUS
           MOVE ACK-DATE TO EDL-ACK-DATE
           IF ACK-IS-REJECTED
               MOVE ACK-REASON TO EDL-REJECT-REASON
           ELSE
               MOVE SPACES TO EDL-REJECT-REASON
           END-IF
           REWRITE EDI-INVOICE-LOG-RECORD
           IF EDI-LOG-STATUS NOT = "00"
               MOVE "transmission log rewrite failed"
                   TO ACK-PROBLEM
           ELSE
               MOVE EDL-INVOICE-AMOUNT TO AMOUNT-DISPLAY
               IF ACK-IS-ACCEPTED
                   ADD 1 TO ACCEPTED-COUNT
                   ADD EDL-INVOICE-AMOUNT TO ACCEPTED-TOTAL
               ELSE
                   ADD 1 TO REJECTED-COUNT
                   MOVE SPACES TO REPORT-DETAIL
                   STRING "REJECTED  " EDL-INVOICE-NUMBER
                       " cust=" EDL-CUSTOMER-ID
                       " partner " EDL-PARTNER-ID
                       " " AMOUNT-DISPLAY
                       " " EDL-REJECT-REASON
                       DELIMITED BY SIZE INTO REPORT-DETAIL
                   MOVE REPORT-DETAIL TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               IF PRIOR-STATUS NOT = "S"
                   MOVE SPACES TO REPORT-DETAIL
                   STRING "CHANGED   " EDL-INVOICE-NUMBER
                       " from " PRIOR-STATUS " to " EDL-STATUS
                       DELIMITED BY SIZE INTO REPORT-DETAIL
                   MOVE REPORT-DETAIL TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.

       WRITE-INTAKE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           STRING "Acknowledgements read:  " ACK-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           STRING "Invoices accepted:      " ACCEPTED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           STRING "Invoices rejected:      " REJECTED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           STRING "Repeats ignored:        " DUPLICATE-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           STRING "Unmatched:              " UNMATCHED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "EDI acknowledgements: " ACCEPTED-COUNT
               " accepted, " REJECTED-COUNT " rejected, "
               UNMATCHED-COUNT " unmatched"
           DISPLAY "Report: ../data/output/edi-ack-report.txt".

       CLEANUP-INTAKE.
           IF ACK-FILE-STATUS NOT = "35"
               CLOSE ACK-FILE
           END-IF
           CLOSE EDI-INVOICE-LOG
           CLOSE REPORT-FILE.

       DETERMINE-RETURN-CODE.
           IF PROGRAM-RETURN-CODE = 0
               AND (REJECTED-COUNT > 0 OR UNMATCHED-COUNT > 0)
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
           MOVE "EDI-ACK-INTAKE"      TO OPS-PROGRAM-ID
           ACCEPT OPS-RUN-DATE FROM DATE YYYYMMDD
           MOVE ACK-COUNT             TO OPS-RECORDS-PROCESSED
           COMPUTE OPS-REJECTS = REJECTED-COUNT + UNMATCHED-COUNT
           MOVE ACCEPTED-TOTAL        TO OPS-TOTAL-AMOUNT
           MOVE PROGRAM-RETURN-CODE   TO OPS-RETURN-CODE
           WRITE OPS-STAT-RECORD
           CLOSE OPS-STATS-FILE.

       END PROGRAM EDI-ACK-INTAKE.
