       IDENTIFICATION DIVISION.
       PROGRAM-ID. AP-AGING-REPORT.
       AUTHOR. MUHAMMAD SHAMSUL MARUF.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * ACCOUNTS PAYABLE AGING REPORT                                 *
      * The payables counterpart of AGING-REPORT. Reads the vendor    *
      * invoices AP-INVOICE-ENTRY keeps, in vendor order through the  *
      * vendor/invoice alternate key, and prints one line per unpaid  *
      * invoice - held, matched or approved - aged from its own due   *
      * date into not-yet-due, 1-30, 31-60, 61-90 and 90+ days past   *
      * due, with the bucket totals in the footer. The status column  *
      * shows whether an old item is waiting on the match, on         *
      * approval, or simply on the payment run.                       *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AP-INVOICE-FILE
               ASSIGN TO "../data/output/ap-invoices.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-VOUCHER-NUMBER
               ALTERNATE RECORD KEY IS AP-VENDOR-REF
               FILE STATUS IS FILE-STATUS.

           SELECT VENDOR-MASTER
               ASSIGN TO "../data/output/vendor-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEND-ID
               FILE STATUS IS VENDOR-FILE-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "../data/output/ap-aging-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

           SELECT COMPANY-PROFILE-FILE
               ASSIGN TO "../data/input/company-profile.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROFILE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AP-INVOICE-FILE.
       01  AP-INVOICE-RECORD.
           COPY "apinv.cpy".

       FD  VENDOR-MASTER.
       01  VENDOR-RECORD.
           COPY "vendrec.cpy".

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(132).

       FD  COMPANY-PROFILE-FILE.
       01  COMPANY-PROFILE-RECORD.
           COPY "comprof.cpy".

       WORKING-STORAGE SECTION.
       01  PROFILE-FILE-STATUS       PIC XX.

       01  FILE-STATUS               PIC XX.
           88  FILE-OK               VALUE "00".
       01  VENDOR-FILE-STATUS        PIC XX.
       01  REPORT-FILE-STATUS        PIC XX.

       01  COMPANY-NAME              PIC X(50) VALUE
           "ABC CORPORATION - ACCOUNTS PAYABLE".

       01  TODAY-YYYYMMDD            PIC 9(8).
       01  CURRENT-DATE-FIELDS REDEFINES TODAY-YYYYMMDD.
           05  CURR-YEAR             PIC 9(4).
           05  CURR-MONTH            PIC 9(2).
           05  CURR-DAY              PIC 9(2).

       01  FORMATTED-DATE            PIC X(10).
       01  TODAY-INTEGER             PIC 9(7).

       01  PAGE-NUMBER               PIC 9(3) VALUE 1.
       01  LINE-COUNT                PIC 9(3) VALUE 0.
       01  LINES-PER-PAGE            PIC 9(3) VALUE 20.

       01  HEADER-LINE-1.
           05  FILLER                PIC X(40) VALUE SPACES.
           05  HDR-COMPANY           PIC X(50).
           05  FILLER                PIC X(42) VALUE SPACES.

       01  HEADER-LINE-2.
           05  FILLER                PIC X(50) VALUE
               "ACCOUNTS PAYABLE AGING REPORT".
           05  FILLER                PIC X(20) VALUE SPACES.
           05  FILLER                PIC X(6) VALUE "Date: ".
           05  HDR-DATE              PIC X(10).
           05  FILLER                PIC X(10) VALUE SPACES.
           05  FILLER                PIC X(6) VALUE "Page: ".
           05  HDR-PAGE              PIC ZZ9.
           05  FILLER                PIC X(27) VALUE SPACES.

       01  COLUMN-HEADER-1.
           05  FILLER                PIC X(36) VALUE
               "VENDOR | NAME                     | ".
           05  FILLER                PIC X(29) VALUE
               "VOUCHER  | VENDOR INVOICE  | ".
           05  FILLER                PIC X(67) VALUE
               "DUE DATE |        AMOUNT | DAYS | ST | BUCKET".

       01  SEPARATOR-LINE            PIC X(132) VALUE ALL "-".

       01  DETAIL-LINE.
           05  DTL-VENDOR-ID         PIC X(6).
           05  FILLER                PIC X(3) VALUE " | ".
           05  DTL-NAME              PIC X(24).
           05  FILLER                PIC X(3) VALUE " | ".
           05  DTL-VOUCHER           PIC X(8).
           05  FILLER                PIC X(3) VALUE " | ".
           05  DTL-VENDOR-INVOICE    PIC X(15).
           05  FILLER                PIC X(3) VALUE " | ".
           05  DTL-DUE-DATE          PIC 9(8).
           05  FILLER                PIC X(3) VALUE " | ".
           05  DTL-AMOUNT            PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(3) VALUE " | ".
           05  DTL-DAYS-PAST-DUE     PIC ---9.
           05  FILLER                PIC X(3) VALUE " | ".
           05  DTL-STATUS            PIC X(2).
           05  FILLER                PIC X(3) VALUE " | ".
           05  DTL-BUCKET            PIC X(12).

       01  FOOTER-LINE.
           05  FILLER                PIC X(50) VALUE SPACES.
           05  FILLER                PIC X(20) VALUE
               "TOTAL PAYABLE:    $".
           05  FTR-GRAND-TOTAL       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(39) VALUE SPACES.

       01  BUCKET-TOTALS.
           05  BKT-NOT-DUE           PIC 9(9)V99 COMP-3 VALUE 0.
           05  BKT-1-30              PIC 9(9)V99 COMP-3 VALUE 0.
           05  BKT-31-60             PIC 9(9)V99 COMP-3 VALUE 0.
           05  BKT-61-90             PIC 9(9)V99 COMP-3 VALUE 0.
           05  BKT-90-PLUS           PIC 9(9)V99 COMP-3 VALUE 0.

       01  BUCKET-SUMMARY-LINE.
           05  FILLER                PIC X(10) VALUE SPACES.
           05  FILLER                PIC X(10) VALUE SPACES.
           05  BKT-LABEL             PIC X(16).
           05  FILLER                PIC X(2) VALUE "$ ".
           05  BKT-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(50) VALUE SPACES.

       01  GRAND-TOTAL               PIC 9(10)V99 COMP-3 VALUE 0.
       01  DUE-DATE-INTEGER          PIC 9(7).
       01  DAYS-PAST-DUE             PIC S9(5).
       01  AGED-COUNT                PIC 9(6) VALUE 0.
       01  CURRENT-VENDOR-ID         PIC X(6) VALUE SPACES.
       01  CURRENT-VENDOR-NAME       PIC X(30).
       01  END-OF-INVOICES           PIC X VALUE 'N'.
           88  NO-MORE-INVOICES      VALUE 'Y'.
       01  VENDOR-SWITCH             PIC X VALUE 'N'.
           88  VENDORS-AVAILABLE     VALUE 'Y'.

       01  PROGRAM-RETURN-CODE       PIC 9(3) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-COMPANY-PROFILE
           PERFORM INITIALIZE-REPORT
           PERFORM GENERATE-AGING-REPORT
           PERFORM FINALIZE-REPORT
           MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       INITIALIZE-REPORT.
           CALL "PROCESS-DATE" USING TODAY-YYYYMMDD
           STRING CURR-YEAR "-" CURR-MONTH "-" CURR-DAY
               DELIMITED BY SIZE
               INTO FORMATTED-DATE
           END-STRING
           COMPUTE TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(TODAY-YYYYMMDD)

           OPEN OUTPUT REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open ap-aging-report.txt"
               DISPLAY "File Status: " REPORT-FILE-STATUS
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT AP-INVOICE-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "NOTE: AP invoice file not available "
                   "(status " FILE-STATUS ") - nothing to age"
               SET NO-MORE-INVOICES TO TRUE
           END-IF

           OPEN INPUT VENDOR-MASTER
           IF VENDOR-FILE-STATUS = "00"
               SET VENDORS-AVAILABLE TO TRUE
           END-IF.

       GENERATE-AGING-REPORT.
           PERFORM PRINT-HEADER

           IF NOT NO-MORE-INVOICES
               MOVE LOW-VALUES TO AP-VENDOR-REF
               START AP-INVOICE-FILE KEY IS >= AP-VENDOR-REF
                   INVALID KEY
                       SET NO-MORE-INVOICES TO TRUE
               END-START
           END-IF
           PERFORM READ-NEXT-INVOICE UNTIL NO-MORE-INVOICES

           PERFORM PRINT-FOOTER.

       PRINT-HEADER.
           MOVE COMPANY-NAME TO HDR-COMPANY
           WRITE REPORT-LINE FROM HEADER-LINE-1

           MOVE FORMATTED-DATE TO HDR-DATE
           MOVE PAGE-NUMBER TO HDR-PAGE
           WRITE REPORT-LINE FROM HEADER-LINE-2

           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM COLUMN-HEADER-1
           WRITE REPORT-LINE FROM SEPARATOR-LINE
           MOVE 5 TO LINE-COUNT.

       READ-NEXT-INVOICE.
           READ AP-INVOICE-FILE NEXT RECORD
               AT END
                   SET NO-MORE-INVOICES TO TRUE
               NOT AT END
                   IF AP-IS-UNPAID
                       PERFORM PRINT-AGED-DETAIL-LINE
                   END-IF
           END-READ.

      * Vendor name is looked up once per vendor as the alternate-key
      * read moves from one vendor's invoices to the next.
       LOOKUP-VENDOR-NAME.
           MOVE AP-VENDOR-ID TO CURRENT-VENDOR-ID
           MOVE "*** VENDOR NOT ON FILE ***" TO CURRENT-VENDOR-NAME
           IF VENDORS-AVAILABLE
               MOVE AP-VENDOR-ID TO VEND-ID
               READ VENDOR-MASTER KEY IS VEND-ID
               IF VENDOR-FILE-STATUS = "00"
                   MOVE VEND-NAME TO CURRENT-VENDOR-NAME
               END-IF
           END-IF.

       PRINT-AGED-DETAIL-LINE.
           IF AP-VENDOR-ID NOT = CURRENT-VENDOR-ID
               PERFORM LOOKUP-VENDOR-NAME
           END-IF
           COMPUTE DUE-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(AP-DUE-DATE)
           COMPUTE DAYS-PAST-DUE = TODAY-INTEGER - DUE-DATE-INTEGER

           MOVE AP-VENDOR-ID TO DTL-VENDOR-ID
           MOVE CURRENT-VENDOR-NAME TO DTL-NAME
           MOVE AP-VOUCHER-NUMBER TO DTL-VOUCHER
           MOVE AP-VENDOR-INVOICE TO DTL-VENDOR-INVOICE
           MOVE AP-DUE-DATE TO DTL-DUE-DATE
           MOVE AP-INVOICE-TOTAL TO DTL-AMOUNT
           MOVE DAYS-PAST-DUE TO DTL-DAYS-PAST-DUE
           MOVE AP-STATUS TO DTL-STATUS

           EVALUATE TRUE
               WHEN DAYS-PAST-DUE <= 0
                   MOVE "NOT YET DUE" TO DTL-BUCKET
                   ADD AP-INVOICE-TOTAL TO BKT-NOT-DUE
               WHEN DAYS-PAST-DUE <= 30
                   MOVE "1-30 DAYS" TO DTL-BUCKET
                   ADD AP-INVOICE-TOTAL TO BKT-1-30
               WHEN DAYS-PAST-DUE <= 60
                   MOVE "31-60 DAYS" TO DTL-BUCKET
                   ADD AP-INVOICE-TOTAL TO BKT-31-60
               WHEN DAYS-PAST-DUE <= 90
                   MOVE "61-90 DAYS" TO DTL-BUCKET
                   ADD AP-INVOICE-TOTAL TO BKT-61-90
               WHEN OTHER
                   MOVE "90+ DAYS" TO DTL-BUCKET
                   ADD AP-INVOICE-TOTAL TO BKT-90-PLUS
           END-EVALUATE

           WRITE REPORT-LINE FROM DETAIL-LINE
           ADD 1 TO LINE-COUNT
           ADD 1 TO AGED-COUNT
           ADD AP-INVOICE-TOTAL TO GRAND-TOTAL

           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM PRINT-PAGE-BREAK
           END-IF.

       PRINT-PAGE-BREAK.
           ADD 1 TO PAGE-NUMBER
           MOVE 0 TO LINE-COUNT
           WRITE REPORT-LINE FROM SPACES
           PERFORM PRINT-HEADER.

       PRINT-FOOTER.
           WRITE REPORT-LINE FROM SEPARATOR-LINE

           MOVE "NOT YET DUE:" TO BKT-LABEL
           MOVE BKT-NOT-DUE TO BKT-AMOUNT
           WRITE REPORT-LINE FROM BUCKET-SUMMARY-LINE

           MOVE "1-30 DAYS:" TO BKT-LABEL
           MOVE BKT-1-30 TO BKT-AMOUNT
           WRITE REPORT-LINE FROM BUCKET-SUMMARY-LINE

           MOVE "31-60 DAYS:" TO BKT-LABEL
           MOVE BKT-31-60 TO BKT-AMOUNT
           WRITE REPORT-LINE FROM BUCKET-SUMMARY-LINE

           MOVE "61-90 DAYS:" TO BKT-LABEL
           MOVE BKT-61-90 TO BKT-AMOUNT
           WRITE REPORT-LINE FROM BUCKET-SUMMARY-LINE

           MOVE "OVER 90 DAYS:" TO BKT-LABEL
           MOVE BKT-90-PLUS TO BKT-AMOUNT
           WRITE REPORT-LINE FROM BUCKET-SUMMARY-LINE

           WRITE REPORT-LINE FROM SEPARATOR-LINE
           MOVE GRAND-TOTAL TO FTR-GRAND-TOTAL
           WRITE REPORT-LINE FROM FOOTER-LINE
           WRITE REPORT-LINE FROM SPACES.

       FINALIZE-REPORT.
           CLOSE AP-INVOICE-FILE
           CLOSE VENDOR-MASTER
           CLOSE REPORT-FILE
           DISPLAY "AP aging report generated: " AGED-COUNT
               " unpaid invoices"
           DISPLAY "Report saved to: "
               "../data/output/ap-aging-report.txt".

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
                   " - ACCOUNTS PAYABLE"
                   DELIMITED BY SIZE INTO COMPANY-NAME
           END-IF
           IF PROF-LINES-PER-PAGE NUMERIC
               AND PROF-LINES-PER-PAGE > 0
               MOVE PROF-LINES-PER-PAGE TO LINES-PER-PAGE
           END-IF.

       END PROGRAM AP-AGING-REPORT.
