       IDENTIFICATION DIVISION.
       PROGRAM-ID. AP-PAYMENT-RUN.
       AUTHOR. MUHAMMAD SHAMSUL MARUF.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * ACCOUNTS PAYABLE PAYMENT SELECTION                            *
      * Nightly selection of the vendor invoices AP-INVOICE-ENTRY has *
      * matched and approved whose due date falls on or before the    *
      * business date plus the look-ahead days in                     *
      * ap-payment-control.txt. Invoices are read in vendor order     *
      * through the vendor/invoice alternate key, and each vendor's   *
      * selected invoices become one check with a remittance line per *
      * invoice in ap-payments.txt for the bank's check printing.     *
      * Paid invoices are stamped with the paid date, and the run's   *
      * total is posted to gl-interface.txt as a payables debit       *
      * (gl-account-map.txt supplies the cash credit). A posted-date  *
      * marker keeps a rerun from overwriting the day's check file.   *
      * Each check is recorded on the cash book (shared CASH-BOOK     *
      * subprogram) as an outstanding payment for the bank            *
      * reconciliation to clear.                                      *
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

           SELECT PAYMENT-CONTROL-FILE
               ASSIGN TO "../data/input/ap-payment-control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT PAYMENT-FILE
               ASSIGN TO "../data/output/ap-payments.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYMENT-FILE-STATUS.

           SELECT POSTED-MARKER-FILE
               ASSIGN TO "../data/output/ap-payment-posted.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MARKER-FILE-STATUS.

           SELECT GL-INTERFACE-FILE
               ASSIGN TO "../data/output/gl-interface.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-FILE-STATUS.

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
       FD  AP-INVOICE-FILE.
       01  AP-INVOICE-RECORD.
           COPY "apinv.cpy".

       FD  VENDOR-MASTER.
       01  VENDOR-RECORD.
           COPY "vendrec.cpy".

      * Days beyond the business date whose due invoices are paid
      * in tonight's run.
       FD  PAYMENT-CONTROL-FILE.
       01  PAYMENT-CONTROL-RECORD.
           05  APC-DAYS-AHEAD          PIC 9(3).

       FD  PAYMENT-FILE.
       01  PAYMENT-LINE                PIC X(200).

       FD  POSTED-MARKER-FILE.
       01  POSTED-MARKER-RECORD        PIC 9(8).

       FD  GL-INTERFACE-FILE.
       01  GL-ENTRY-LINE               PIC X(132).

       FD  OPS-STATS-FILE.
       01  OPS-STAT-RECORD.
           COPY "opstat.cpy".

       FD  COMPANY-PROFILE-FILE.
       01  COMPANY-PROFILE-RECORD.
           COPY "comprof.cpy".

       WORKING-STORAGE SECTION.
       01  FILE-STATUS             PIC XX.
           88  FILE-OK             VALUE "00".
       01  VENDOR-FILE-STATUS      PIC XX.
       01  CONTROL-FILE-STATUS     PIC XX.
       01  PAYMENT-FILE-STATUS     PIC XX.
       01  MARKER-FILE-STATUS      PIC XX.
       01  GL-FILE-STATUS          PIC XX.
       01  OPS-STATS-FILE-STATUS   PIC XX.
       01  PROFILE-FILE-STATUS     PIC XX.

       01  TODAY-YYYYMMDD          PIC 9(8).
       01  DAYS-AHEAD              PIC 9(3) VALUE 7.
       01  CUTOFF-INTEGER          PIC 9(7).
       01  CUTOFF-DATE             PIC 9(8).

       01  POSTED-SWITCH           PIC X VALUE 'N'.
           88  ALREADY-POSTED      VALUE 'Y'.
       01  END-OF-INVOICES         PIC X VALUE 'N'.
           88  NO-MORE-INVOICES    VALUE 'Y'.

      * The selected invoices for the vendor in hand are held until
      * the vendor changes, so the check line carrying the vendor's
      * total can be written ahead of its remittance lines. A vendor
      * with more invoices than the table holds is paid on a second
      * check.
       01  CURRENT-VENDOR-ID       PIC X(6) VALUE SPACES.
       01  CHECK-AMOUNT            PIC 9(9)V99 VALUE ZERO.
       01  REMIT-COUNT             PIC 9(3) VALUE ZERO.
       01  REMIT-IDX               PIC 9(3).
       01  REMIT-TABLE.
           05  REMIT-ENTRY OCCURS 100 TIMES.
               10  REMIT-VOUCHER   PIC X(8).
               10  REMIT-VENDOR-INVOICE PIC X(15).
               10  REMIT-INVOICE-DATE PIC 9(8).
               10  REMIT-AMOUNT    PIC 9(8)V99.

       01  CHECK-COUNT             PIC 9(6) VALUE ZERO.
       01  PAID-COUNT              PIC 9(6) VALUE ZERO.
       01  SKIPPED-COUNT           PIC 9(6) VALUE ZERO.
       01  PAYMENT-TOTAL           PIC 9(10)V99 VALUE ZERO.

       01  AMOUNT-EDIT             PIC 9(9).99.
       01  TOTAL-EDIT              PIC 9(10).99.
       01  PAYMENT-DETAIL          PIC X(200).

      * One GL line for the run's payments (payables debit);
      * gl-account-map.txt supplies the cash credit.
       01  GL-AP-ACCOUNT           PIC X(10) VALUE "2000-AP".
       01  GL-PERIOD               PIC 9(6).
       01  GL-AMOUNT-FIELD         PIC ZZZZZZZZZ9.99.
       01  GL-HEADER-LINE          PIC X(132) VALUE
           "GL_ACCOUNT,DR_CR,AMOUNT,PERIOD,SOURCE_REFERENCE".

       01  CASH-BOOK-REQUEST.
           COPY "cbkreq.cpy".

       01  PROGRAM-RETURN-CODE     PIC 9(3) VALUE ZERO.
       01  WARNING-FLAG            PIC X VALUE 'N'.
           88  WARNINGS-OCCURRED   VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-COMPANY-PROFILE
           PERFORM INITIALIZE-PAYMENT-RUN
           IF NOT ALREADY-POSTED
               PERFORM SELECT-DUE-INVOICES
               PERFORM WRITE-PAYMENT-TRAILER
               PERFORM POST-PAYMENT-GL-ENTRY
               PERFORM WRITE-POSTED-MARKER
           END-IF
           PERFORM FINALIZE-PAYMENT-RUN
           PERFORM DETERMINE-RETURN-CODE
           PERFORM WRITE-OPS-STATS
           MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       INITIALIZE-PAYMENT-RUN.
           CALL "PROCESS-DATE" USING TODAY-YYYYMMDD

           PERFORM CHECK-POSTED-MARKER
           IF ALREADY-POSTED
               DISPLAY "NOTE: AP payments for " TODAY-YYYYMMDD
                   " already selected - check file left as written"
           ELSE
               PERFORM OPEN-PAYMENT-FILES
           END-IF.

       CHECK-POSTED-MARKER.
           OPEN INPUT POSTED-MARKER-FILE
           IF MARKER-FILE-STATUS = "00"
               READ POSTED-MARKER-FILE
               IF MARKER-FILE-STATUS = "00"
                   AND POSTED-MARKER-RECORD = TODAY-YYYYMMDD
                   SET ALREADY-POSTED TO TRUE
               END-IF
               CLOSE POSTED-MARKER-FILE
           END-IF.

       OPEN-PAYMENT-FILES.
           OPEN INPUT PAYMENT-CONTROL-FILE
           IF CONTROL-FILE-STATUS = "00"
               READ PAYMENT-CONTROL-FILE
               IF CONTROL-FILE-STATUS = "00"
                   AND APC-DAYS-AHEAD NUMERIC
                   MOVE APC-DAYS-AHEAD TO DAYS-AHEAD
               END-IF
               CLOSE PAYMENT-CONTROL-FILE
           ELSE
               DISPLAY "NOTE: no ap-payment-control.txt supplied"
                   " - paying invoices due within " DAYS-AHEAD
                   " days"
           END-IF
           COMPUTE CUTOFF-INTEGER =
               FUNCTION INTEGER-OF-DATE(TODAY-YYYYMMDD) + DAYS-AHEAD
           COMPUTE CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(CUTOFF-INTEGER)

           OPEN I-O AP-INVOICE-FILE
           IF FILE-STATUS = "35"
               DISPLAY "NOTE: no AP invoice file yet - nothing to pay"
               SET NO-MORE-INVOICES TO TRUE
           ELSE
               IF NOT FILE-OK
                   DISPLAY "ERROR: cannot open AP invoice file"
                   DISPLAY "File Status: " FILE-STATUS
                   MOVE 16 TO PROGRAM-RETURN-CODE
                   MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT VENDOR-MASTER
           IF VENDOR-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: cannot open vendor master, status "
                   VENDOR-FILE-STATUS " - checks carry no address"
               SET WARNINGS-OCCURRED TO TRUE
           END-IF

           OPEN OUTPUT PAYMENT-FILE
           IF PAYMENT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open ap-payments.txt"
               DISPLAY "File Status: " PAYMENT-FILE-STATUS
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO PAYMENT-LINE
           STRING "HDR|AP PAYMENTS|" TODAY-YYYYMMDD
               "|DUE BY " CUTOFF-DATE
               DELIMITED BY SIZE INTO PAYMENT-LINE
           WRITE PAYMENT-LINE

           OPEN EXTEND GL-INTERFACE-FILE
           IF GL-FILE-STATUS = "35"
               OPEN OUTPUT GL-INTERFACE-FILE
               MOVE GL-HEADER-LINE TO GL-ENTRY-LINE
               WRITE GL-ENTRY-LINE
               CLOSE GL-INTERFACE-FILE
               OPEN EXTEND GL-INTERFACE-FILE
           END-IF.

       SELECT-DUE-INVOICES.
           IF NOT NO-MORE-INVOICES
               MOVE LOW-VALUES TO AP-VENDOR-REF
               START AP-INVOICE-FILE KEY IS >= AP-VENDOR-REF
                   INVALID KEY
                       SET NO-MORE-INVOICES TO TRUE
               END-START
           END-IF
           PERFORM READ-NEXT-INVOICE UNTIL NO-MORE-INVOICES
           IF REMIT-COUNT > 0
               PERFORM WRITE-VENDOR-CHECK
           END-IF.

       READ-NEXT-INVOICE.
           READ AP-INVOICE-FILE NEXT RECORD
               AT END
                   SET NO-MORE-INVOICES TO TRUE
               NOT AT END
                   IF AP-IS-APPROVED
                       PERFORM CONSIDER-APPROVED-INVOICE
                   END-IF
           END-READ.

       CONSIDER-APPROVED-INVOICE.
           IF AP-DUE-DATE > CUTOFF-DATE
               ADD 1 TO SKIPPED-COUNT
           ELSE
               IF AP-VENDOR-ID NOT = CURRENT-VENDOR-ID
                   OR REMIT-COUNT = 100
                   IF REMIT-COUNT > 0
                       PERFORM WRITE-VENDOR-CHECK
                   END-IF
                   MOVE AP-VENDOR-ID TO CURRENT-VENDOR-ID
               END-IF
               PERFORM PAY-ONE-INVOICE
           END-IF.

       PAY-ONE-INVOICE.
           SET AP-IS-PAID TO TRUE
           MOVE TODAY-YYYYMMDD TO AP-PAID-DATE
           REWRITE AP-INVOICE-RECORD
           IF FILE-OK
               ADD 1 TO REMIT-COUNT
               MOVE AP-VOUCHER-NUMBER TO REMIT-VOUCHER(REMIT-COUNT)
               MOVE AP-VENDOR-INVOICE
                   TO REMIT-VENDOR-INVOICE(REMIT-COUNT)
               MOVE AP-INVOICE-DATE TO REMIT-INVOICE-DATE(REMIT-COUNT)
               MOVE AP-INVOICE-TOTAL TO REMIT-AMOUNT(REMIT-COUNT)
               ADD AP-INVOICE-TOTAL TO CHECK-AMOUNT
               ADD 1 TO PAID-COUNT
           ELSE
               SET WARNINGS-OCCURRED TO TRUE
               DISPLAY "WARNING: voucher " AP-VOUCHER-NUMBER
                   " not marked paid, status " FILE-STATUS
                   " - left for the next run"
           END-IF.

       WRITE-VENDOR-CHECK.
           MOVE CURRENT-VENDOR-ID TO VEND-ID
           READ VENDOR-MASTER KEY IS VEND-ID
           IF VENDOR-FILE-STATUS NOT = "00"
               MOVE SPACES TO VENDOR-RECORD
               MOVE CURRENT-VENDOR-ID TO VEND-ID
               MOVE "*** VENDOR NOT ON FILE ***" TO VEND-NAME
               SET WARNINGS-OCCURRED TO TRUE
           END-IF

           ADD 1 TO CHECK-COUNT
           MOVE CHECK-AMOUNT TO AMOUNT-EDIT
           MOVE SPACES TO PAYMENT-LINE
           STRING "CHK|" VEND-ID "|" VEND-NAME "|"
               VEND-ADDRESS-LINE-1 "|" VEND-ADDRESS-LINE-2 "|"
               VEND-CITY "|" VEND-STATE "|" VEND-POSTAL-CODE "|"
               AMOUNT-EDIT
               DELIMITED BY SIZE INTO PAYMENT-LINE
           WRITE PAYMENT-LINE
           PERFORM WRITE-REMITTANCE-LINE
               VARYING REMIT-IDX FROM 1 BY 1
               UNTIL REMIT-IDX > REMIT-COUNT
           PERFORM RECORD-CHECK-IN-CASH-BOOK

           ADD CHECK-AMOUNT TO PAYMENT-TOTAL
           MOVE ZERO TO CHECK-AMOUNT
           MOVE ZERO TO REMIT-COUNT.

       RECORD-CHECK-IN-CASH-BOOK.
           SET CBQ-WRITE TO TRUE
           MOVE "V" TO CBQ-SOURCE
           MOVE TODAY-YYYYMMDD TO CBQ-ENTRY-DATE
           MOVE TODAY-YYYYMMDD TO CBQ-ITEM-DATE
           MOVE "O" TO CBQ-DIRECTION
           MOVE CHECK-AMOUNT TO CBQ-AMOUNT
           MOVE SPACES TO CBQ-REFERENCE
           STRING "VENDOR " VEND-ID
               DELIMITED BY SIZE INTO CBQ-REFERENCE
           MOVE VEND-ID TO CBQ-PARTY-ID
           CALL "CASH-BOOK" USING CASH-BOOK-REQUEST
           IF CBQ-RESULT NOT = "00"
               SET WARNINGS-OCCURRED TO TRUE
               DISPLAY "WARNING: cash book entry failed for "
                   "vendor " VEND-ID " status " CBQ-RESULT
           END-IF.

       WRITE-REMITTANCE-LINE.
           MOVE REMIT-AMOUNT(REMIT-IDX) TO AMOUNT-EDIT
           MOVE SPACES TO PAYMENT-LINE
           STRING "RMT|" REMIT-VOUCHER(REMIT-IDX) "|"
               REMIT-VENDOR-INVOICE(REMIT-IDX) "|"
               REMIT-INVOICE-DATE(REMIT-IDX) "|"
               AMOUNT-EDIT
               DELIMITED BY SIZE INTO PAYMENT-LINE
           WRITE PAYMENT-LINE.

       WRITE-PAYMENT-TRAILER.
           MOVE PAYMENT-TOTAL TO TOTAL-EDIT
           MOVE SPACES TO PAYMENT-LINE
           STRING "TRL|" CHECK-COUNT "|" PAID-COUNT "|" TOTAL-EDIT
               DELIMITED BY SIZE INTO PAYMENT-LINE
           WRITE PAYMENT-LINE.

       POST-PAYMENT-GL-ENTRY.
           IF PAYMENT-TOTAL > 0
               MOVE TODAY-YYYYMMDD(1:6) TO GL-PERIOD
               MOVE PAYMENT-TOTAL TO GL-AMOUNT-FIELD
               MOVE SPACES TO GL-ENTRY-LINE
               STRING GL-AP-ACCOUNT ",DR,"
                   FUNCTION TRIM(GL-AMOUNT-FIELD) ","
                   GL-PERIOD ",AP-PAYMENTS"
                   DELIMITED BY SIZE INTO GL-ENTRY-LINE
               WRITE GL-ENTRY-LINE
           END-IF.

       WRITE-POSTED-MARKER.
           OPEN OUTPUT POSTED-MARKER-FILE
           IF MARKER-FILE-STATUS = "00"
               MOVE TODAY-YYYYMMDD TO POSTED-MARKER-RECORD
               WRITE POSTED-MARKER-RECORD
               CLOSE POSTED-MARKER-FILE
           ELSE
               DISPLAY "WARNING: cannot write posted-date marker"
                   " (status " MARKER-FILE-STATUS ")"
               SET WARNINGS-OCCURRED TO TRUE
           END-IF.

       FINALIZE-PAYMENT-RUN.
           IF NOT ALREADY-POSTED
               CLOSE AP-INVOICE-FILE
               CLOSE VENDOR-MASTER
               CLOSE PAYMENT-FILE
               CLOSE GL-INTERFACE-FILE
               SET CBQ-CLOSE TO TRUE
               CALL "CASH-BOOK" USING CASH-BOOK-REQUEST
           END-IF
           MOVE PAYMENT-TOTAL TO TOTAL-EDIT
           DISPLAY "AP payment run complete: " CHECK-COUNT
               " checks, " PAID-COUNT " invoices paid for "
               TOTAL-EDIT ", " SKIPPED-COUNT " approved not yet due".

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
           MOVE "AP-PAYMENT-RUN"      TO OPS-PROGRAM-ID
           ACCEPT OPS-RUN-DATE FROM DATE YYYYMMDD
           MOVE PAID-COUNT            TO OPS-RECORDS-PROCESSED
           MOVE ZERO                  TO OPS-REJECTS
           MOVE PAYMENT-TOTAL         TO OPS-TOTAL-AMOUNT
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
           IF PROF-GL-AP-ACCOUNT NOT = SPACES
               MOVE PROF-GL-AP-ACCOUNT TO GL-AP-ACCOUNT
           END-IF.

       END PROGRAM AP-PAYMENT-RUN.
