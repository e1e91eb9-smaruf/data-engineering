       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-ADDRESS-CLEANSE.
       AUTHOR. MUHAMMAD SHAMSUL MARUF.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * CUSTOMER NAME AND ADDRESS CLEANSE (ONE-TIME)                  *
      * Names and mailing addresses keyed before ADDRESS-STANDARDIZER *
      * sat on every entry path are in whatever form they arrived -   *
      * lower case, "Street" and "St", postal codes with and without  *
      * the extension. This utility passes every customer on          *
      * customers.dat through the standardizer and rewrites the ones  *
      * that change, each with a before and after image on the audit  *
      * log and on customer-cleanse-report.txt. Customers whose state *
      * or postal code the standardizer cannot recognise are listed   *
      * for correction through DATABASE-HANDLER and set return code   *
      * 4. Take a BACKUP-MASTERS copy first; rerunning changes        *
      * nothing that is already standard.                             *
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

           SELECT CUSTOMER-AUDIT-LOG
               ASSIGN TO "../data/output/customer-audit-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "../data/output/customer-cleanse-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           COPY "custrec.cpy".

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

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS             PIC XX.
           88  FILE-OK             VALUE "00".
       01  AUDIT-FILE-STATUS       PIC XX.
       01  REPORT-FILE-STATUS      PIC XX.

       01  OPERATOR-ID             PIC X(8) VALUE "CLEANSE".

       01  TS-DATE                 PIC 9(8).
       01  TS-TIME                 PIC X(6).
       01  TIMESTAMP-FULL          PIC X(14).

       01  BEFORE-IMAGE            PIC X(240).
       01  AFTER-IMAGE             PIC X(240).

       01  ADDRESS-REQUEST.
           COPY "adsreq.cpy".

       01  END-OF-CUSTOMERS        PIC X VALUE 'N'.
           88  NO-MORE-CUSTOMERS   VALUE 'Y'.

       01  SCANNED-COUNT           PIC 9(6) VALUE ZERO.
       01  CHANGED-COUNT           PIC 9(6) VALUE ZERO.
       01  UNCHANGED-COUNT         PIC 9(6) VALUE ZERO.
       01  CHECK-COUNT             PIC 9(6) VALUE ZERO.
       01  FAILED-COUNT            PIC 9(6) VALUE ZERO.
       01  REPORT-DETAIL           PIC X(100).
       01  PROGRAM-RETURN-CODE     PIC 9(3) VALUE ZERO.
       01  WARNING-FLAG            PIC X VALUE 'N'.
           88  WARNINGS-OCCURRED   VALUE 'Y'.

      * Customer-file enqueue (shared FILE-LOCK subprogram).
       01  LOCK-ACTION             PIC X(1).
       01  LOCK-REQUESTER          PIC X(20) VALUE "ADDRESS-CLEANSE".
       01  LOCK-RESULT             PIC X(1).
           88  LOCK-GRANTED        VALUE 'Y'.
       01  LOCK-HOLDER             PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-CLEANSE
           PERFORM CLEANSE-NEXT-CUSTOMER UNTIL NO-MORE-CUSTOMERS
           PERFORM WRITE-CLEANSE-SUMMARY
           PERFORM CLEANUP-CLEANSE
           PERFORM DETERMINE-RETURN-CODE
           MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       INITIALIZE-CLEANSE.
           MOVE "A" TO LOCK-ACTION
           CALL "FILE-LOCK" USING LOCK-ACTION LOCK-REQUESTER
               LOCK-RESULT LOCK-HOLDER
           IF NOT LOCK-GRANTED
               DISPLAY "ERROR: customer file is locked by "
                   LOCK-HOLDER
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O CUSTOMER-FILE
           IF NOT FILE-OK
               DISPLAY "ERROR: cannot open customer database"
               DISPLAY "File Status: " FILE-STATUS
               MOVE 16 TO PROGRAM-RETURN-CODE
               PERFORM RELEASE-FILE-LOCK
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND CUSTOMER-AUDIT-LOG
           IF AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT CUSTOMER-AUDIT-LOG
               CLOSE CUSTOMER-AUDIT-LOG
               OPEN EXTEND CUSTOMER-AUDIT-LOG
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE "CUSTOMER NAME AND ADDRESS CLEANSE" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE LOW-VALUES TO CUSTOMER-ID
           START CUSTOMER-FILE KEY IS >= CUSTOMER-ID
               INVALID KEY
                   SET NO-MORE-CUSTOMERS TO TRUE
                   DISPLAY "No customers on file to cleanse"
           END-START.

       CAPTURE-TIMESTAMP.
           ACCEPT TS-DATE FROM DATE YYYYMMDD
           ACCEPT TS-TIME FROM TIME
           MOVE TS-DATE TO TIMESTAMP-FULL(1:8)
           MOVE TS-TIME TO TIMESTAMP-FULL(9:6).

       CLEANSE-NEXT-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   SET NO-MORE-CUSTOMERS TO TRUE
               NOT AT END
                   ADD 1 TO SCANNED-COUNT
                   PERFORM CLEANSE-ONE-CUSTOMER
           END-READ.

      *****************************************************************
      * Standardize the customer's name and address; rewrite only     *
      * when something moved, so a rerun leaves the audit log alone.  *
      *****************************************************************
       CLEANSE-ONE-CUSTOMER.
           MOVE CUSTOMER-RECORD TO BEFORE-IMAGE

           MOVE SPACES TO ADDRESS-REQUEST
           MOVE CUSTOMER-NAME TO ASQ-NAME
           MOVE CUSTOMER-ADDRESS-LINE-1 TO ASQ-ADDRESS-LINE-1
           MOVE CUSTOMER-ADDRESS-LINE-2 TO ASQ-ADDRESS-LINE-2
           MOVE CUSTOMER-CITY TO ASQ-CITY
           MOVE CUSTOMER-STATE TO ASQ-STATE
           MOVE CUSTOMER-POSTAL-CODE TO ASQ-POSTAL-CODE
           CALL "ADDRESS-STANDARDIZER" USING ADDRESS-REQUEST

           MOVE ASQ-NAME TO CUSTOMER-NAME
           MOVE ASQ-ADDRESS-LINE-1 TO CUSTOMER-ADDRESS-LINE-1
           MOVE ASQ-ADDRESS-LINE-2 TO CUSTOMER-ADDRESS-LINE-2
           MOVE ASQ-CITY TO CUSTOMER-CITY
           MOVE ASQ-STATE TO CUSTOMER-STATE
           MOVE ASQ-POSTAL-CODE TO CUSTOMER-POSTAL-CODE

           IF CUSTOMER-RECORD = BEFORE-IMAGE
               ADD 1 TO UNCHANGED-COUNT
           ELSE
               PERFORM REWRITE-CLEANSED-CUSTOMER
           END-IF

           IF ASQ-STATE-INVALID OR ASQ-POSTAL-INVALID
               PERFORM WRITE-CHECK-LINE
           END-IF.

       REWRITE-CLEANSED-CUSTOMER.
           PERFORM CAPTURE-TIMESTAMP
           REWRITE CUSTOMER-RECORD

           IF FILE-OK
               ADD 1 TO CHANGED-COUNT
               MOVE CUSTOMER-RECORD TO AFTER-IMAGE
               PERFORM WRITE-CLEANSE-AUDIT-LOG
               PERFORM WRITE-BEFORE-AFTER-LINES
           ELSE
               ADD 1 TO FAILED-COUNT
               SET WARNINGS-OCCURRED TO TRUE
               DISPLAY "WARNING: cleanse rewrite failed for "
                   CUSTOMER-ID " status " FILE-STATUS
           END-IF.

       WRITE-CLEANSE-AUDIT-LOG.
           MOVE TIMESTAMP-FULL TO AUDIT-TIMESTAMP
           MOVE OPERATOR-ID TO AUDIT-OPERATOR
           MOVE "CLEANS" TO AUDIT-OPERATION
           MOVE BEFORE-IMAGE TO AUDIT-BEFORE-IMAGE
           MOVE AFTER-IMAGE TO AUDIT-AFTER-IMAGE
           WRITE AUDIT-LOG-RECORD.

      *****************************************************************
      * Three lines for the record as it stood and three as it now    *
      * stands: name, the two address lines, then city/state/postal.  *
      * The old values are read back from the before image.           *
      *****************************************************************
       WRITE-BEFORE-AFTER-LINES.
           MOVE BEFORE-IMAGE TO CUSTOMER-RECORD
           MOVE SPACES TO REPORT-DETAIL
           STRING CUSTOMER-ID " BEFORE " CUSTOMER-NAME
               DELIMITED BY SIZE INTO REPORT-DETAIL
           PERFORM WRITE-ADDRESS-BLOCK

           MOVE AFTER-IMAGE TO CUSTOMER-RECORD
           MOVE SPACES TO REPORT-DETAIL
           STRING "       AFTER  " CUSTOMER-NAME
               DELIMITED BY SIZE INTO REPORT-DETAIL
           PERFORM WRITE-ADDRESS-BLOCK

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-ADDRESS-BLOCK.
           MOVE REPORT-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-DETAIL
           STRING "              " CUSTOMER-ADDRESS-LINE-1
               " " CUSTOMER-ADDRESS-LINE-2
               DELIMITED BY SIZE INTO REPORT-DETAIL
           MOVE REPORT-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-DETAIL
           STRING "              " CUSTOMER-CITY
               " " CUSTOMER-STATE " " CUSTOMER-POSTAL-CODE
               DELIMITED BY SIZE INTO REPORT-DETAIL
           MOVE REPORT-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-CHECK-LINE.
           ADD 1 TO CHECK-COUNT
           SET WARNINGS-OCCURRED TO TRUE
           MOVE SPACES TO REPORT-DETAIL
           EVALUATE TRUE
               WHEN ASQ-STATE-INVALID AND ASQ-POSTAL-INVALID
                   STRING CUSTOMER-ID " CHECK  state '"
                       ASQ-STATE(1:2) "' and postal code '"
                       ASQ-POSTAL-CODE "' not recognised"
                       DELIMITED BY SIZE INTO REPORT-DETAIL
               WHEN ASQ-STATE-INVALID
                   STRING CUSTOMER-ID " CHECK  state '"
                       ASQ-STATE(1:2) "' not recognised"
                       DELIMITED BY SIZE INTO REPORT-DETAIL
               WHEN OTHER
                   STRING CUSTOMER-ID " CHECK  postal code '"
                       ASQ-POSTAL-CODE "' not recognised"
                       DELIMITED BY SIZE INTO REPORT-DETAIL
           END-EVALUATE
           MOVE REPORT-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-CLEANSE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           STRING "Customers read:      " SCANNED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           STRING "Standardized:        " CHANGED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           STRING "Already standard:    " UNCHANGED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           STRING "State/postal to fix: " CHECK-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           STRING "Rewrite failures:    " FAILED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "Cleanse complete: " CHANGED-COUNT
               " standardized of " SCANNED-COUNT ", " CHECK-COUNT
               " state/postal codes to fix"
           DISPLAY "Report: ../data/output/customer-cleanse-report.txt".

       RELEASE-FILE-LOCK.
           MOVE "R" TO LOCK-ACTION
           CALL "FILE-LOCK" USING LOCK-ACTION LOCK-REQUESTER
               LOCK-RESULT LOCK-HOLDER.

       CLEANUP-CLEANSE.
           CLOSE CUSTOMER-FILE
           PERFORM RELEASE-FILE-LOCK
           CLOSE CUSTOMER-AUDIT-LOG
           CLOSE REPORT-FILE.

       DETERMINE-RETURN-CODE.
           IF PROGRAM-RETURN-CODE = 0 AND WARNINGS-OCCURRED
               MOVE 4 TO PROGRAM-RETURN-CODE
           END-IF.

       END PROGRAM CUSTOMER-ADDRESS-CLEANSE.
