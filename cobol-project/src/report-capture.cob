       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-CAPTURE.
       AUTHOR. MUHAMMAD SHAMSUL MARUF.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * NIGHTLY REPORT CAPTURE AND ARCHIVE                            *
      * Every report program rewrites its output file each run, so    *
      * yesterday's copy was gone the moment tonight's was written.   *
      * Run as the last step of the nightly stream, this copies each  *
      * report on the list below into its own archive store,          *
      * report-archive-<report>.txt, under the processing date, and   *
      * records the copy on report-archive-index.dat with the         *
      * producing program, line count and page count (pages at the    *
      * company profile's page depth, the depth the reports print     *
      * at). A report that has not been run again since its last      *
      * capture - month-end reports, or on-demand ones like           *
      * AGING-REPORT - matches that capture's line count and check    *
      * total and is not copied twice. Retention is per report        *
      * (report-retention-control.txt, default 90 days), enforced the *
      * way LOG-RETENTION trims the logs: each store is rewritten     *
      * through a work file with only the copies still inside the     *
      * window, and their index rows are deleted with them.           *
      * REPORT-REPRINT browses and reprints the archived copies.      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-IN-FILE
               ASSIGN TO REPORT-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-IN-STATUS.

           SELECT ARCHIVE-STORE-FILE
               ASSIGN TO ARCHIVE-STORE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STORE-FILE-STATUS.

           SELECT STORE-WORK-FILE
               ASSIGN TO "../data/output/report-capture-work.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-FILE-STATUS.

           SELECT REPORT-INDEX-FILE
               ASSIGN TO "../data/output/report-archive-index.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RIX-KEY
               FILE STATUS IS INDEX-FILE-STATUS.

           SELECT RETENTION-CONTROL-FILE
               ASSIGN TO "../data/input/report-retention-control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT COMPANY-PROFILE-FILE
               ASSIGN TO "../data/input/company-profile.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROFILE-FILE-STATUS.

           SELECT CAPTURE-REPORT-FILE
               ASSIGN TO "../data/output/report-capture-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAPTURE-REPORT-STATUS.

           SELECT OPS-STATS-FILE
               ASSIGN TO "../data/output/daily-ops-stats.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-STATS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-IN-FILE.
       01  REPORT-IN-RECORD            PIC X(200).

       FD  ARCHIVE-STORE-FILE.
       01  ARCHIVE-STORE-RECORD.
           COPY "rptarc.cpy".

       FD  STORE-WORK-FILE.
       01  STORE-WORK-RECORD           PIC X(217).

       FD  REPORT-INDEX-FILE.
       01  REPORT-INDEX-RECORD.
           COPY "rptidx.cpy".

       FD  RETENTION-CONTROL-FILE.
       01  RETENTION-CONTROL-RECORD.
           05  RRC-REPORT-NAME         PIC X(30).
           05  FILLER                  PIC X(1).
           05  RRC-RETENTION-DAYS      PIC 9(4).

       FD  COMPANY-PROFILE-FILE.
       01  COMPANY-PROFILE-RECORD.
           COPY "comprof.cpy".

       FD  CAPTURE-REPORT-FILE.
       01  CAPTURE-REPORT-LINE         PIC X(100).

       FD  OPS-STATS-FILE.
       01  OPS-STAT-RECORD.
           COPY "opstat.cpy".

       WORKING-STORAGE SECTION.
       01  REPORT-IN-STATUS        PIC XX.
       01  STORE-FILE-STATUS       PIC XX.
       01  WORK-FILE-STATUS        PIC XX.
       01  INDEX-FILE-STATUS       PIC XX.
           88  INDEX-OK            VALUE "00".
           88  INDEX-DUPLICATE     VALUE "22".
       01  CONTROL-FILE-STATUS     PIC XX.
       01  PROFILE-FILE-STATUS     PIC XX.
       01  CAPTURE-REPORT-STATUS   PIC XX.
       01  OPS-STATS-FILE-STATUS   PIC XX.

       01  PROGRAM-RETURN-CODE     PIC 9(3) VALUE ZERO.
       01  WARNING-FLAG            PIC X VALUE 'N'.
           88  WARNINGS-OCCURRED   VALUE 'Y'.

       01  REPORT-IN-NAME          PIC X(60).
       01  ARCHIVE-STORE-NAME      PIC X(60).

       01  TODAY-YYYYMMDD          PIC 9(8).
       01  TODAY-INTEGER           PIC 9(7).
       01  CUTOFF-DATE             PIC 9(8).
       01  CAPTURE-TIME            PIC X(6).

      * Pages are counted at the depth the reports themselves break
      * at; the company profile overrides it for all of them.
       01  PAGE-DEPTH              PIC 9(3) VALUE 20.

      * The reports kept: report file (without its .txt) and the
      * program that writes it.
       01  REPORT-LIST-TABLE.
           05  FILLER              PIC X(54) VALUE
               "integrity-report              INTEGRITY-CHECKER".
           05  FILLER              PIC X(54) VALUE
               "employee-batch-report         EMPLOYEE-BATCH".
           05  FILLER              PIC X(54) VALUE
               "timesheet-rejects             TIMESHEET-INTAKE".
           05  FILLER              PIC X(54) VALUE
               "customer-batch-report         DATABASE-BATCH".
           05  FILLER              PIC X(54) VALUE
               "unapplied-cash-report         PAYMENT-POSTING".
           05  FILLER              PIC X(54) VALUE
               "nsf-returns-report            NSF-RETURNS".
           05  FILLER              PIC X(54) VALUE
               "agency-remittance-report      AGENCY-REMITTANCE".
           05  FILLER              PIC X(54) VALUE
               "broken-promise-report         PROMISE-REPORT".
           05  FILLER              PIC X(54) VALUE
               "stock-receipts-register       STOCK-RECEIPTS".
           05  FILLER              PIC X(54) VALUE
               "order-release-report          ORDER-RELEASE".
           05  FILLER              PIC X(54) VALUE
               "sales-report                  REPORT-GENERATOR".
           05  FILLER              PIC X(54) VALUE
               "price-exception-report        REPORT-GENERATOR".
           05  FILLER              PIC X(54) VALUE
               "tax-remittance-report         REPORT-GENERATOR".
           05  FILLER              PIC X(54) VALUE
               "territory-exception-report    REPORT-GENERATOR".
           05  FILLER              PIC X(54) VALUE
               "edi-ack-report                EDI-ACK-INTAKE".
           05  FILLER              PIC X(54) VALUE
               "edi-unacked-report            EDI-UNACKED-REPORT".
           05  FILLER              PIC X(54) VALUE
               "sales-trend-report            SALES-TREND-REPORT".
           05  FILLER              PIC X(54) VALUE
               "reorder-report                REORDER-REPORT".
           05  FILLER              PIC X(54) VALUE
               "open-order-report             OPEN-ORDER-REPORT".
           05  FILLER              PIC X(54) VALUE
               "ap-aging-report               AP-AGING-REPORT".
           05  FILLER              PIC X(54) VALUE
               "aging-report                  AGING-REPORT".
           05  FILLER              PIC X(54) VALUE
               "payroll-register              PAYROLL-REGISTER".
           05  FILLER              PIC X(54) VALUE
               "finance-charge-report         FINANCE-CHARGE".
           05  FILLER              PIC X(54) VALUE
               "writeoff-report               BAD-DEBT-WRITEOFF".
           05  FILLER              PIC X(54) VALUE
               "collection-placed-report      COLLECTION-PLACEMENT".
           05  FILLER              PIC X(54) VALUE
               "collection-agency-report      COLLECTION-REPORT".
           05  FILLER              PIC X(54) VALUE
               "revaluation-register          CURRENCY-REVALUATION".
           05  FILLER              PIC X(54) VALUE
               "commission-register           COMMISSION-REGISTER".
           05  FILLER              PIC X(54) VALUE
               "sales-attainment-report       SALES-ATTAINMENT".
           05  FILLER              PIC X(54) VALUE
               "customer-profit-report        CUSTOMER-PROFITABILITY".
           05  FILLER              PIC X(54) VALUE
               "inventory-valuation-report    INVENTORY-VALUATION".
           05  FILLER              PIC X(54) VALUE
               "depreciation-schedule         FIXED-ASSET-DEPRECIATION".
           05  FILLER              PIC X(54) VALUE
               "leave-liability               LEAVE-LIABILITY-REPORT".
           05  FILLER              PIC X(54) VALUE
               "unclaimed-property-report     UNCLAIMED-PROPERTY".
           05  FILLER              PIC X(54) VALUE
               "trial-balance                 GL-POSTING".
           05  FILLER              PIC X(54) VALUE
               "gl-reconciliation             GL-RECONCILIATION".
           05  FILLER              PIC X(54) VALUE
               "bank-reconciliation-report    BANK-RECONCILIATION".
           05  FILLER              PIC X(54) VALUE
               "approval-stale-report         STALE-APPROVALS".
           05  FILLER              PIC X(54) VALUE
               "batch-window-report           BATCH-WINDOW-REPORT".
           05  FILLER              PIC X(54) VALUE
               "daily-operations-summary      DAILY-OPS-DASHBOARD".
       01  REPORT-LIST-REDEF REDEFINES REPORT-LIST-TABLE.
           05  REPORT-LIST-ENTRY OCCURS 40 TIMES.
               10  RPL-REPORT-NAME PIC X(30).
               10  RPL-PROGRAM-ID  PIC X(24).
       01  REPORT-LIST-COUNT       PIC 9(2) VALUE 40.
       01  RPL-IDX                 PIC 9(2).
       01  CONTROL-MATCH-IDX       PIC 9(2).
       01  RETENTION-TABLE.
           05  RPL-RETENTION-DAYS  PIC 9(4) OCCURS 40 TIMES.

       01  END-OF-CONTROL          PIC X VALUE 'N'.
           88  NO-MORE-CONTROL     VALUE 'Y'.
       01  END-OF-REPORT           PIC X.
           88  NO-MORE-REPORT      VALUE 'Y'.
       01  END-OF-STORE            PIC X.
           88  NO-MORE-STORE       VALUE 'Y'.
       01  END-OF-WORK             PIC X.
           88  NO-MORE-WORK        VALUE 'Y'.
       01  END-OF-INDEX            PIC X.
           88  NO-MORE-INDEX       VALUE 'Y'.

       01  REPORT-SWITCH           PIC X.
           88  REPORT-PRESENT      VALUE 'Y'.
       01  STORE-SWITCH            PIC X.
           88  STORE-PRESENT       VALUE 'Y'.
       01  CAPTURE-SWITCH          PIC X.
           88  CAPTURE-TODAY       VALUE 'Y'.

      * Size and check total of tonight's report, against the same
      * figures for its latest capture.
       01  REPORT-LINE-COUNT       PIC 9(7).
       01  REPORT-PAGE-COUNT       PIC 9(5).
       01  REPORT-CHECK-TOTAL      PIC 9(10).
       01  CHAR-CODE               PIC 9(3).
       01  BYTE-IDX                PIC 9(3).
       01  LATEST-RUN-DATE         PIC 9(8).
       01  LATEST-LINE-COUNT       PIC 9(7).
       01  LATEST-CHECK-TOTAL      PIC 9(10).
       01  CAPTURE-LINE-NUMBER     PIC 9(7).

       01  PURGED-LINES            PIC 9(8).
       01  PURGED-COPIES           PIC 9(5).
       01  CAPTURE-OUTCOME         PIC X(40).

       01  CAPTURED-COUNT          PIC 9(5) VALUE ZERO.
       01  UNCHANGED-COUNT         PIC 9(5) VALUE ZERO.
       01  ABSENT-COUNT            PIC 9(5) VALUE ZERO.
       01  TOTAL-PURGED-COPIES     PIC 9(7) VALUE ZERO.
       01  TOTAL-CAPTURED-LINES    PIC 9(9) VALUE ZERO.

       01  CAPTURE-DETAIL.
           05  CPD-REPORT-NAME     PIC X(27).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  CPD-LINES           PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  CPD-PAGES           PIC ZZ,ZZ9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  CPD-PURGED          PIC ZZ,ZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  CPD-OUTCOME         PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-COMPANY-PROFILE
           PERFORM INITIALIZE-CAPTURE
           PERFORM LOAD-RETENTION-CONTROL
           PERFORM CAPTURE-ONE-REPORT
               VARYING RPL-IDX FROM 1 BY 1
               UNTIL RPL-IDX > REPORT-LIST-COUNT
           PERFORM FINALIZE-CAPTURE
           PERFORM DETERMINE-RETURN-CODE
           PERFORM WRITE-OPS-STATS
           MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       INITIALIZE-CAPTURE.
           CALL "PROCESS-DATE" USING TODAY-YYYYMMDD
           COMPUTE TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(TODAY-YYYYMMDD)
           ACCEPT CAPTURE-TIME FROM TIME

           PERFORM SET-DEFAULT-RETENTION
               VARYING RPL-IDX FROM 1 BY 1
               UNTIL RPL-IDX > REPORT-LIST-COUNT

           OPEN I-O REPORT-INDEX-FILE
           IF INDEX-FILE-STATUS = "35"
               CLOSE REPORT-INDEX-FILE
               OPEN OUTPUT REPORT-INDEX-FILE
               CLOSE REPORT-INDEX-FILE
               OPEN I-O REPORT-INDEX-FILE
           END-IF
           IF NOT INDEX-OK
               DISPLAY "ERROR: cannot open report-archive-index.dat"
               DISPLAY "File Status: " INDEX-FILE-STATUS
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT CAPTURE-REPORT-FILE
           IF CAPTURE-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open report-capture-report.txt"
               DISPLAY "File Status: " CAPTURE-REPORT-STATUS
               CLOSE REPORT-INDEX-FILE
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO CAPTURE-REPORT-LINE
           STRING "REPORT CAPTURE - processing date " TODAY-YYYYMMDD
               DELIMITED BY SIZE INTO CAPTURE-REPORT-LINE
           WRITE CAPTURE-REPORT-LINE
           MOVE SPACES TO CAPTURE-REPORT-LINE
           WRITE CAPTURE-REPORT-LINE
           MOVE "REPORT                          LINES  PAGES PURGED"
               TO CAPTURE-REPORT-LINE
           WRITE CAPTURE-REPORT-LINE.

       SET-DEFAULT-RETENTION.
           MOVE 90 TO RPL-RETENTION-DAYS(RPL-IDX).

       LOAD-RETENTION-CONTROL.
           OPEN INPUT RETENTION-CONTROL-FILE
           IF CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "NOTE: no report-retention-control.txt "
                   "supplied - every report keeps 90 days"
           ELSE
               PERFORM READ-NEXT-CONTROL-ROW UNTIL NO-MORE-CONTROL
               CLOSE RETENTION-CONTROL-FILE
           END-IF.

       READ-NEXT-CONTROL-ROW.
           READ RETENTION-CONTROL-FILE
               AT END
                   SET NO-MORE-CONTROL TO TRUE
               NOT AT END
                   PERFORM MATCH-CONTROL-ROW
                       VARYING CONTROL-MATCH-IDX FROM 1 BY 1
                       UNTIL CONTROL-MATCH-IDX > REPORT-LIST-COUNT
           END-READ.

       MATCH-CONTROL-ROW.
           IF RPL-REPORT-NAME(CONTROL-MATCH-IDX) = RRC-REPORT-NAME
               AND RRC-RETENTION-DAYS NUMERIC
               MOVE RRC-RETENTION-DAYS
                   TO RPL-RETENTION-DAYS(CONTROL-MATCH-IDX)
           END-IF.

       CAPTURE-ONE-REPORT.
           PERFORM BUILD-REPORT-FILENAMES
           COMPUTE CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
               (TODAY-INTEGER - RPL-RETENTION-DAYS(RPL-IDX))
           MOVE 'N' TO CAPTURE-SWITCH
           MOVE ZERO TO PURGED-LINES PURGED-COPIES REPORT-PAGE-COUNT

           PERFORM MEASURE-REPORT
           PERFORM FIND-LATEST-CAPTURE

           EVALUATE TRUE
               WHEN NOT REPORT-PRESENT
                   ADD 1 TO ABSENT-COUNT
                   MOVE "not produced" TO CAPTURE-OUTCOME
               WHEN REPORT-LINE-COUNT = 0
                   ADD 1 TO ABSENT-COUNT
                   MOVE "empty, not captured" TO CAPTURE-OUTCOME
               WHEN LATEST-RUN-DATE > 0
                   AND REPORT-LINE-COUNT = LATEST-LINE-COUNT
                   AND REPORT-CHECK-TOTAL = LATEST-CHECK-TOTAL
                   ADD 1 TO UNCHANGED-COUNT
                   MOVE SPACES TO CAPTURE-OUTCOME
                   STRING "unchanged since " LATEST-RUN-DATE
                       DELIMITED BY SIZE INTO CAPTURE-OUTCOME
               WHEN OTHER
                   SET CAPTURE-TODAY TO TRUE
                   COMPUTE REPORT-PAGE-COUNT =
                       (REPORT-LINE-COUNT + PAGE-DEPTH - 1)
                           / PAGE-DEPTH
                   MOVE "captured" TO CAPTURE-OUTCOME
           END-EVALUATE

           PERFORM REBUILD-ARCHIVE-STORE
           IF CAPTURE-TODAY
               PERFORM WRITE-INDEX-ENTRY
           END-IF
           PERFORM PURGE-EXPIRED-INDEX-ROWS
           PERFORM REPORT-CAPTURE-RESULT.

       BUILD-REPORT-FILENAMES.
           MOVE SPACES TO REPORT-IN-NAME
           STRING "../data/output/"
               RPL-REPORT-NAME(RPL-IDX) DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO REPORT-IN-NAME
           MOVE SPACES TO ARCHIVE-STORE-NAME
           STRING "../data/output/report-archive-"
               RPL-REPORT-NAME(RPL-IDX) DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO ARCHIVE-STORE-NAME.

      * Line count and check total of the report as it stands.
       MEASURE-REPORT.
           MOVE 'N' TO REPORT-SWITCH
           MOVE ZERO TO REPORT-LINE-COUNT REPORT-CHECK-TOTAL
           OPEN INPUT REPORT-IN-FILE
           IF REPORT-IN-STATUS = "00"
               SET REPORT-PRESENT TO TRUE
               MOVE 'N' TO END-OF-REPORT
               PERFORM MEASURE-NEXT-LINE UNTIL NO-MORE-REPORT
               CLOSE REPORT-IN-FILE
           END-IF.

       MEASURE-NEXT-LINE.
           READ REPORT-IN-FILE
               AT END
                   SET NO-MORE-REPORT TO TRUE
               NOT AT END
                   ADD 1 TO REPORT-LINE-COUNT
                   PERFORM ADD-CHECK-BYTE
                       VARYING BYTE-IDX FROM 1 BY 1
                       UNTIL BYTE-IDX > 200
           END-READ.

       ADD-CHECK-BYTE.
           COMPUTE CHAR-CODE =
               FUNCTION ORD(REPORT-IN-RECORD(BYTE-IDX:1))
           COMPUTE REPORT-CHECK-TOTAL = FUNCTION MOD(
               REPORT-CHECK-TOTAL * 31 + CHAR-CODE, 4294967291).

       FIND-LATEST-CAPTURE.
           MOVE ZERO TO LATEST-RUN-DATE LATEST-LINE-COUNT
               LATEST-CHECK-TOTAL
           PERFORM START-REPORT-INDEX
           PERFORM NOTE-NEXT-CAPTURE UNTIL NO-MORE-INDEX.

       START-REPORT-INDEX.
           MOVE 'N' TO END-OF-INDEX
           MOVE RPL-REPORT-NAME(RPL-IDX) TO RIX-REPORT-NAME
           MOVE ZERO TO RIX-RUN-DATE
           START REPORT-INDEX-FILE KEY IS >= RIX-KEY
               INVALID KEY
                   SET NO-MORE-INDEX TO TRUE
           END-START.

       NOTE-NEXT-CAPTURE.
           READ REPORT-INDEX-FILE NEXT RECORD
               AT END
                   SET NO-MORE-INDEX TO TRUE
               NOT AT END
                   IF RIX-REPORT-NAME NOT = RPL-REPORT-NAME(RPL-IDX)
                       SET NO-MORE-INDEX TO TRUE
                   ELSE
                       MOVE RIX-RUN-DATE TO LATEST-RUN-DATE
                       MOVE RIX-LINE-COUNT TO LATEST-LINE-COUNT
                       MOVE RIX-CHECK-TOTAL TO LATEST-CHECK-TOTAL
                   END-IF
           END-READ.

      * Copies past the retention window are dropped; a copy taken
      * earlier under tonight's date gives way to the new one.
      * Lines without a readable date are kept, as LOG-RETENTION
      * keeps them.
       REBUILD-ARCHIVE-STORE.
           MOVE 'N' TO STORE-SWITCH
           OPEN INPUT ARCHIVE-STORE-FILE
           IF STORE-FILE-STATUS = "00"
               SET STORE-PRESENT TO TRUE
           END-IF

           IF STORE-PRESENT OR CAPTURE-TODAY
               OPEN OUTPUT STORE-WORK-FILE
               IF STORE-PRESENT
                   MOVE 'N' TO END-OF-STORE
                   PERFORM COPY-RETAINED-STORE-LINE
                       UNTIL NO-MORE-STORE
                   CLOSE ARCHIVE-STORE-FILE
               END-IF
               IF CAPTURE-TODAY
                   PERFORM APPEND-TONIGHTS-COPY
               END-IF
               CLOSE STORE-WORK-FILE
               IF PURGED-LINES > 0 OR CAPTURE-TODAY
                   PERFORM REWRITE-ARCHIVE-STORE
               END-IF
           END-IF.

       COPY-RETAINED-STORE-LINE.
           READ ARCHIVE-STORE-FILE
               AT END
                   SET NO-MORE-STORE TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN RAL-RUN-DATE NOT NUMERIC
                           WRITE STORE-WORK-RECORD
                               FROM ARCHIVE-STORE-RECORD
                       WHEN RAL-RUN-DATE < CUTOFF-DATE
                           ADD 1 TO PURGED-LINES
                       WHEN RAL-RUN-DATE = TODAY-YYYYMMDD
                           AND CAPTURE-TODAY
                           CONTINUE
                       WHEN OTHER
                           WRITE STORE-WORK-RECORD
                               FROM ARCHIVE-STORE-RECORD
                   END-EVALUATE
           END-READ.

       APPEND-TONIGHTS-COPY.
           MOVE ZERO TO CAPTURE-LINE-NUMBER
           OPEN INPUT REPORT-IN-FILE
           MOVE 'N' TO END-OF-REPORT
           PERFORM APPEND-NEXT-REPORT-LINE UNTIL NO-MORE-REPORT
           CLOSE REPORT-IN-FILE.

       APPEND-NEXT-REPORT-LINE.
           READ REPORT-IN-FILE
               AT END
                   SET NO-MORE-REPORT TO TRUE
               NOT AT END
                   ADD 1 TO CAPTURE-LINE-NUMBER
                   MOVE SPACES TO ARCHIVE-STORE-RECORD
                   MOVE TODAY-YYYYMMDD TO RAL-RUN-DATE
                   MOVE CAPTURE-LINE-NUMBER TO RAL-LINE-NUMBER
                   MOVE REPORT-IN-RECORD TO RAL-TEXT
                   WRITE STORE-WORK-RECORD FROM ARCHIVE-STORE-RECORD
           END-READ.

       REWRITE-ARCHIVE-STORE.
           MOVE 'N' TO END-OF-WORK
           OPEN INPUT STORE-WORK-FILE
           OPEN OUTPUT ARCHIVE-STORE-FILE
           IF STORE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot rewrite " ARCHIVE-STORE-NAME
               DISPLAY "File Status: " STORE-FILE-STATUS
               SET WARNINGS-OCCURRED TO TRUE
               CLOSE STORE-WORK-FILE
           ELSE
               PERFORM COPY-WORK-LINE UNTIL NO-MORE-WORK
               CLOSE STORE-WORK-FILE
               CLOSE ARCHIVE-STORE-FILE
           END-IF.

       COPY-WORK-LINE.
           READ STORE-WORK-FILE
               AT END
                   SET NO-MORE-WORK TO TRUE
               NOT AT END
                   WRITE ARCHIVE-STORE-RECORD FROM STORE-WORK-RECORD
           END-READ.

       WRITE-INDEX-ENTRY.
           MOVE RPL-REPORT-NAME(RPL-IDX) TO RIX-REPORT-NAME
           MOVE TODAY-YYYYMMDD TO RIX-RUN-DATE
           MOVE RPL-PROGRAM-ID(RPL-IDX) TO RIX-PROGRAM-ID
           MOVE CAPTURE-TIME TO RIX-CAPTURE-TIME
           MOVE REPORT-PAGE-COUNT TO RIX-PAGE-COUNT
           MOVE REPORT-LINE-COUNT TO RIX-LINE-COUNT
           MOVE PAGE-DEPTH TO RIX-PAGE-DEPTH
           MOVE REPORT-CHECK-TOTAL TO RIX-CHECK-TOTAL
           MOVE ARCHIVE-STORE-NAME TO RIX-ARCHIVE-FILE
           WRITE REPORT-INDEX-RECORD
           IF INDEX-DUPLICATE
               REWRITE REPORT-INDEX-RECORD
           END-IF
           IF INDEX-OK
               ADD 1 TO CAPTURED-COUNT
               ADD REPORT-LINE-COUNT TO TOTAL-CAPTURED-LINES
           ELSE
               DISPLAY "ERROR: index entry for "
                   RIX-REPORT-NAME " not written, status "
                   INDEX-FILE-STATUS
               SET WARNINGS-OCCURRED TO TRUE
           END-IF.

       PURGE-EXPIRED-INDEX-ROWS.
           PERFORM START-REPORT-INDEX
           PERFORM PURGE-NEXT-INDEX-ROW UNTIL NO-MORE-INDEX.

       PURGE-NEXT-INDEX-ROW.
           READ REPORT-INDEX-FILE NEXT RECORD
               AT END
                   SET NO-MORE-INDEX TO TRUE
               NOT AT END
                   IF RIX-REPORT-NAME NOT = RPL-REPORT-NAME(RPL-IDX)
                       OR RIX-RUN-DATE NOT < CUTOFF-DATE
                       SET NO-MORE-INDEX TO TRUE
                   ELSE
                       DELETE REPORT-INDEX-FILE RECORD
                       ADD 1 TO PURGED-COPIES
                       ADD 1 TO TOTAL-PURGED-COPIES
                   END-IF
           END-READ.

       REPORT-CAPTURE-RESULT.
           MOVE RPL-REPORT-NAME(RPL-IDX) TO CPD-REPORT-NAME
           MOVE REPORT-LINE-COUNT TO CPD-LINES
           MOVE REPORT-PAGE-COUNT TO CPD-PAGES
           MOVE PURGED-COPIES TO CPD-PURGED
           MOVE CAPTURE-OUTCOME TO CPD-OUTCOME
           WRITE CAPTURE-REPORT-LINE FROM CAPTURE-DETAIL.

       FINALIZE-CAPTURE.
           MOVE SPACES TO CAPTURE-REPORT-LINE
           WRITE CAPTURE-REPORT-LINE
           STRING "Captured: " CAPTURED-COUNT
               "  Unchanged: " UNCHANGED-COUNT
               "  Not produced: " ABSENT-COUNT
               "  Copies purged: " TOTAL-PURGED-COPIES
               DELIMITED BY SIZE INTO CAPTURE-REPORT-LINE
           WRITE CAPTURE-REPORT-LINE
           CLOSE CAPTURE-REPORT-FILE
           CLOSE REPORT-INDEX-FILE
           DISPLAY "Report capture complete: " CAPTURED-COUNT
               " captured, " UNCHANGED-COUNT " unchanged, "
               TOTAL-PURGED-COPIES " expired copies purged"
           DISPLAY "Report: ../data/output/report-capture-report.txt".

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
           MOVE "REPORT-CAPTURE"      TO OPS-PROGRAM-ID
           ACCEPT OPS-RUN-DATE FROM DATE YYYYMMDD
           MOVE CAPTURED-COUNT        TO OPS-RECORDS-PROCESSED
           MOVE ZERO                  TO OPS-REJECTS
           MOVE ZERO                  TO OPS-TOTAL-AMOUNT
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
           IF PROF-LINES-PER-PAGE NUMERIC
               AND PROF-LINES-PER-PAGE > 0
               MOVE PROF-LINES-PER-PAGE TO PAGE-DEPTH
           END-IF.

       END PROGRAM REPORT-CAPTURE.
