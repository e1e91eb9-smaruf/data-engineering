       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-DETAIL-REPORT.
       AUTHOR. MUHAMMAD SHAMSUL MARUF.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * YEAR-END GENERAL LEDGER DETAIL REPORT                         *
      * The auditors' detail ledger: for every account with an        *
      * opening balance or activity in the year, the opening balance, *
      * every journal detail line GL-POSTING recorded on              *
      * gl-journal-detail.dat for each month of the year in posting   *
      * order with a running balance, and the account's year totals   *
      * and closing balance. The year comes from gl-year-control.txt  *
      * when one is supplied, otherwise the current year; run by hand *
      * after the December close.                                     *
      *                                                               *
      * The balance master drives the report, so every figure ties    *
      * to the trial balance. The year-to-date buckets (period        *
      * YYYY00) duplicate the months and are skipped; the opening     *
      * balance is the net of the months before the year. A month     *
      * whose detail does not add up to its gl-balances.dat row       *
      * (postings made before journal detail was kept) is flagged     *
      * with the ledger figures, the running balance carries on from  *
      * the ledger, and the run ends with return code 4.              *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-BALANCE-FILE
               ASSIGN TO "../data/output/gl-balances.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLB-KEY
               FILE STATUS IS BALANCE-FILE-STATUS.

           SELECT GL-DETAIL-FILE
               ASSIGN TO "../data/output/gl-journal-detail.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLD-KEY
               ALTERNATE RECORD KEY IS GLD-ACCOUNT-PERIOD
                   WITH DUPLICATES
               FILE STATUS IS DETAIL-FILE-STATUS.

           SELECT YEAR-CONTROL-FILE
               ASSIGN TO "../data/input/gl-year-control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "../data/output/gl-detail-ledger.txt"
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
       FD  GL-BALANCE-FILE.
       01  GL-BALANCE-RECORD.
           05  GLB-KEY.
               10  GLB-ACCOUNT     PIC X(10).
               10  GLB-PERIOD      PIC 9(6).
           05  GLB-DEBIT-TOTAL     PIC 9(12)V99 COMP-3.
           05  GLB-CREDIT-TOTAL    PIC 9(12)V99 COMP-3.

       FD  GL-DETAIL-FILE.
       01  GL-DETAIL-RECORD.
           COPY "gldetl.cpy".

       FD  YEAR-CONTROL-FILE.
       01  YEAR-CONTROL-RECORD     PIC 9(4).

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(132).

       FD  OPS-STATS-FILE.
       01  OPS-STAT-RECORD.
           COPY "opstat.cpy".

       FD  COMPANY-PROFILE-FILE.
       01  COMPANY-PROFILE-RECORD.
           COPY "comprof.cpy".

       WORKING-STORAGE SECTION.
       01  BALANCE-FILE-STATUS     PIC XX.
       01  DETAIL-FILE-STATUS      PIC XX.
       01  CONTROL-FILE-STATUS     PIC XX.
       01  REPORT-FILE-STATUS      PIC XX.
       01  OPS-STATS-FILE-STATUS   PIC XX.
       01  PROFILE-FILE-STATUS     PIC XX.

       01  COMPANY-NAME            PIC X(50) VALUE
           "ABC CORPORATION - GENERAL LEDGER".
       01  TODAY-YYYYMMDD          PIC 9(8).
       01  CURRENT-DATE-FIELDS REDEFINES TODAY-YYYYMMDD.
           05  CURR-YEAR           PIC 9(4).
           05  CURR-MONTH          PIC 9(2).
           05  CURR-DAY            PIC 9(2).
       01  FORMATTED-DATE          PIC X(10).
       01  REPORT-YEAR             PIC 9(4).

       01  ROW-PERIOD              PIC 9(6).
       01  ROW-PERIOD-FIELDS REDEFINES ROW-PERIOD.
           05  ROW-YEAR            PIC 9(4).
           05  ROW-MONTH           PIC 9(2).

       01  END-OF-BALANCES         PIC X VALUE 'N'.
           88  NO-MORE-BALANCES    VALUE 'Y'.
       01  END-OF-DETAIL           PIC X.
           88  NO-MORE-DETAIL      VALUE 'Y'.
       01  ACCOUNT-HEADER-SWITCH   PIC X.
           88  ACCOUNT-HEADER-PRINTED VALUE 'Y'.

       01  CURRENT-ACCOUNT         PIC X(10) VALUE SPACES.
       01  OPENING-BALANCE         PIC S9(13)V99.
       01  RUNNING-BALANCE         PIC S9(13)V99.
       01  PERIOD-START-BALANCE    PIC S9(13)V99.
       01  ACCOUNT-DEBITS          PIC 9(13)V99.
       01  ACCOUNT-CREDITS         PIC 9(13)V99.
       01  PERIOD-DEBITS           PIC 9(13)V99.
       01  PERIOD-CREDITS          PIC 9(13)V99.
       01  YEAR-DEBITS             PIC 9(13)V99 VALUE 0.
       01  YEAR-CREDITS            PIC 9(13)V99 VALUE 0.

       01  ACCOUNTS-PRINTED        PIC 9(6) VALUE 0.
       01  LINES-PRINTED           PIC 9(8) VALUE 0.
       01  MISMATCH-COUNT          PIC 9(6) VALUE 0.

       01  HEADER-LINE-1.
           05  FILLER              PIC X(40) VALUE SPACES.
           05  HDR-COMPANY         PIC X(50).
           05  FILLER              PIC X(42) VALUE SPACES.

       01  HEADER-LINE-2.
           05  FILLER              PIC X(30) VALUE
               "GENERAL LEDGER DETAIL - YEAR ".
           05  HDR-YEAR            PIC 9(4).
           05  FILLER              PIC X(6) VALUE SPACES.
           05  FILLER              PIC X(6) VALUE "Date: ".
           05  HDR-DATE            PIC X(10).
           05  FILLER              PIC X(76) VALUE SPACES.

       01  COLUMN-HEADER.
           05  FILLER              PIC X(18) VALUE
               "POSTED    PERIOD  ".
           05  FILLER              PIC X(14) VALUE "JOURNAL-LINE  ".
           05  FILLER              PIC X(25) VALUE "SOURCE PROGRAM".
           05  FILLER              PIC X(21) VALUE "REFERENCE".
           05  FILLER              PIC X(14) VALUE
               "         DEBIT".
           05  FILLER              PIC X(16) VALUE
               "          CREDIT".
           05  FILLER              PIC X(17) VALUE
               "          BALANCE".
           05  FILLER              PIC X(7) VALUE SPACES.

       01  SEPARATOR-LINE          PIC X(132) VALUE ALL "-".

       01  ACCOUNT-HEADER-LINE.
           05  FILLER              PIC X(9) VALUE "ACCOUNT: ".
           05  AHL-ACCOUNT         PIC X(10).
           05  FILLER              PIC X(59) VALUE SPACES.
           05  FILLER              PIC X(32) VALUE
               "                 OPENING BALANCE".
           05  AHL-OPENING         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(7) VALUE SPACES.

       01  DETAIL-LINE.
           05  DTL-POSTED          PIC 9(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DTL-PERIOD          PIC 9(6).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DTL-JOURNAL         PIC 9(8).
           05  FILLER              PIC X(1) VALUE "-".
           05  DTL-LINE            PIC 9(3).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DTL-SOURCE          PIC X(24).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  DTL-REFERENCE       PIC X(20).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  DTL-DEBIT           PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DTL-CREDIT          PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DTL-BALANCE         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(7) VALUE SPACES.

      * Printed under a month whose detail does not add up to the
      * balance master; the figures shown are the ledger's.
       01  MISMATCH-LINE.
           05  FILLER              PIC X(18) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE
               "*** DETAIL DOES NOT AGREE FOR ".
           05  MML-PERIOD          PIC 9(6).
           05  FILLER              PIC X(24) VALUE
               " - PER LEDGER       *** ".
           05  MML-DEBIT           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  MML-CREDIT          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  MML-BALANCE         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(7) VALUE SPACES.

       01  TOTAL-LINE.
           05  FILLER              PIC X(18) VALUE SPACES.
           05  TTL-LABEL           PIC X(60).
           05  TTL-DEBIT           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  TTL-CREDIT          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  TTL-BALANCE         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(7) VALUE SPACES.

       01  COUNT-LINE.
           05  CTL-LABEL           PIC X(40).
           05  CTL-COUNT           PIC ZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(82) VALUE SPACES.

       01  PROGRAM-RETURN-CODE     PIC 9(3) VALUE ZERO.
       01  WARNING-FLAG            PIC X VALUE 'N'.
           88  WARNINGS-OCCURRED   VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-COMPANY-PROFILE
           PERFORM INITIALIZE-REPORT
           PERFORM PRINT-REPORT-HEADER
           PERFORM PROCESS-NEXT-BALANCE UNTIL NO-MORE-BALANCES
           PERFORM CLOSE-ACCOUNT
           PERFORM PRINT-REPORT-FOOTER
           PERFORM FINALIZE-REPORT
           PERFORM DETERMINE-RETURN-CODE
           PERFORM WRITE-OPS-STATS
           MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       INITIALIZE-REPORT.
           CALL "PROCESS-DATE" USING TODAY-YYYYMMDD
           STRING CURR-YEAR "-" CURR-MONTH "-" CURR-DAY
               DELIMITED BY SIZE
               INTO FORMATTED-DATE
           END-STRING
           MOVE CURR-YEAR TO REPORT-YEAR

           OPEN INPUT YEAR-CONTROL-FILE
           IF CONTROL-FILE-STATUS = "00"
               READ YEAR-CONTROL-FILE
               IF CONTROL-FILE-STATUS = "00"
                   AND YEAR-CONTROL-RECORD NUMERIC
                   AND YEAR-CONTROL-RECORD > 1900
                   MOVE YEAR-CONTROL-RECORD TO REPORT-YEAR
               END-IF
               CLOSE YEAR-CONTROL-FILE
           END-IF

           OPEN INPUT GL-BALANCE-FILE
           IF BALANCE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open gl-balances.dat"
               DISPLAY "File Status: " BALANCE-FILE-STATUS
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT GL-DETAIL-FILE
           IF DETAIL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open gl-journal-detail.dat"
               DISPLAY "File Status: " DETAIL-FILE-STATUS
               CLOSE GL-BALANCE-FILE
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open gl-detail-ledger.txt"
               DISPLAY "File Status: " REPORT-FILE-STATUS
               CLOSE GL-BALANCE-FILE
               CLOSE GL-DETAIL-FILE
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           IF REPORT-YEAR NOT < CURR-YEAR
               DISPLAY "NOTE: " REPORT-YEAR " is still open - the "
                   "detail ledger covers postings to date"
           END-IF.

       PRINT-REPORT-HEADER.
           MOVE COMPANY-NAME TO HDR-COMPANY
           MOVE REPORT-YEAR TO HDR-YEAR
           MOVE FORMATTED-DATE TO HDR-DATE
           WRITE REPORT-LINE FROM HEADER-LINE-1
           WRITE REPORT-LINE FROM HEADER-LINE-2
           WRITE REPORT-LINE FROM SEPARATOR-LINE
           WRITE REPORT-LINE FROM COLUMN-HEADER
           WRITE REPORT-LINE FROM SEPARATOR-LINE.

      *****************************************************************
      * BALANCE MASTER DRIVER                                         *
      * Rows arrive in account then period order, so a change of      *
      * account closes off the one before.                            *
      *****************************************************************
       PROCESS-NEXT-BALANCE.
           READ GL-BALANCE-FILE NEXT RECORD
               AT END
                   SET NO-MORE-BALANCES TO TRUE
               NOT AT END
                   IF GLB-ACCOUNT NOT = CURRENT-ACCOUNT
                       PERFORM CLOSE-ACCOUNT
                       PERFORM START-ACCOUNT
                   END-IF
                   MOVE GLB-PERIOD TO ROW-PERIOD
                   IF ROW-MONTH NOT = ZERO
                       IF ROW-YEAR < REPORT-YEAR
                           ADD GLB-DEBIT-TOTAL TO OPENING-BALANCE
                           SUBTRACT GLB-CREDIT-TOTAL
                               FROM OPENING-BALANCE
                       ELSE
                           IF ROW-YEAR = REPORT-YEAR
                               PERFORM PRINT-ACCOUNT-PERIOD
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       START-ACCOUNT.
           MOVE GLB-ACCOUNT TO CURRENT-ACCOUNT
           MOVE ZERO TO OPENING-BALANCE
           MOVE ZERO TO ACCOUNT-DEBITS
           MOVE ZERO TO ACCOUNT-CREDITS
           MOVE 'N' TO ACCOUNT-HEADER-SWITCH.

       PRINT-ACCOUNT-HEADER.
           IF NOT ACCOUNT-HEADER-PRINTED
               MOVE OPENING-BALANCE TO RUNNING-BALANCE
               MOVE CURRENT-ACCOUNT TO AHL-ACCOUNT
               MOVE OPENING-BALANCE TO AHL-OPENING
               WRITE REPORT-LINE FROM ACCOUNT-HEADER-LINE
               SET ACCOUNT-HEADER-PRINTED TO TRUE
               ADD 1 TO ACCOUNTS-PRINTED
           END-IF.

       PRINT-ACCOUNT-PERIOD.
           PERFORM PRINT-ACCOUNT-HEADER
           MOVE RUNNING-BALANCE TO PERIOD-START-BALANCE
           MOVE ZERO TO PERIOD-DEBITS
           MOVE ZERO TO PERIOD-CREDITS
           MOVE 'N' TO END-OF-DETAIL
           MOVE GLB-ACCOUNT TO GLD-ACCOUNT
           MOVE GLB-PERIOD TO GLD-PERIOD
           START GL-DETAIL-FILE KEY IS >= GLD-ACCOUNT-PERIOD
               INVALID KEY
                   SET NO-MORE-DETAIL TO TRUE
           END-START
           PERFORM PRINT-NEXT-DETAIL-LINE UNTIL NO-MORE-DETAIL

           IF PERIOD-DEBITS NOT = GLB-DEBIT-TOTAL
               OR PERIOD-CREDITS NOT = GLB-CREDIT-TOTAL
               COMPUTE RUNNING-BALANCE = PERIOD-START-BALANCE
                   + GLB-DEBIT-TOTAL - GLB-CREDIT-TOTAL
               MOVE GLB-PERIOD TO MML-PERIOD
               MOVE GLB-DEBIT-TOTAL TO MML-DEBIT
               MOVE GLB-CREDIT-TOTAL TO MML-CREDIT
               MOVE RUNNING-BALANCE TO MML-BALANCE
               WRITE REPORT-LINE FROM MISMATCH-LINE
               ADD 1 TO MISMATCH-COUNT
               DISPLAY "WARNING: detail does not agree with the "
                   "ledger for account " GLB-ACCOUNT
                   " period " GLB-PERIOD
               SET WARNINGS-OCCURRED TO TRUE
           END-IF

           ADD GLB-DEBIT-TOTAL TO ACCOUNT-DEBITS
           ADD GLB-CREDIT-TOTAL TO ACCOUNT-CREDITS.

       PRINT-NEXT-DETAIL-LINE.
           READ GL-DETAIL-FILE NEXT RECORD
               AT END
                   SET NO-MORE-DETAIL TO TRUE
               NOT AT END
                   IF GLD-ACCOUNT-PERIOD NOT = GLB-KEY
                       SET NO-MORE-DETAIL TO TRUE
                   ELSE
                       PERFORM PRINT-DETAIL-LINE
                   END-IF
           END-READ.

       PRINT-DETAIL-LINE.
           MOVE GLD-POSTING-DATE TO DTL-POSTED
           MOVE GLD-PERIOD TO DTL-PERIOD
           MOVE GLD-JOURNAL-NUMBER TO DTL-JOURNAL
           MOVE GLD-LINE TO DTL-LINE
           MOVE GLD-SOURCE-PROGRAM TO DTL-SOURCE
           MOVE GLD-SOURCE-REFERENCE TO DTL-REFERENCE
           MOVE ZERO TO DTL-DEBIT
           MOVE ZERO TO DTL-CREDIT
           IF GLD-DR-CR = "DR"
               MOVE GLD-AMOUNT TO DTL-DEBIT
               ADD GLD-AMOUNT TO PERIOD-DEBITS
               ADD GLD-AMOUNT TO RUNNING-BALANCE
           ELSE
               MOVE GLD-AMOUNT TO DTL-CREDIT
               ADD GLD-AMOUNT TO PERIOD-CREDITS
               SUBTRACT GLD-AMOUNT FROM RUNNING-BALANCE
           END-IF
           MOVE RUNNING-BALANCE TO DTL-BALANCE
           WRITE REPORT-LINE FROM DETAIL-LINE
           ADD 1 TO LINES-PRINTED.

      * An account with no activity in the year still prints when it
      * carries a balance in, so the report lists every open balance.
       CLOSE-ACCOUNT.
           IF CURRENT-ACCOUNT NOT = SPACES
               IF NOT ACCOUNT-HEADER-PRINTED
                   AND OPENING-BALANCE NOT = ZERO
                   PERFORM PRINT-ACCOUNT-HEADER
               END-IF
               IF ACCOUNT-HEADER-PRINTED
                   MOVE SPACES TO TTL-LABEL
                   STRING "ACCOUNT " CURRENT-ACCOUNT
                       " YEAR TOTAL AND CLOSING BALANCE"
                       DELIMITED BY SIZE INTO TTL-LABEL
                   MOVE ACCOUNT-DEBITS TO TTL-DEBIT
                   MOVE ACCOUNT-CREDITS TO TTL-CREDIT
                   MOVE RUNNING-BALANCE TO TTL-BALANCE
                   WRITE REPORT-LINE FROM TOTAL-LINE
                   MOVE SPACES TO REPORT-LINE
                   WRITE REPORT-LINE
                   ADD ACCOUNT-DEBITS TO YEAR-DEBITS
                   ADD ACCOUNT-CREDITS TO YEAR-CREDITS
               END-IF
           END-IF.

       PRINT-REPORT-FOOTER.
           WRITE REPORT-LINE FROM SEPARATOR-LINE
           MOVE "LEDGER TOTAL FOR THE YEAR" TO TTL-LABEL
           MOVE YEAR-DEBITS TO TTL-DEBIT
           MOVE YEAR-CREDITS TO TTL-CREDIT
           MOVE ZERO TO TTL-BALANCE
           WRITE REPORT-LINE FROM TOTAL-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Accounts reported:" TO CTL-LABEL
           MOVE ACCOUNTS-PRINTED TO CTL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE "Detail lines printed:" TO CTL-LABEL
           MOVE LINES-PRINTED TO CTL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE "Months not agreeing with the ledger:" TO CTL-LABEL
           MOVE MISMATCH-COUNT TO CTL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           IF YEAR-DEBITS NOT = YEAR-CREDITS
               MOVE SPACES TO REPORT-LINE
               MOVE "*** LEDGER DEBITS AND CREDITS DO NOT BALANCE ***"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY "WARNING: ledger debits and credits for "
                   REPORT-YEAR " do not balance"
               SET WARNINGS-OCCURRED TO TRUE
           END-IF.

       FINALIZE-REPORT.
           CLOSE GL-BALANCE-FILE
           CLOSE GL-DETAIL-FILE
           CLOSE REPORT-FILE
           DISPLAY "GL detail ledger complete for "
               REPORT-YEAR ": " ACCOUNTS-PRINTED " accounts, "
               LINES-PRINTED " detail lines, " MISMATCH-COUNT
               " months not agreeing"
           DISPLAY "Report saved to: "
               "../data/output/gl-detail-ledger.txt".

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
           MOVE "GL-DETAIL-REPORT"    TO OPS-PROGRAM-ID
           ACCEPT OPS-RUN-DATE FROM DATE YYYYMMDD
           MOVE LINES-PRINTED         TO OPS-RECORDS-PROCESSED
           MOVE MISMATCH-COUNT        TO OPS-REJECTS
           MOVE YEAR-DEBITS           TO OPS-TOTAL-AMOUNT
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
                   " - GENERAL LEDGER"
                   DELIMITED BY SIZE INTO COMPANY-NAME
           END-IF.

       END PROGRAM GL-DETAIL-REPORT.
