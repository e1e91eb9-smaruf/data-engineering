       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-BUDGET-REPORT.
       AUTHOR. MUHAMMAD SHAMSUL MARUF.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * GL BUDGET-VERSUS-ACTUAL REPORT                                *
      * Holds the ledger actuals on gl-balances.dat against the       *
      * account-by-period budget on gl-budget.dat for the requested   *
      * month. Accounts print grouped under the statement-lines.txt   *
      * captions FINANCIAL-STATEMENTS uses, each caption closed by a  *
      * total line, with the month and year-to-date actual, budget,   *
      * variance and variance percentage beside the annual budget.    *
      * Actuals and budgets are both in the caption's normal sign.    *
      * The control file budget-report-control.txt names the period,  *
      * the budget version (O original / R revised) and the variance  *
      * threshold percentage; without one the current month reports   *
      * against the revised budget at 10.0 percent. A line whose      *
      * month or year-to-date variance is beyond the threshold - or   *
      * that has actuals and no budget at all - is flagged.           *
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

           SELECT BUDGET-FILE
               ASSIGN TO "../data/output/gl-budget.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BGT-KEY
               FILE STATUS IS BUDGET-FILE-STATUS.

           SELECT STATEMENT-LINE-FILE
               ASSIGN TO "../data/input/statement-lines.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAPPING-FILE-STATUS.

           SELECT BUDGET-CONTROL-FILE
               ASSIGN TO "../data/input/budget-report-control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "../data/output/gl-budget-report.txt"
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
               10  GLB-PERIOD-FIELDS REDEFINES GLB-PERIOD.
                   15  GLB-YEAR    PIC 9(4).
                   15  GLB-MONTH   PIC 9(2).
           05  GLB-DEBIT-TOTAL     PIC 9(12)V99 COMP-3.
           05  GLB-CREDIT-TOTAL    PIC 9(12)V99 COMP-3.

       FD  BUDGET-FILE.
       01  BUDGET-RECORD.
           COPY "glbudget.cpy".

      * Same layout FINANCIAL-STATEMENTS reads.
       FD  STATEMENT-LINE-FILE.
       01  STATEMENT-LINE-RECORD.
           05  SLM-ACCOUNT-FROM    PIC X(10).
           05  FILLER              PIC X(1).
           05  SLM-ACCOUNT-TO      PIC X(10).
           05  FILLER              PIC X(1).
           05  SLM-STATEMENT       PIC X(1).
           05  FILLER              PIC X(1).
           05  SLM-SIGN            PIC X(1).
           05  FILLER              PIC X(1).
           05  SLM-CAPTION         PIC X(30).

      * Period YYYYMM, version O/R, threshold percent nnn.n.
       FD  BUDGET-CONTROL-FILE.
       01  BUDGET-CONTROL-RECORD.
           05  BRC-PERIOD          PIC 9(6).
           05  FILLER              PIC X(1).
           05  BRC-VERSION         PIC X(1).
           05  FILLER              PIC X(1).
           05  BRC-THRESHOLD       PIC 9(3)V9.

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(132).

       FD  OPS-STATS-FILE.
       01  OPS-STAT-RECORD.
           COPY "opstat.cpy".

       FD  COMPANY-PROFILE-FILE.
       01  COMPANY-PROFILE-RECORD.
           COPY "comprof.cpy".

       WORKING-STORAGE SECTION.
       01  PROFILE-FILE-STATUS     PIC XX.
       01  BALANCE-FILE-STATUS     PIC XX.
       01  BUDGET-FILE-STATUS      PIC XX.
       01  MAPPING-FILE-STATUS     PIC XX.
       01  CONTROL-FILE-STATUS     PIC XX.
       01  REPORT-FILE-STATUS      PIC XX.
       01  OPS-STATS-FILE-STATUS   PIC XX.

       01  COMPANY-NAME            PIC X(50) VALUE
           "ABC CORPORATION - BUDGET VERSUS ACTUAL".

       01  TODAY-YYYYMMDD          PIC 9(8).
       01  CURRENT-DATE-FIELDS REDEFINES TODAY-YYYYMMDD.
           05  CURR-YEAR           PIC 9(4).
           05  CURR-MONTH          PIC 9(2).
           05  CURR-DAY            PIC 9(2).
       01  FORMATTED-DATE          PIC X(10).

       01  REPORT-PERIOD           PIC 9(6).
       01  REPORT-PERIOD-FIELDS REDEFINES REPORT-PERIOD.
           05  RPT-YEAR            PIC 9(4).
           05  RPT-MONTH           PIC 9(2).
       01  BUDGET-VERSION          PIC X(1) VALUE "R".
           88  REPORT-ORIGINAL     VALUE "O".
           88  REPORT-REVISED      VALUE "R".
       01  VARIANCE-THRESHOLD      PIC 9(3)V9 VALUE 10.0.

      * Statement-line mapping table with each caption's totals.
       01  STMT-LINE-TABLE.
           05  STMT-LINE-ENTRY OCCURS 50 TIMES.
               10  SLT-ACCOUNT-FROM PIC X(10).
               10  SLT-ACCOUNT-TO  PIC X(10).
               10  SLT-SIGN        PIC X(1).
               10  SLT-CAPTION     PIC X(30).
               10  SLT-ACCOUNTS    PIC 9(3).
               10  SLT-AMOUNTS.
                   15  SLT-MONTH-ACTUAL  PIC S9(12)V99.
                   15  SLT-MONTH-BUDGET  PIC S9(12)V99.
                   15  SLT-YTD-ACTUAL    PIC S9(12)V99.
                   15  SLT-YTD-BUDGET    PIC S9(12)V99.
                   15  SLT-ANNUAL-BUDGET PIC S9(12)V99.
       01  STMT-LINE-COUNT         PIC 9(2) VALUE 0.
       01  SLT-IDX                 PIC 9(2).
       01  END-OF-MAPPING          PIC X VALUE 'N'.
           88  NO-MORE-MAPPING     VALUE 'Y'.

      * One entry per account with actuals or budget in the year,
      * kept in account order; ACT-LINE is the caption it prints
      * under (zero when no caption covers it).
       01  ACCOUNT-TABLE.
           05  ACCOUNT-ENTRY OCCURS 200 TIMES.
               10  ACT-ACCOUNT     PIC X(10).
               10  ACT-LINE        PIC 9(2).
               10  ACT-SIGN        PIC X(1).
               10  ACT-AMOUNTS.
                   15  ACT-MONTH-ACTUAL  PIC S9(12)V99.
                   15  ACT-MONTH-BUDGET  PIC S9(12)V99.
                   15  ACT-YTD-ACTUAL    PIC S9(12)V99.
                   15  ACT-YTD-BUDGET    PIC S9(12)V99.
                   15  ACT-ANNUAL-BUDGET PIC S9(12)V99.
       01  ACCOUNT-COUNT           PIC 9(3) VALUE 0.
       01  ACT-IDX                 PIC 9(3).
       01  SHIFT-IDX               PIC 9(3).
       01  ACCOUNT-UNDER-TEST      PIC X(10).
       01  ACCOUNT-SLOT-SWITCH     PIC X.
           88  ACCOUNT-SLOT-FOUND  VALUE 'Y'.
       01  ACCOUNT-ROOM-SWITCH     PIC X.
           88  ACCOUNT-HAS-ROOM    VALUE 'Y'.
       01  CAPTION-SWITCH          PIC X.
           88  CAPTION-FOUND       VALUE 'Y'.
       01  UNMAPPED-COUNT          PIC 9(3) VALUE ZERO.
       01  TABLE-FULL-COUNT        PIC 9(5) VALUE ZERO.

       01  END-OF-BALANCES         PIC X VALUE 'N'.
           88  NO-MORE-BALANCES    VALUE 'Y'.
       01  END-OF-BUDGETS          PIC X VALUE 'N'.
           88  NO-MORE-BUDGETS     VALUE 'Y'.
       01  BUDGET-OPEN-SWITCH      PIC X VALUE 'N'.
           88  BUDGET-FILE-OPEN    VALUE 'Y'.

       01  ROW-AMOUNT              PIC S9(12)V99.
       01  ROW-MONTH               PIC 9(2).

      * One line's figures on their way to the print line.
       01  LINE-AMOUNTS.
           05  LA-MONTH-ACTUAL     PIC S9(12)V99.
           05  LA-MONTH-BUDGET     PIC S9(12)V99.
           05  LA-YTD-ACTUAL       PIC S9(12)V99.
           05  LA-YTD-BUDGET       PIC S9(12)V99.
           05  LA-ANNUAL-BUDGET    PIC S9(12)V99.
       01  VARIANCE-AMOUNT         PIC S9(12)V99.
       01  VARIANCE-PERCENT        PIC S9(4)V9.
       01  ABSOLUTE-PERCENT        PIC 9(4)V9.
       01  LINE-FLAG-SWITCH        PIC X.
           88  LINE-FLAGGED        VALUE 'Y'.
       01  FLAGGED-COUNT           PIC 9(5) VALUE ZERO.
       01  ANNUAL-BUDGET-TOTAL     PIC S9(12)V99 VALUE ZERO.

       01  HEADER-LINE-1.
           05  FILLER              PIC X(40) VALUE SPACES.
           05  HDR-COMPANY         PIC X(50).
           05  FILLER              PIC X(42) VALUE SPACES.

       01  HEADER-LINE-2.
           05  FILLER              PIC X(30) VALUE
               "BUDGET VERSUS ACTUAL".
           05  FILLER              PIC X(8) VALUE "Period: ".
           05  HDR-PERIOD          PIC 9(6).
           05  FILLER              PIC X(6) VALUE SPACES.
           05  FILLER              PIC X(6) VALUE "Date: ".
           05  HDR-DATE            PIC X(10).
           05  FILLER              PIC X(66) VALUE SPACES.

       01  HEADER-LINE-3.
           05  FILLER              PIC X(16) VALUE "Budget version: ".
           05  HDR-VERSION         PIC X(8).
           05  FILLER              PIC X(6) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE
               "Variance threshold: ".
           05  HDR-THRESHOLD       PIC ZZ9.9.
           05  FILLER              PIC X(1) VALUE "%".
           05  FILLER              PIC X(76) VALUE SPACES.

       01  COLUMN-HEADER-1.
           05  FILLER              PIC X(10) VALUE "ACCOUNT".
           05  FILLER              PIC X(14) VALUE "  MONTH ACTUAL".
           05  FILLER              PIC X(14) VALUE "  MONTH BUDGET".
           05  FILLER              PIC X(14) VALUE "  MONTH VARNCE".
           05  FILLER              PIC X(8) VALUE "   VAR%".
           05  FILLER              PIC X(14) VALUE "    YTD ACTUAL".
           05  FILLER              PIC X(14) VALUE "    YTD BUDGET".
           05  FILLER              PIC X(14) VALUE "    YTD VARNCE".
           05  FILLER              PIC X(8) VALUE "   VAR%".
           05  FILLER              PIC X(14) VALUE " ANNUAL BUDGET".
           05  FILLER              PIC X(8) VALUE SPACES.

       01  SEPARATOR-LINE          PIC X(132) VALUE ALL "-".

       01  CAPTION-LINE.
           05  CPL-CAPTION         PIC X(30).
           05  FILLER              PIC X(102) VALUE SPACES.

       01  DETAIL-LINE.
           05  DTL-LABEL           PIC X(10).
           05  DTL-MONTH-ACTUAL    PIC ZZ,ZZZ,ZZ9.99-.
           05  DTL-MONTH-BUDGET    PIC ZZ,ZZZ,ZZ9.99-.
           05  DTL-MONTH-VARIANCE  PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  DTL-MONTH-PERCENT   PIC ZZZ9.9-.
           05  DTL-YTD-ACTUAL      PIC ZZ,ZZZ,ZZ9.99-.
           05  DTL-YTD-BUDGET      PIC ZZ,ZZZ,ZZ9.99-.
           05  DTL-YTD-VARIANCE    PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  DTL-YTD-PERCENT     PIC ZZZ9.9-.
           05  DTL-ANNUAL-BUDGET   PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  DTL-FLAG            PIC X(3).
           05  FILLER              PIC X(4) VALUE SPACES.

       01  PROGRAM-RETURN-CODE     PIC 9(3) VALUE ZERO.
       01  WARNING-FLAG            PIC X VALUE 'N'.
           88  WARNINGS-OCCURRED   VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-COMPANY-PROFILE
           PERFORM INITIALIZE-BUDGET-REPORT
           PERFORM LOAD-STATEMENT-LINES
           PERFORM ACCUMULATE-ACTUALS
           PERFORM ACCUMULATE-BUDGETS
           PERFORM PRINT-BUDGET-REPORT
           PERFORM FINALIZE-BUDGET-REPORT
           PERFORM DETERMINE-RETURN-CODE
           PERFORM WRITE-OPS-STATS
           MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       INITIALIZE-BUDGET-REPORT.
           CALL "PROCESS-DATE" USING TODAY-YYYYMMDD
           STRING CURR-YEAR "-" CURR-MONTH "-" CURR-DAY
               DELIMITED BY SIZE
               INTO FORMATTED-DATE
           END-STRING

      * Period, version and threshold come from the control file;
      * any field left out keeps its default.
           MOVE TODAY-YYYYMMDD(1:6) TO REPORT-PERIOD
           OPEN INPUT BUDGET-CONTROL-FILE
           IF CONTROL-FILE-STATUS = "00"
               READ BUDGET-CONTROL-FILE
               IF CONTROL-FILE-STATUS = "00"
                   PERFORM APPLY-BUDGET-CONTROL
               END-IF
               CLOSE BUDGET-CONTROL-FILE
           ELSE
               DISPLAY "NOTE: no budget-report-control.txt - "
                   "current month against revised budget"
           END-IF

           OPEN INPUT GL-BALANCE-FILE
           IF BALANCE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open GL balance master"
               DISPLAY "File Status: " BALANCE-FILE-STATUS
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT BUDGET-FILE
           IF BUDGET-FILE-STATUS = "00"
               SET BUDGET-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "WARNING: no gl-budget.dat - every line "
                   "reports against a zero budget"
               SET WARNINGS-OCCURRED TO TRUE
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open gl-budget-report.txt"
               DISPLAY "File Status: " REPORT-FILE-STATUS
               CLOSE GL-BALANCE-FILE
               IF BUDGET-FILE-OPEN
                   CLOSE BUDGET-FILE
               END-IF
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

       APPLY-BUDGET-CONTROL.
           IF BRC-PERIOD NUMERIC AND BRC-PERIOD > 0
               MOVE BRC-PERIOD TO REPORT-PERIOD
           END-IF
           IF BRC-VERSION = "O" OR BRC-VERSION = "R"
               MOVE BRC-VERSION TO BUDGET-VERSION
           END-IF
           IF BRC-THRESHOLD NUMERIC AND BRC-THRESHOLD > 0
               MOVE BRC-THRESHOLD TO VARIANCE-THRESHOLD
           END-IF.

       LOAD-STATEMENT-LINES.
           OPEN INPUT STATEMENT-LINE-FILE
           IF MAPPING-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: cannot open statement-lines.txt - "
                   "accounts print without captions"
               SET WARNINGS-OCCURRED TO TRUE
           ELSE
               PERFORM LOAD-NEXT-STATEMENT-LINE UNTIL NO-MORE-MAPPING
               CLOSE STATEMENT-LINE-FILE
           END-IF.

       LOAD-NEXT-STATEMENT-LINE.
           READ STATEMENT-LINE-FILE
               AT END
                   SET NO-MORE-MAPPING TO TRUE
               NOT AT END
                   IF STMT-LINE-COUNT < 50
                       AND SLM-ACCOUNT-FROM NOT = SPACES
                       ADD 1 TO STMT-LINE-COUNT
                       MOVE SLM-ACCOUNT-FROM
                           TO SLT-ACCOUNT-FROM(STMT-LINE-COUNT)
                       MOVE SLM-ACCOUNT-TO
                           TO SLT-ACCOUNT-TO(STMT-LINE-COUNT)
                       MOVE SLM-SIGN TO SLT-SIGN(STMT-LINE-COUNT)
                       MOVE SLM-CAPTION
                           TO SLT-CAPTION(STMT-LINE-COUNT)
                       MOVE ZERO TO SLT-ACCOUNTS(STMT-LINE-COUNT)
                       INITIALIZE SLT-AMOUNTS(STMT-LINE-COUNT)
                   ELSE
                       DISPLAY "WARNING: statement line skipped: "
                           STATEMENT-LINE-RECORD
                       SET WARNINGS-OCCURRED TO TRUE
                   END-IF
           END-READ.

      * Only the report year's real months count - the YYYY00
      * year-to-date bucket GL-MONTH-END-CLOSE keeps would double
      * them.
       ACCUMULATE-ACTUALS.
           MOVE LOW-VALUES TO GLB-KEY
           START GL-BALANCE-FILE KEY IS >= GLB-KEY
               INVALID KEY
                   SET NO-MORE-BALANCES TO TRUE
           END-START
           PERFORM READ-NEXT-BALANCE UNTIL NO-MORE-BALANCES.

       READ-NEXT-BALANCE.
           READ GL-BALANCE-FILE NEXT RECORD
               AT END
                   SET NO-MORE-BALANCES TO TRUE
               NOT AT END
                   IF GLB-YEAR = RPT-YEAR
                       AND GLB-MONTH >= 1 AND GLB-MONTH <= RPT-MONTH
                       PERFORM APPLY-ONE-BALANCE-ROW
                   END-IF
           END-READ.

       APPLY-ONE-BALANCE-ROW.
           MOVE GLB-ACCOUNT TO ACCOUNT-UNDER-TEST
           PERFORM FIND-OR-ADD-ACCOUNT
           IF ACCOUNT-SLOT-FOUND
               IF ACT-SIGN(ACT-IDX) = "C"
                   COMPUTE ROW-AMOUNT =
                       GLB-CREDIT-TOTAL - GLB-DEBIT-TOTAL
               ELSE
                   COMPUTE ROW-AMOUNT =
                       GLB-DEBIT-TOTAL - GLB-CREDIT-TOTAL
               END-IF
               ADD ROW-AMOUNT TO ACT-YTD-ACTUAL(ACT-IDX)
               IF GLB-MONTH = RPT-MONTH
                   ADD ROW-AMOUNT TO ACT-MONTH-ACTUAL(ACT-IDX)
               END-IF
           END-IF.

       ACCUMULATE-BUDGETS.
           IF BUDGET-FILE-OPEN
               MOVE LOW-VALUES TO BGT-KEY
               START BUDGET-FILE KEY IS >= BGT-KEY
                   INVALID KEY
                       SET NO-MORE-BUDGETS TO TRUE
               END-START
               PERFORM READ-NEXT-BUDGET UNTIL NO-MORE-BUDGETS
           END-IF.

       READ-NEXT-BUDGET.
           READ BUDGET-FILE NEXT RECORD
               AT END
                   SET NO-MORE-BUDGETS TO TRUE
               NOT AT END
                   IF BGT-PERIOD(1:4) = REPORT-PERIOD(1:4)
                       PERFORM APPLY-ONE-BUDGET-ROW
                   END-IF
           END-READ.

       APPLY-ONE-BUDGET-ROW.
           MOVE BGT-PERIOD(5:2) TO ROW-MONTH
           IF ROW-MONTH >= 1 AND ROW-MONTH <= 12
               MOVE BGT-ACCOUNT TO ACCOUNT-UNDER-TEST
               PERFORM FIND-OR-ADD-ACCOUNT
               IF ACCOUNT-SLOT-FOUND
                   IF REPORT-ORIGINAL
                       MOVE BGT-ORIGINAL-AMOUNT TO ROW-AMOUNT
                   ELSE
                       MOVE BGT-REVISED-AMOUNT TO ROW-AMOUNT
                   END-IF
                   ADD ROW-AMOUNT TO ACT-ANNUAL-BUDGET(ACT-IDX)
                   IF ROW-MONTH <= RPT-MONTH
                       ADD ROW-AMOUNT TO ACT-YTD-BUDGET(ACT-IDX)
                   END-IF
                   IF ROW-MONTH = RPT-MONTH
                       ADD ROW-AMOUNT TO ACT-MONTH-BUDGET(ACT-IDX)
                   END-IF
               END-IF
           END-IF.

      * Finds the account's entry, or opens one at its place in
      * account order - both files come back in key order, but an
      * account with a budget and no postings (or the reverse) still
      * has to land between its neighbours.
       FIND-OR-ADD-ACCOUNT.
           MOVE 'N' TO ACCOUNT-SLOT-SWITCH
           MOVE 'N' TO ACCOUNT-ROOM-SWITCH
           PERFORM TEST-ONE-ACCOUNT-SLOT
               VARYING ACT-IDX FROM 1 BY 1
               UNTIL ACT-IDX > ACCOUNT-COUNT
                   OR ACCOUNT-HAS-ROOM
           IF ACCOUNT-HAS-ROOM
               SUBTRACT 1 FROM ACT-IDX
           END-IF
           IF ACT-IDX <= ACCOUNT-COUNT
               AND ACT-ACCOUNT(ACT-IDX) = ACCOUNT-UNDER-TEST
               SET ACCOUNT-SLOT-FOUND TO TRUE
           ELSE
               IF ACCOUNT-COUNT < 200
                   PERFORM OPEN-ACCOUNT-SLOT
                   SET ACCOUNT-SLOT-FOUND TO TRUE
               ELSE
                   ADD 1 TO TABLE-FULL-COUNT
                   SET WARNINGS-OCCURRED TO TRUE
               END-IF
           END-IF.

       TEST-ONE-ACCOUNT-SLOT.
           IF ACT-ACCOUNT(ACT-IDX) >= ACCOUNT-UNDER-TEST
               SET ACCOUNT-HAS-ROOM TO TRUE
           END-IF.

       OPEN-ACCOUNT-SLOT.
           PERFORM SHIFT-ONE-ACCOUNT
               VARYING SHIFT-IDX FROM ACCOUNT-COUNT BY -1
               UNTIL SHIFT-IDX < ACT-IDX
           ADD 1 TO ACCOUNT-COUNT
           MOVE ACCOUNT-UNDER-TEST TO ACT-ACCOUNT(ACT-IDX)
           INITIALIZE ACT-AMOUNTS(ACT-IDX)
           PERFORM ASSIGN-ACCOUNT-CAPTION.

       SHIFT-ONE-ACCOUNT.
           MOVE ACCOUNT-ENTRY(SHIFT-IDX)
               TO ACCOUNT-ENTRY(SHIFT-IDX + 1).

      * The account lands on the first caption whose range covers
      * it, as on the financial statements.
       ASSIGN-ACCOUNT-CAPTION.
           MOVE 'N' TO CAPTION-SWITCH
           PERFORM TEST-ONE-CAPTION
               VARYING SLT-IDX FROM 1 BY 1
               UNTIL SLT-IDX > STMT-LINE-COUNT
                   OR CAPTION-FOUND
           IF CAPTION-FOUND
               SUBTRACT 1 FROM SLT-IDX
               MOVE SLT-IDX TO ACT-LINE(ACT-IDX)
               MOVE SLT-SIGN(SLT-IDX) TO ACT-SIGN(ACT-IDX)
               ADD 1 TO SLT-ACCOUNTS(SLT-IDX)
           ELSE
               MOVE ZERO TO ACT-LINE(ACT-IDX)
               MOVE "D" TO ACT-SIGN(ACT-IDX)
               ADD 1 TO UNMAPPED-COUNT
               SET WARNINGS-OCCURRED TO TRUE
               DISPLAY "WARNING: account " ACCOUNT-UNDER-TEST
                   " matches no statement line"
           END-IF.

       TEST-ONE-CAPTION.
           IF ACCOUNT-UNDER-TEST >= SLT-ACCOUNT-FROM(SLT-IDX)
               AND ACCOUNT-UNDER-TEST <= SLT-ACCOUNT-TO(SLT-IDX)
               SET CAPTION-FOUND TO TRUE
           END-IF.

       PRINT-BUDGET-REPORT.
           MOVE COMPANY-NAME TO HDR-COMPANY
           WRITE REPORT-LINE FROM HEADER-LINE-1
           MOVE REPORT-PERIOD TO HDR-PERIOD
           MOVE FORMATTED-DATE TO HDR-DATE
           WRITE REPORT-LINE FROM HEADER-LINE-2
           IF REPORT-ORIGINAL
               MOVE "ORIGINAL" TO HDR-VERSION
           ELSE
               MOVE "REVISED" TO HDR-VERSION
           END-IF
           MOVE VARIANCE-THRESHOLD TO HDR-THRESHOLD
           WRITE REPORT-LINE FROM HEADER-LINE-3
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM COLUMN-HEADER-1
           WRITE REPORT-LINE FROM SEPARATOR-LINE

           PERFORM PRINT-ONE-CAPTION
               VARYING SLT-IDX FROM 1 BY 1
               UNTIL SLT-IDX > STMT-LINE-COUNT
           IF UNMAPPED-COUNT > 0
               MOVE "ACCOUNTS ON NO STATEMENT LINE" TO CPL-CAPTION
               WRITE REPORT-LINE FROM CAPTION-LINE
               MOVE ZERO TO SLT-IDX
               PERFORM PRINT-CAPTION-ACCOUNTS
               WRITE REPORT-LINE FROM SPACES
           END-IF

           WRITE REPORT-LINE FROM SEPARATOR-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Lines flagged over threshold: " FLAGGED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF TABLE-FULL-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               STRING "*** WARNING: account table full - "
                   TABLE-FULL-COUNT " rows not reported ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       PRINT-ONE-CAPTION.
           IF SLT-ACCOUNTS(SLT-IDX) > 0
               MOVE SLT-CAPTION(SLT-IDX) TO CPL-CAPTION
               WRITE REPORT-LINE FROM CAPTION-LINE
               PERFORM PRINT-CAPTION-ACCOUNTS
               MOVE "  TOTAL" TO DTL-LABEL
               MOVE SLT-AMOUNTS(SLT-IDX) TO LINE-AMOUNTS
               PERFORM PRINT-VARIANCE-LINE
               WRITE REPORT-LINE FROM SPACES
           END-IF.

       PRINT-CAPTION-ACCOUNTS.
           PERFORM PRINT-ONE-ACCOUNT
               VARYING ACT-IDX FROM 1 BY 1
               UNTIL ACT-IDX > ACCOUNT-COUNT.

       PRINT-ONE-ACCOUNT.
           IF ACT-LINE(ACT-IDX) = SLT-IDX
               MOVE ACT-ACCOUNT(ACT-IDX) TO DTL-LABEL
               MOVE ACT-AMOUNTS(ACT-IDX) TO LINE-AMOUNTS
               PERFORM PRINT-VARIANCE-LINE
               ADD ACT-ANNUAL-BUDGET(ACT-IDX) TO ANNUAL-BUDGET-TOTAL
               IF SLT-IDX > 0
                   ADD ACT-MONTH-ACTUAL(ACT-IDX)
                       TO SLT-MONTH-ACTUAL(SLT-IDX)
                   ADD ACT-MONTH-BUDGET(ACT-IDX)
                       TO SLT-MONTH-BUDGET(SLT-IDX)
                   ADD ACT-YTD-ACTUAL(ACT-IDX)
                       TO SLT-YTD-ACTUAL(SLT-IDX)
                   ADD ACT-YTD-BUDGET(ACT-IDX)
                       TO SLT-YTD-BUDGET(SLT-IDX)
                   ADD ACT-ANNUAL-BUDGET(ACT-IDX)
                       TO SLT-ANNUAL-BUDGET(SLT-IDX)
               END-IF
           END-IF.

      * Variance is actual less budget in the line's normal sign;
      * the percentage is of budget, and a line with actuals and
      * no budget has no percentage but is flagged all the same.
       PRINT-VARIANCE-LINE.
           MOVE 'N' TO LINE-FLAG-SWITCH
           MOVE LA-MONTH-ACTUAL TO DTL-MONTH-ACTUAL
           MOVE LA-MONTH-BUDGET TO DTL-MONTH-BUDGET
           COMPUTE VARIANCE-AMOUNT = LA-MONTH-ACTUAL - LA-MONTH-BUDGET
           MOVE VARIANCE-AMOUNT TO DTL-MONTH-VARIANCE
           IF LA-MONTH-BUDGET = ZERO
               MOVE ZERO TO DTL-MONTH-PERCENT
               IF LA-MONTH-ACTUAL NOT = ZERO
                   SET LINE-FLAGGED TO TRUE
               END-IF
           ELSE
               MOVE LA-MONTH-BUDGET TO ROW-AMOUNT
               PERFORM COMPUTE-VARIANCE-PERCENT
               MOVE VARIANCE-PERCENT TO DTL-MONTH-PERCENT
           END-IF

           MOVE LA-YTD-ACTUAL TO DTL-YTD-ACTUAL
           MOVE LA-YTD-BUDGET TO DTL-YTD-BUDGET
           COMPUTE VARIANCE-AMOUNT = LA-YTD-ACTUAL - LA-YTD-BUDGET
           MOVE VARIANCE-AMOUNT TO DTL-YTD-VARIANCE
           IF LA-YTD-BUDGET = ZERO
               MOVE ZERO TO DTL-YTD-PERCENT
               IF LA-YTD-ACTUAL NOT = ZERO
                   SET LINE-FLAGGED TO TRUE
               END-IF
           ELSE
               MOVE LA-YTD-BUDGET TO ROW-AMOUNT
               PERFORM COMPUTE-VARIANCE-PERCENT
               MOVE VARIANCE-PERCENT TO DTL-YTD-PERCENT
           END-IF

           MOVE LA-ANNUAL-BUDGET TO DTL-ANNUAL-BUDGET
           IF LINE-FLAGGED
               MOVE "***" TO DTL-FLAG
               ADD 1 TO FLAGGED-COUNT
           ELSE
               MOVE SPACES TO DTL-FLAG
           END-IF
           WRITE REPORT-LINE FROM DETAIL-LINE.

      * ROW-AMOUNT carries the budget the variance is measured on.
       COMPUTE-VARIANCE-PERCENT.
           COMPUTE VARIANCE-PERCENT ROUNDED =
               VARIANCE-AMOUNT * 100 / ROW-AMOUNT
               ON SIZE ERROR
                   IF VARIANCE-AMOUNT < 0
                       MOVE -9999.9 TO VARIANCE-PERCENT
                   ELSE
                       MOVE 9999.9 TO VARIANCE-PERCENT
                   END-IF
           END-COMPUTE
           IF VARIANCE-PERCENT < 0
               COMPUTE ABSOLUTE-PERCENT = 0 - VARIANCE-PERCENT
           ELSE
               MOVE VARIANCE-PERCENT TO ABSOLUTE-PERCENT
           END-IF
           IF ABSOLUTE-PERCENT > VARIANCE-THRESHOLD
               SET LINE-FLAGGED TO TRUE
           END-IF.

       FINALIZE-BUDGET-REPORT.
           CLOSE GL-BALANCE-FILE
           IF BUDGET-FILE-OPEN
               CLOSE BUDGET-FILE
           END-IF
           CLOSE REPORT-FILE
           DISPLAY "Budget versus actual produced for period "
               REPORT-PERIOD ": " ACCOUNT-COUNT " accounts, "
               FLAGGED-COUNT " lines flagged"
           DISPLAY "Report: ../data/output/gl-budget-report.txt".

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
           MOVE "GL-BUDGET-REPORT"    TO OPS-PROGRAM-ID
           ACCEPT OPS-RUN-DATE FROM DATE YYYYMMDD
           MOVE ACCOUNT-COUNT         TO OPS-RECORDS-PROCESSED
           MOVE FLAGGED-COUNT         TO OPS-REJECTS
           MOVE ANNUAL-BUDGET-TOTAL   TO OPS-TOTAL-AMOUNT
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
                   " - BUDGET VERSUS ACTUAL"
                   DELIMITED BY SIZE INTO COMPANY-NAME
           END-IF.

       END PROGRAM GL-BUDGET-REPORT.
