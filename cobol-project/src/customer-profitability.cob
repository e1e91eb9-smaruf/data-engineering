       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-PROFITABILITY.
       AUTHOR. MUHAMMAD SHAMSUL MARUF.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * MONTHLY CUSTOMER PROFITABILITY REPORT                         *
      * Shows, for every customer on file, what the account earned    *
      * and cost us this month and so far this year, from the         *
      * buckets INVOICE-GENERATOR, FINANCE-CHARGE, BAD-DEBT-WRITEOFF, *
      * REFUND-PROCESSING and DUNNING-LETTERS post through            *
      * CUSTOMER-PROFIT-POST into customer-profit-history.dat, plus   *
      * the collection notes taken on the account (customer-notes.dat *
      * by note date).                                                *
      *                                                               *
      * Revenue is the invoiced sales; margin is that revenue less    *
      * its cost, net of returns credited and the cost of the goods   *
      * that came back. Contribution is the margin plus finance       *
      * charges earned less bad debt written off. Refunds are shown   *
      * but not deducted - they hand back the customer's own          *
      * overpayment. Letters and notes are counts, the cost-to-serve  *
      * indicator.                                                    *
      *                                                               *
      * Customers rank on year-to-date contribution, best first       *
      * (equal amounts rank on the month). The accounts with negative *
      * year-to-date contribution print last under their own heading, *
      * and any negative contribution figure is starred.              *
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

           SELECT PROFIT-HISTORY-FILE
               ASSIGN TO "../data/output/customer-profit-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPH-KEY
               FILE STATUS IS PROFIT-FILE-STATUS.

           SELECT CUSTOMER-NOTES-FILE
               ASSIGN TO "../data/output/customer-notes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOTE-KEY
               FILE STATUS IS NOTES-FILE-STATUS.

           SELECT PROFIT-SORT-FILE
               ASSIGN TO "../data/output/customer-profit-work.tmp".

           SELECT PROFITABILITY-REPORT-FILE
               ASSIGN TO "../data/output/customer-profit-report.txt"
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
       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           COPY "custrec.cpy".

       FD  PROFIT-HISTORY-FILE.
       01  PROFIT-HISTORY-RECORD.
           COPY "cprofhst.cpy".

       FD  CUSTOMER-NOTES-FILE.
       01  CUSTOMER-NOTE-RECORD.
           COPY "noterec.cpy".

      * One row per customer; the month and year-to-date figure groups
      * share the FIGURES layout below so they move across whole.
       SD  PROFIT-SORT-FILE.
       01  SORT-RECORD.
           05  SORT-CUSTOMER-ID        PIC 9(6).
           05  SORT-CUSTOMER-NAME      PIC X(40).
           05  SORT-MONTH-FIGURES.
               10  SRM-REVENUE         PIC S9(10)V99.
               10  SRM-MARGIN          PIC S9(10)V99.
               10  SRM-RETURNS         PIC S9(10)V99.
               10  SRM-FINANCE         PIC S9(10)V99.
               10  SRM-WRITEOFF        PIC S9(10)V99.
               10  SRM-REFUNDS         PIC S9(10)V99.
               10  SRM-LETTERS         PIC 9(5).
               10  SRM-NOTES           PIC 9(5).
               10  SRM-CONTRIBUTION    PIC S9(10)V99.
           05  SORT-YTD-FIGURES.
               10  SRY-REVENUE         PIC S9(10)V99.
               10  SRY-MARGIN          PIC S9(10)V99.
               10  SRY-RETURNS         PIC S9(10)V99.
               10  SRY-FINANCE         PIC S9(10)V99.
               10  SRY-WRITEOFF        PIC S9(10)V99.
               10  SRY-REFUNDS         PIC S9(10)V99.
               10  SRY-LETTERS         PIC 9(5).
               10  SRY-NOTES           PIC 9(5).
               10  SRY-CONTRIBUTION    PIC S9(10)V99.

       FD  PROFITABILITY-REPORT-FILE.
       01  REPORT-LINE             PIC X(132).

       FD  OPS-STATS-FILE.
       01  OPS-STAT-RECORD.
           COPY "opstat.cpy".

       FD  COMPANY-PROFILE-FILE.
       01  COMPANY-PROFILE-RECORD.
           COPY "comprof.cpy".

       WORKING-STORAGE SECTION.
       01  FILE-STATUS             PIC XX.
           88  FILE-OK             VALUE "00".
       01  PROFIT-FILE-STATUS      PIC XX.
       01  NOTES-FILE-STATUS       PIC XX.
       01  REPORT-FILE-STATUS      PIC XX.
       01  OPS-STATS-FILE-STATUS   PIC XX.
       01  PROFILE-FILE-STATUS     PIC XX.

       01  COMPANY-NAME            PIC X(50) VALUE
           "ABC CORPORATION - ACCOUNTS RECEIVABLE".

       01  TODAY-YYYYMMDD          PIC 9(8).
       01  CURRENT-DATE-FIELDS REDEFINES TODAY-YYYYMMDD.
           05  CURR-YEAR           PIC 9(4).
           05  CURR-MONTH          PIC 9(2).
           05  CURR-DAY            PIC 9(2).
       01  FORMATTED-DATE          PIC X(10).

      * The report covers the month in progress: the month bucket has
      * the day zeroed, the year bucket the month and day.
       01  MONTH-PERIOD            PIC 9(8).
       01  YEAR-PERIOD             PIC 9(8).
       01  REPORT-PERIOD-YYYYMM    PIC 9(6).

       01  END-OF-CUSTOMERS        PIC X VALUE 'N'.
           88  NO-MORE-CUSTOMERS   VALUE 'Y'.
       01  END-OF-NOTES            PIC X VALUE 'N'.
           88  NO-MORE-NOTES       VALUE 'Y'.
       01  END-OF-SORTED           PIC X VALUE 'N'.
           88  NO-MORE-SORTED      VALUE 'Y'.
       01  HISTORY-SWITCH          PIC X VALUE 'N'.
           88  HISTORY-AVAILABLE   VALUE 'Y'.
       01  NOTES-SWITCH            PIC X VALUE 'N'.
           88  NOTES-AVAILABLE     VALUE 'Y'.
       01  NEGATIVE-HEADING-SWITCH PIC X VALUE 'N'.
           88  NEGATIVE-HEADING-PRINTED VALUE 'Y'.

       01  FIGURES.
           05  FIG-REVENUE         PIC S9(10)V99.
           05  FIG-MARGIN          PIC S9(10)V99.
           05  FIG-RETURNS         PIC S9(10)V99.
           05  FIG-FINANCE         PIC S9(10)V99.
           05  FIG-WRITEOFF        PIC S9(10)V99.
           05  FIG-REFUNDS         PIC S9(10)V99.
           05  FIG-LETTERS         PIC 9(5).
           05  FIG-NOTES           PIC 9(5).
           05  FIG-CONTRIBUTION    PIC S9(10)V99.

      * Company totals: entry 1 is the month, entry 2 year-to-date.
       01  TOTAL-TABLE.
           05  TOTAL-ENTRY OCCURS 2 TIMES.
               10  TOT-REVENUE     PIC S9(11)V99 COMP-3.
               10  TOT-MARGIN      PIC S9(11)V99 COMP-3.
               10  TOT-RETURNS     PIC S9(11)V99 COMP-3.
               10  TOT-FINANCE     PIC S9(11)V99 COMP-3.
               10  TOT-WRITEOFF    PIC S9(11)V99 COMP-3.
               10  TOT-REFUNDS     PIC S9(11)V99 COMP-3.
               10  TOT-LETTERS     PIC 9(7) COMP-3.
               10  TOT-NOTES       PIC 9(7) COMP-3.
               10  TOT-CONTRIBUTION PIC S9(11)V99 COMP-3.
       01  TOT-IDX                 PIC 9(1).

       01  REPORTED-COUNT          PIC 9(6) VALUE 0.
       01  PRINT-RANK              PIC 9(6) VALUE 0.
       01  NEGATIVE-YTD-COUNT      PIC 9(6) VALUE 0.
       01  NEGATIVE-MONTH-COUNT    PIC 9(6) VALUE 0.
       01  TOTAL-CONTRIBUTION-ABS  PIC 9(11)V99.

       01  HEADER-LINE-1.
           05  FILLER              PIC X(40) VALUE SPACES.
           05  HDR-COMPANY         PIC X(50).
           05  FILLER              PIC X(42) VALUE SPACES.

       01  HEADER-LINE-2.
           05  FILLER              PIC X(30) VALUE
               "CUSTOMER PROFITABILITY".
           05  FILLER              PIC X(8) VALUE "Period: ".
           05  HDR-PERIOD          PIC 9(6).
           05  FILLER              PIC X(6) VALUE SPACES.
           05  FILLER              PIC X(6) VALUE "Date: ".
           05  HDR-DATE            PIC X(10).
           05  FILLER              PIC X(66) VALUE SPACES.

       01  COLUMN-HEADER-1.
           05  FILLER              PIC X(4) VALUE "RANK".
           05  FILLER              PIC X(10) VALUE "  CUSTOMER".
           05  FILLER              PIC X(30) VALUE
               "                      INVOICED".
           05  FILLER              PIC X(28) VALUE
               "                     RETURNS".
           05  FILLER              PIC X(11) VALUE "    FINANCE".
           05  FILLER              PIC X(13) VALUE "     BAD DEBT".
           05  FILLER              PIC X(15) VALUE "            DUN".
           05  FILLER              PIC X(4) VALUE " COL".
           05  FILLER              PIC X(17) VALUE SPACES.

       01  COLUMN-HEADER-2.
           05  FILLER              PIC X(44) VALUE
               "                                     REVENUE".
           05  FILLER              PIC X(15) VALUE "         MARGIN".
           05  FILLER              PIC X(13) VALUE "     CREDITED".
           05  FILLER              PIC X(11) VALUE "    CHARGES".
           05  FILLER              PIC X(13) VALUE "  WRITTEN OFF".
           05  FILLER              PIC X(11) VALUE "    REFUNDS".
           05  FILLER              PIC X(4) VALUE " LTR".
           05  FILLER              PIC X(4) VALUE " NTS".
           05  FILLER              PIC X(15) VALUE "   CONTRIBUTION".
           05  FILLER              PIC X(2) VALUE SPACES.

       01  SEPARATOR-LINE          PIC X(132) VALUE ALL "-".

       01  NEGATIVE-HEADING-LINE.
           05  FILLER              PIC X(50) VALUE
               "*** ACCOUNTS WITH NEGATIVE YEAR-TO-DATE CONTRIBUTI".
           05  FILLER              PIC X(50) VALUE
               "ON - REVIEW PRICING AND CREDIT TERMS ***          ".
           05  FILLER              PIC X(32) VALUE SPACES.

       01  CUSTOMER-LINE.
           05  CSL-RANK            PIC Z(3)9 BLANK WHEN ZERO.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  CSL-CUSTOMER-ID     PIC 9(6).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  CSL-NAME            PIC X(40).
           05  FILLER              PIC X(79) VALUE SPACES.

       01  FIGURE-LINE.
           05  FILLER              PIC X(8) VALUE SPACES.
           05  FGL-PERIOD          PIC X(12).
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FGL-REVENUE         PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  FGL-MARGIN          PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  FGL-RETURNS         PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  FGL-FINANCE         PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  FGL-WRITEOFF        PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  FGL-REFUNDS         PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  FGL-LETTERS         PIC ZZ9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  FGL-NOTES           PIC ZZ9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  FGL-CONTRIBUTION    PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  FGL-FLAG            PIC X(1).

       01  COUNT-LINE.
           05  CTL-LABEL           PIC X(40).
           05  CTL-COUNT           PIC ZZZ,ZZ9.
           05  FILLER              PIC X(85) VALUE SPACES.

       01  PROGRAM-RETURN-CODE     PIC 9(3) VALUE ZERO.
       01  WARNING-FLAG            PIC X VALUE 'N'.
           88  WARNINGS-OCCURRED   VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-COMPANY-PROFILE
           PERFORM INITIALIZE-PROFITABILITY
           SORT PROFIT-SORT-FILE
               ON DESCENDING KEY SRY-CONTRIBUTION
               ON DESCENDING KEY SRM-CONTRIBUTION
               ON ASCENDING KEY SORT-CUSTOMER-ID
               INPUT PROCEDURE IS RELEASE-CUSTOMER-FIGURES
               OUTPUT PROCEDURE IS PRINT-RANKED-CUSTOMERS
           PERFORM PRINT-PROFITABILITY-FOOTER
           PERFORM FINALIZE-PROFITABILITY
           PERFORM DETERMINE-RETURN-CODE
           PERFORM WRITE-OPS-STATS
           MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       INITIALIZE-PROFITABILITY.
           CALL "PROCESS-DATE" USING TODAY-YYYYMMDD
           STRING CURR-YEAR "-" CURR-MONTH "-" CURR-DAY
               DELIMITED BY SIZE
               INTO FORMATTED-DATE
           END-STRING
           MOVE TODAY-YYYYMMDD TO MONTH-PERIOD
           MOVE ZERO TO MONTH-PERIOD(7:2)
           MOVE MONTH-PERIOD(1:6) TO REPORT-PERIOD-YYYYMM
           MOVE TODAY-YYYYMMDD TO YEAR-PERIOD
           MOVE ZERO TO YEAR-PERIOD(5:4)
           INITIALIZE TOTAL-TABLE

           OPEN INPUT CUSTOMER-FILE
           IF NOT FILE-OK
               DISPLAY "ERROR: cannot open customer database"
               DISPLAY "File Status: " FILE-STATUS
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT PROFITABILITY-REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open customer-profit-report.txt"
               DISPLAY "File Status: " REPORT-FILE-STATUS
               CLOSE CUSTOMER-FILE
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

      * No history file yet only means nothing has been posted; every
      * customer then reports zero. Any other failure is a warning.
           OPEN INPUT PROFIT-HISTORY-FILE
           EVALUATE PROFIT-FILE-STATUS
               WHEN "00"
                   SET HISTORY-AVAILABLE TO TRUE
               WHEN "35"
                   DISPLAY "NOTE: no customer-profit-history.dat yet - "
                       "all revenue and cost figures are zero"
               WHEN OTHER
                   DISPLAY "WARNING: cannot open customer profit "
                       "history - all revenue and cost figures are zero"
                   DISPLAY "File Status: " PROFIT-FILE-STATUS
                   SET WARNINGS-OCCURRED TO TRUE
           END-EVALUATE

           OPEN INPUT CUSTOMER-NOTES-FILE
           IF NOTES-FILE-STATUS = "00"
               SET NOTES-AVAILABLE TO TRUE
           ELSE
               DISPLAY "NOTE: no customer-notes.dat - "
                   "collection note counts are zero"
           END-IF

           PERFORM PRINT-PROFITABILITY-HEADER.

       PRINT-PROFITABILITY-HEADER.
           MOVE COMPANY-NAME TO HDR-COMPANY
           WRITE REPORT-LINE FROM HEADER-LINE-1
           MOVE REPORT-PERIOD-YYYYMM TO HDR-PERIOD
           MOVE FORMATTED-DATE TO HDR-DATE
           WRITE REPORT-LINE FROM HEADER-LINE-2
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM COLUMN-HEADER-1
           WRITE REPORT-LINE FROM COLUMN-HEADER-2
           WRITE REPORT-LINE FROM SEPARATOR-LINE.

      *****************************************************************
      * INPUT PROCEDURE - one sort row per customer, in customer key  *
      * order, with the month and year buckets and the note counts.   *
      *****************************************************************
       RELEASE-CUSTOMER-FIGURES.
           PERFORM RELEASE-NEXT-CUSTOMER UNTIL NO-MORE-CUSTOMERS.

       RELEASE-NEXT-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   SET NO-MORE-CUSTOMERS TO TRUE
               NOT AT END
                   PERFORM RELEASE-ONE-CUSTOMER
           END-READ.

       RELEASE-ONE-CUSTOMER.
           MOVE CUSTOMER-ID TO SORT-CUSTOMER-ID
           MOVE CUSTOMER-NAME TO SORT-CUSTOMER-NAME
           MOVE MONTH-PERIOD TO CPH-PERIOD
           PERFORM LOAD-BUCKET-FIGURES
           MOVE FIGURES TO SORT-MONTH-FIGURES
           MOVE YEAR-PERIOD TO CPH-PERIOD
           PERFORM LOAD-BUCKET-FIGURES
           MOVE FIGURES TO SORT-YTD-FIGURES
           PERFORM COUNT-CUSTOMER-NOTES
           RELEASE SORT-RECORD
           ADD 1 TO REPORTED-COUNT.

      * CPH-PERIOD is set by the caller; a bucket not on file is a
      * customer with no activity in that period.
       LOAD-BUCKET-FIGURES.
           INITIALIZE FIGURES
           IF HISTORY-AVAILABLE
               MOVE CUSTOMER-ID TO CPH-CUSTOMER-ID
               READ PROFIT-HISTORY-FILE KEY IS CPH-KEY
               IF PROFIT-FILE-STATUS = "00"
                   PERFORM COMPUTE-BUCKET-FIGURES
               END-IF
           END-IF.

       COMPUTE-BUCKET-FIGURES.
           MOVE CPH-SALES-AMOUNT TO FIG-REVENUE
           MOVE CPH-RETURNS-AMOUNT TO FIG-RETURNS
           COMPUTE FIG-MARGIN =
               (CPH-SALES-AMOUNT - CPH-SALES-COST)
               - (CPH-RETURNS-AMOUNT - CPH-RETURNS-COST)
           MOVE CPH-FINANCE-CHARGES TO FIG-FINANCE
           MOVE CPH-WRITEOFF-AMOUNT TO FIG-WRITEOFF
           MOVE CPH-REFUND-AMOUNT TO FIG-REFUNDS
           MOVE CPH-DUNNING-LETTERS TO FIG-LETTERS
           COMPUTE FIG-CONTRIBUTION =
               FIG-MARGIN + FIG-FINANCE - FIG-WRITEOFF.

      * Notes read back in key order from the customer's first note;
      * the note date decides whether it counts in the month, the
      * year, or neither.
       COUNT-CUSTOMER-NOTES.
           IF NOTES-AVAILABLE
               MOVE CUSTOMER-ID TO NOTE-CUSTOMER-ID
               MOVE ZERO TO NOTE-SEQUENCE
               MOVE 'N' TO END-OF-NOTES
               START CUSTOMER-NOTES-FILE KEY IS >= NOTE-KEY
                   INVALID KEY
                       SET NO-MORE-NOTES TO TRUE
               END-START
               PERFORM COUNT-NEXT-NOTE UNTIL NO-MORE-NOTES
           END-IF.

       COUNT-NEXT-NOTE.
           READ CUSTOMER-NOTES-FILE NEXT RECORD
               AT END
                   SET NO-MORE-NOTES TO TRUE
               NOT AT END
                   IF NOTE-CUSTOMER-ID NOT = CUSTOMER-ID
                       SET NO-MORE-NOTES TO TRUE
                   ELSE
                       PERFORM COUNT-ONE-NOTE
                   END-IF
           END-READ.

       COUNT-ONE-NOTE.
           IF NOTE-TIMESTAMP(1:4) = CURR-YEAR
               ADD 1 TO SRY-NOTES
               IF NOTE-TIMESTAMP(5:2) = CURR-MONTH
                   ADD 1 TO SRM-NOTES
               END-IF
           END-IF.

      *****************************************************************
      * OUTPUT PROCEDURE - customers come back best contribution      *
      * first; the first one below zero year-to-date opens the        *
      * negative-contribution section.                                *
      *****************************************************************
       PRINT-RANKED-CUSTOMERS.
           PERFORM PRINT-NEXT-CUSTOMER UNTIL NO-MORE-SORTED.

       PRINT-NEXT-CUSTOMER.
           RETURN PROFIT-SORT-FILE
               AT END
                   SET NO-MORE-SORTED TO TRUE
               NOT AT END
                   PERFORM PRINT-ONE-CUSTOMER
           END-RETURN.

       PRINT-ONE-CUSTOMER.
           ADD 1 TO PRINT-RANK
           IF SRY-CONTRIBUTION < 0
               ADD 1 TO NEGATIVE-YTD-COUNT
               IF NOT NEGATIVE-HEADING-PRINTED
                   WRITE REPORT-LINE FROM SPACES
                   WRITE REPORT-LINE FROM NEGATIVE-HEADING-LINE
                   WRITE REPORT-LINE FROM SPACES
                   SET NEGATIVE-HEADING-PRINTED TO TRUE
               END-IF
           END-IF
           IF SRM-CONTRIBUTION < 0
               ADD 1 TO NEGATIVE-MONTH-COUNT
           END-IF

           MOVE SPACES TO CUSTOMER-LINE
           MOVE PRINT-RANK TO CSL-RANK
           MOVE SORT-CUSTOMER-ID TO CSL-CUSTOMER-ID
           MOVE SORT-CUSTOMER-NAME TO CSL-NAME
           WRITE REPORT-LINE FROM CUSTOMER-LINE

           MOVE SORT-MONTH-FIGURES TO FIGURES
           MOVE "MONTH" TO FGL-PERIOD
           PERFORM PRINT-FIGURE-LINE
           MOVE 1 TO TOT-IDX
           PERFORM ADD-FIGURES-TO-TOTAL

           MOVE SORT-YTD-FIGURES TO FIGURES
           MOVE "YEAR TO DATE" TO FGL-PERIOD
           PERFORM PRINT-FIGURE-LINE
           MOVE 2 TO TOT-IDX
           PERFORM ADD-FIGURES-TO-TOTAL.

      * FGL-PERIOD is set by the caller.
       PRINT-FIGURE-LINE.
           MOVE FIG-REVENUE TO FGL-REVENUE
           MOVE FIG-MARGIN TO FGL-MARGIN
           MOVE FIG-RETURNS TO FGL-RETURNS
           MOVE FIG-FINANCE TO FGL-FINANCE
           MOVE FIG-WRITEOFF TO FGL-WRITEOFF
           MOVE FIG-REFUNDS TO FGL-REFUNDS
           MOVE FIG-LETTERS TO FGL-LETTERS
           MOVE FIG-NOTES TO FGL-NOTES
           MOVE FIG-CONTRIBUTION TO FGL-CONTRIBUTION
           IF FIG-CONTRIBUTION < 0
               MOVE "*" TO FGL-FLAG
           ELSE
               MOVE SPACE TO FGL-FLAG
           END-IF
           WRITE REPORT-LINE FROM FIGURE-LINE.

       ADD-FIGURES-TO-TOTAL.
           ADD FIG-REVENUE TO TOT-REVENUE(TOT-IDX)
           ADD FIG-MARGIN TO TOT-MARGIN(TOT-IDX)
           ADD FIG-RETURNS TO TOT-RETURNS(TOT-IDX)
           ADD FIG-FINANCE TO TOT-FINANCE(TOT-IDX)
           ADD FIG-WRITEOFF TO TOT-WRITEOFF(TOT-IDX)
           ADD FIG-REFUNDS TO TOT-REFUNDS(TOT-IDX)
           ADD FIG-LETTERS TO TOT-LETTERS(TOT-IDX)
           ADD FIG-NOTES TO TOT-NOTES(TOT-IDX)
           ADD FIG-CONTRIBUTION TO TOT-CONTRIBUTION(TOT-IDX).

       PRINT-PROFITABILITY-FOOTER.
           WRITE REPORT-LINE FROM SEPARATOR-LINE
           MOVE SPACES TO CUSTOMER-LINE
           MOVE "COMPANY TOTAL" TO CSL-NAME
           WRITE REPORT-LINE FROM CUSTOMER-LINE
           MOVE 1 TO TOT-IDX
           PERFORM MOVE-TOTAL-TO-FIGURES
           MOVE "MONTH" TO FGL-PERIOD
           PERFORM PRINT-FIGURE-LINE
           MOVE 2 TO TOT-IDX
           PERFORM MOVE-TOTAL-TO-FIGURES
           MOVE "YEAR TO DATE" TO FGL-PERIOD
           PERFORM PRINT-FIGURE-LINE
           WRITE REPORT-LINE FROM SPACES

           MOVE "Customers reported:" TO CTL-LABEL
           MOVE REPORTED-COUNT TO CTL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE "Negative contribution year to date:" TO CTL-LABEL
           MOVE NEGATIVE-YTD-COUNT TO CTL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE "Negative contribution this month:" TO CTL-LABEL
           MOVE NEGATIVE-MONTH-COUNT TO CTL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE.

      * The company totals print through the same figure line; a
      * total too large for its edit picture truncates on the left.
       MOVE-TOTAL-TO-FIGURES.
           MOVE TOT-REVENUE(TOT-IDX) TO FIG-REVENUE
           MOVE TOT-MARGIN(TOT-IDX) TO FIG-MARGIN
           MOVE TOT-RETURNS(TOT-IDX) TO FIG-RETURNS
           MOVE TOT-FINANCE(TOT-IDX) TO FIG-FINANCE
           MOVE TOT-WRITEOFF(TOT-IDX) TO FIG-WRITEOFF
           MOVE TOT-REFUNDS(TOT-IDX) TO FIG-REFUNDS
           MOVE TOT-LETTERS(TOT-IDX) TO FIG-LETTERS
           MOVE TOT-NOTES(TOT-IDX) TO FIG-NOTES
           MOVE TOT-CONTRIBUTION(TOT-IDX) TO FIG-CONTRIBUTION.

       FINALIZE-PROFITABILITY.
           CLOSE CUSTOMER-FILE
           IF HISTORY-AVAILABLE
               CLOSE PROFIT-HISTORY-FILE
           END-IF
           IF NOTES-AVAILABLE
               CLOSE CUSTOMER-NOTES-FILE
           END-IF
           CLOSE PROFITABILITY-REPORT-FILE
           DISPLAY "Customer profitability complete for period "
               REPORT-PERIOD-YYYYMM ": " REPORTED-COUNT
               " customers, " NEGATIVE-YTD-COUNT
               " negative year to date"
           DISPLAY "Report saved to: "
               "../data/output/customer-profit-report.txt".

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
           MOVE "CUSTOMER-PROFIT"     TO OPS-PROGRAM-ID
           ACCEPT OPS-RUN-DATE FROM DATE YYYYMMDD
           MOVE REPORTED-COUNT        TO OPS-RECORDS-PROCESSED
           MOVE NEGATIVE-YTD-COUNT    TO OPS-REJECTS
           COMPUTE TOTAL-CONTRIBUTION-ABS =
               FUNCTION ABS(TOT-CONTRIBUTION(2))
           MOVE TOTAL-CONTRIBUTION-ABS TO OPS-TOTAL-AMOUNT
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
                   " - ACCOUNTS RECEIVABLE"
                   DELIMITED BY SIZE INTO COMPANY-NAME
           END-IF.

       END PROGRAM CUSTOMER-PROFITABILITY.
