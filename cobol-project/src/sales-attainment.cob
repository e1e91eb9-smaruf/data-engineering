       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALES-ATTAINMENT.
       AUTHOR. MUHAMMAD SHAMSUL MARUF.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * MONTHLY SALES QUOTA ATTAINMENT REPORT                         *
      * Measures each salesperson's netted sales against the monthly  *
      * quotas sales management sets by salesperson and category in   *
      * sales-quotas.txt. Actuals come from the month-to-date and     *
      * year-to-date buckets REPORT-GENERATOR posts into              *
      * salesperson-history.dat, the same buckets COMMISSION-REGISTER *
      * pays from; the year-to-date quota is the sum of the year's    *
      * monthly quotas through the report month.                      *
      *                                                               *
      * Salespeople print grouped by the territory they own on the    *
      * salesperson master (territory names from territories.txt),    *
      * ranked within the territory on the month's percentage of      *
      * quota attained - equal percentages rank on the larger sale    *
      * total. A salesperson with no quota for the month is shown     *
      * unranked after the ranked ones, percentage N/Q.               *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALESPERSON-HISTORY-FILE
               ASSIGN TO "../data/output/salesperson-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPH-KEY
               FILE STATUS IS SPHIST-FILE-STATUS.

           SELECT SALESPERSON-MASTER-FILE
               ASSIGN TO "../data/input/salesperson-master.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALESPERSON-FILE-STATUS.

           SELECT TERRITORY-FILE
               ASSIGN TO "../data/input/territories.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERRITORY-FILE-STATUS.

           SELECT SALES-QUOTA-FILE
               ASSIGN TO "../data/input/sales-quotas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUOTA-FILE-STATUS.

           SELECT ATTAINMENT-REPORT-FILE
               ASSIGN TO "../data/output/sales-attainment-report.txt"
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
       FD  SALESPERSON-HISTORY-FILE.
       01  SALESPERSON-HISTORY-RECORD.
           COPY "sperhist.cpy".

       FD  SALESPERSON-MASTER-FILE.
       01  SALESPERSON-MASTER-RECORD.
           COPY "spmast.cpy".

       FD  TERRITORY-FILE.
       01  TERRITORY-RECORD.
           05  TER-CODE            PIC X(4).
           05  FILLER              PIC X(1).
           05  TER-NAME            PIC X(25).

      * One quota per salesperson, category and month (YYYYMM); the
      * category must read exactly as the sales feed carries it.
       FD  SALES-QUOTA-FILE.
       01  SALES-QUOTA-RECORD.
           05  QTA-SALESPERSON     PIC X(4).
           05  FILLER              PIC X(1).
           05  QTA-CATEGORY        PIC X(15).
           05  FILLER              PIC X(1).
           05  QTA-PERIOD          PIC 9(6).
           05  QTA-PERIOD-PARTS REDEFINES QTA-PERIOD.
               10  QTA-YEAR        PIC 9(4).
               10  QTA-MONTH       PIC 9(2).
           05  FILLER              PIC X(1).
           05  QTA-AMOUNT          PIC 9(8)V99.

       FD  ATTAINMENT-REPORT-FILE.
       01  REPORT-LINE             PIC X(132).

       FD  OPS-STATS-FILE.
       01  OPS-STAT-RECORD.
           COPY "opstat.cpy".

       FD  COMPANY-PROFILE-FILE.
       01  COMPANY-PROFILE-RECORD.
           COPY "comprof.cpy".

       WORKING-STORAGE SECTION.
       01  SPHIST-FILE-STATUS      PIC XX.
       01  SALESPERSON-FILE-STATUS PIC XX.
       01  TERRITORY-FILE-STATUS   PIC XX.
       01  QUOTA-FILE-STATUS       PIC XX.
       01  REPORT-FILE-STATUS      PIC XX.
       01  OPS-STATS-FILE-STATUS   PIC XX.
       01  PROFILE-FILE-STATUS     PIC XX.

       01  COMPANY-NAME            PIC X(50) VALUE
           "ABC CORPORATION - SALES DEPARTMENT".

       01  TODAY-YYYYMMDD          PIC 9(8).
       01  CURRENT-DATE-FIELDS REDEFINES TODAY-YYYYMMDD.
           05  CURR-YEAR           PIC 9(4).
           05  CURR-MONTH          PIC 9(2).
           05  CURR-DAY            PIC 9(2).
       01  FORMATTED-DATE          PIC X(10).

      * The report covers the month in progress, like the commission
      * register: the month bucket has the day zeroed, the year
      * bucket the month and day.
       01  MONTH-PERIOD            PIC 9(8).
       01  YEAR-PERIOD             PIC 9(8).
       01  REPORT-PERIOD-YYYYMM    PIC 9(6).

       01  END-OF-HISTORY          PIC X VALUE 'N'.
           88  NO-MORE-HISTORY     VALUE 'Y'.
       01  END-OF-SALESPERSONS     PIC X VALUE 'N'.
           88  NO-MORE-SALESPERSONS VALUE 'Y'.
       01  END-OF-TERRITORIES      PIC X VALUE 'N'.
           88  NO-MORE-TERRITORIES VALUE 'Y'.
       01  END-OF-QUOTAS           PIC X VALUE 'N'.
           88  NO-MORE-QUOTAS      VALUE 'Y'.

      * Territories from the territory file, plus any code found on
      * the salesperson master that the file does not carry (blank
      * for salespeople who own no territory).
       01  TERRITORY-TABLE.
           05  TERRITORY-ENTRY OCCURS 50 TIMES.
               10  TRT-CODE        PIC X(4).
               10  TRT-NAME        PIC X(25).
               10  TRT-MEMBER-COUNT PIC 9(3).
               10  TRT-MONTH-ACTUAL PIC S9(10)V99 COMP-3.
               10  TRT-MONTH-QUOTA PIC 9(10)V99 COMP-3.
               10  TRT-YTD-ACTUAL  PIC S9(10)V99 COMP-3.
               10  TRT-YTD-QUOTA   PIC 9(10)V99 COMP-3.
       01  TERRITORY-COUNT         PIC 9(2) VALUE 0.
       01  TRT-IDX                 PIC 9(2).
       01  TRT-FOUND-IDX           PIC 9(2).

       01  SALESPERSON-TABLE.
           05  SALESPERSON-ENTRY OCCURS 100 TIMES.
               10  SAT-CODE        PIC X(4).
               10  SAT-NAME        PIC X(25).
               10  SAT-TERRITORY   PIC X(4).
               10  SAT-MONTH-ACTUAL PIC S9(10)V99 COMP-3.
               10  SAT-MONTH-QUOTA PIC 9(10)V99 COMP-3.
               10  SAT-YTD-ACTUAL  PIC S9(10)V99 COMP-3.
               10  SAT-YTD-QUOTA   PIC 9(10)V99 COMP-3.
               10  SAT-MONTH-PCT   PIC S9(4)V9 COMP-3.
               10  SAT-RANK        PIC 9(3).
               10  SAT-ACTIVITY-FLAG PIC X(1).
                   88  SAT-HAS-ACTIVITY VALUE 'Y'.
       01  SALESPERSON-COUNT       PIC 9(3) VALUE 0.
       01  SAT-IDX                 PIC 9(3).
       01  SAT-OTHER-IDX           PIC 9(3).
       01  SAT-FOUND-IDX           PIC 9(3).

      * Actual and quota by salesperson and category, collected from
      * the quota file and the history buckets before anything
      * prints, since the ranking needs every total first.
       01  CATEGORY-TABLE.
           05  CATEGORY-ENTRY OCCURS 1000 TIMES.
               10  SCT-SALESPERSON PIC X(4).
               10  SCT-CATEGORY    PIC X(15).
               10  SCT-MONTH-ACTUAL PIC S9(10)V99 COMP-3.
               10  SCT-MONTH-QUOTA PIC 9(10)V99 COMP-3.
               10  SCT-YTD-ACTUAL  PIC S9(10)V99 COMP-3.
               10  SCT-YTD-QUOTA   PIC 9(10)V99 COMP-3.
       01  CATEGORY-COUNT          PIC 9(4) VALUE 0.
       01  SCT-IDX                 PIC 9(4).
       01  SCT-FOUND-IDX           PIC 9(4).

       01  KEY-SALESPERSON         PIC X(4).
       01  KEY-CATEGORY            PIC X(15).
       01  PRINT-RANK              PIC 9(3).
       01  HISTORY-ROW-COUNT       PIC 9(6) VALUE 0.
       01  QUOTA-ROW-COUNT         PIC 9(6) VALUE 0.
       01  REPORTED-COUNT          PIC 9(6) VALUE 0.

       01  FIGURES.
           05  FIG-MONTH-ACTUAL    PIC S9(10)V99 COMP-3.
           05  FIG-MONTH-QUOTA     PIC 9(10)V99 COMP-3.
           05  FIG-YTD-ACTUAL      PIC S9(10)V99 COMP-3.
           05  FIG-YTD-QUOTA       PIC 9(10)V99 COMP-3.
       01  FIG-PCT                 PIC S9(4)V9 COMP-3.

       01  TOTAL-MONTH-ACTUAL      PIC S9(11)V99 COMP-3 VALUE 0.
       01  TOTAL-MONTH-QUOTA       PIC 9(11)V99 COMP-3 VALUE 0.
       01  TOTAL-YTD-ACTUAL        PIC S9(11)V99 COMP-3 VALUE 0.
       01  TOTAL-YTD-QUOTA         PIC 9(11)V99 COMP-3 VALUE 0.
       01  TOTAL-MONTH-ACTUAL-ABS  PIC 9(11)V99.

       01  HEADER-LINE-1.
           05  FILLER              PIC X(40) VALUE SPACES.
           05  HDR-COMPANY         PIC X(50).
           05  FILLER              PIC X(42) VALUE SPACES.

       01  HEADER-LINE-2.
           05  FILLER              PIC X(30) VALUE
               "SALES QUOTA ATTAINMENT".
           05  FILLER              PIC X(8) VALUE "Period: ".
           05  HDR-PERIOD          PIC 9(6).
           05  FILLER              PIC X(6) VALUE SPACES.
           05  FILLER              PIC X(6) VALUE "Date: ".
           05  HDR-DATE            PIC X(10).
           05  FILLER              PIC X(66) VALUE SPACES.

       01  COLUMN-HEADER-1.
           05  FILLER              PIC X(50) VALUE SPACES.
           05  FILLER              PIC X(39) VALUE
               "---------------- MONTH ----------------".
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(40) VALUE
               "------------- YEAR TO DATE -------------".
           05  FILLER              PIC X(1) VALUE SPACES.

       01  COLUMN-HEADER-2.
           05  FILLER              PIC X(6) VALUE "RANK".
           05  FILLER              PIC X(27) VALUE "SALESPERSON".
           05  FILLER              PIC X(17) VALUE "CATEGORY".
           05  FILLER              PIC X(17) VALUE "        ACTUAL".
           05  FILLER              PIC X(15) VALUE "        QUOTA".
           05  FILLER              PIC X(9) VALUE "   PCT".
           05  FILLER              PIC X(17) VALUE "        ACTUAL".
           05  FILLER              PIC X(16) VALUE "         QUOTA".
           05  FILLER              PIC X(8) VALUE "   PCT".

       01  SEPARATOR-LINE          PIC X(132) VALUE ALL "-".

       01  TERRITORY-NAME-LINE.
           05  FILLER              PIC X(11) VALUE "TERRITORY: ".
           05  TNL-CODE            PIC X(4).
           05  FILLER              PIC X(3) VALUE " - ".
           05  TNL-NAME            PIC X(25).
           05  FILLER              PIC X(89) VALUE SPACES.

       01  DETAIL-LINE.
           05  DTL-RANK            PIC Z(3)9 BLANK WHEN ZERO.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DTL-CODE            PIC X(4).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  DTL-NAME            PIC X(20).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DTL-CATEGORY        PIC X(15).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DTL-MONTH-ACTUAL    PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DTL-MONTH-QUOTA     PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DTL-MONTH-PCT       PIC ZZZ9.9-.
           05  DTL-MONTH-PCT-X REDEFINES DTL-MONTH-PCT PIC X(7).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DTL-YTD-ACTUAL      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DTL-YTD-QUOTA       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DTL-YTD-PCT         PIC ZZZ9.9-.
           05  DTL-YTD-PCT-X REDEFINES DTL-YTD-PCT PIC X(7).
           05  FILLER              PIC X(1) VALUE SPACE.

       01  PROGRAM-RETURN-CODE     PIC 9(3) VALUE ZERO.
       01  WARNING-FLAG            PIC X VALUE 'N'.
           88  WARNINGS-OCCURRED   VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-COMPANY-PROFILE
           PERFORM INITIALIZE-ATTAINMENT
           PERFORM LOAD-TERRITORIES
           PERFORM LOAD-SALESPERSONS
           PERFORM LOAD-SALES-QUOTAS
           PERFORM SCAN-SALESPERSON-HISTORY
           PERFORM ROLL-UP-SALESPERSONS
           PERFORM RANK-SALESPERSONS
           PERFORM PRINT-ATTAINMENT-HEADER
           PERFORM PRINT-ONE-TERRITORY
               VARYING TRT-IDX FROM 1 BY 1
               UNTIL TRT-IDX > TERRITORY-COUNT
           PERFORM PRINT-ATTAINMENT-FOOTER
           PERFORM FINALIZE-ATTAINMENT
           PERFORM DETERMINE-RETURN-CODE
           PERFORM WRITE-OPS-STATS
           MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       INITIALIZE-ATTAINMENT.
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

           OPEN OUTPUT ATTAINMENT-REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open sales-attainment-report.txt"
               DISPLAY "File Status: " REPORT-FILE-STATUS
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT SALESPERSON-HISTORY-FILE
           IF SPHIST-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open salesperson history"
               DISPLAY "File Status: " SPHIST-FILE-STATUS
               CLOSE ATTAINMENT-REPORT-FILE
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-TERRITORIES.
           OPEN INPUT TERRITORY-FILE
           IF TERRITORY-FILE-STATUS NOT = "00"
               DISPLAY "NOTE: no territories.txt supplied - "
                   "territories print by code only"
           ELSE
               PERFORM LOAD-NEXT-TERRITORY UNTIL NO-MORE-TERRITORIES
               CLOSE TERRITORY-FILE
           END-IF.

       LOAD-NEXT-TERRITORY.
           READ TERRITORY-FILE
               AT END
                   SET NO-MORE-TERRITORIES TO TRUE
               NOT AT END
                   IF TERRITORY-COUNT < 50 AND TER-CODE NOT = SPACES
                       ADD 1 TO TERRITORY-COUNT
                       INITIALIZE TERRITORY-ENTRY(TERRITORY-COUNT)
                       MOVE TER-CODE TO TRT-CODE(TERRITORY-COUNT)
                       MOVE TER-NAME TO TRT-NAME(TERRITORY-COUNT)
                   ELSE
                       DISPLAY "WARNING: territory row skipped: "
                           TERRITORY-RECORD
                       SET WARNINGS-OCCURRED TO TRUE
                   END-IF
           END-READ.

       LOAD-SALESPERSONS.
           OPEN INPUT SALESPERSON-MASTER-FILE
           IF SALESPERSON-FILE-STATUS NOT = "00"
               DISPLAY "NOTE: no salesperson-master.txt supplied - "
                   "all salespeople print unassigned"
           ELSE
               PERFORM LOAD-NEXT-SALESPERSON
                   UNTIL NO-MORE-SALESPERSONS
               CLOSE SALESPERSON-MASTER-FILE
           END-IF.

       LOAD-NEXT-SALESPERSON.
           READ SALESPERSON-MASTER-FILE
               AT END
                   SET NO-MORE-SALESPERSONS TO TRUE
               NOT AT END
                   IF SPM-CODE NOT = SPACES
                       MOVE SPM-CODE TO KEY-SALESPERSON
                       PERFORM FIND-OR-ADD-SALESPERSON
                       IF SAT-FOUND-IDX > 0
                           MOVE SPM-NAME TO SAT-NAME(SAT-FOUND-IDX)
                           MOVE SPM-TERRITORY
                               TO SAT-TERRITORY(SAT-FOUND-IDX)
                       END-IF
                   END-IF
           END-READ.

       LOAD-SALES-QUOTAS.
           OPEN INPUT SALES-QUOTA-FILE
           IF QUOTA-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: no sales-quotas.txt supplied - "
                   "actuals print without quotas"
               SET WARNINGS-OCCURRED TO TRUE
           ELSE
               PERFORM LOAD-NEXT-QUOTA UNTIL NO-MORE-QUOTAS
               CLOSE SALES-QUOTA-FILE
           END-IF.

      * Only this year's quotas through the report month count: the
      * month's own quota, and the running year-to-date quota.
       LOAD-NEXT-QUOTA.
           READ SALES-QUOTA-FILE
               AT END
                   SET NO-MORE-QUOTAS TO TRUE
               NOT AT END
                   IF QTA-SALESPERSON = SPACES
                       OR QTA-PERIOD NOT NUMERIC
                       OR QTA-AMOUNT NOT NUMERIC
                       OR QTA-MONTH < 1 OR QTA-MONTH > 12
                       DISPLAY "WARNING: sales quota row skipped: "
                           SALES-QUOTA-RECORD
                       SET WARNINGS-OCCURRED TO TRUE
                   ELSE
                       IF QTA-YEAR = CURR-YEAR
                           AND QTA-MONTH NOT > CURR-MONTH
                           PERFORM APPLY-ONE-QUOTA
                       END-IF
                   END-IF
           END-READ.

       APPLY-ONE-QUOTA.
           MOVE QTA-SALESPERSON TO KEY-SALESPERSON
           MOVE QTA-CATEGORY TO KEY-CATEGORY
           PERFORM FIND-OR-ADD-SALESPERSON
           PERFORM FIND-OR-ADD-CATEGORY-ROW
           IF SCT-FOUND-IDX > 0
               ADD 1 TO QUOTA-ROW-COUNT
               ADD QTA-AMOUNT TO SCT-YTD-QUOTA(SCT-FOUND-IDX)
               IF QTA-PERIOD = REPORT-PERIOD-YYYYMM
                   ADD QTA-AMOUNT TO SCT-MONTH-QUOTA(SCT-FOUND-IDX)
               END-IF
           END-IF.

       SCAN-SALESPERSON-HISTORY.
           MOVE LOW-VALUES TO SPH-KEY
           START SALESPERSON-HISTORY-FILE KEY IS >= SPH-KEY
               INVALID KEY
                   SET NO-MORE-HISTORY TO TRUE
           END-START
           PERFORM READ-NEXT-HISTORY-ROW UNTIL NO-MORE-HISTORY
           IF HISTORY-ROW-COUNT = 0
               DISPLAY "WARNING: no salesperson history for period "
                   REPORT-PERIOD-YYYYMM
               SET WARNINGS-OCCURRED TO TRUE
           END-IF.

       READ-NEXT-HISTORY-ROW.
           READ SALESPERSON-HISTORY-FILE NEXT RECORD
               AT END
                   SET NO-MORE-HISTORY TO TRUE
               NOT AT END
                   IF SPH-PERIOD = MONTH-PERIOD
                       OR SPH-PERIOD = YEAR-PERIOD
                       PERFORM COLLECT-ONE-HISTORY-ROW
                   END-IF
           END-READ.

       COLLECT-ONE-HISTORY-ROW.
           MOVE SPH-SALESPERSON TO KEY-SALESPERSON
           MOVE SPH-CATEGORY TO KEY-CATEGORY
           PERFORM FIND-OR-ADD-SALESPERSON
           PERFORM FIND-OR-ADD-CATEGORY-ROW
           IF SCT-FOUND-IDX > 0
               IF SPH-PERIOD = MONTH-PERIOD
                   ADD 1 TO HISTORY-ROW-COUNT
                   ADD SPH-AMOUNT TO SCT-MONTH-ACTUAL(SCT-FOUND-IDX)
               ELSE
                   ADD SPH-AMOUNT TO SCT-YTD-ACTUAL(SCT-FOUND-IDX)
               END-IF
           END-IF.

      * A salesperson met on the quota file or the history but not on
      * the master is still reported, unassigned, so no quota or sale
      * drops out of the totals.
       FIND-OR-ADD-SALESPERSON.
           MOVE ZERO TO SAT-FOUND-IDX
           PERFORM MATCH-SALESPERSON
               VARYING SAT-IDX FROM 1 BY 1
               UNTIL SAT-IDX > SALESPERSON-COUNT
                  OR SAT-FOUND-IDX > 0
           IF SAT-FOUND-IDX = 0
               IF SALESPERSON-COUNT < 100
                   ADD 1 TO SALESPERSON-COUNT
                   MOVE SALESPERSON-COUNT TO SAT-FOUND-IDX
                   INITIALIZE SALESPERSON-ENTRY(SAT-FOUND-IDX)
                   MOVE KEY-SALESPERSON TO SAT-CODE(SAT-FOUND-IDX)
                   MOVE "(NOT ON MASTER)" TO SAT-NAME(SAT-FOUND-IDX)
               ELSE
                   DISPLAY "WARNING: salesperson table full - "
                       KEY-SALESPERSON " not reported"
                   SET WARNINGS-OCCURRED TO TRUE
               END-IF
           END-IF.

       MATCH-SALESPERSON.
           IF SAT-CODE(SAT-IDX) = KEY-SALESPERSON
               MOVE SAT-IDX TO SAT-FOUND-IDX
           END-IF.

       FIND-OR-ADD-CATEGORY-ROW.
           MOVE ZERO TO SCT-FOUND-IDX
           PERFORM MATCH-CATEGORY-ROW
               VARYING SCT-IDX FROM 1 BY 1
               UNTIL SCT-IDX > CATEGORY-COUNT
                  OR SCT-FOUND-IDX > 0
           IF SCT-FOUND-IDX = 0
               IF CATEGORY-COUNT < 1000
                   ADD 1 TO CATEGORY-COUNT
                   MOVE CATEGORY-COUNT TO SCT-FOUND-IDX
                   INITIALIZE CATEGORY-ENTRY(SCT-FOUND-IDX)
                   MOVE KEY-SALESPERSON
                       TO SCT-SALESPERSON(SCT-FOUND-IDX)
                   MOVE KEY-CATEGORY TO SCT-CATEGORY(SCT-FOUND-IDX)
               ELSE
                   DISPLAY "WARNING: category table full - "
                       KEY-SALESPERSON " " KEY-CATEGORY
                       " not reported"
                   SET WARNINGS-OCCURRED TO TRUE
               END-IF
           END-IF.

       MATCH-CATEGORY-ROW.
           IF SCT-SALESPERSON(SCT-IDX) = KEY-SALESPERSON
               AND SCT-CATEGORY(SCT-IDX) = KEY-CATEGORY
               MOVE SCT-IDX TO SCT-FOUND-IDX
           END-IF.

      * Category rows roll up to the salesperson, salespeople to their
      * territory. Salespeople with neither a sale nor a quota this
      * year are left off the report.
       ROLL-UP-SALESPERSONS.
           PERFORM ROLL-UP-ONE-CATEGORY-ROW
               VARYING SCT-IDX FROM 1 BY 1
               UNTIL SCT-IDX > CATEGORY-COUNT
           PERFORM ROLL-UP-ONE-SALESPERSON
               VARYING SAT-IDX FROM 1 BY 1
               UNTIL SAT-IDX > SALESPERSON-COUNT.

       ROLL-UP-ONE-CATEGORY-ROW.
           MOVE SCT-SALESPERSON(SCT-IDX) TO KEY-SALESPERSON
           PERFORM FIND-OR-ADD-SALESPERSON
           IF SAT-FOUND-IDX > 0
               ADD SCT-MONTH-ACTUAL(SCT-IDX)
                   TO SAT-MONTH-ACTUAL(SAT-FOUND-IDX)
               ADD SCT-MONTH-QUOTA(SCT-IDX)
                   TO SAT-MONTH-QUOTA(SAT-FOUND-IDX)
               ADD SCT-YTD-ACTUAL(SCT-IDX)
                   TO SAT-YTD-ACTUAL(SAT-FOUND-IDX)
               ADD SCT-YTD-QUOTA(SCT-IDX)
                   TO SAT-YTD-QUOTA(SAT-FOUND-IDX)
               MOVE 'Y' TO SAT-ACTIVITY-FLAG(SAT-FOUND-IDX)
           END-IF.

       ROLL-UP-ONE-SALESPERSON.
           IF SAT-HAS-ACTIVITY(SAT-IDX)
               ADD 1 TO REPORTED-COUNT
               IF SAT-MONTH-QUOTA(SAT-IDX) > 0
                   COMPUTE SAT-MONTH-PCT(SAT-IDX) ROUNDED =
                       SAT-MONTH-ACTUAL(SAT-IDX) * 100
                       / SAT-MONTH-QUOTA(SAT-IDX)
                       ON SIZE ERROR
                           MOVE 9999.9 TO SAT-MONTH-PCT(SAT-IDX)
                   END-COMPUTE
               END-IF
               PERFORM FIND-OR-ADD-TERRITORY
               IF TRT-FOUND-IDX > 0
                   ADD 1 TO TRT-MEMBER-COUNT(TRT-FOUND-IDX)
                   ADD SAT-MONTH-ACTUAL(SAT-IDX)
                       TO TRT-MONTH-ACTUAL(TRT-FOUND-IDX)
                   ADD SAT-MONTH-QUOTA(SAT-IDX)
                       TO TRT-MONTH-QUOTA(TRT-FOUND-IDX)
                   ADD SAT-YTD-ACTUAL(SAT-IDX)
                       TO TRT-YTD-ACTUAL(TRT-FOUND-IDX)
                   ADD SAT-YTD-QUOTA(SAT-IDX)
                       TO TRT-YTD-QUOTA(TRT-FOUND-IDX)
               END-IF
               ADD SAT-MONTH-ACTUAL(SAT-IDX) TO TOTAL-MONTH-ACTUAL
               ADD SAT-MONTH-QUOTA(SAT-IDX) TO TOTAL-MONTH-QUOTA
               ADD SAT-YTD-ACTUAL(SAT-IDX) TO TOTAL-YTD-ACTUAL
               ADD SAT-YTD-QUOTA(SAT-IDX) TO TOTAL-YTD-QUOTA
           END-IF.

       FIND-OR-ADD-TERRITORY.
           MOVE ZERO TO TRT-FOUND-IDX
           PERFORM MATCH-TERRITORY
               VARYING TRT-IDX FROM 1 BY 1
               UNTIL TRT-IDX > TERRITORY-COUNT
                  OR TRT-FOUND-IDX > 0
           IF TRT-FOUND-IDX = 0
               IF TERRITORY-COUNT < 50
                   ADD 1 TO TERRITORY-COUNT
                   MOVE TERRITORY-COUNT TO TRT-FOUND-IDX
                   INITIALIZE TERRITORY-ENTRY(TRT-FOUND-IDX)
                   MOVE SAT-TERRITORY(SAT-IDX)
                       TO TRT-CODE(TRT-FOUND-IDX)
                   IF SAT-TERRITORY(SAT-IDX) = SPACES
                       MOVE "(UNASSIGNED)" TO TRT-NAME(TRT-FOUND-IDX)
                   ELSE
                       MOVE "(NOT ON TERRITORY FILE)"
                           TO TRT-NAME(TRT-FOUND-IDX)
                   END-IF
               ELSE
                   DISPLAY "WARNING: territory table full - "
                       SAT-CODE(SAT-IDX) " not reported"
                   SET WARNINGS-OCCURRED TO TRUE
               END-IF
           END-IF.

       MATCH-TERRITORY.
           IF TRT-CODE(TRT-IDX) = SAT-TERRITORY(SAT-IDX)
               MOVE TRT-IDX TO TRT-FOUND-IDX
           END-IF.

      * Rank is one more than the number of salespeople in the same
      * territory who did better; no month quota means no rank.
       RANK-SALESPERSONS.
           PERFORM RANK-ONE-SALESPERSON
               VARYING SAT-IDX FROM 1 BY 1
               UNTIL SAT-IDX > SALESPERSON-COUNT.

       RANK-ONE-SALESPERSON.
           MOVE ZERO TO SAT-RANK(SAT-IDX)
           IF SAT-HAS-ACTIVITY(SAT-IDX)
               AND SAT-MONTH-QUOTA(SAT-IDX) > 0
               MOVE 1 TO SAT-RANK(SAT-IDX)
               PERFORM COMPARE-WITH-OTHER
                   VARYING SAT-OTHER-IDX FROM 1 BY 1
                   UNTIL SAT-OTHER-IDX > SALESPERSON-COUNT
           END-IF.

       COMPARE-WITH-OTHER.
           IF SAT-OTHER-IDX NOT = SAT-IDX
               AND SAT-HAS-ACTIVITY(SAT-OTHER-IDX)
               AND SAT-MONTH-QUOTA(SAT-OTHER-IDX) > 0
               AND SAT-TERRITORY(SAT-OTHER-IDX) = SAT-TERRITORY(SAT-IDX)
               IF SAT-MONTH-PCT(SAT-OTHER-IDX) > SAT-MONTH-PCT(SAT-IDX)
                   OR (SAT-MONTH-PCT(SAT-OTHER-IDX)
                           = SAT-MONTH-PCT(SAT-IDX)
                       AND SAT-MONTH-ACTUAL(SAT-OTHER-IDX)
                           > SAT-MONTH-ACTUAL(SAT-IDX))
                   ADD 1 TO SAT-RANK(SAT-IDX)
               END-IF
           END-IF.

       PRINT-ATTAINMENT-HEADER.
           MOVE COMPANY-NAME TO HDR-COMPANY
           WRITE REPORT-LINE FROM HEADER-LINE-1
           MOVE REPORT-PERIOD-YYYYMM TO HDR-PERIOD
           MOVE FORMATTED-DATE TO HDR-DATE
           WRITE REPORT-LINE FROM HEADER-LINE-2
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM COLUMN-HEADER-1
           WRITE REPORT-LINE FROM COLUMN-HEADER-2
           WRITE REPORT-LINE FROM SEPARATOR-LINE.

      * Ranked salespeople print in rank order (equal ranks together),
      * then the unranked ones, then the territory total.
       PRINT-ONE-TERRITORY.
           IF TRT-MEMBER-COUNT(TRT-IDX) > 0
               MOVE TRT-CODE(TRT-IDX) TO TNL-CODE
               MOVE TRT-NAME(TRT-IDX) TO TNL-NAME
               WRITE REPORT-LINE FROM SPACES
               WRITE REPORT-LINE FROM TERRITORY-NAME-LINE
               PERFORM PRINT-RANK-GROUP
                   VARYING PRINT-RANK FROM 1 BY 1
                   UNTIL PRINT-RANK > TRT-MEMBER-COUNT(TRT-IDX)
               MOVE ZERO TO PRINT-RANK
               PERFORM PRINT-RANK-GROUP
               MOVE SPACES TO DETAIL-LINE
               MOVE ZERO TO DTL-RANK
               MOVE TRT-CODE(TRT-IDX) TO DTL-CODE
               MOVE "TERRITORY TOTAL" TO DTL-NAME
               MOVE TRT-MONTH-ACTUAL(TRT-IDX) TO FIG-MONTH-ACTUAL
               MOVE TRT-MONTH-QUOTA(TRT-IDX) TO FIG-MONTH-QUOTA
               MOVE TRT-YTD-ACTUAL(TRT-IDX) TO FIG-YTD-ACTUAL
               MOVE TRT-YTD-QUOTA(TRT-IDX) TO FIG-YTD-QUOTA
               PERFORM FILL-DETAIL-FIGURES
               WRITE REPORT-LINE FROM DETAIL-LINE
           END-IF.

       PRINT-RANK-GROUP.
           PERFORM PRINT-IF-RANK-MATCHES
               VARYING SAT-IDX FROM 1 BY 1
               UNTIL SAT-IDX > SALESPERSON-COUNT.

       PRINT-IF-RANK-MATCHES.
           IF SAT-HAS-ACTIVITY(SAT-IDX)
               AND SAT-TERRITORY(SAT-IDX) = TRT-CODE(TRT-IDX)
               AND SAT-RANK(SAT-IDX) = PRINT-RANK
               PERFORM PRINT-ONE-SALESPERSON
           END-IF.

       PRINT-ONE-SALESPERSON.
           MOVE SPACES TO DETAIL-LINE
           MOVE SAT-RANK(SAT-IDX) TO DTL-RANK
           MOVE SAT-CODE(SAT-IDX) TO DTL-CODE
           MOVE SAT-NAME(SAT-IDX) TO DTL-NAME
           MOVE "ALL CATEGORIES" TO DTL-CATEGORY
           MOVE SAT-MONTH-ACTUAL(SAT-IDX) TO FIG-MONTH-ACTUAL
           MOVE SAT-MONTH-QUOTA(SAT-IDX) TO FIG-MONTH-QUOTA
           MOVE SAT-YTD-ACTUAL(SAT-IDX) TO FIG-YTD-ACTUAL
           MOVE SAT-YTD-QUOTA(SAT-IDX) TO FIG-YTD-QUOTA
           PERFORM FILL-DETAIL-FIGURES
           WRITE REPORT-LINE FROM DETAIL-LINE
           PERFORM PRINT-CATEGORY-IF-MINE
               VARYING SCT-IDX FROM 1 BY 1
               UNTIL SCT-IDX > CATEGORY-COUNT.

       PRINT-CATEGORY-IF-MINE.
           IF SCT-SALESPERSON(SCT-IDX) = SAT-CODE(SAT-IDX)
               MOVE SPACES TO DETAIL-LINE
               MOVE ZERO TO DTL-RANK
               MOVE SCT-CATEGORY(SCT-IDX) TO DTL-CATEGORY
               MOVE SCT-MONTH-ACTUAL(SCT-IDX) TO FIG-MONTH-ACTUAL
               MOVE SCT-MONTH-QUOTA(SCT-IDX) TO FIG-MONTH-QUOTA
               MOVE SCT-YTD-ACTUAL(SCT-IDX) TO FIG-YTD-ACTUAL
               MOVE SCT-YTD-QUOTA(SCT-IDX) TO FIG-YTD-QUOTA
               PERFORM FILL-DETAIL-FIGURES
               WRITE REPORT-LINE FROM DETAIL-LINE
           END-IF.

       FILL-DETAIL-FIGURES.
           MOVE FIG-MONTH-ACTUAL TO DTL-MONTH-ACTUAL
           MOVE FIG-MONTH-QUOTA TO DTL-MONTH-QUOTA
           IF FIG-MONTH-QUOTA > 0
               COMPUTE FIG-PCT ROUNDED =
                   FIG-MONTH-ACTUAL * 100 / FIG-MONTH-QUOTA
                   ON SIZE ERROR
                       MOVE 9999.9 TO FIG-PCT
               END-COMPUTE
               MOVE FIG-PCT TO DTL-MONTH-PCT
           ELSE
               MOVE "    N/Q" TO DTL-MONTH-PCT-X
           END-IF
           MOVE FIG-YTD-ACTUAL TO DTL-YTD-ACTUAL
           MOVE FIG-YTD-QUOTA TO DTL-YTD-QUOTA
           IF FIG-YTD-QUOTA > 0
               COMPUTE FIG-PCT ROUNDED =
                   FIG-YTD-ACTUAL * 100 / FIG-YTD-QUOTA
                   ON SIZE ERROR
                       MOVE 9999.9 TO FIG-PCT
               END-COMPUTE
               MOVE FIG-PCT TO DTL-YTD-PCT
           ELSE
               MOVE "    N/Q" TO DTL-YTD-PCT-X
           END-IF.

       PRINT-ATTAINMENT-FOOTER.
           WRITE REPORT-LINE FROM SEPARATOR-LINE
           MOVE SPACES TO DETAIL-LINE
           MOVE ZERO TO DTL-RANK
           MOVE "COMPANY TOTAL" TO DTL-NAME
           MOVE TOTAL-MONTH-ACTUAL TO FIG-MONTH-ACTUAL
           MOVE TOTAL-MONTH-QUOTA TO FIG-MONTH-QUOTA
           MOVE TOTAL-YTD-ACTUAL TO FIG-YTD-ACTUAL
           MOVE TOTAL-YTD-QUOTA TO FIG-YTD-QUOTA
           PERFORM FILL-DETAIL-FIGURES
           WRITE REPORT-LINE FROM DETAIL-LINE
           WRITE REPORT-LINE FROM SPACES.

       FINALIZE-ATTAINMENT.
           CLOSE SALESPERSON-HISTORY-FILE
           CLOSE ATTAINMENT-REPORT-FILE
           DISPLAY "Sales attainment complete for period "
               REPORT-PERIOD-YYYYMM ": " REPORTED-COUNT
               " salespeople, " QUOTA-ROW-COUNT " quota rows"
           DISPLAY "Report saved to: "
               "../data/output/sales-attainment-report.txt".

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
           MOVE "SALES-ATTAINMENT" TO OPS-PROGRAM-ID
           ACCEPT OPS-RUN-DATE FROM DATE YYYYMMDD
           MOVE REPORTED-COUNT        TO OPS-RECORDS-PROCESSED
           MOVE ZERO                  TO OPS-REJECTS
           COMPUTE TOTAL-MONTH-ACTUAL-ABS =
               FUNCTION ABS(TOTAL-MONTH-ACTUAL)
           MOVE TOTAL-MONTH-ACTUAL-ABS TO OPS-TOTAL-AMOUNT
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
                   " - SALES DEPARTMENT"
                   DELIMITED BY SIZE INTO COMPANY-NAME
           END-IF.

       END PROGRAM SALES-ATTAINMENT.
