      *****************************************************************
      * YEAR-END EARNINGS SUMMARY                                     *
      * Prints each employee's year from payroll-ytd.dat - gross      *
      * paid, tax withheld, flat deductions, net and the employer     *
      * taxes paid on top - with company totals, as the earnings      *
      * statement the register run's year-to-date buckets exist to    *
      * produce. The year comes from payroll-year-control.txt when    *
      * supplied, otherwise the current calendar year reports.        *
      * Once the year reported is closed, each leave balance on       *
      * leave-balances.dat is held to the carryover cap of its        *
      * service tier in leave-accrual-rules.txt; the hours above the  *
      * cap are forfeited and listed in a carryover section.          *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROFILE-FILE-STATUS.

           SELECT LEAVE-FILE
               ASSIGN TO "../data/output/leave-balances.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-KEY
               FILE STATUS IS LEAVE-FILE-STATUS.

           SELECT LEAVE-RULE-FILE
               ASSIGN TO "../data/input/leave-accrual-rules.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEAVE-RULE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-YTD-FILE.
       01  COMPANY-PROFILE-RECORD.
           COPY "comprof.cpy".

       FD  LEAVE-FILE.
       01  LEAVE-RECORD.
           COPY "leavbal.cpy".

       FD  LEAVE-RULE-FILE.
       01  LEAVE-RULE-RECORD.
           COPY "lvrule.cpy".

       WORKING-STORAGE SECTION.
       01  YTD-FILE-STATUS         PIC XX.
       01  CONTROL-FILE-STATUS     PIC XX.
       01  TAX-GRAND-TOTAL         PIC 9(12)V99 VALUE ZERO.
       01  DED-GRAND-TOTAL         PIC 9(12)V99 VALUE ZERO.
       01  NET-GRAND-TOTAL         PIC 9(12)V99 VALUE ZERO.
       01  ER-TAX-GRAND-TOTAL      PIC 9(12)V99 VALUE ZERO.

       01  HEADER-LINE-1.
           05  FILLER              PIC X(40) VALUE SPACES.

       01  COLUMN-HEADER-1         PIC X(132) VALUE
           "EMP ID | NAME                           | GROSS PAID    |
      -    " TAX WITHHELD  | DEDUCTIONS    | NET PAID       | EMPLOYER T
      -    "AX".

       01  SEPARATOR-LINE          PIC X(132) VALUE ALL "-".

           05  DTL-DEDUCTIONS      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(3) VALUE " | ".
           05  DTL-NET             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(3) VALUE " | ".
           05  DTL-ER-TAX          PIC ZZZ,ZZZ,ZZ9.99.

       01  FOOTER-LINE.
           05  FILLER              PIC X(10) VALUE "TOTALS".
           05  FTR-DEDUCTIONS      PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  FTR-NET             PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  FTR-ER-TAX          PIC Z,ZZZ,ZZZ,ZZ9.99.

      * Leave carryover. The cap is the one for the tier reached by
      * the last day of the year reported; a rule row with no cap
      * keyed carries everything. Movements already made in the new
      * year are backed out to get the balance the year closed on.
       01  LEAVE-FILE-STATUS       PIC XX.
       01  LEAVE-RULE-FILE-STATUS  PIC XX.
       01  LEAVE-RULE-TABLE.
           05  LR-ENTRY OCCURS 50 TIMES.
               10  LR-TYPE         PIC X(4).
               10  LR-MIN-MONTHS   PIC 9(3).
               10  LR-CARRYOVER-CAP PIC 9(4)V99.
       01  LEAVE-RULE-COUNT        PIC 9(2) VALUE 0.
       01  LR-SCAN-IDX             PIC 9(2).
       01  LR-TIER-IDX             PIC 9(2).
       01  END-OF-LEAVE-RULES      PIC X VALUE 'N'.
           88  NO-MORE-LEAVE-RULES VALUE 'Y'.
       01  END-OF-LEAVE            PIC X VALUE 'N'.
           88  NO-MORE-LEAVE       VALUE 'Y'.
       01  SERVICE-DATE            PIC 9(8).
       01  SERVICE-DATE-FIELDS REDEFINES SERVICE-DATE.
           05  SVC-YEAR            PIC 9(4).
           05  SVC-MONTH           PIC 9(2).
           05  SVC-DAY             PIC 9(2).
       01  SERVICE-MONTHS          PIC S9(5).
       01  YEAR-CLOSE-BALANCE      PIC S9(6)V99.
       01  FORFEIT-HOURS           PIC S9(6)V99.
       01  CARRYOVER-COUNT         PIC 9(6) VALUE ZERO.
       01  FORFEIT-GRAND-TOTAL     PIC 9(9)V99 VALUE ZERO.

       01  CARRYOVER-TITLE-LINE.
           05  FILLER              PIC X(30) VALUE
               "LEAVE CARRYOVER INTO ".
           05  CTL-YEAR            PIC 9(4).

       01  CARRYOVER-HEADER-LINE   PIC X(132) VALUE
           "EMP ID | TYPE | YEAR-END BAL | CAP      | FORFEITED".

       01  CARRYOVER-DETAIL-LINE.
           05  CDL-EMP-ID          PIC 9(6).
           05  FILLER              PIC X(3) VALUE " | ".
           05  CDL-LEAVE-TYPE      PIC X(4).
           05  FILLER              PIC X(3) VALUE " | ".
           05  CDL-BALANCE         PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(5) VALUE "   | ".
           05  CDL-CAP             PIC Z,ZZ9.99.
           05  FILLER              PIC X(3) VALUE " | ".
           05  CDL-FORFEITED       PIC ZZZ,ZZ9.99.

       01  CARRYOVER-FOOTER-LINE.
           05  FILLER              PIC X(20) VALUE "BALANCES CAPPED: ".
           05  CFL-COUNT           PIC ZZ,ZZ9.
           05  FILLER              PIC X(22) VALUE
               "   HOURS FORFEITED: ".
           05  CFL-FORFEITED       PIC ZZZ,ZZZ,ZZ9.99.

       01  PROGRAM-RETURN-CODE     PIC 9(3) VALUE ZERO.
       01  WARNING-FLAG            PIC X VALUE 'N'.
           PERFORM PRINT-SUMMARY-HEADER
           PERFORM SCAN-YTD-FILE
           PERFORM PRINT-SUMMARY-FOOTER
           PERFORM APPLY-LEAVE-CARRYOVER
           PERFORM FINALIZE-SUMMARY
           PERFORM DETERMINE-RETURN-CODE
           PERFORM WRITE-OPS-STATS
           ADD YTD-TAX TO TAX-GRAND-TOTAL
           ADD YTD-DEDUCTIONS TO DED-GRAND-TOTAL
           ADD YTD-NET TO NET-GRAND-TOTAL
           ADD YTD-ER-TAX-TOTAL TO ER-TAX-GRAND-TOTAL

           MOVE YTD-EMP-ID TO DTL-EMP-ID
           MOVE YTD-EMP-NAME TO DTL-NAME
           MOVE YTD-TAX TO DTL-TAX
           MOVE YTD-DEDUCTIONS TO DTL-DEDUCTIONS
           MOVE YTD-NET TO DTL-NET
           MOVE YTD-ER-TAX-TOTAL TO DTL-ER-TAX
           WRITE REPORT-LINE FROM DETAIL-LINE.

       PRINT-SUMMARY-HEADER.
           MOVE TAX-GRAND-TOTAL TO FTR-TAX
           MOVE DED-GRAND-TOTAL TO FTR-DEDUCTIONS
           MOVE NET-GRAND-TOTAL TO FTR-NET
           MOVE ER-TAX-GRAND-TOTAL TO FTR-ER-TAX
           WRITE REPORT-LINE FROM FOOTER-LINE
           WRITE REPORT-LINE FROM SPACES.

      * Run for a year still in progress, the summary is a preview
      * and the balances are left alone.
       APPLY-LEAVE-CARRYOVER.
           IF REPORT-YEAR NOT < CURR-YEAR
               DISPLAY "NOTE: " REPORT-YEAR " is still open - leave "
                   "carryover caps not applied"
           ELSE
               OPEN INPUT LEAVE-RULE-FILE
               IF LEAVE-RULE-FILE-STATUS = "00"
                   PERFORM READ-NEXT-LEAVE-RULE
                       UNTIL NO-MORE-LEAVE-RULES
                   CLOSE LEAVE-RULE-FILE
               END-IF
               OPEN I-O LEAVE-FILE
               IF LEAVE-RULE-COUNT = 0 OR LEAVE-FILE-STATUS NOT = "00"
                   DISPLAY "NOTE: no leave balances or accrual rules"
                       " - leave carryover caps not applied"
                   IF LEAVE-FILE-STATUS = "00"
                       CLOSE LEAVE-FILE
                   END-IF
               ELSE
                   PERFORM PRINT-CARRYOVER-SECTION
                   CLOSE LEAVE-FILE
               END-IF
           END-IF.

       READ-NEXT-LEAVE-RULE.
           READ LEAVE-RULE-FILE
               AT END
                   SET NO-MORE-LEAVE-RULES TO TRUE
               NOT AT END
                   IF LEAVE-RULE-COUNT < 50
                       AND LAR-LEAVE-TYPE NOT = SPACES
                       AND LAR-MIN-SERVICE-MONTHS NUMERIC
                       ADD 1 TO LEAVE-RULE-COUNT
                       MOVE LAR-LEAVE-TYPE
                           TO LR-TYPE(LEAVE-RULE-COUNT)
                       MOVE LAR-MIN-SERVICE-MONTHS
                           TO LR-MIN-MONTHS(LEAVE-RULE-COUNT)
                       IF LAR-CARRYOVER-CAP NUMERIC
                           MOVE LAR-CARRYOVER-CAP
                               TO LR-CARRYOVER-CAP(LEAVE-RULE-COUNT)
                       ELSE
                           MOVE 9999.99
                               TO LR-CARRYOVER-CAP(LEAVE-RULE-COUNT)
                       END-IF
                   END-IF
           END-READ.

       PRINT-CARRYOVER-SECTION.
           WRITE REPORT-LINE FROM SPACES
           COMPUTE CTL-YEAR = REPORT-YEAR + 1
           WRITE REPORT-LINE FROM CARRYOVER-TITLE-LINE
           WRITE REPORT-LINE FROM CARRYOVER-HEADER-LINE
           WRITE REPORT-LINE FROM SEPARATOR-LINE
           MOVE LOW-VALUES TO LV-KEY
           START LEAVE-FILE KEY IS >= LV-KEY
               INVALID KEY
                   SET NO-MORE-LEAVE TO TRUE
           END-START
           PERFORM CAP-NEXT-LEAVE-ROW UNTIL NO-MORE-LEAVE
           WRITE REPORT-LINE FROM SEPARATOR-LINE
           MOVE CARRYOVER-COUNT TO CFL-COUNT
           MOVE FORFEIT-GRAND-TOTAL TO CFL-FORFEITED
           WRITE REPORT-LINE FROM CARRYOVER-FOOTER-LINE.

      * LV-CARRYOVER-YEAR keeps a second run for the same year from
      * taking the hours twice.
       CAP-NEXT-LEAVE-ROW.
           READ LEAVE-FILE NEXT RECORD
               AT END
                   SET NO-MORE-LEAVE TO TRUE
               NOT AT END
                   IF LV-IS-ACTIVE
                       AND LV-CARRYOVER-YEAR < REPORT-YEAR
                       PERFORM CAP-ONE-LEAVE-BALANCE
                   END-IF
           END-READ.

       CAP-ONE-LEAVE-BALANCE.
           MOVE LV-SERVICE-DATE TO SERVICE-DATE
           COMPUTE SERVICE-MONTHS =
               (REPORT-YEAR - SVC-YEAR) * 12 + 12 - SVC-MONTH
           IF SERVICE-MONTHS < 0
               MOVE ZERO TO SERVICE-MONTHS
           END-IF
           MOVE ZERO TO LR-TIER-IDX
           PERFORM CHECK-ONE-LEAVE-TIER
               VARYING LR-SCAN-IDX FROM 1 BY 1
               UNTIL LR-SCAN-IDX > LEAVE-RULE-COUNT

           MOVE LV-BALANCE-HOURS TO YEAR-CLOSE-BALANCE
           IF LV-BALANCE-YEAR > REPORT-YEAR
               COMPUTE YEAR-CLOSE-BALANCE =
                   LV-BALANCE-HOURS - LV-YTD-ACCRUED + LV-YTD-TAKEN
           END-IF
           MOVE ZERO TO FORFEIT-HOURS
           IF LR-TIER-IDX > 0
               COMPUTE FORFEIT-HOURS =
                   YEAR-CLOSE-BALANCE - LR-CARRYOVER-CAP(LR-TIER-IDX)
           END-IF
           IF FORFEIT-HOURS > LV-BALANCE-HOURS
               MOVE LV-BALANCE-HOURS TO FORFEIT-HOURS
           END-IF
           IF FORFEIT-HOURS < ZERO
               MOVE ZERO TO FORFEIT-HOURS
           END-IF

           MOVE REPORT-YEAR TO LV-CARRYOVER-YEAR
           MOVE FORFEIT-HOURS TO LV-FORFEITED-HOURS
           IF FORFEIT-HOURS > ZERO
               SUBTRACT FORFEIT-HOURS FROM LV-BALANCE-HOURS
               MOVE TODAY-YYYYMMDD TO LV-LAST-CHANGED-DATE
               MOVE "YEAREND" TO LV-LAST-CHANGED-BY
               ADD 1 TO CARRYOVER-COUNT
               ADD FORFEIT-HOURS TO FORFEIT-GRAND-TOTAL
               MOVE LV-EMP-ID TO CDL-EMP-ID
               MOVE LV-LEAVE-TYPE TO CDL-LEAVE-TYPE
               MOVE YEAR-CLOSE-BALANCE TO CDL-BALANCE
               MOVE LR-CARRYOVER-CAP(LR-TIER-IDX) TO CDL-CAP
               MOVE FORFEIT-HOURS TO CDL-FORFEITED
               WRITE REPORT-LINE FROM CARRYOVER-DETAIL-LINE
           END-IF
           REWRITE LEAVE-RECORD
           IF LEAVE-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: leave balance " LV-EMP-ID " "
                   LV-LEAVE-TYPE " not capped, status "
                   LEAVE-FILE-STATUS
               SET WARNINGS-OCCURRED TO TRUE
           END-IF.

       CHECK-ONE-LEAVE-TIER.
           IF LR-TYPE(LR-SCAN-IDX) = LV-LEAVE-TYPE
               AND LR-MIN-MONTHS(LR-SCAN-IDX) NOT > SERVICE-MONTHS
               IF LR-TIER-IDX = ZERO
                   MOVE LR-SCAN-IDX TO LR-TIER-IDX
               ELSE
                   IF LR-MIN-MONTHS(LR-SCAN-IDX)
                       > LR-MIN-MONTHS(LR-TIER-IDX)
                       MOVE LR-SCAN-IDX TO LR-TIER-IDX
                   END-IF
               END-IF
           END-IF.

       FINALIZE-SUMMARY.
           CLOSE PAYROLL-YTD-FILE
           CLOSE REPORT-FILE
           DISPLAY "Year-end earnings summary complete for "
               REPORT-YEAR ": " EMPLOYEE-COUNT " employees"
           DISPLAY "Leave balances capped: " CARRYOVER-COUNT
           DISPLAY "Report saved to: "
               "../data/output/year-end-earnings.txt".

