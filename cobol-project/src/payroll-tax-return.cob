       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-TAX-RETURN.
       AUTHOR. MUHAMMAD SHAMSUL MARUF.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * QUARTERLY PAYROLL TAX RETURN                                  *
      * Builds the quarter's payroll tax return from                  *
      * payroll-tax-history.dat: total wages, income tax withheld and *
      * employer taxes for each month, the deposit due for each month *
      * (withheld plus employer taxes), and for each employer tax the *
      * taxable wages and tax for the quarter. Each month is then     *
      * proved against the grand totals PAYROLL-REGISTER recorded on  *
      * payroll-period-totals.txt when it posted; a month that does   *
      * not agree, or has no register behind it, is flagged OUT OF    *
      * BALANCE and the run ends with a warning. The quarter comes    *
      * from payroll-quarter-control.txt (YYYYQ) when supplied,       *
      * otherwise the current quarter reports.                        *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-HISTORY-FILE
               ASSIGN TO "../data/output/payroll-tax-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTH-KEY
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT PERIOD-TOTALS-FILE
               ASSIGN TO "../data/output/payroll-period-totals.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TOTALS-FILE-STATUS.

           SELECT EMPLOYER-TAX-FILE
               ASSIGN TO "../data/input/employer-tax-rates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ER-RATE-FILE-STATUS.

           SELECT QUARTER-CONTROL-FILE
               ASSIGN TO "../data/input/payroll-quarter-control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "../data/output/payroll-tax-return.txt"
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
       FD  TAX-HISTORY-FILE.
       01  TAX-HISTORY-RECORD.
           COPY "prtaxhst.cpy".

       FD  PERIOD-TOTALS-FILE.
       01  PERIOD-TOTALS-RECORD.
           COPY "prtotal.cpy".

       FD  EMPLOYER-TAX-FILE.
       01  EMPLOYER-TAX-RECORD.
           COPY "ertaxrt.cpy".

       FD  QUARTER-CONTROL-FILE.
       01  QUARTER-CONTROL-RECORD.
           05  QCR-YEAR                PIC 9(4).
           05  QCR-QUARTER             PIC 9(1).

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).

       FD  OPS-STATS-FILE.
       01  OPS-STAT-RECORD.
           COPY "opstat.cpy".

       FD  COMPANY-PROFILE-FILE.
       01  COMPANY-PROFILE-RECORD.
           COPY "comprof.cpy".

       WORKING-STORAGE SECTION.
       01  HISTORY-FILE-STATUS     PIC XX.
       01  TOTALS-FILE-STATUS      PIC XX.
       01  ER-RATE-FILE-STATUS     PIC XX.
       01  CONTROL-FILE-STATUS     PIC XX.
       01  REPORT-FILE-STATUS      PIC XX.
       01  OPS-STATS-FILE-STATUS   PIC XX.
       01  PROFILE-FILE-STATUS     PIC XX.

       01  COMPANY-NAME            PIC X(50) VALUE
           "ABC CORPORATION - PAYROLL DEPARTMENT".

       01  TODAY-YYYYMMDD          PIC 9(8).
       01  CURRENT-DATE-FIELDS REDEFINES TODAY-YYYYMMDD.
           05  CURR-YEAR           PIC 9(4).
           05  CURR-MONTH          PIC 9(2).
           05  CURR-DAY            PIC 9(2).
       01  FORMATTED-DATE          PIC X(10).

       01  REPORT-YEAR             PIC 9(4).
       01  REPORT-QUARTER          PIC 9(1).
       01  FIRST-PERIOD            PIC 9(6).
       01  LAST-PERIOD             PIC 9(6).
       01  PERIOD-MONTH            PIC 9(2).
       01  MONTH-SLOT              PIC 9(1).

       01  END-OF-HISTORY          PIC X VALUE 'N'.
           88  NO-MORE-HISTORY     VALUE 'Y'.
       01  END-OF-TOTALS           PIC X VALUE 'N'.
           88  NO-MORE-TOTALS      VALUE 'Y'.
       01  END-OF-ER-RATES         PIC X VALUE 'N'.
           88  NO-MORE-ER-RATES    VALUE 'Y'.
       01  HISTORY-SWITCH          PIC X VALUE 'N'.
           88  HISTORY-OPEN        VALUE 'Y'.

      * One entry per month of the quarter: the history summed, and
      * the register's own totals for the month when it posted.
       01  MONTH-TABLE.
           05  MTH-ENTRY OCCURS 3 TIMES.
               10  MTH-PERIOD          PIC 9(6).
               10  MTH-EMPLOYEES       PIC 9(6).
               10  MTH-GROSS           PIC 9(10)V99.
               10  MTH-INCOME-TAX      PIC 9(10)V99.
               10  MTH-ER-TAX          PIC 9(10)V99.
               10  MTH-REG-SWITCH      PIC X.
                   88  MTH-HAS-REGISTER VALUE 'Y'.
               10  MTH-REG-GROSS       PIC 9(10)V99.
               10  MTH-REG-TAX         PIC 9(10)V99.
               10  MTH-REG-ER-TAX      PIC 9(10)V99.
       01  MTH-IDX                 PIC 9(1).

      * One entry per employer tax code met in the quarter's history.
       01  TAX-CODE-TABLE.
           05  TXC-ENTRY OCCURS 6 TIMES.
               10  TXC-CODE            PIC X(4).
               10  TXC-DESCRIPTION     PIC X(20).
               10  TXC-WAGES           PIC 9(10)V99.
               10  TXC-AMOUNT          PIC 9(10)V99.
               10  TXC-MONTH-AMOUNT    PIC 9(10)V99 OCCURS 3 TIMES.
       01  TXC-COUNT               PIC 9(2) VALUE 0.
       01  TXC-IDX                 PIC 9(2).
       01  TXC-FOUND-IDX           PIC 9(2).
       01  SLOT-IDX                PIC 9(2).

       01  ROWS-READ               PIC 9(7) VALUE ZERO.
       01  ROWS-IN-QUARTER         PIC 9(7) VALUE ZERO.
       01  MONTHS-OUT              PIC 9(1) VALUE ZERO.
       01  DEPOSIT-DUE             PIC 9(10)V99.
       01  QTR-GROSS               PIC 9(10)V99 VALUE ZERO.
       01  QTR-INCOME-TAX          PIC 9(10)V99 VALUE ZERO.
       01  QTR-ER-TAX              PIC 9(10)V99 VALUE ZERO.
       01  QTR-DEPOSIT             PIC 9(10)V99 VALUE ZERO.

       01  HEADER-LINE-1.
           05  FILLER              PIC X(40) VALUE SPACES.
           05  HDR-COMPANY         PIC X(50).
           05  FILLER              PIC X(42) VALUE SPACES.

       01  HEADER-LINE-2.
           05  FILLER              PIC X(30) VALUE
               "QUARTERLY PAYROLL TAX RETURN".
           05  FILLER              PIC X(9) VALUE "Quarter: ".
           05  HDR-YEAR            PIC 9(4).
           05  FILLER              PIC X(2) VALUE " Q".
           05  HDR-QUARTER         PIC 9(1).
           05  FILLER              PIC X(6) VALUE SPACES.
           05  FILLER              PIC X(6) VALUE "Date: ".
           05  HDR-DATE            PIC X(10).
           05  FILLER              PIC X(64) VALUE SPACES.

       01  SEPARATOR-LINE          PIC X(132) VALUE ALL "-".

       01  MONTH-COLUMN-HEADER.
           05  FILLER              PIC X(132) VALUE
           "PERIOD  EMPLOYEES     TOTAL WAGES    TAX WITHHELD  EMPL"
           & "OYER TAXES     DEPOSIT DUE".

       01  MONTH-DETAIL-LINE.
           05  MDL-PERIOD          PIC 9(6).
           05  FILLER              PIC X(4) VALUE SPACES.
           05  MDL-EMPLOYEES       PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  MDL-GROSS           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  MDL-INCOME-TAX      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  MDL-ER-TAX          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  MDL-DEPOSIT         PIC ZZZ,ZZZ,ZZ9.99.

       01  MONTH-TOTAL-LINE.
           05  FILLER              PIC X(19) VALUE "QUARTER".
           05  MTL-GROSS           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  MTL-INCOME-TAX      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  MTL-ER-TAX          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  MTL-DEPOSIT         PIC ZZZ,ZZZ,ZZ9.99.

       01  TAX-COLUMN-HEADER.
           05  FILLER              PIC X(132) VALUE
           "CODE DESCRIPTION           TAXABLE WAGES     TAX QUARTE"
           & "R        MONTH 1       MONTH 2       MONTH 3".

       01  TAX-DETAIL-LINE.
           05  TDL-CODE            PIC X(4).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  TDL-DESCRIPTION     PIC X(20).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  TDL-WAGES           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  TDL-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  TDL-MONTH-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99 OCCURS 3 TIMES.

       01  PROOF-COLUMN-HEADER.
           05  FILLER              PIC X(132) VALUE
           "PERIOD REGISTER WAGES  HISTORY WAGES    REGISTER TAX   "
           & " HISTORY TAX  REGISTER ER TAX   HISTORY ER TAX   STATUS".

       01  PROOF-DETAIL-LINE.
           05  PDL-PERIOD          PIC 9(6).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  PDL-REG-GROSS       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  PDL-GROSS           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  PDL-REG-TAX         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  PDL-INCOME-TAX      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  PDL-REG-ER-TAX      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  PDL-ER-TAX          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  PDL-STATUS          PIC X(14).

       01  PROGRAM-RETURN-CODE     PIC 9(3) VALUE ZERO.
       01  WARNING-FLAG            PIC X VALUE 'N'.
           88  WARNINGS-OCCURRED   VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-COMPANY-PROFILE
           PERFORM INITIALIZE-RETURN
           PERFORM LOAD-TAX-DESCRIPTIONS
           PERFORM SCAN-TAX-HISTORY
           PERFORM LOAD-PERIOD-TOTALS
           PERFORM PRINT-RETURN
           PERFORM FINALIZE-RETURN
           PERFORM DETERMINE-RETURN-CODE
           PERFORM WRITE-OPS-STATS
           MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       INITIALIZE-RETURN.
           CALL "PROCESS-DATE" USING TODAY-YYYYMMDD
           STRING CURR-YEAR "-" CURR-MONTH "-" CURR-DAY
               DELIMITED BY SIZE
               INTO FORMATTED-DATE
           END-STRING

           MOVE CURR-YEAR TO REPORT-YEAR
           COMPUTE REPORT-QUARTER = (CURR-MONTH + 2) / 3
           OPEN INPUT QUARTER-CONTROL-FILE
           IF CONTROL-FILE-STATUS = "00"
               READ QUARTER-CONTROL-FILE
               IF CONTROL-FILE-STATUS = "00"
                   AND QCR-YEAR NUMERIC
                   AND QCR-YEAR > 1900
                   AND QCR-QUARTER NUMERIC
                   AND QCR-QUARTER > 0
                   AND QCR-QUARTER < 5
                   MOVE QCR-YEAR TO REPORT-YEAR
                   MOVE QCR-QUARTER TO REPORT-QUARTER
               END-IF
               CLOSE QUARTER-CONTROL-FILE
           END-IF

           COMPUTE PERIOD-MONTH = (REPORT-QUARTER - 1) * 3 + 1
           COMPUTE FIRST-PERIOD = REPORT-YEAR * 100 + PERIOD-MONTH
           COMPUTE LAST-PERIOD = FIRST-PERIOD + 2
           PERFORM CLEAR-ONE-MONTH
               VARYING MTH-IDX FROM 1 BY 1 UNTIL MTH-IDX > 3

           OPEN INPUT TAX-HISTORY-FILE
           IF HISTORY-FILE-STATUS = "35"
               DISPLAY "NOTE: no payroll-tax-history.dat yet - "
                   "nothing has posted to report"
               SET NO-MORE-HISTORY TO TRUE
           ELSE
               IF HISTORY-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: cannot open payroll tax history"
                   DISPLAY "File Status: " HISTORY-FILE-STATUS
                   MOVE 16 TO PROGRAM-RETURN-CODE
                   MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
                   STOP RUN
               END-IF
               SET HISTORY-OPEN TO TRUE
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open payroll-tax-return.txt"
               DISPLAY "File Status: " REPORT-FILE-STATUS
               IF HISTORY-OPEN
                   CLOSE TAX-HISTORY-FILE
               END-IF
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

       CLEAR-ONE-MONTH.
           COMPUTE MTH-PERIOD(MTH-IDX) = FIRST-PERIOD + MTH-IDX - 1
           MOVE ZERO TO MTH-EMPLOYEES(MTH-IDX)
           MOVE ZERO TO MTH-GROSS(MTH-IDX)
           MOVE ZERO TO MTH-INCOME-TAX(MTH-IDX)
           MOVE ZERO TO MTH-ER-TAX(MTH-IDX)
           MOVE 'N' TO MTH-REG-SWITCH(MTH-IDX)
           MOVE ZERO TO MTH-REG-GROSS(MTH-IDX)
           MOVE ZERO TO MTH-REG-TAX(MTH-IDX)
           MOVE ZERO TO MTH-REG-ER-TAX(MTH-IDX).

      * The rate table is read for the descriptions only; the codes
      * reported are the ones the history was charged under, so a
      * tax dropped from the table since still shows.
       LOAD-TAX-DESCRIPTIONS.
           OPEN INPUT EMPLOYER-TAX-FILE
           IF ER-RATE-FILE-STATUS = "00"
               PERFORM READ-NEXT-ER-RATE UNTIL NO-MORE-ER-RATES
               CLOSE EMPLOYER-TAX-FILE
           END-IF.

       READ-NEXT-ER-RATE.
           READ EMPLOYER-TAX-FILE
               AT END
                   SET NO-MORE-ER-RATES TO TRUE
               NOT AT END
                   IF ETR-CODE NOT = SPACES AND TXC-COUNT < 6
                       ADD 1 TO TXC-COUNT
                       MOVE TXC-COUNT TO TXC-FOUND-IDX
                       PERFORM START-TAX-CODE
                       MOVE ETR-DESCRIPTION
                           TO TXC-DESCRIPTION(TXC-FOUND-IDX)
                   END-IF
           END-READ.

       START-TAX-CODE.
           MOVE ETR-CODE TO TXC-CODE(TXC-FOUND-IDX)
           MOVE SPACES TO TXC-DESCRIPTION(TXC-FOUND-IDX)
           MOVE ZERO TO TXC-WAGES(TXC-FOUND-IDX)
           MOVE ZERO TO TXC-AMOUNT(TXC-FOUND-IDX)
           MOVE ZERO TO TXC-MONTH-AMOUNT(TXC-FOUND-IDX, 1)
           MOVE ZERO TO TXC-MONTH-AMOUNT(TXC-FOUND-IDX, 2)
           MOVE ZERO TO TXC-MONTH-AMOUNT(TXC-FOUND-IDX, 3).

       SCAN-TAX-HISTORY.
           PERFORM READ-NEXT-HISTORY UNTIL NO-MORE-HISTORY.

       READ-NEXT-HISTORY.
           READ TAX-HISTORY-FILE NEXT RECORD
               AT END
                   SET NO-MORE-HISTORY TO TRUE
               NOT AT END
                   ADD 1 TO ROWS-READ
                   IF PTH-PERIOD NOT < FIRST-PERIOD
                       AND PTH-PERIOD NOT > LAST-PERIOD
                       PERFORM ADD-HISTORY-ROW
                   END-IF
           END-READ.

       ADD-HISTORY-ROW.
           ADD 1 TO ROWS-IN-QUARTER
           COMPUTE MONTH-SLOT = PTH-PERIOD - FIRST-PERIOD + 1
           ADD 1 TO MTH-EMPLOYEES(MONTH-SLOT)
           ADD PTH-GROSS TO MTH-GROSS(MONTH-SLOT)
           ADD PTH-INCOME-TAX TO MTH-INCOME-TAX(MONTH-SLOT)
           ADD PTH-ER-TAX-TOTAL TO MTH-ER-TAX(MONTH-SLOT)
           PERFORM ADD-HISTORY-TAX
               VARYING SLOT-IDX FROM 1 BY 1 UNTIL SLOT-IDX > 6.

       ADD-HISTORY-TAX.
           IF PTH-TAX-CODE(SLOT-IDX) NOT = SPACES
               MOVE 0 TO TXC-FOUND-IDX
               PERFORM FIND-TAX-CODE
                   VARYING TXC-IDX FROM 1 BY 1
                   UNTIL TXC-IDX > TXC-COUNT OR TXC-FOUND-IDX > 0
               IF TXC-FOUND-IDX = 0
                   IF TXC-COUNT < 6
                       ADD 1 TO TXC-COUNT
                       MOVE TXC-COUNT TO TXC-FOUND-IDX
                       MOVE PTH-TAX-CODE(SLOT-IDX) TO ETR-CODE
                       PERFORM START-TAX-CODE
                   ELSE
                       DISPLAY "WARNING: more than 6 employer tax "
                           "codes - " PTH-TAX-CODE(SLOT-IDX)
                           " left off the return"
                       SET WARNINGS-OCCURRED TO TRUE
                   END-IF
               END-IF
               IF TXC-FOUND-IDX > 0
                   ADD PTH-TAXABLE-WAGES(SLOT-IDX)
                       TO TXC-WAGES(TXC-FOUND-IDX)
                   ADD PTH-TAX-AMOUNT(SLOT-IDX)
                       TO TXC-AMOUNT(TXC-FOUND-IDX)
                   ADD PTH-TAX-AMOUNT(SLOT-IDX)
                       TO TXC-MONTH-AMOUNT(TXC-FOUND-IDX, MONTH-SLOT)
               END-IF
           END-IF.

       FIND-TAX-CODE.
           IF TXC-CODE(TXC-IDX) = PTH-TAX-CODE(SLOT-IDX)
               MOVE TXC-IDX TO TXC-FOUND-IDX
           END-IF.

      * Only one totals row is written per posted month; should the
      * file hold more, the last one stands.
       LOAD-PERIOD-TOTALS.
           OPEN INPUT PERIOD-TOTALS-FILE
           IF TOTALS-FILE-STATUS = "00"
               PERFORM READ-NEXT-TOTALS UNTIL NO-MORE-TOTALS
               CLOSE PERIOD-TOTALS-FILE
           ELSE
               DISPLAY "WARNING: no payroll-period-totals.txt - the "
                   "return cannot be proved to the registers"
               SET WARNINGS-OCCURRED TO TRUE
           END-IF.

       READ-NEXT-TOTALS.
           READ PERIOD-TOTALS-FILE
               AT END
                   SET NO-MORE-TOTALS TO TRUE
               NOT AT END
                   IF PPT-PERIOD NUMERIC
                       AND PPT-PERIOD NOT < FIRST-PERIOD
                       AND PPT-PERIOD NOT > LAST-PERIOD
                       AND PPT-GROSS NUMERIC
                       AND PPT-TAX NUMERIC
                       AND PPT-ER-TAX NUMERIC
                       COMPUTE MONTH-SLOT =
                           PPT-PERIOD - FIRST-PERIOD + 1
                       MOVE 'Y' TO MTH-REG-SWITCH(MONTH-SLOT)
                       MOVE PPT-GROSS TO MTH-REG-GROSS(MONTH-SLOT)
                       MOVE PPT-TAX TO MTH-REG-TAX(MONTH-SLOT)
                       MOVE PPT-ER-TAX TO MTH-REG-ER-TAX(MONTH-SLOT)
                   END-IF
           END-READ.

       PRINT-RETURN.
           MOVE COMPANY-NAME TO HDR-COMPANY
           MOVE REPORT-YEAR TO HDR-YEAR
           MOVE REPORT-QUARTER TO HDR-QUARTER
           MOVE FORMATTED-DATE TO HDR-DATE
           WRITE REPORT-LINE FROM HEADER-LINE-1
           WRITE REPORT-LINE FROM HEADER-LINE-2
           WRITE REPORT-LINE FROM SPACES

           MOVE "WAGES, WITHHOLDING AND DEPOSITS BY MONTH"
               TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM MONTH-COLUMN-HEADER
           WRITE REPORT-LINE FROM SEPARATOR-LINE
           PERFORM PRINT-ONE-MONTH
               VARYING MTH-IDX FROM 1 BY 1 UNTIL MTH-IDX > 3
           WRITE REPORT-LINE FROM SEPARATOR-LINE
           MOVE QTR-GROSS TO MTL-GROSS
           MOVE QTR-INCOME-TAX TO MTL-INCOME-TAX
           MOVE QTR-ER-TAX TO MTL-ER-TAX
           MOVE QTR-DEPOSIT TO MTL-DEPOSIT
           WRITE REPORT-LINE FROM MONTH-TOTAL-LINE
           WRITE REPORT-LINE FROM SPACES

           MOVE "EMPLOYER TAXES" TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM TAX-COLUMN-HEADER
           WRITE REPORT-LINE FROM SEPARATOR-LINE
           PERFORM PRINT-ONE-TAX-CODE
               VARYING TXC-IDX FROM 1 BY 1 UNTIL TXC-IDX > TXC-COUNT
           WRITE REPORT-LINE FROM SPACES

           MOVE "PROOF TO PAYROLL REGISTERS" TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM PROOF-COLUMN-HEADER
           WRITE REPORT-LINE FROM SEPARATOR-LINE
           PERFORM PROVE-ONE-MONTH
               VARYING MTH-IDX FROM 1 BY 1 UNTIL MTH-IDX > 3
           WRITE REPORT-LINE FROM SEPARATOR-LINE
           IF MONTHS-OUT > 0
               MOVE "RETURN OUT OF BALANCE TO THE PAYROLL REGISTERS"
                   TO REPORT-LINE
           ELSE
               MOVE "RETURN IN BALANCE TO THE PAYROLL REGISTERS"
                   TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

       PRINT-ONE-MONTH.
           COMPUTE DEPOSIT-DUE =
               MTH-INCOME-TAX(MTH-IDX) + MTH-ER-TAX(MTH-IDX)
           ADD MTH-GROSS(MTH-IDX) TO QTR-GROSS
           ADD MTH-INCOME-TAX(MTH-IDX) TO QTR-INCOME-TAX
           ADD MTH-ER-TAX(MTH-IDX) TO QTR-ER-TAX
           ADD DEPOSIT-DUE TO QTR-DEPOSIT
           MOVE MTH-PERIOD(MTH-IDX) TO MDL-PERIOD
           MOVE MTH-EMPLOYEES(MTH-IDX) TO MDL-EMPLOYEES
           MOVE MTH-GROSS(MTH-IDX) TO MDL-GROSS
           MOVE MTH-INCOME-TAX(MTH-IDX) TO MDL-INCOME-TAX
           MOVE MTH-ER-TAX(MTH-IDX) TO MDL-ER-TAX
           MOVE DEPOSIT-DUE TO MDL-DEPOSIT
           WRITE REPORT-LINE FROM MONTH-DETAIL-LINE.

       PRINT-ONE-TAX-CODE.
           MOVE TXC-CODE(TXC-IDX) TO TDL-CODE
           MOVE TXC-DESCRIPTION(TXC-IDX) TO TDL-DESCRIPTION
           MOVE TXC-WAGES(TXC-IDX) TO TDL-WAGES
           MOVE TXC-AMOUNT(TXC-IDX) TO TDL-AMOUNT
           MOVE TXC-MONTH-AMOUNT(TXC-IDX, 1) TO TDL-MONTH-AMOUNT(1)
           MOVE TXC-MONTH-AMOUNT(TXC-IDX, 2) TO TDL-MONTH-AMOUNT(2)
           MOVE TXC-MONTH-AMOUNT(TXC-IDX, 3) TO TDL-MONTH-AMOUNT(3)
           WRITE REPORT-LINE FROM TAX-DETAIL-LINE.

      * A month with neither history nor a register simply had no
      * payroll; history without a register, or a register the
      * history does not add up to, puts the return out of balance.
       PROVE-ONE-MONTH.
           MOVE MTH-PERIOD(MTH-IDX) TO PDL-PERIOD
           MOVE MTH-REG-GROSS(MTH-IDX) TO PDL-REG-GROSS
           MOVE MTH-GROSS(MTH-IDX) TO PDL-GROSS
           MOVE MTH-REG-TAX(MTH-IDX) TO PDL-REG-TAX
           MOVE MTH-INCOME-TAX(MTH-IDX) TO PDL-INCOME-TAX
           MOVE MTH-REG-ER-TAX(MTH-IDX) TO PDL-REG-ER-TAX
           MOVE MTH-ER-TAX(MTH-IDX) TO PDL-ER-TAX
           EVALUATE TRUE
               WHEN NOT MTH-HAS-REGISTER(MTH-IDX)
                   AND MTH-EMPLOYEES(MTH-IDX) = ZERO
                   MOVE "NO PAYROLL" TO PDL-STATUS
               WHEN NOT MTH-HAS-REGISTER(MTH-IDX)
                   MOVE "NO REGISTER" TO PDL-STATUS
                   PERFORM FLAG-MONTH-OUT
               WHEN MTH-REG-GROSS(MTH-IDX) = MTH-GROSS(MTH-IDX)
                   AND MTH-REG-TAX(MTH-IDX) = MTH-INCOME-TAX(MTH-IDX)
                   AND MTH-REG-ER-TAX(MTH-IDX) = MTH-ER-TAX(MTH-IDX)
                   MOVE "IN BALANCE" TO PDL-STATUS
               WHEN OTHER
                   MOVE "OUT OF BALANCE" TO PDL-STATUS
                   PERFORM FLAG-MONTH-OUT
           END-EVALUATE
           WRITE REPORT-LINE FROM PROOF-DETAIL-LINE.

       FLAG-MONTH-OUT.
           ADD 1 TO MONTHS-OUT
           DISPLAY "WARNING: payroll tax history for "
               MTH-PERIOD(MTH-IDX) " does not agree to the register"
           SET WARNINGS-OCCURRED TO TRUE.

       FINALIZE-RETURN.
           IF HISTORY-OPEN
               CLOSE TAX-HISTORY-FILE
           END-IF
           CLOSE REPORT-FILE
           DISPLAY "Payroll tax return " REPORT-YEAR " Q"
               REPORT-QUARTER ": " ROWS-IN-QUARTER
               " employee months, deposits $" QTR-DEPOSIT
           DISPLAY "Report saved to: "
               "../data/output/payroll-tax-return.txt".

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
           MOVE "PAYROLL-TAX-RETURN"  TO OPS-PROGRAM-ID
           ACCEPT OPS-RUN-DATE FROM DATE YYYYMMDD
           MOVE ROWS-IN-QUARTER       TO OPS-RECORDS-PROCESSED
           MOVE MONTHS-OUT            TO OPS-REJECTS
           MOVE QTR-DEPOSIT           TO OPS-TOTAL-AMOUNT
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
                   " - PAYROLL DEPARTMENT"
                   DELIMITED BY SIZE INTO COMPANY-NAME
           END-IF.

       END PROGRAM PAYROLL-TAX-RETURN.
