       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-RECONCILIATION.
       AUTHOR. MUHAMMAD SHAMSUL MARUF.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * SUBLEDGER TO GENERAL LEDGER CONTROL ACCOUNT RECONCILIATION    *
      * Runs in the nightly stream straight after GL-POSTING and      *
      * proves each control account on gl-balances.dat against the    *
      * subledger it summarizes:                                      *
      *   AR       - the receivable control account against the sum   *
      *              of CUSTOMER-BALANCE, with the open items on      *
      *              open-invoices.dat proved customer by customer;   *
      *   CREDIT   - the customer credit-balance liability against    *
      *              the sum of CUSTOMER-CREDIT-BALANCE;              *
      *   PAYROLL  - the payroll clearing account's credits for the   *
      *              year's months against the gross pay on the       *
      *              PAYROLL-REGISTER totals (payroll-period-totals); *
      *   PAYTAX   - the employer payroll tax liability's credits     *
      *              against the register's employer tax.             *
      * The accounts and a tolerance for each come from               *
      * gl-control-accounts.txt when supplied. Every customer whose   *
      * open items do not add up to the balance is listed (return     *
      * code 4); a control account out by more than its tolerance     *
      * ends the run with return code 8, which the operations         *
      * dashboard shows as a control mismatch.                        *
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

           SELECT OPEN-INVOICE-FILE
               ASSIGN TO "../data/output/open-invoices.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-KEY
               FILE STATUS IS OPENITEM-FILE-STATUS.

           SELECT GL-BALANCE-FILE
               ASSIGN TO "../data/output/gl-balances.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLB-KEY
               FILE STATUS IS BALANCE-FILE-STATUS.

           SELECT PERIOD-TOTALS-FILE
               ASSIGN TO "../data/output/payroll-period-totals.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TOTALS-FILE-STATUS.

           SELECT CONTROL-ACCOUNT-FILE
               ASSIGN TO "../data/input/gl-control-accounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT RECONCILIATION-REPORT-FILE
               ASSIGN TO "../data/output/gl-reconciliation.txt"
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

       FD  OPEN-INVOICE-FILE.
       01  OPEN-INVOICE-RECORD.
           COPY "openitm.cpy".

       FD  GL-BALANCE-FILE.
       01  GL-BALANCE-RECORD.
           05  GLB-KEY.
               10  GLB-ACCOUNT     PIC X(10).
               10  GLB-PERIOD      PIC 9(6).
           05  GLB-DEBIT-TOTAL     PIC 9(12)V99 COMP-3.
           05  GLB-CREDIT-TOTAL    PIC 9(12)V99 COMP-3.

       FD  PERIOD-TOTALS-FILE.
       01  PERIOD-TOTALS-RECORD.
           COPY "prtotal.cpy".

      * Control code, GL account and tolerance (to the cent) for a
      * control account; a blank account keeps the default.
       FD  CONTROL-ACCOUNT-FILE.
       01  CONTROL-ACCOUNT-RECORD.
           05  GCA-IN-CODE             PIC X(8).
           05  FILLER                  PIC X(1).
           05  GCA-IN-ACCOUNT          PIC X(10).
           05  FILLER                  PIC X(1).
           05  GCA-IN-TOLERANCE        PIC 9(5)V99.

       FD  RECONCILIATION-REPORT-FILE.
       01  REPORT-LINE             PIC X(132).

       FD  OPS-STATS-FILE.
       01  OPS-STAT-RECORD.
           COPY "opstat.cpy".

       FD  COMPANY-PROFILE-FILE.
       01  COMPANY-PROFILE-RECORD.
           COPY "comprof.cpy".

       WORKING-STORAGE SECTION.
       01  FILE-STATUS             PIC XX.
       01  OPENITEM-FILE-STATUS    PIC XX.
       01  BALANCE-FILE-STATUS     PIC XX.
       01  TOTALS-FILE-STATUS      PIC XX.
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

      * The control accounts: entry 1 receivables, entry 2 customer
      * credit balances, entry 3 payroll clearing, entry 4 employer
      * payroll tax. Defaults stand until gl-control-accounts.txt
      * names others.
       01  CONTROL-ACCOUNT-TABLE.
           05  FILLER              PIC X(25) VALUE
               "AR      1100-AR   0000100".
           05  FILLER              PIC X(25) VALUE
               "CREDIT  2150-CRDT 0000100".
           05  FILLER              PIC X(25) VALUE
               "PAYROLL 2300-PAYRL0000100".
           05  FILLER              PIC X(25) VALUE
               "PAYTAX  2310-ERTAX0000100".
       01  CONTROL-ACCOUNT-REDEF REDEFINES CONTROL-ACCOUNT-TABLE.
           05  CONTROL-ENTRY OCCURS 4 TIMES.
               10  CTA-CODE        PIC X(8).
               10  CTA-ACCOUNT     PIC X(10).
               10  CTA-TOLERANCE   PIC 9(5)V99.
       01  CONTROL-FIGURE-TABLE.
           05  CONTROL-FIGURES OCCURS 4 TIMES.
               10  CTF-SUBLEDGER   PIC S9(13)V99.
               10  CTF-LEDGER      PIC S9(13)V99.
               10  CTF-DIFFERENCE  PIC S9(13)V99.
               10  CTF-STATUS      PIC X(16).
       01  CONTROL-COUNT           PIC 9(1) VALUE 4.
       01  CTA-IDX                 PIC 9(1).
       01  CONTROL-SWITCH          PIC X.
           88  CONTROL-FOUND       VALUE 'Y'.

      * Register and ledger figures for each month of the year.
       01  PAYROLL-MONTH-TABLE.
           05  PAYROLL-MONTH OCCURS 12 TIMES.
               10  PYM-REGISTER-SWITCH PIC X.
                   88  PYM-HAS-REGISTER VALUE 'Y'.
               10  PYM-REGISTER-GROSS  PIC 9(10)V99.
               10  PYM-REGISTER-ER-TAX PIC 9(10)V99.
               10  PYM-LEDGER-GROSS    PIC 9(12)V99.
               10  PYM-LEDGER-ER-TAX   PIC 9(12)V99.
       01  MONTH-IDX               PIC 9(2).
       01  MONTH-PERIOD            PIC 9(6).
       01  MONTH-PERIOD-FIELDS REDEFINES MONTH-PERIOD.
           05  MPD-YEAR            PIC 9(4).
           05  MPD-MONTH           PIC 9(2).
       01  GROSS-DIFFERENCE        PIC S9(12)V99.
       01  ER-TAX-DIFFERENCE       PIC S9(12)V99.

       01  END-OF-CUSTOMERS        PIC X VALUE 'N'.
           88  NO-MORE-CUSTOMERS   VALUE 'Y'.
       01  END-OF-ITEMS            PIC X VALUE 'N'.
           88  NO-MORE-ITEMS       VALUE 'Y'.
       01  END-OF-LEDGER           PIC X.
           88  NO-MORE-LEDGER      VALUE 'Y'.
       01  END-OF-TOTALS           PIC X VALUE 'N'.
           88  NO-MORE-TOTALS      VALUE 'Y'.
       01  END-OF-CONTROLS         PIC X VALUE 'N'.
           88  NO-MORE-CONTROLS    VALUE 'Y'.
       01  OPEN-ITEM-SWITCH        PIC X VALUE 'N'.
           88  OPEN-ITEMS-AVAILABLE VALUE 'Y'.
       01  REGISTER-SWITCH         PIC X VALUE 'N'.
           88  REGISTER-AVAILABLE  VALUE 'Y'.
       01  EXCEPTION-HEADING-SWITCH PIC X VALUE 'N'.
           88  EXCEPTION-HEADING-PRINTED VALUE 'Y'.

       01  LEDGER-ACCOUNT          PIC X(10).
       01  LEDGER-DEBITS           PIC 9(13)V99.
       01  LEDGER-CREDITS          PIC 9(13)V99.

       01  MATCH-CUSTOMER-ID       PIC 9(6).
       01  ITEMS-TOTAL             PIC 9(10)V99.
       01  ITEMS-COUNT             PIC 9(4).
       01  CUSTOMER-DIFFERENCE     PIC S9(10)V99.
       01  CUSTOMER-BALANCE-TOTAL  PIC 9(13)V99 VALUE 0.
       01  CREDIT-BALANCE-TOTAL    PIC 9(13)V99 VALUE 0.
       01  OPEN-ITEMS-GRAND-TOTAL  PIC 9(13)V99 VALUE 0.
       01  OPEN-ITEMS-DIFFERENCE   PIC S9(13)V99.
       01  ABSOLUTE-DIFFERENCE     PIC 9(13)V99.
       01  TOTAL-ABS-DIFFERENCE    PIC 9(13)V99 VALUE 0.

       01  CUSTOMERS-CHECKED       PIC 9(6) VALUE 0.
       01  CUSTOMER-EXCEPTIONS     PIC 9(6) VALUE 0.
       01  ORPHAN-EXCEPTIONS       PIC 9(6) VALUE 0.
       01  CONTROLS-OUT            PIC 9(1) VALUE 0.
       01  MONTHS-OUT              PIC 9(2) VALUE 0.

       01  HEADER-LINE-1.
           05  FILLER              PIC X(40) VALUE SPACES.
           05  HDR-COMPANY         PIC X(50).
           05  FILLER              PIC X(42) VALUE SPACES.

       01  HEADER-LINE-2.
           05  FILLER              PIC X(45) VALUE
               "SUBLEDGER TO GENERAL LEDGER RECONCILIATION".
           05  FILLER              PIC X(6) VALUE "Date: ".
           05  HDR-DATE            PIC X(10).
           05  FILLER              PIC X(71) VALUE SPACES.

       01  SEPARATOR-LINE          PIC X(132) VALUE ALL "-".

       01  SECTION-LINE.
           05  SCL-TEXT            PIC X(80).
           05  FILLER              PIC X(52) VALUE SPACES.

       01  CONTROL-COLUMN-HEADER.
           05  FILLER              PIC X(20) VALUE
               "CONTROL   ACCOUNT   ".
           05  FILLER              PIC X(21) VALUE
               "      SUBLEDGER TOTAL".
           05  FILLER              PIC X(21) VALUE
               "       LEDGER BALANCE".
           05  FILLER              PIC X(21) VALUE
               "           DIFFERENCE".
           05  FILLER              PIC X(11) VALUE "  TOLERANCE".
           05  FILLER              PIC X(8) VALUE "  STATUS".
           05  FILLER              PIC X(30) VALUE SPACES.

       01  CONTROL-LINE.
           05  CTL-CODE            PIC X(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  CTL-ACCOUNT         PIC X(10).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  CTL-SUBLEDGER       PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  CTL-LEDGER          PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  CTL-DIFFERENCE      PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  CTL-TOLERANCE       PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  CTL-STATUS          PIC X(16).
           05  FILLER              PIC X(20) VALUE SPACES.

       01  CONTROL-NOTE-LINE.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  CNL-TEXT            PIC X(122).

       01  OPEN-ITEM-LINE.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(27) VALUE
               "Open items on open-invoices".
           05  FILLER              PIC X(4) VALUE SPACES.
           05  OIL-OPEN-ITEMS      PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  OIL-BALANCES        PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  OIL-DIFFERENCE      PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(30) VALUE SPACES.

       01  CUSTOMER-COLUMN-HEADER.
           05  FILLER              PIC X(56) VALUE
               "CUSTOMER  NAME".
           05  FILLER              PIC X(16) VALUE
               "         BALANCE".
           05  FILLER              PIC X(16) VALUE
               "      OPEN ITEMS".
           05  FILLER              PIC X(17) VALUE
               "       DIFFERENCE".
           05  FILLER              PIC X(6) VALUE " ITEMS".
           05  FILLER              PIC X(21) VALUE SPACES.

       01  CUSTOMER-EXCEPTION-LINE.
           05  CEL-CUSTOMER-ID     PIC 9(6).
           05  FILLER              PIC X(4) VALUE SPACES.
           05  CEL-NAME            PIC X(40).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  CEL-BALANCE         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  CEL-OPEN-ITEMS      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  CEL-DIFFERENCE      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  CEL-ITEMS           PIC ZZZ9.
           05  FILLER              PIC X(27) VALUE SPACES.

       01  PAYROLL-COLUMN-HEADER.
           05  FILLER              PIC X(24) VALUE
               "PERIOD    REGISTER GROSS".
           05  FILLER              PIC X(16) VALUE
               "  LEDGER CREDITS".
           05  FILLER              PIC X(17) VALUE
               "       DIFFERENCE".
           05  FILLER              PIC X(16) VALUE
               "  REGISTER ER TX".
           05  FILLER              PIC X(16) VALUE
               "  LEDGER CREDITS".
           05  FILLER              PIC X(17) VALUE
               "       DIFFERENCE".
           05  FILLER              PIC X(8) VALUE "  STATUS".
           05  FILLER              PIC X(18) VALUE SPACES.

       01  PAYROLL-LINE.
           05  PRL-PERIOD          PIC 9(6).
           05  FILLER              PIC X(4) VALUE SPACES.
           05  PRL-REGISTER-GROSS  PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  PRL-LEDGER-GROSS    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  PRL-GROSS-DIFF      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  PRL-REGISTER-TAX    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  PRL-LEDGER-TAX      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  PRL-TAX-DIFF        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  PRL-STATUS          PIC X(16).
           05  FILLER              PIC X(10) VALUE SPACES.

       01  COUNT-LINE.
           05  CTL-COUNT-LABEL     PIC X(45).
           05  CTL-COUNT           PIC ZZZ,ZZ9.
           05  FILLER              PIC X(80) VALUE SPACES.

       01  PROGRAM-RETURN-CODE     PIC 9(3) VALUE ZERO.
       01  WARNING-FLAG            PIC X VALUE 'N'.
           88  WARNINGS-OCCURRED   VALUE 'Y'.
       01  CONTROL-OUT-FLAG        PIC X VALUE 'N'.
           88  CONTROL-OUT-OF-BALANCE VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-COMPANY-PROFILE
           PERFORM INITIALIZE-RECONCILIATION
           PERFORM PRINT-REPORT-HEADER
           PERFORM RECONCILE-CUSTOMERS
           PERFORM RECONCILE-PAYROLL
           PERFORM COMPARE-CONTROL-ACCOUNTS
           PERFORM PRINT-CONTROL-SUMMARY
           PERFORM PRINT-PAYROLL-MONTHS
           PERFORM PRINT-REPORT-FOOTER
           PERFORM FINALIZE-RECONCILIATION
           PERFORM DETERMINE-RETURN-CODE
           PERFORM WRITE-OPS-STATS
           MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       INITIALIZE-RECONCILIATION.
           CALL "PROCESS-DATE" USING TODAY-YYYYMMDD
           STRING CURR-YEAR "-" CURR-MONTH "-" CURR-DAY
               DELIMITED BY SIZE
               INTO FORMATTED-DATE
           END-STRING
           INITIALIZE CONTROL-FIGURE-TABLE
           INITIALIZE PAYROLL-MONTH-TABLE
           PERFORM READ-CONTROL-ACCOUNTS

           OPEN INPUT GL-BALANCE-FILE
           IF BALANCE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open gl-balances.dat"
               DISPLAY "File Status: " BALANCE-FILE-STATUS
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open customers.dat"
               DISPLAY "File Status: " FILE-STATUS
               CLOSE GL-BALANCE-FILE
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT RECONCILIATION-REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open gl-reconciliation.txt"
               DISPLAY "File Status: " REPORT-FILE-STATUS
               CLOSE GL-BALANCE-FILE
               CLOSE CUSTOMER-FILE
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT OPEN-INVOICE-FILE
           IF OPENITEM-FILE-STATUS = "00"
               SET OPEN-ITEMS-AVAILABLE TO TRUE
           ELSE
               DISPLAY "NOTE: open-invoices.dat not available - "
                   "customers are not proved to their open items"
           END-IF.

       READ-CONTROL-ACCOUNTS.
           OPEN INPUT CONTROL-ACCOUNT-FILE
           IF CONTROL-FILE-STATUS = "00"
               PERFORM APPLY-NEXT-CONTROL-ACCOUNT
                   UNTIL NO-MORE-CONTROLS
               CLOSE CONTROL-ACCOUNT-FILE
           ELSE
               DISPLAY "NOTE: no gl-control-accounts.txt - using "
                   "default control accounts"
           END-IF.

       APPLY-NEXT-CONTROL-ACCOUNT.
           READ CONTROL-ACCOUNT-FILE
               AT END
                   SET NO-MORE-CONTROLS TO TRUE
               NOT AT END
                   MOVE 'N' TO CONTROL-SWITCH
                   PERFORM MATCH-CONTROL-CODE
                       VARYING CTA-IDX FROM 1 BY 1
                       UNTIL CTA-IDX > CONTROL-COUNT OR CONTROL-FOUND
                   IF NOT CONTROL-FOUND
                       DISPLAY "WARNING: unknown control code "
                           GCA-IN-CODE " in gl-control-accounts.txt"
                       SET WARNINGS-OCCURRED TO TRUE
                   END-IF
           END-READ.

       MATCH-CONTROL-CODE.
           IF CTA-CODE(CTA-IDX) = GCA-IN-CODE
               SET CONTROL-FOUND TO TRUE
               IF GCA-IN-ACCOUNT NOT = SPACES
                   MOVE GCA-IN-ACCOUNT TO CTA-ACCOUNT(CTA-IDX)
               END-IF
               IF GCA-IN-TOLERANCE NUMERIC
                   MOVE GCA-IN-TOLERANCE TO CTA-TOLERANCE(CTA-IDX)
               END-IF
           END-IF.

       PRINT-REPORT-HEADER.
           MOVE COMPANY-NAME TO HDR-COMPANY
           MOVE FORMATTED-DATE TO HDR-DATE
           WRITE REPORT-LINE FROM HEADER-LINE-1
           WRITE REPORT-LINE FROM HEADER-LINE-2
           WRITE REPORT-LINE FROM SEPARATOR-LINE.

      *****************************************************************
      * CUSTOMER BALANCES AGAINST OPEN ITEMS                          *
      * Both files run in customer number order, so the open items    *
      * are matched to the customer master in one pass. Open items    *
      * for a customer number not on the master are listed too.       *
      *****************************************************************
       RECONCILE-CUSTOMERS.
           IF OPEN-ITEMS-AVAILABLE
               PERFORM READ-NEXT-OPEN-ITEM
           ELSE
               SET NO-MORE-ITEMS TO TRUE
           END-IF
           PERFORM READ-NEXT-CUSTOMER
           PERFORM RECONCILE-ONE-CUSTOMER UNTIL NO-MORE-CUSTOMERS
           PERFORM REPORT-ORPHAN-ITEMS UNTIL NO-MORE-ITEMS.

       READ-NEXT-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   SET NO-MORE-CUSTOMERS TO TRUE
           END-READ.

       READ-NEXT-OPEN-ITEM.
           READ OPEN-INVOICE-FILE NEXT RECORD
               AT END
                   SET NO-MORE-ITEMS TO TRUE
           END-READ.

       RECONCILE-ONE-CUSTOMER.
           PERFORM REPORT-ORPHAN-ITEMS
               UNTIL NO-MORE-ITEMS
                   OR OI-CUSTOMER-ID NOT < CUSTOMER-ID
           ADD 1 TO CUSTOMERS-CHECKED
           ADD CUSTOMER-BALANCE TO CUSTOMER-BALANCE-TOTAL
           ADD CUSTOMER-CREDIT-BALANCE TO CREDIT-BALANCE-TOTAL
           MOVE CUSTOMER-ID TO MATCH-CUSTOMER-ID
           PERFORM COLLECT-OPEN-ITEMS
           IF OPEN-ITEMS-AVAILABLE
               AND ITEMS-TOTAL NOT = CUSTOMER-BALANCE
               COMPUTE CUSTOMER-DIFFERENCE =
                   CUSTOMER-BALANCE - ITEMS-TOTAL
               MOVE CUSTOMER-ID TO CEL-CUSTOMER-ID
               MOVE CUSTOMER-NAME TO CEL-NAME
               MOVE CUSTOMER-BALANCE TO CEL-BALANCE
               PERFORM PRINT-CUSTOMER-EXCEPTION
               ADD 1 TO CUSTOMER-EXCEPTIONS
           END-IF
           PERFORM READ-NEXT-CUSTOMER.

       COLLECT-OPEN-ITEMS.
           MOVE ZERO TO ITEMS-TOTAL
           MOVE ZERO TO ITEMS-COUNT
           PERFORM ADD-OPEN-ITEM
               UNTIL NO-MORE-ITEMS
                   OR OI-CUSTOMER-ID NOT = MATCH-CUSTOMER-ID.

       ADD-OPEN-ITEM.
           IF OI-IS-OPEN
               ADD OI-OPEN-AMOUNT TO ITEMS-TOTAL
               ADD OI-OPEN-AMOUNT TO OPEN-ITEMS-GRAND-TOTAL
               ADD 1 TO ITEMS-COUNT
           END-IF
           PERFORM READ-NEXT-OPEN-ITEM.

       REPORT-ORPHAN-ITEMS.
           MOVE OI-CUSTOMER-ID TO MATCH-CUSTOMER-ID
           PERFORM COLLECT-OPEN-ITEMS
           IF ITEMS-TOTAL NOT = ZERO
               COMPUTE CUSTOMER-DIFFERENCE = ZERO - ITEMS-TOTAL
               MOVE MATCH-CUSTOMER-ID TO CEL-CUSTOMER-ID
               MOVE "*** NOT ON CUSTOMER FILE ***" TO CEL-NAME
               MOVE ZERO TO CEL-BALANCE
               PERFORM PRINT-CUSTOMER-EXCEPTION
               ADD 1 TO ORPHAN-EXCEPTIONS
           END-IF.

       PRINT-CUSTOMER-EXCEPTION.
           IF NOT EXCEPTION-HEADING-PRINTED
               MOVE SPACES TO SCL-TEXT
               MOVE "CUSTOMERS WHOSE OPEN ITEMS DO NOT SUM TO THEIR "
                   & "BALANCE" TO SCL-TEXT
               WRITE REPORT-LINE FROM SECTION-LINE
               WRITE REPORT-LINE FROM CUSTOMER-COLUMN-HEADER
               SET EXCEPTION-HEADING-PRINTED TO TRUE
           END-IF
           MOVE ITEMS-TOTAL TO CEL-OPEN-ITEMS
           MOVE CUSTOMER-DIFFERENCE TO CEL-DIFFERENCE
           MOVE ITEMS-COUNT TO CEL-ITEMS
           WRITE REPORT-LINE FROM CUSTOMER-EXCEPTION-LINE
           SET WARNINGS-OCCURRED TO TRUE.

      *****************************************************************
      * PAYROLL REGISTER AGAINST THE CLEARING AND TAX LIABILITY       *
      * Each month of the year so far: the register's gross and       *
      * employer tax against the credits posted to the two accounts.  *
      *****************************************************************
       RECONCILE-PAYROLL.
           OPEN INPUT PERIOD-TOTALS-FILE
           IF TOTALS-FILE-STATUS = "00"
               SET REGISTER-AVAILABLE TO TRUE
               PERFORM LOAD-NEXT-PERIOD-TOTAL UNTIL NO-MORE-TOTALS
               CLOSE PERIOD-TOTALS-FILE
           ELSE
               DISPLAY "NOTE: no payroll-period-totals.txt - payroll "
                   "clearing is proved against a zero register"
           END-IF
           MOVE CURR-YEAR TO MPD-YEAR
           PERFORM READ-PAYROLL-LEDGER-MONTH
               VARYING MONTH-IDX FROM 1 BY 1
               UNTIL MONTH-IDX > CURR-MONTH.

       LOAD-NEXT-PERIOD-TOTAL.
           READ PERIOD-TOTALS-FILE
               AT END
                   SET NO-MORE-TOTALS TO TRUE
               NOT AT END
                   IF PPT-PERIOD NUMERIC
                       AND PPT-GROSS NUMERIC
                       AND PPT-ER-TAX NUMERIC
                       MOVE PPT-PERIOD TO MONTH-PERIOD
                       IF MPD-YEAR = CURR-YEAR
                           AND MPD-MONTH > 0
                           AND MPD-MONTH NOT > CURR-MONTH
                           MOVE 'Y' TO
                               PYM-REGISTER-SWITCH(MPD-MONTH)
                           MOVE PPT-GROSS TO
                               PYM-REGISTER-GROSS(MPD-MONTH)
                           MOVE PPT-ER-TAX TO
                               PYM-REGISTER-ER-TAX(MPD-MONTH)
                       END-IF
                   END-IF
           END-READ.

       READ-PAYROLL-LEDGER-MONTH.
           MOVE MONTH-IDX TO MPD-MONTH
           MOVE CTA-ACCOUNT(3) TO GLB-ACCOUNT
           MOVE MONTH-PERIOD TO GLB-PERIOD
           READ GL-BALANCE-FILE KEY IS GLB-KEY
           IF BALANCE-FILE-STATUS = "00"
               MOVE GLB-CREDIT-TOTAL TO PYM-LEDGER-GROSS(MONTH-IDX)
           END-IF
           MOVE CTA-ACCOUNT(4) TO GLB-ACCOUNT
           MOVE MONTH-PERIOD TO GLB-PERIOD
           READ GL-BALANCE-FILE KEY IS GLB-KEY
           IF BALANCE-FILE-STATUS = "00"
               MOVE GLB-CREDIT-TOTAL TO PYM-LEDGER-ER-TAX(MONTH-IDX)
           END-IF
           ADD PYM-REGISTER-GROSS(MONTH-IDX) TO CTF-SUBLEDGER(3)
           ADD PYM-LEDGER-GROSS(MONTH-IDX) TO CTF-LEDGER(3)
           ADD PYM-REGISTER-ER-TAX(MONTH-IDX) TO CTF-SUBLEDGER(4)
           ADD PYM-LEDGER-ER-TAX(MONTH-IDX) TO CTF-LEDGER(4).

      *****************************************************************
      * CONTROL ACCOUNT COMPARISON                                    *
      * The receivable is a debit balance and the credit-balance      *
      * liability a credit balance, each summed over every month on   *
      * the ledger (the YYYY00 year-to-date buckets repeat the months *
      * and are left out).                                            *
      *****************************************************************
       COMPARE-CONTROL-ACCOUNTS.
           MOVE CUSTOMER-BALANCE-TOTAL TO CTF-SUBLEDGER(1)
           MOVE CTA-ACCOUNT(1) TO LEDGER-ACCOUNT
           PERFORM ACCUMULATE-LEDGER-BALANCE
           COMPUTE CTF-LEDGER(1) = LEDGER-DEBITS - LEDGER-CREDITS

           MOVE CREDIT-BALANCE-TOTAL TO CTF-SUBLEDGER(2)
           MOVE CTA-ACCOUNT(2) TO LEDGER-ACCOUNT
           PERFORM ACCUMULATE-LEDGER-BALANCE
           COMPUTE CTF-LEDGER(2) = LEDGER-CREDITS - LEDGER-DEBITS

           PERFORM JUDGE-CONTROL-ACCOUNT
               VARYING CTA-IDX FROM 1 BY 1
               UNTIL CTA-IDX > CONTROL-COUNT.

       ACCUMULATE-LEDGER-BALANCE.
           MOVE ZERO TO LEDGER-DEBITS
           MOVE ZERO TO LEDGER-CREDITS
           MOVE 'N' TO END-OF-LEDGER
           MOVE LEDGER-ACCOUNT TO GLB-ACCOUNT
           MOVE ZERO TO GLB-PERIOD
           START GL-BALANCE-FILE KEY IS >= GLB-KEY
               INVALID KEY
                   SET NO-MORE-LEDGER TO TRUE
           END-START
           PERFORM ADD-NEXT-LEDGER-ROW UNTIL NO-MORE-LEDGER.

       ADD-NEXT-LEDGER-ROW.
           READ GL-BALANCE-FILE NEXT RECORD
               AT END
                   SET NO-MORE-LEDGER TO TRUE
               NOT AT END
                   IF GLB-ACCOUNT NOT = LEDGER-ACCOUNT
                       SET NO-MORE-LEDGER TO TRUE
                   ELSE
                       MOVE GLB-PERIOD TO MONTH-PERIOD
                       IF MPD-MONTH NOT = ZERO
                           ADD GLB-DEBIT-TOTAL TO LEDGER-DEBITS
                           ADD GLB-CREDIT-TOTAL TO LEDGER-CREDITS
                       END-IF
                   END-IF
           END-READ.

       JUDGE-CONTROL-ACCOUNT.
           COMPUTE CTF-DIFFERENCE(CTA-IDX) =
               CTF-SUBLEDGER(CTA-IDX) - CTF-LEDGER(CTA-IDX)
           IF CTF-DIFFERENCE(CTA-IDX) < ZERO
               COMPUTE ABSOLUTE-DIFFERENCE =
                   ZERO - CTF-DIFFERENCE(CTA-IDX)
           ELSE
               MOVE CTF-DIFFERENCE(CTA-IDX) TO ABSOLUTE-DIFFERENCE
           END-IF
           ADD ABSOLUTE-DIFFERENCE TO TOTAL-ABS-DIFFERENCE
           EVALUATE TRUE
               WHEN ABSOLUTE-DIFFERENCE = ZERO
                   MOVE "AGREES" TO CTF-STATUS(CTA-IDX)
               WHEN ABSOLUTE-DIFFERENCE NOT > CTA-TOLERANCE(CTA-IDX)
                   MOVE "WITHIN TOLERANCE" TO CTF-STATUS(CTA-IDX)
               WHEN OTHER
                   MOVE "OUT OF BALANCE" TO CTF-STATUS(CTA-IDX)
                   SET CONTROL-OUT-OF-BALANCE TO TRUE
                   ADD 1 TO CONTROLS-OUT
                   MOVE CTF-DIFFERENCE(CTA-IDX) TO CTL-DIFFERENCE
                   DISPLAY "ERROR: control account "
                       CTA-ACCOUNT(CTA-IDX) " (" CTA-CODE(CTA-IDX)
                       ") out of balance by " CTL-DIFFERENCE
           END-EVALUATE.

       PRINT-CONTROL-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CONTROL ACCOUNTS" TO SCL-TEXT
           WRITE REPORT-LINE FROM SECTION-LINE
           WRITE REPORT-LINE FROM CONTROL-COLUMN-HEADER
           PERFORM PRINT-ONE-CONTROL
               VARYING CTA-IDX FROM 1 BY 1
               UNTIL CTA-IDX > CONTROL-COUNT.

       PRINT-ONE-CONTROL.
           MOVE CTA-CODE(CTA-IDX) TO CTL-CODE
           MOVE CTA-ACCOUNT(CTA-IDX) TO CTL-ACCOUNT
           MOVE CTF-SUBLEDGER(CTA-IDX) TO CTL-SUBLEDGER
           MOVE CTF-LEDGER(CTA-IDX) TO CTL-LEDGER
           MOVE CTF-DIFFERENCE(CTA-IDX) TO CTL-DIFFERENCE
           MOVE CTA-TOLERANCE(CTA-IDX) TO CTL-TOLERANCE
           MOVE CTF-STATUS(CTA-IDX) TO CTL-STATUS
           WRITE REPORT-LINE FROM CONTROL-LINE
           EVALUATE CTA-IDX
               WHEN 1
                   MOVE "Customer balances against the receivable "
                       & "control account" TO CNL-TEXT
               WHEN 2
                   MOVE "Customer credit balances against the credit"
                       & "-balance liability" TO CNL-TEXT
               WHEN 3
                   MOVE "Payroll register gross against clearing "
                       & "account credits, this year" TO CNL-TEXT
               WHEN OTHER
                   MOVE "Payroll register employer tax against "
                       & "liability credits, this year" TO CNL-TEXT
           END-EVALUATE
           WRITE REPORT-LINE FROM CONTROL-NOTE-LINE
           IF CTA-IDX = 1 AND OPEN-ITEMS-AVAILABLE
               COMPUTE OPEN-ITEMS-DIFFERENCE =
                   OPEN-ITEMS-GRAND-TOTAL - CUSTOMER-BALANCE-TOTAL
               MOVE OPEN-ITEMS-GRAND-TOTAL TO OIL-OPEN-ITEMS
               MOVE CUSTOMER-BALANCE-TOTAL TO OIL-BALANCES
               MOVE OPEN-ITEMS-DIFFERENCE TO OIL-DIFFERENCE
               WRITE REPORT-LINE FROM OPEN-ITEM-LINE
           END-IF.

       PRINT-PAYROLL-MONTHS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "PAYROLL CLEARING BY MONTH" TO SCL-TEXT
           WRITE REPORT-LINE FROM SECTION-LINE
           WRITE REPORT-LINE FROM PAYROLL-COLUMN-HEADER
           MOVE CURR-YEAR TO MPD-YEAR
           PERFORM PRINT-ONE-PAYROLL-MONTH
               VARYING MONTH-IDX FROM 1 BY 1
               UNTIL MONTH-IDX > CURR-MONTH.

      * A month out on its own but not in total is a timing
      * difference - reported, and a warning rather than a mismatch.
       PRINT-ONE-PAYROLL-MONTH.
           IF PYM-HAS-REGISTER(MONTH-IDX)
               OR PYM-LEDGER-GROSS(MONTH-IDX) NOT = ZERO
               OR PYM-LEDGER-ER-TAX(MONTH-IDX) NOT = ZERO
               MOVE MONTH-IDX TO MPD-MONTH
               COMPUTE GROSS-DIFFERENCE =
                   PYM-REGISTER-GROSS(MONTH-IDX)
                   - PYM-LEDGER-GROSS(MONTH-IDX)
               COMPUTE ER-TAX-DIFFERENCE =
                   PYM-REGISTER-ER-TAX(MONTH-IDX)
                   - PYM-LEDGER-ER-TAX(MONTH-IDX)
               MOVE MONTH-PERIOD TO PRL-PERIOD
               MOVE PYM-REGISTER-GROSS(MONTH-IDX) TO PRL-REGISTER-GROSS
               MOVE PYM-LEDGER-GROSS(MONTH-IDX) TO PRL-LEDGER-GROSS
               MOVE GROSS-DIFFERENCE TO PRL-GROSS-DIFF
               MOVE PYM-REGISTER-ER-TAX(MONTH-IDX) TO PRL-REGISTER-TAX
               MOVE PYM-LEDGER-ER-TAX(MONTH-IDX) TO PRL-LEDGER-TAX
               MOVE ER-TAX-DIFFERENCE TO PRL-TAX-DIFF
               EVALUATE TRUE
                   WHEN NOT PYM-HAS-REGISTER(MONTH-IDX)
                       MOVE "NO REGISTER" TO PRL-STATUS
                       ADD 1 TO MONTHS-OUT
                       SET WARNINGS-OCCURRED TO TRUE
                   WHEN GROSS-DIFFERENCE = ZERO
                       AND ER-TAX-DIFFERENCE = ZERO
                       MOVE "AGREES" TO PRL-STATUS
                   WHEN OTHER
                       MOVE "DOES NOT AGREE" TO PRL-STATUS
                       ADD 1 TO MONTHS-OUT
                       SET WARNINGS-OCCURRED TO TRUE
               END-EVALUATE
               WRITE REPORT-LINE FROM PAYROLL-LINE
           END-IF.

       PRINT-REPORT-FOOTER.
           WRITE REPORT-LINE FROM SEPARATOR-LINE
           MOVE "Customers checked:" TO CTL-COUNT-LABEL
           MOVE CUSTOMERS-CHECKED TO CTL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE "Customers not agreeing with open items:"
               TO CTL-COUNT-LABEL
           MOVE CUSTOMER-EXCEPTIONS TO CTL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE "Open items for customers not on file:"
               TO CTL-COUNT-LABEL
           MOVE ORPHAN-EXCEPTIONS TO CTL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE "Payroll months not agreeing:" TO CTL-COUNT-LABEL
           MOVE MONTHS-OUT TO CTL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE "Control accounts out of balance:" TO CTL-COUNT-LABEL
           MOVE CONTROLS-OUT TO CTL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE SPACES TO REPORT-LINE
           IF CONTROL-OUT-OF-BALANCE
               MOVE "*** CONTROL ACCOUNTS OUT OF BALANCE - INVESTIGATE"
                   & " BEFORE THE NEXT POSTING RUN ***" TO REPORT-LINE
           ELSE
               MOVE "*** ALL CONTROL ACCOUNTS AGREE WITHIN TOLERANCE "
                   & "***" TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

       FINALIZE-RECONCILIATION.
           CLOSE CUSTOMER-FILE
           CLOSE GL-BALANCE-FILE
           IF OPEN-ITEMS-AVAILABLE
               CLOSE OPEN-INVOICE-FILE
           END-IF
           CLOSE RECONCILIATION-REPORT-FILE
           DISPLAY "GL reconciliation complete: " CUSTOMERS-CHECKED
               " customers, " CUSTOMER-EXCEPTIONS
               " not agreeing with open items, " CONTROLS-OUT
               " control accounts out of balance"
           DISPLAY "Report saved to: "
               "../data/output/gl-reconciliation.txt".

       DETERMINE-RETURN-CODE.
           IF CONTROL-OUT-OF-BALANCE
               MOVE 8 TO PROGRAM-RETURN-CODE
           END-IF
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
           MOVE "GL-RECONCILIATION"   TO OPS-PROGRAM-ID
           ACCEPT OPS-RUN-DATE FROM DATE YYYYMMDD
           MOVE CUSTOMERS-CHECKED     TO OPS-RECORDS-PROCESSED
           COMPUTE OPS-REJECTS =
               CUSTOMER-EXCEPTIONS + ORPHAN-EXCEPTIONS + CONTROLS-OUT
           MOVE TOTAL-ABS-DIFFERENCE  TO OPS-TOTAL-AMOUNT
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

       END PROGRAM GL-RECONCILIATION.
