       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIXED-ASSET-MAINTENANCE.
       AUTHOR. MUHAMMAD SHAMSUL MARUF.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * FIXED ASSET MAINTENANCE                                       *
      * Operator maintenance for the fixed asset register             *
      * fixed-assets.dat. Adds an asset (description, department from *
      * department-master.dat, in-service date, cost, salvage value,  *
      * life in months and method - S straight line or D declining    *
      * balance) under the next number from fixed-asset-control.txt   *
      * and moves its cost off the clearing account purchases were    *
      * parked in; transfers an asset to another department, which    *
      * moves its future depreciation expense with it; and disposes   *
      * of an asset, posting the proceeds, clearing its cost and      *
      * accumulated depreciation and booking the gain or loss against *
      * net book value. Every change is written to                    *
      * fixed-asset-history.txt. The ledger side goes out one-sided   *
      * through gl-interface.txt; gl-account-map.txt carries the      *
      * offsets. Operators sign on the way GL-JOURNAL-ENTRY's do;     *
      * changes need update authority.                                *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIXED-ASSET-FILE
               ASSIGN TO "../data/output/fixed-assets.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-ASSET-NUMBER
               FILE STATUS IS FILE-STATUS.

           SELECT DEPARTMENT-MASTER
               ASSIGN TO "../data/output/department-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS DEPT-FILE-STATUS.

           SELECT SECURITY-FILE
               ASSIGN TO "../data/output/operators.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-OPERATOR-ID
               FILE STATUS IS SECURITY-FILE-STATUS.

           SELECT ASSET-NUMBER-FILE
               ASSIGN TO "../data/output/fixed-asset-control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NUMBER-FILE-STATUS.

           SELECT ASSET-HISTORY-FILE
               ASSIGN TO "../data/output/fixed-asset-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT GL-INTERFACE-FILE
               ASSIGN TO "../data/output/gl-interface.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIXED-ASSET-FILE.
       01  FIXED-ASSET-RECORD.
           COPY "fixast.cpy".

       FD  DEPARTMENT-MASTER.
       01  DEPARTMENT-RECORD.
           COPY "deptrec.cpy".

       FD  SECURITY-FILE.
       01  SECURITY-RECORD.
           COPY "secrec.cpy".

       FD  ASSET-NUMBER-FILE.
       01  ASSET-NUMBER-RECORD         PIC 9(6).

      * One row per add, transfer or disposal: date, asset, action,
      * department before and after, amount and operator.
       FD  ASSET-HISTORY-FILE.
       01  ASSET-HISTORY-RECORD.
           05  FAH-DATE                PIC 9(8).
           05  FILLER                  PIC X(1).
           05  FAH-ASSET-NUMBER        PIC 9(6).
           05  FILLER                  PIC X(1).
           05  FAH-ACTION              PIC X(8).
           05  FILLER                  PIC X(1).
           05  FAH-FROM-DEPARTMENT     PIC X(20).
           05  FILLER                  PIC X(1).
           05  FAH-TO-DEPARTMENT       PIC X(20).
           05  FILLER                  PIC X(1).
           05  FAH-AMOUNT              PIC 9(10)V99.
           05  FILLER                  PIC X(1).
           05  FAH-OPERATOR            PIC X(8).

       FD  GL-INTERFACE-FILE.
       01  GL-ENTRY-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS             PIC XX.
           88  FILE-OK             VALUE "00".
           88  RECORD-NOT-FOUND    VALUE "23".
       01  DEPT-FILE-STATUS        PIC XX.
       01  SECURITY-FILE-STATUS    PIC XX.
       01  NUMBER-FILE-STATUS      PIC XX.
       01  HISTORY-FILE-STATUS     PIC XX.
       01  GL-FILE-STATUS          PIC XX.

       01  PROGRAM-RETURN-CODE     PIC 9(3) VALUE ZERO.
       01  WARNING-FLAG            PIC X VALUE 'N'.
           88  WARNINGS-OCCURRED   VALUE 'Y'.

       01  USER-CHOICE             PIC 9.
           88  CHOICE-ADD          VALUE 1.
           88  CHOICE-INQUIRE      VALUE 2.
           88  CHOICE-TRANSFER     VALUE 3.
           88  CHOICE-DISPOSE      VALUE 4.
           88  CHOICE-EXIT         VALUE 9.

       01  TODAY-YYYYMMDD          PIC 9(8).
       01  LAST-ASSET-NUMBER       PIC 9(6) VALUE ZERO.
       01  SEARCH-ASSET-NUMBER     PIC 9(6).

      * Operator sign-on
       01  OPERATOR-ID             PIC X(8) VALUE SPACES.
       01  OPERATOR-AUTHORITY      PIC 9(1) VALUE 1.
       01  SIGNON-OPERATOR-ID      PIC X(8).
       01  SIGNON-PIN              PIC X(8).
       01  PIN-HASH-REQUEST.
           COPY "pinreq.cpy".
       01  SIGNON-ATTEMPTS         PIC 9 VALUE 0.
       01  SIGNON-OK               PIC X VALUE 'N'.
           88  SIGNED-ON           VALUE 'Y'.

      * Sign-on journaling and automatic lockout (shared
      * SIGNON-JOURNAL subprogram).
       01  JOURNAL-PROGRAM-NAME    PIC X(20)
           VALUE "FIXED-ASSET-MAINT".
       01  JOURNAL-RESULT          PIC X(8).
       01  JOURNAL-LOCKOUT-FLAG    PIC X(1).
           88  JOURNAL-LOCKED-OUT  VALUE 'Y'.

      * Ledger accounts. Additions debit the asset cost account
      * (mapped to the clearing account purchases were parked in);
      * a disposal debits accumulated depreciation and the disposal
      * gain/loss account (both mapped to the asset cost account,
      * which clears the cost) and debits the sale-proceeds account
      * (mapped to the gain/loss account), leaving the gain or loss
      * on the gain/loss account.
       01  GL-ASSET-COST-ACCOUNT   PIC X(10) VALUE "1500-FIXAS".
       01  GL-ACCUM-DEPREC-ACCOUNT PIC X(10) VALUE "1590-ACCDP".
       01  GL-DISPOSAL-ACCOUNT     PIC X(10) VALUE "7150-FAGNL".
       01  GL-PROCEEDS-ACCOUNT     PIC X(10) VALUE "1295-FASAL".
       01  GL-LINE-ACCOUNT         PIC X(10).
       01  GL-LINE-SOURCE          PIC X(12).
       01  GL-LINE-AMOUNT          PIC 9(10)V99.
       01  GL-PERIOD               PIC 9(6).
       01  GL-AMOUNT-FIELD         PIC ZZZZZZZZZ9.99.
       01  GL-HEADER-LINE          PIC X(132) VALUE
           "GL_ACCOUNT,DR_CR,AMOUNT,PERIOD,SOURCE_REFERENCE".
       01  GL-OPEN-SWITCH          PIC X VALUE 'N'.
           88  GL-FILE-OPEN        VALUE 'Y'.

       01  DESCRIPTION-IN          PIC X(30).
       01  DEPARTMENT-IN           PIC X(20).
       01  DATE-IN                 PIC 9(8).
       01  DATE-IN-FIELDS REDEFINES DATE-IN.
           05  DIN-YEAR            PIC 9(4).
           05  DIN-MONTH           PIC 9(2).
           05  DIN-DAY             PIC 9(2).
       01  COST-IN                 PIC 9(10)V99.
       01  SALVAGE-IN              PIC 9(10)V99.
       01  LIFE-IN                 PIC 9(4).
       01  METHOD-IN               PIC X(1).
       01  PROCEEDS-IN             PIC 9(10)V99.
       01  CONFIRM-IN              PIC X.

       01  DEPARTMENT-SWITCH       PIC X.
           88  DEPARTMENT-VALID    VALUE 'Y'.
       01  OLD-DEPARTMENT          PIC X(20).

       01  NET-BOOK-VALUE          PIC 9(10)V99.
       01  GAIN-LOSS-AMOUNT        PIC S9(10)V99.

       01  AMOUNT-DISPLAY          PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  SIGNED-DISPLAY          PIC Z,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-ASSETS
           PERFORM SIGN-ON
           IF SIGNED-ON
               PERFORM PROCESS-MENU UNTIL CHOICE-EXIT
           END-IF
           PERFORM CLEANUP
           PERFORM DETERMINE-RETURN-CODE
           MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       INITIALIZE-ASSETS.
           ACCEPT TODAY-YYYYMMDD FROM DATE YYYYMMDD
           MOVE TODAY-YYYYMMDD(1:6) TO GL-PERIOD

           OPEN I-O FIXED-ASSET-FILE
           IF FILE-STATUS = "35"
               CLOSE FIXED-ASSET-FILE
               OPEN OUTPUT FIXED-ASSET-FILE
               CLOSE FIXED-ASSET-FILE
               OPEN I-O FIXED-ASSET-FILE
           END-IF
           IF NOT FILE-OK
               DISPLAY "ERROR: cannot initialize fixed asset file"
               DISPLAY "File Status: " FILE-STATUS
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT DEPARTMENT-MASTER
           IF DEPT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open department-master.dat"
               DISPLAY "File Status: " DEPT-FILE-STATUS
               CLOSE FIXED-ASSET-FILE
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O SECURITY-FILE
           IF SECURITY-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open operator security file"
               DISPLAY "File Status: " SECURITY-FILE-STATUS
               CLOSE FIXED-ASSET-FILE
               CLOSE DEPARTMENT-MASTER
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

       SIGN-ON.
           MOVE 0 TO SIGNON-ATTEMPTS
           PERFORM ATTEMPT-SIGN-ON
               UNTIL SIGNED-ON OR SIGNON-ATTEMPTS >= 3

           IF NOT SIGNED-ON
               DISPLAY "ERROR: sign-on failed, exiting"
               MOVE 16 TO PROGRAM-RETURN-CODE
           END-IF.

       ATTEMPT-SIGN-ON.
           DISPLAY "Operator ID: " WITH NO ADVANCING
           ACCEPT SIGNON-OPERATOR-ID
           DISPLAY "PIN: " WITH NO ADVANCING
           ACCEPT SIGNON-PIN

           MOVE SIGNON-OPERATOR-ID TO SEC-OPERATOR-ID
           READ SECURITY-FILE KEY IS SEC-OPERATOR-ID
           MOVE "N" TO PHQ-RESULT
           IF SECURITY-FILE-STATUS = "00"
               SET PHQ-VERIFY TO TRUE
               MOVE SIGNON-PIN TO PHQ-PIN
               MOVE SEC-PIN-SALT TO PHQ-SALT
               MOVE SEC-PIN-HASH TO PHQ-HASH
               CALL "PIN-HASH" USING PIN-HASH-REQUEST
           END-IF

           EVALUATE TRUE
               WHEN SECURITY-FILE-STATUS NOT = "00"
                   ADD 1 TO SIGNON-ATTEMPTS
                   MOVE "UNKNOWN" TO JOURNAL-RESULT
                   PERFORM JOURNAL-SIGNON-ATTEMPT
                   DISPLAY "ERROR: invalid operator ID or PIN"
               WHEN NOT PHQ-PIN-MATCHES
                   ADD 1 TO SIGNON-ATTEMPTS
                   MOVE "BADPIN" TO JOURNAL-RESULT
                   PERFORM JOURNAL-SIGNON-ATTEMPT
                   DISPLAY "ERROR: invalid operator ID or PIN"
               WHEN SEC-IS-SUSPENDED
                   ADD 1 TO SIGNON-ATTEMPTS
                   MOVE "SUSPEND" TO JOURNAL-RESULT
                   PERFORM JOURNAL-SIGNON-ATTEMPT
                   DISPLAY "ERROR: operator is suspended"
               WHEN SEC-MUST-CHANGE-PIN
                   ADD 1 TO SIGNON-ATTEMPTS
                   MOVE "PINCHG" TO JOURNAL-RESULT
                   PERFORM JOURNAL-SIGNON-ATTEMPT
                   DISPLAY "ERROR: PIN change required - sign "
                       "on to DATABASE-HANDLER first"
               WHEN OTHER
                   SET SIGNED-ON TO TRUE
                   MOVE "SUCCESS" TO JOURNAL-RESULT
                   PERFORM JOURNAL-SIGNON-ATTEMPT
                   MOVE SIGNON-OPERATOR-ID TO OPERATOR-ID
                   MOVE SEC-AUTHORITY-LEVEL TO OPERATOR-AUTHORITY
                   DISPLAY "Signed on as " SEC-OPERATOR-NAME
           END-EVALUATE.

       JOURNAL-SIGNON-ATTEMPT.
           CALL "SIGNON-JOURNAL" USING JOURNAL-PROGRAM-NAME
               SIGNON-OPERATOR-ID JOURNAL-RESULT
               JOURNAL-LOCKOUT-FLAG
           IF JOURNAL-LOCKED-OUT
               MOVE "S" TO SEC-STATUS-FLAG
               REWRITE SECURITY-RECORD
               DISPLAY "ERROR: operator suspended after repeated "
                   "sign-on failures"
           END-IF.

       PROCESS-MENU.
           PERFORM DISPLAY-MENU
           ACCEPT USER-CHOICE

           EVALUATE TRUE
               WHEN (CHOICE-ADD OR CHOICE-TRANSFER OR CHOICE-DISPOSE)
                   AND OPERATOR-AUTHORITY < 2
                   DISPLAY "ERROR: operator " OPERATOR-ID
                       " is not authorized to maintain assets"
                   SET WARNINGS-OCCURRED TO TRUE
               WHEN CHOICE-ADD
                   PERFORM ADD-ASSET
               WHEN CHOICE-INQUIRE
                   PERFORM INQUIRE-ASSET
               WHEN CHOICE-TRANSFER
                   PERFORM TRANSFER-ASSET
               WHEN CHOICE-DISPOSE
                   PERFORM DISPOSE-ASSET
               WHEN CHOICE-EXIT
                   DISPLAY "Exiting program..."
               WHEN OTHER
                   DISPLAY "Invalid choice. Please try again."
           END-EVALUATE

           DISPLAY " ".

       DISPLAY-MENU.
           DISPLAY " "
           DISPLAY "===== FIXED ASSET MAINTENANCE ====="
           DISPLAY "1. Add Asset"
           DISPLAY "2. Inquire Asset"
           DISPLAY "3. Transfer Asset to Another Department"
           DISPLAY "4. Dispose of Asset"
           DISPLAY "9. Exit"
           DISPLAY "==================================="
           DISPLAY "Enter your choice: " WITH NO ADVANCING.

       ADD-ASSET.
           DISPLAY "--- ADD FIXED ASSET ---"
           DISPLAY "Enter Description: " WITH NO ADVANCING
           ACCEPT DESCRIPTION-IN
           DISPLAY "Enter Department Code: " WITH NO ADVANCING
           ACCEPT DEPARTMENT-IN
           DISPLAY "Enter In-Service Date (YYYYMMDD): "
               WITH NO ADVANCING
           ACCEPT DATE-IN
           DISPLAY "Enter Cost: " WITH NO ADVANCING
           ACCEPT COST-IN
           DISPLAY "Enter Salvage Value: " WITH NO ADVANCING
           ACCEPT SALVAGE-IN
           DISPLAY "Enter Life in Months: " WITH NO ADVANCING
           ACCEPT LIFE-IN
           DISPLAY "Enter Method (S straight line, D declining "
               "balance): " WITH NO ADVANCING
           ACCEPT METHOD-IN
           PERFORM CHECK-DEPARTMENT

           EVALUATE TRUE
               WHEN DESCRIPTION-IN = SPACES
                   DISPLAY "ERROR: description is required"
                   SET WARNINGS-OCCURRED TO TRUE
               WHEN NOT DEPARTMENT-VALID
                   DISPLAY "ERROR: " DEPARTMENT-IN
                       " is not an active department"
                   SET WARNINGS-OCCURRED TO TRUE
               WHEN DATE-IN NOT NUMERIC
                   OR DIN-MONTH < 1 OR DIN-MONTH > 12
                   OR DIN-DAY < 1 OR DIN-DAY > 31
                   OR DIN-YEAR < 1900
                   DISPLAY "ERROR: in-service date is not valid"
                   SET WARNINGS-OCCURRED TO TRUE
               WHEN COST-IN NOT NUMERIC OR COST-IN = ZERO
                   DISPLAY "ERROR: cost must be numeric and "
                       "non-zero"
                   SET WARNINGS-OCCURRED TO TRUE
               WHEN SALVAGE-IN NOT NUMERIC OR SALVAGE-IN >= COST-IN
                   DISPLAY "ERROR: salvage value must be less "
                       "than cost"
                   SET WARNINGS-OCCURRED TO TRUE
               WHEN LIFE-IN NOT NUMERIC OR LIFE-IN = ZERO
                   DISPLAY "ERROR: life must be at least one month"
                   SET WARNINGS-OCCURRED TO TRUE
               WHEN METHOD-IN NOT = "S" AND METHOD-IN NOT = "D"
                   DISPLAY "ERROR: method must be S or D"
                   SET WARNINGS-OCCURRED TO TRUE
               WHEN OTHER
                   PERFORM SAVE-NEW-ASSET
           END-EVALUATE.

       SAVE-NEW-ASSET.
           PERFORM READ-ASSET-NUMBER
           ADD 1 TO LAST-ASSET-NUMBER
           INITIALIZE FIXED-ASSET-RECORD
           MOVE LAST-ASSET-NUMBER TO FA-ASSET-NUMBER
           MOVE DESCRIPTION-IN TO FA-DESCRIPTION
           MOVE DEPARTMENT-IN TO FA-DEPARTMENT
           MOVE DATE-IN TO FA-IN-SERVICE-DATE
           MOVE COST-IN TO FA-COST
           MOVE SALVAGE-IN TO FA-SALVAGE-VALUE
           MOVE LIFE-IN TO FA-LIFE-MONTHS
           MOVE METHOD-IN TO FA-METHOD
           MOVE ZERO TO FA-ACCUMULATED-DEPREC
           MOVE ZERO TO FA-MONTHS-DEPRECIATED
           MOVE ZERO TO FA-LAST-DEPREC-PERIOD
           SET FA-IS-ACTIVE TO TRUE
           MOVE OPERATOR-ID TO FA-ADDED-BY
           MOVE TODAY-YYYYMMDD TO FA-ADDED-DATE
           MOVE ZERO TO FA-DISPOSAL-DATE
           MOVE ZERO TO FA-DISPOSAL-PROCEEDS
           MOVE ZERO TO FA-DISPOSAL-GAIN-LOSS
           MOVE SPACES TO FA-DISPOSED-BY
           WRITE FIXED-ASSET-RECORD
           IF NOT FILE-OK
               DISPLAY "ERROR: asset not saved, status " FILE-STATUS
               SET WARNINGS-OCCURRED TO TRUE
           ELSE
               PERFORM SAVE-ASSET-NUMBER
               MOVE SPACES TO FAH-FROM-DEPARTMENT
               MOVE FA-DEPARTMENT TO FAH-TO-DEPARTMENT
               MOVE "ADD" TO FAH-ACTION
               MOVE FA-COST TO FAH-AMOUNT
               PERFORM WRITE-ASSET-HISTORY
               PERFORM OPEN-GL-INTERFACE
               IF GL-FILE-OPEN
                   MOVE GL-ASSET-COST-ACCOUNT TO GL-LINE-ACCOUNT
                   MOVE FA-COST TO GL-LINE-AMOUNT
                   MOVE "FA-ADDITION" TO GL-LINE-SOURCE
                   PERFORM WRITE-ASSET-GL-LINE
                   CLOSE GL-INTERFACE-FILE
               END-IF
               DISPLAY "SUCCESS: asset " FA-ASSET-NUMBER " added"
           END-IF.

       CHECK-DEPARTMENT.
           MOVE 'N' TO DEPARTMENT-SWITCH
           IF DEPARTMENT-IN NOT = SPACES
               MOVE DEPARTMENT-IN TO DEPT-CODE
               READ DEPARTMENT-MASTER KEY IS DEPT-CODE
               IF DEPT-FILE-STATUS = "00" AND DEPT-IS-ACTIVE
                   SET DEPARTMENT-VALID TO TRUE
               END-IF
           END-IF.

       READ-ASSET.
           DISPLAY "Enter Asset Number: " WITH NO ADVANCING
           ACCEPT SEARCH-ASSET-NUMBER
           MOVE SEARCH-ASSET-NUMBER TO FA-ASSET-NUMBER
           READ FIXED-ASSET-FILE KEY IS FA-ASSET-NUMBER
           IF NOT FILE-OK
               DISPLAY "ERROR: asset " SEARCH-ASSET-NUMBER
                   " not found"
           END-IF.

       INQUIRE-ASSET.
           DISPLAY "--- FIXED ASSET INQUIRY ---"
           PERFORM READ-ASSET
           IF FILE-OK
               PERFORM SHOW-ASSET
           END-IF.

       SHOW-ASSET.
           COMPUTE NET-BOOK-VALUE = FA-COST - FA-ACCUMULATED-DEPREC
           DISPLAY "Asset:         " FA-ASSET-NUMBER " "
               FA-DESCRIPTION
           DISPLAY "Department:    " FA-DEPARTMENT
           DISPLAY "In service:    " FA-IN-SERVICE-DATE
           MOVE FA-COST TO AMOUNT-DISPLAY
           DISPLAY "Cost:          " AMOUNT-DISPLAY
           MOVE FA-SALVAGE-VALUE TO AMOUNT-DISPLAY
           DISPLAY "Salvage:       " AMOUNT-DISPLAY
           DISPLAY "Life/method:   " FA-LIFE-MONTHS " months, "
               FA-METHOD
           MOVE FA-ACCUMULATED-DEPREC TO AMOUNT-DISPLAY
           DISPLAY "Accumulated:   " AMOUNT-DISPLAY
               "  (" FA-MONTHS-DEPRECIATED " months, last "
               FA-LAST-DEPREC-PERIOD ")"
           MOVE NET-BOOK-VALUE TO AMOUNT-DISPLAY
           DISPLAY "Net book value:" AMOUNT-DISPLAY
           EVALUATE TRUE
               WHEN FA-IS-ACTIVE
                   DISPLAY "Status:        ACTIVE"
               WHEN FA-IS-FULLY-DEPRECIATED
                   DISPLAY "Status:        FULLY DEPRECIATED"
               WHEN FA-IS-DISPOSED
                   MOVE FA-DISPOSAL-PROCEEDS TO AMOUNT-DISPLAY
                   MOVE FA-DISPOSAL-GAIN-LOSS TO SIGNED-DISPLAY
                   DISPLAY "Status:        DISPOSED "
                       FA-DISPOSAL-DATE " by " FA-DISPOSED-BY
                   DISPLAY "Proceeds:      " AMOUNT-DISPLAY
                   DISPLAY "Gain/(loss):   " SIGNED-DISPLAY
           END-EVALUATE.

      * A transfer moves no ledger balances - cost and accumulated
      * depreciation are carried company-wide - but from the next
      * run the depreciation expense lands on the new department.
       TRANSFER-ASSET.
           DISPLAY "--- TRANSFER ASSET ---"
           PERFORM READ-ASSET
           IF FILE-OK
               IF FA-IS-DISPOSED
                   DISPLAY "ERROR: asset " FA-ASSET-NUMBER
                       " has been disposed of"
                   SET WARNINGS-OCCURRED TO TRUE
               ELSE
                   DISPLAY "Current department: " FA-DEPARTMENT
                   DISPLAY "Enter New Department Code: "
                       WITH NO ADVANCING
                   ACCEPT DEPARTMENT-IN
                   PERFORM CHECK-DEPARTMENT
                   IF NOT DEPARTMENT-VALID
                       DISPLAY "ERROR: " DEPARTMENT-IN
                           " is not an active department"
                       SET WARNINGS-OCCURRED TO TRUE
                   ELSE
                       PERFORM SAVE-TRANSFER
                   END-IF
               END-IF
           ELSE
               SET WARNINGS-OCCURRED TO TRUE
           END-IF.

       SAVE-TRANSFER.
           IF DEPARTMENT-IN = FA-DEPARTMENT
               DISPLAY "Asset is already in " FA-DEPARTMENT
           ELSE
               MOVE FA-DEPARTMENT TO OLD-DEPARTMENT
               MOVE DEPARTMENT-IN TO FA-DEPARTMENT
               REWRITE FIXED-ASSET-RECORD
               IF NOT FILE-OK
                   DISPLAY "ERROR: transfer not saved, status "
                       FILE-STATUS
                   SET WARNINGS-OCCURRED TO TRUE
               ELSE
                   MOVE OLD-DEPARTMENT TO FAH-FROM-DEPARTMENT
                   MOVE FA-DEPARTMENT TO FAH-TO-DEPARTMENT
                   MOVE "TRANSFER" TO FAH-ACTION
                   COMPUTE FAH-AMOUNT =
                       FA-COST - FA-ACCUMULATED-DEPREC
                   PERFORM WRITE-ASSET-HISTORY
                   DISPLAY "SUCCESS: asset " FA-ASSET-NUMBER
                       " transferred to " FA-DEPARTMENT
               END-IF
           END-IF.

      * Depreciation stops at the last monthly run; the gain or loss
      * is the proceeds less the net book value at that point.
       DISPOSE-ASSET.
           DISPLAY "--- DISPOSE OF ASSET ---"
           PERFORM READ-ASSET
           IF NOT FILE-OK
               SET WARNINGS-OCCURRED TO TRUE
           ELSE
               IF FA-IS-DISPOSED
                   DISPLAY "ERROR: asset " FA-ASSET-NUMBER
                       " has already been disposed of"
                   SET WARNINGS-OCCURRED TO TRUE
               ELSE
                   PERFORM SHOW-ASSET
                   DISPLAY "Enter Sale Proceeds (0 if scrapped): "
                       WITH NO ADVANCING
                   ACCEPT PROCEEDS-IN
                   IF PROCEEDS-IN NOT NUMERIC
                       DISPLAY "ERROR: proceeds must be numeric"
                       SET WARNINGS-OCCURRED TO TRUE
                   ELSE
                       PERFORM CONFIRM-DISPOSAL
                   END-IF
               END-IF
           END-IF.

       CONFIRM-DISPOSAL.
           COMPUTE NET-BOOK-VALUE = FA-COST - FA-ACCUMULATED-DEPREC
           COMPUTE GAIN-LOSS-AMOUNT = PROCEEDS-IN - NET-BOOK-VALUE
           MOVE GAIN-LOSS-AMOUNT TO SIGNED-DISPLAY
           DISPLAY "Gain/(loss) on disposal: " SIGNED-DISPLAY
           DISPLAY "Dispose of asset (Y/N)? " WITH NO ADVANCING
           ACCEPT CONFIRM-IN
           IF CONFIRM-IN = "Y" OR CONFIRM-IN = "y"
               PERFORM SAVE-DISPOSAL
           ELSE
               DISPLAY "Disposal cancelled"
           END-IF.

       SAVE-DISPOSAL.
           SET FA-IS-DISPOSED TO TRUE
           MOVE TODAY-YYYYMMDD TO FA-DISPOSAL-DATE
           MOVE PROCEEDS-IN TO FA-DISPOSAL-PROCEEDS
           MOVE GAIN-LOSS-AMOUNT TO FA-DISPOSAL-GAIN-LOSS
           MOVE OPERATOR-ID TO FA-DISPOSED-BY
           REWRITE FIXED-ASSET-RECORD
           IF NOT FILE-OK
               DISPLAY "ERROR: disposal not saved, status "
                   FILE-STATUS
               SET WARNINGS-OCCURRED TO TRUE
           ELSE
               MOVE FA-DEPARTMENT TO FAH-FROM-DEPARTMENT
               MOVE SPACES TO FAH-TO-DEPARTMENT
               MOVE "DISPOSE" TO FAH-ACTION
               MOVE PROCEEDS-IN TO FAH-AMOUNT
               PERFORM WRITE-ASSET-HISTORY
               PERFORM WRITE-DISPOSAL-GL-LINES
               DISPLAY "SUCCESS: asset " FA-ASSET-NUMBER
                   " disposed of"
           END-IF.

       WRITE-DISPOSAL-GL-LINES.
           PERFORM OPEN-GL-INTERFACE
           IF GL-FILE-OPEN
               MOVE "FA-DISPOSAL" TO GL-LINE-SOURCE
               IF FA-ACCUMULATED-DEPREC > 0
                   MOVE GL-ACCUM-DEPREC-ACCOUNT TO GL-LINE-ACCOUNT
                   MOVE FA-ACCUMULATED-DEPREC TO GL-LINE-AMOUNT
                   PERFORM WRITE-ASSET-GL-LINE
               END-IF
               IF NET-BOOK-VALUE > 0
                   MOVE GL-DISPOSAL-ACCOUNT TO GL-LINE-ACCOUNT
                   MOVE NET-BOOK-VALUE TO GL-LINE-AMOUNT
                   PERFORM WRITE-ASSET-GL-LINE
               END-IF
               IF PROCEEDS-IN > 0
                   MOVE GL-PROCEEDS-ACCOUNT TO GL-LINE-ACCOUNT
                   MOVE PROCEEDS-IN TO GL-LINE-AMOUNT
                   PERFORM WRITE-ASSET-GL-LINE
               END-IF
               CLOSE GL-INTERFACE-FILE
           END-IF.

       OPEN-GL-INTERFACE.
           MOVE 'N' TO GL-OPEN-SWITCH
           OPEN EXTEND GL-INTERFACE-FILE
           IF GL-FILE-STATUS = "35"
               OPEN OUTPUT GL-INTERFACE-FILE
               MOVE GL-HEADER-LINE TO GL-ENTRY-LINE
               WRITE GL-ENTRY-LINE
               CLOSE GL-INTERFACE-FILE
               OPEN EXTEND GL-INTERFACE-FILE
           END-IF
           IF GL-FILE-STATUS NOT = "00"
               SET WARNINGS-OCCURRED TO TRUE
               DISPLAY "WARNING: cannot open gl-interface.txt, status "
                   GL-FILE-STATUS " - post asset "
                   FA-ASSET-NUMBER " by hand"
           ELSE
               SET GL-FILE-OPEN TO TRUE
           END-IF.

       WRITE-ASSET-GL-LINE.
           MOVE GL-LINE-AMOUNT TO GL-AMOUNT-FIELD
           MOVE SPACES TO GL-ENTRY-LINE
           STRING GL-LINE-ACCOUNT ",DR,"
               FUNCTION TRIM(GL-AMOUNT-FIELD) ","
               GL-PERIOD "," GL-LINE-SOURCE
               DELIMITED BY SIZE INTO GL-ENTRY-LINE
           WRITE GL-ENTRY-LINE.

       WRITE-ASSET-HISTORY.
           OPEN EXTEND ASSET-HISTORY-FILE
           IF HISTORY-FILE-STATUS = "35"
               OPEN OUTPUT ASSET-HISTORY-FILE
           END-IF
           IF HISTORY-FILE-STATUS = "00"
               MOVE TODAY-YYYYMMDD TO FAH-DATE
               MOVE FA-ASSET-NUMBER TO FAH-ASSET-NUMBER
               MOVE OPERATOR-ID TO FAH-OPERATOR
               WRITE ASSET-HISTORY-RECORD
               CLOSE ASSET-HISTORY-FILE
           ELSE
               DISPLAY "WARNING: cannot write fixed-asset-history.txt"
                   " (status " HISTORY-FILE-STATUS ")"
               SET WARNINGS-OCCURRED TO TRUE
           END-IF.

       READ-ASSET-NUMBER.
           OPEN INPUT ASSET-NUMBER-FILE
           IF NUMBER-FILE-STATUS = "00"
               READ ASSET-NUMBER-FILE
               IF NUMBER-FILE-STATUS = "00"
                   AND ASSET-NUMBER-RECORD NUMERIC
                   MOVE ASSET-NUMBER-RECORD TO LAST-ASSET-NUMBER
               END-IF
               CLOSE ASSET-NUMBER-FILE
           END-IF.

       SAVE-ASSET-NUMBER.
           OPEN OUTPUT ASSET-NUMBER-FILE
           IF NUMBER-FILE-STATUS = "00"
               MOVE LAST-ASSET-NUMBER TO ASSET-NUMBER-RECORD
               WRITE ASSET-NUMBER-RECORD
               CLOSE ASSET-NUMBER-FILE
           ELSE
               DISPLAY "WARNING: cannot save asset number counter"
                   " (status " NUMBER-FILE-STATUS ")"
               SET WARNINGS-OCCURRED TO TRUE
           END-IF.

       DETERMINE-RETURN-CODE.
           IF PROGRAM-RETURN-CODE = 0 AND WARNINGS-OCCURRED
               MOVE 4 TO PROGRAM-RETURN-CODE
           END-IF.

       CLEANUP.
           CLOSE FIXED-ASSET-FILE
           CLOSE DEPARTMENT-MASTER
           CLOSE SECURITY-FILE.

       END PROGRAM FIXED-ASSET-MAINTENANCE.
