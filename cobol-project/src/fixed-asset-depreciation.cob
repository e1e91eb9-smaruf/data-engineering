       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIXED-ASSET-DEPRECIATION.
       AUTHOR. MUHAMMAD SHAMSUL MARUF.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * FIXED ASSET MONTHLY DEPRECIATION                              *
      * Month-end run over the fixed asset register fixed-assets.dat. *
      * Every active asset in service by the current month takes its  *
      * depreciation for each month since it last ran (a missed       *
      * month-end catches up here rather than being lost):            *
      *   S straight line - cost less salvage spread evenly over the  *
      *     life in months;                                           *
      *   D declining balance - twice the straight-line rate on the   *
      *     net book value, switching to straight line over the       *
      *     remaining life once that gives the larger charge, so the  *
      *     asset still reaches salvage value on its last month.      *
      * No asset goes below salvage value; one that reaches it is     *
      * marked fully depreciated. The month's charge goes to          *
      * gl-interface.txt as one expense debit per department, the     *
      * account coming from asset-account-map.txt (the accumulated    *
      * depreciation credit from gl-account-map.txt). Prints the      *
      * depreciation schedule (depreciation-schedule.txt) and the     *
      * asset register (asset-register.txt). An asset's last-run      *
      * period keeps a rerun of the month from charging it twice.     *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIXED-ASSET-FILE
               ASSIGN TO "../data/output/fixed-assets.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-ASSET-NUMBER
               FILE STATUS IS ASSET-FILE-STATUS.

           SELECT ASSET-ACCOUNT-MAP-FILE
               ASSIGN TO "../data/input/asset-account-map.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASSETMAP-FILE-STATUS.

           SELECT GL-INTERFACE-FILE
               ASSIGN TO "../data/output/gl-interface.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-FILE-STATUS.

           SELECT SCHEDULE-FILE
               ASSIGN TO "../data/output/depreciation-schedule.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCHEDULE-FILE-STATUS.

           SELECT REGISTER-FILE
               ASSIGN TO "../data/output/asset-register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-FILE-STATUS.

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
       FD  FIXED-ASSET-FILE.
       01  FIXED-ASSET-RECORD.
           COPY "fixast.cpy".

      * Department-to-depreciation-expense-account mapping, laid out
      * like payroll-account-map.txt: department code padded to 20.
       FD  ASSET-ACCOUNT-MAP-FILE.
       01  ASSET-ACCOUNT-MAP-RECORD.
           05  AAM-IN-DEPT             PIC X(20).
           05  FILLER                  PIC X(1).
           05  AAM-IN-ACCOUNT          PIC X(10).

       FD  GL-INTERFACE-FILE.
       01  GL-ENTRY-LINE               PIC X(132).

       FD  SCHEDULE-FILE.
       01  SCHEDULE-LINE               PIC X(132).

       FD  REGISTER-FILE.
       01  REGISTER-LINE               PIC X(132).

       FD  OPS-STATS-FILE.
       01  OPS-STAT-RECORD.
           COPY "opstat.cpy".

       FD  COMPANY-PROFILE-FILE.
       01  COMPANY-PROFILE-RECORD.
           COPY "comprof.cpy".

       WORKING-STORAGE SECTION.
       01  ASSET-FILE-STATUS       PIC XX.
       01  ASSETMAP-FILE-STATUS    PIC XX.
       01  GL-FILE-STATUS          PIC XX.
       01  SCHEDULE-FILE-STATUS    PIC XX.
       01  REGISTER-FILE-STATUS    PIC XX.
       01  OPS-STATS-FILE-STATUS   PIC XX.
       01  PROFILE-FILE-STATUS     PIC XX.

       01  COMPANY-NAME            PIC X(50) VALUE
           "ABC CORPORATION - FIXED ASSETS".

       01  TODAY-YYYYMMDD          PIC 9(8).
       01  CURRENT-DATE-FIELDS REDEFINES TODAY-YYYYMMDD.
           05  CURR-YEAR           PIC 9(4).
           05  CURR-MONTH          PIC 9(2).
           05  CURR-DAY            PIC 9(2).
       01  FORMATTED-DATE          PIC X(10).

       01  RUN-PERIOD              PIC 9(6).
       01  RUN-PERIOD-FIELDS REDEFINES RUN-PERIOD.
           05  RUN-YEAR            PIC 9(4).
           05  RUN-MONTH           PIC 9(2).
       01  START-PERIOD            PIC 9(6).
       01  START-PERIOD-FIELDS REDEFINES START-PERIOD.
           05  START-YEAR          PIC 9(4).
           05  START-MONTH         PIC 9(2).
       01  RUN-MONTH-INDEX         PIC 9(6).
       01  START-MONTH-INDEX       PIC 9(6).
       01  MONTHS-DUE              PIC 9(4).
       01  MONTHS-LEFT             PIC 9(4).
       01  MONTH-COUNTER           PIC 9(4).

       01  DEPRECIABLE-REMAINING   PIC 9(10)V99.
       01  NET-BOOK-VALUE          PIC 9(10)V99.
       01  MONTH-CHARGE            PIC 9(10)V99.
       01  STRAIGHT-LINE-CHARGE    PIC 9(10)V99.
       01  ASSET-RUN-CHARGE        PIC 9(10)V99.

       01  END-OF-ASSETS           PIC X VALUE 'N'.
           88  NO-MORE-ASSETS      VALUE 'Y'.
       01  ASSET-FILE-SWITCH       PIC X VALUE 'N'.
           88  ASSET-FILE-OPEN     VALUE 'Y'.

      * Department map and the run's charge per department.
       01  ASSET-MAP-TABLE.
           05  ASSETMAP-ENTRY OCCURS 50 TIMES.
               10  AAM-DEPT        PIC X(20).
               10  AAM-ACCOUNT     PIC X(10).
       01  ASSETMAP-COUNT          PIC 9(2) VALUE 0.
       01  AAM-IDX                 PIC 9(2).
       01  ASSETMAP-MATCH-SWITCH   PIC X.
           88  ASSETMAP-MATCHED    VALUE 'Y'.
       01  END-OF-ASSETMAP         PIC X VALUE 'N'.
           88  NO-MORE-ASSETMAP    VALUE 'Y'.

       01  DEPT-CHARGE-TABLE.
           05  DEPT-CHARGE-ENTRY OCCURS 50 TIMES.
               10  DCT-DEPT        PIC X(20).
               10  DCT-ACCOUNT     PIC X(10).
               10  DCT-AMOUNT      PIC 9(10)V99.
               10  DCT-ASSETS      PIC 9(5).
       01  DEPT-CHARGE-COUNT       PIC 9(2) VALUE 0.
       01  DCT-IDX                 PIC 9(2).
       01  DEPT-CHARGE-SWITCH      PIC X.
           88  DEPT-CHARGE-FOUND   VALUE 'Y'.

       01  GL-DEPRECIATION-ACCOUNT PIC X(10) VALUE "6150-DEPRC".
       01  GL-PERIOD               PIC 9(6).
       01  GL-AMOUNT-FIELD         PIC ZZZZZZZZZ9.99.
       01  GL-HEADER-LINE          PIC X(132) VALUE
           "GL_ACCOUNT,DR_CR,AMOUNT,PERIOD,SOURCE_REFERENCE".

       01  ASSETS-READ             PIC 9(6) VALUE ZERO.
       01  ASSETS-DEPRECIATED      PIC 9(6) VALUE ZERO.
       01  ASSETS-FAILED           PIC 9(6) VALUE ZERO.
       01  RUN-CHARGE-TOTAL        PIC 9(10)V99 VALUE ZERO.
       01  REGISTER-COST-TOTAL     PIC 9(12)V99 VALUE ZERO.
       01  REGISTER-ACCUM-TOTAL    PIC 9(12)V99 VALUE ZERO.
       01  REGISTER-NBV-TOTAL      PIC 9(12)V99 VALUE ZERO.

       01  HEADER-LINE-1.
           05  FILLER              PIC X(40) VALUE SPACES.
           05  HDR-COMPANY         PIC X(50).
           05  FILLER              PIC X(42) VALUE SPACES.

       01  HEADER-LINE-2.
           05  HDR-TITLE           PIC X(30).
           05  FILLER              PIC X(8) VALUE "Period: ".
           05  HDR-PERIOD          PIC 9(6).
           05  FILLER              PIC X(6) VALUE SPACES.
           05  FILLER              PIC X(6) VALUE "Date: ".
           05  HDR-DATE            PIC X(10).
           05  FILLER              PIC X(66) VALUE SPACES.

       01  SEPARATOR-LINE          PIC X(132) VALUE ALL "-".

       01  SCHEDULE-HEADER.
           05  FILLER              PIC X(132) VALUE
           "ASSET  DESCRIPTION          DEPARTMENT      M "
           & "         COST       SALVAGE LIFE USED  "
           & " THIS PERIOD   ACCUMULATED  NET BOOK VAL LEFT".

       01  SCHEDULE-DETAIL.
           05  SCD-ASSET           PIC 9(6).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  SCD-DESCRIPTION     PIC X(20).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  SCD-DEPARTMENT      PIC X(15).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  SCD-METHOD          PIC X(1).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  SCD-COST            PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  SCD-SALVAGE         PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  SCD-LIFE            PIC ZZZ9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  SCD-USED            PIC ZZZ9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  SCD-CHARGE          PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  SCD-ACCUMULATED     PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  SCD-NET-BOOK        PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  SCD-LEFT            PIC ZZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.

       01  DEPT-TOTAL-LINE.
           05  FILLER              PIC X(8) VALUE SPACES.
           05  DTL-DEPARTMENT      PIC X(20).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  DTL-ACCOUNT         PIC X(10).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  DTL-ASSETS          PIC ZZZZ9.
           05  FILLER              PIC X(8) VALUE " assets ".
           05  DTL-AMOUNT          PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(66) VALUE SPACES.

       01  REGISTER-HEADER.
           05  FILLER              PIC X(132) VALUE
           "ASSET  DESCRIPTION            DEPARTMENT      IN-SERV  "
           & "         COST   ACCUMULATED  NET BOOK VAL STATUS     "
           & "DISPOSED    GAIN/(LOSS)".

       01  REGISTER-DETAIL.
           05  RGD-ASSET           PIC 9(6).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  RGD-DESCRIPTION     PIC X(22).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  RGD-DEPARTMENT      PIC X(15).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  RGD-IN-SERVICE      PIC 9(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  RGD-COST            PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  RGD-ACCUMULATED     PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  RGD-NET-BOOK        PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  RGD-STATUS          PIC X(10).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  RGD-DISPOSED        PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  RGD-GAIN-LOSS       PIC ZZ,ZZZ,ZZ9.99-.

       01  REGISTER-TOTAL-LINE.
           05  FILLER              PIC X(55) VALUE
               "REGISTER TOTAL".
           05  RGT-COST            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  RGT-ACCUMULATED     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  RGT-NET-BOOK        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(33) VALUE SPACES.

       01  PROGRAM-RETURN-CODE     PIC 9(3) VALUE ZERO.
       01  WARNING-FLAG            PIC X VALUE 'N'.
           88  WARNINGS-OCCURRED   VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-COMPANY-PROFILE
           PERFORM INITIALIZE-DEPRECIATION
           PERFORM LOAD-ASSET-ACCOUNT-MAP
           PERFORM PRINT-REPORT-HEADERS
           PERFORM PROCESS-NEXT-ASSET UNTIL NO-MORE-ASSETS
           PERFORM PRINT-REPORT-TOTALS
           PERFORM POST-DEPRECIATION-GL
           PERFORM FINALIZE-DEPRECIATION
           PERFORM DETERMINE-RETURN-CODE
           PERFORM WRITE-OPS-STATS
           MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       INITIALIZE-DEPRECIATION.
           CALL "PROCESS-DATE" USING TODAY-YYYYMMDD
           STRING CURR-YEAR "-" CURR-MONTH "-" CURR-DAY
               DELIMITED BY SIZE
               INTO FORMATTED-DATE
           END-STRING
           MOVE TODAY-YYYYMMDD(1:6) TO RUN-PERIOD
           MOVE RUN-PERIOD TO GL-PERIOD
           COMPUTE RUN-MONTH-INDEX = RUN-YEAR * 12 + RUN-MONTH

           OPEN I-O FIXED-ASSET-FILE
           IF ASSET-FILE-STATUS = "35"
               DISPLAY "NOTE: no fixed-assets.dat yet - nothing to "
                   "depreciate"
               SET NO-MORE-ASSETS TO TRUE
           ELSE
               IF ASSET-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: cannot open fixed-assets.dat"
                   DISPLAY "File Status: " ASSET-FILE-STATUS
                   MOVE 16 TO PROGRAM-RETURN-CODE
                   MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
                   STOP RUN
               END-IF
               SET ASSET-FILE-OPEN TO TRUE
           END-IF

           OPEN OUTPUT SCHEDULE-FILE
           IF SCHEDULE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open depreciation-schedule.txt"
               DISPLAY "File Status: " SCHEDULE-FILE-STATUS
               IF ASSET-FILE-OPEN
                   CLOSE FIXED-ASSET-FILE
               END-IF
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REGISTER-FILE
           IF REGISTER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open asset-register.txt"
               DISPLAY "File Status: " REGISTER-FILE-STATUS
               IF ASSET-FILE-OPEN
                   CLOSE FIXED-ASSET-FILE
               END-IF
               CLOSE SCHEDULE-FILE
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-ASSET-ACCOUNT-MAP.
           OPEN INPUT ASSET-ACCOUNT-MAP-FILE
           IF ASSETMAP-FILE-STATUS NOT = "00"
               DISPLAY "NOTE: no asset-account-map.txt supplied - "
                   "default depreciation account for every department"
           ELSE
               PERFORM READ-NEXT-ASSETMAP-ROW UNTIL NO-MORE-ASSETMAP
               CLOSE ASSET-ACCOUNT-MAP-FILE
           END-IF.

       READ-NEXT-ASSETMAP-ROW.
           READ ASSET-ACCOUNT-MAP-FILE
               AT END
                   SET NO-MORE-ASSETMAP TO TRUE
               NOT AT END
                   IF ASSETMAP-COUNT < 50
                       AND AAM-IN-DEPT NOT = SPACES
                       ADD 1 TO ASSETMAP-COUNT
                       MOVE AAM-IN-DEPT TO AAM-DEPT(ASSETMAP-COUNT)
                       MOVE AAM-IN-ACCOUNT
                           TO AAM-ACCOUNT(ASSETMAP-COUNT)
                   ELSE
                       DISPLAY "WARNING: asset map row skipped: "
                           ASSET-ACCOUNT-MAP-RECORD
                       SET WARNINGS-OCCURRED TO TRUE
                   END-IF
           END-READ.

       PRINT-REPORT-HEADERS.
           MOVE COMPANY-NAME TO HDR-COMPANY
           MOVE RUN-PERIOD TO HDR-PERIOD
           MOVE FORMATTED-DATE TO HDR-DATE
           WRITE SCHEDULE-LINE FROM HEADER-LINE-1
           MOVE "DEPRECIATION SCHEDULE" TO HDR-TITLE
           WRITE SCHEDULE-LINE FROM HEADER-LINE-2
           WRITE SCHEDULE-LINE FROM SPACES
           WRITE SCHEDULE-LINE FROM SCHEDULE-HEADER
           WRITE SCHEDULE-LINE FROM SEPARATOR-LINE

           WRITE REGISTER-LINE FROM HEADER-LINE-1
           MOVE "FIXED ASSET REGISTER" TO HDR-TITLE
           WRITE REGISTER-LINE FROM HEADER-LINE-2
           WRITE REGISTER-LINE FROM SPACES
           WRITE REGISTER-LINE FROM REGISTER-HEADER
           WRITE REGISTER-LINE FROM SEPARATOR-LINE.

       PROCESS-NEXT-ASSET.
           READ FIXED-ASSET-FILE NEXT RECORD
               AT END
                   SET NO-MORE-ASSETS TO TRUE
               NOT AT END
                   ADD 1 TO ASSETS-READ
                   MOVE ZERO TO ASSET-RUN-CHARGE
                   IF FA-IS-ACTIVE
                       PERFORM DEPRECIATE-ASSET
                   END-IF
                   IF NOT FA-IS-DISPOSED
                       PERFORM PRINT-SCHEDULE-LINE
                   END-IF
                   PERFORM PRINT-REGISTER-LINE
           END-READ.

      * Months due run from the month after the last charge - or the
      * in-service month for a new asset - up to this month, never
      * past the end of the asset's life.
       DEPRECIATE-ASSET.
           IF FA-LAST-DEPREC-PERIOD = ZERO
               MOVE FA-IN-SERVICE-DATE(1:6) TO START-PERIOD
               COMPUTE START-MONTH-INDEX =
                   START-YEAR * 12 + START-MONTH
           ELSE
               MOVE FA-LAST-DEPREC-PERIOD TO START-PERIOD
               COMPUTE START-MONTH-INDEX =
                   START-YEAR * 12 + START-MONTH + 1
           END-IF
           MOVE ZERO TO MONTHS-DUE
           IF START-MONTH-INDEX <= RUN-MONTH-INDEX
               COMPUTE MONTHS-DUE =
                   RUN-MONTH-INDEX - START-MONTH-INDEX + 1
           END-IF
           IF FA-MONTHS-DEPRECIATED >= FA-LIFE-MONTHS
               MOVE ZERO TO MONTHS-LEFT
           ELSE
               COMPUTE MONTHS-LEFT =
                   FA-LIFE-MONTHS - FA-MONTHS-DEPRECIATED
           END-IF
           IF MONTHS-DUE > MONTHS-LEFT
               MOVE MONTHS-LEFT TO MONTHS-DUE
           END-IF

           IF MONTHS-DUE > 0
               PERFORM DEPRECIATE-ONE-MONTH
                   VARYING MONTH-COUNTER FROM 1 BY 1
                   UNTIL MONTH-COUNTER > MONTHS-DUE
                       OR FA-IS-FULLY-DEPRECIATED
               MOVE RUN-PERIOD TO FA-LAST-DEPREC-PERIOD
               REWRITE FIXED-ASSET-RECORD
               IF ASSET-FILE-STATUS NOT = "00"
                   DISPLAY "WARNING: asset " FA-ASSET-NUMBER
                       " not updated, status " ASSET-FILE-STATUS
                       " - depreciation not posted"
                   ADD 1 TO ASSETS-FAILED
                   SET WARNINGS-OCCURRED TO TRUE
                   MOVE ZERO TO ASSET-RUN-CHARGE
               ELSE
                   ADD 1 TO ASSETS-DEPRECIATED
                   ADD ASSET-RUN-CHARGE TO RUN-CHARGE-TOTAL
                   PERFORM ADD-DEPARTMENT-CHARGE
               END-IF
           END-IF.

       DEPRECIATE-ONE-MONTH.
           COMPUTE DEPRECIABLE-REMAINING = FA-COST
               - FA-SALVAGE-VALUE - FA-ACCUMULATED-DEPREC
           COMPUTE STRAIGHT-LINE-CHARGE ROUNDED =
               DEPRECIABLE-REMAINING
                   / (FA-LIFE-MONTHS - FA-MONTHS-DEPRECIATED)
           IF FA-DECLINING-BALANCE
               COMPUTE NET-BOOK-VALUE =
                   FA-COST - FA-ACCUMULATED-DEPREC
               COMPUTE MONTH-CHARGE ROUNDED =
                   NET-BOOK-VALUE * 2 / FA-LIFE-MONTHS
               IF STRAIGHT-LINE-CHARGE > MONTH-CHARGE
                   MOVE STRAIGHT-LINE-CHARGE TO MONTH-CHARGE
               END-IF
           ELSE
               COMPUTE MONTH-CHARGE ROUNDED =
                   (FA-COST - FA-SALVAGE-VALUE) / FA-LIFE-MONTHS
           END-IF
           IF MONTH-CHARGE > DEPRECIABLE-REMAINING
               OR FA-MONTHS-DEPRECIATED + 1 >= FA-LIFE-MONTHS
               MOVE DEPRECIABLE-REMAINING TO MONTH-CHARGE
           END-IF

           ADD MONTH-CHARGE TO FA-ACCUMULATED-DEPREC
           ADD MONTH-CHARGE TO ASSET-RUN-CHARGE
           ADD 1 TO FA-MONTHS-DEPRECIATED
           IF FA-ACCUMULATED-DEPREC >= FA-COST - FA-SALVAGE-VALUE
               SET FA-IS-FULLY-DEPRECIATED TO TRUE
           END-IF.

       ADD-DEPARTMENT-CHARGE.
           MOVE 'N' TO DEPT-CHARGE-SWITCH
           PERFORM TEST-ONE-DEPT-CHARGE
               VARYING DCT-IDX FROM 1 BY 1
               UNTIL DCT-IDX > DEPT-CHARGE-COUNT
                   OR DEPT-CHARGE-FOUND
           IF DEPT-CHARGE-FOUND
               SUBTRACT 1 FROM DCT-IDX
           ELSE
               IF DEPT-CHARGE-COUNT < 50
                   ADD 1 TO DEPT-CHARGE-COUNT
                   MOVE DEPT-CHARGE-COUNT TO DCT-IDX
                   MOVE FA-DEPARTMENT TO DCT-DEPT(DCT-IDX)
                   MOVE ZERO TO DCT-AMOUNT(DCT-IDX)
                   MOVE ZERO TO DCT-ASSETS(DCT-IDX)
                   PERFORM FIND-DEPARTMENT-ACCOUNT
                   SET DEPT-CHARGE-FOUND TO TRUE
               ELSE
                   DISPLAY "WARNING: department table full - "
                       FA-DEPARTMENT " charged to "
                       DCT-DEPT(DEPT-CHARGE-COUNT)
                   SET WARNINGS-OCCURRED TO TRUE
                   MOVE DEPT-CHARGE-COUNT TO DCT-IDX
               END-IF
           END-IF
           ADD ASSET-RUN-CHARGE TO DCT-AMOUNT(DCT-IDX)
           ADD 1 TO DCT-ASSETS(DCT-IDX).

       TEST-ONE-DEPT-CHARGE.
           IF DCT-DEPT(DCT-IDX) = FA-DEPARTMENT
               SET DEPT-CHARGE-FOUND TO TRUE
           END-IF.

       FIND-DEPARTMENT-ACCOUNT.
           MOVE GL-DEPRECIATION-ACCOUNT TO DCT-ACCOUNT(DCT-IDX)
           MOVE 'N' TO ASSETMAP-MATCH-SWITCH
           PERFORM TEST-ONE-ASSETMAP-ROW
               VARYING AAM-IDX FROM 1 BY 1
               UNTIL AAM-IDX > ASSETMAP-COUNT
                   OR ASSETMAP-MATCHED
           IF NOT ASSETMAP-MATCHED AND ASSETMAP-COUNT > 0
               DISPLAY "WARNING: no depreciation account mapped for "
                   FA-DEPARTMENT " - default account used"
               SET WARNINGS-OCCURRED TO TRUE
           END-IF.

       TEST-ONE-ASSETMAP-ROW.
           IF AAM-DEPT(AAM-IDX) = FA-DEPARTMENT
               MOVE AAM-ACCOUNT(AAM-IDX) TO DCT-ACCOUNT(DCT-IDX)
               SET ASSETMAP-MATCHED TO TRUE
           END-IF.

       PRINT-SCHEDULE-LINE.
           MOVE FA-ASSET-NUMBER TO SCD-ASSET
           MOVE FA-DESCRIPTION TO SCD-DESCRIPTION
           MOVE FA-DEPARTMENT TO SCD-DEPARTMENT
           MOVE FA-METHOD TO SCD-METHOD
           MOVE FA-COST TO SCD-COST
           MOVE FA-SALVAGE-VALUE TO SCD-SALVAGE
           MOVE FA-LIFE-MONTHS TO SCD-LIFE
           MOVE FA-MONTHS-DEPRECIATED TO SCD-USED
           MOVE ASSET-RUN-CHARGE TO SCD-CHARGE
           MOVE FA-ACCUMULATED-DEPREC TO SCD-ACCUMULATED
           COMPUTE NET-BOOK-VALUE = FA-COST - FA-ACCUMULATED-DEPREC
           MOVE NET-BOOK-VALUE TO SCD-NET-BOOK
           IF FA-MONTHS-DEPRECIATED >= FA-LIFE-MONTHS
               MOVE ZERO TO SCD-LEFT
           ELSE
               COMPUTE SCD-LEFT =
                   FA-LIFE-MONTHS - FA-MONTHS-DEPRECIATED
           END-IF
           WRITE SCHEDULE-LINE FROM SCHEDULE-DETAIL.

       PRINT-REGISTER-LINE.
           MOVE FA-ASSET-NUMBER TO RGD-ASSET
           MOVE FA-DESCRIPTION TO RGD-DESCRIPTION
           MOVE FA-DEPARTMENT TO RGD-DEPARTMENT
           MOVE FA-IN-SERVICE-DATE TO RGD-IN-SERVICE
           MOVE FA-COST TO RGD-COST
           MOVE FA-ACCUMULATED-DEPREC TO RGD-ACCUMULATED
           COMPUTE NET-BOOK-VALUE = FA-COST - FA-ACCUMULATED-DEPREC
           EVALUATE TRUE
               WHEN FA-IS-DISPOSED
                   MOVE ZERO TO RGD-NET-BOOK
                   MOVE "DISPOSED" TO RGD-STATUS
                   MOVE FA-DISPOSAL-DATE TO RGD-DISPOSED
                   MOVE FA-DISPOSAL-GAIN-LOSS TO RGD-GAIN-LOSS
               WHEN FA-IS-FULLY-DEPRECIATED
                   MOVE NET-BOOK-VALUE TO RGD-NET-BOOK
                   MOVE "FULLY DEPR" TO RGD-STATUS
                   MOVE SPACES TO RGD-DISPOSED
                   MOVE ZERO TO RGD-GAIN-LOSS
               WHEN OTHER
                   MOVE NET-BOOK-VALUE TO RGD-NET-BOOK
                   MOVE "ACTIVE" TO RGD-STATUS
                   MOVE SPACES TO RGD-DISPOSED
                   MOVE ZERO TO RGD-GAIN-LOSS
           END-EVALUATE
           WRITE REGISTER-LINE FROM REGISTER-DETAIL
           IF NOT FA-IS-DISPOSED
               ADD FA-COST TO REGISTER-COST-TOTAL
               ADD FA-ACCUMULATED-DEPREC TO REGISTER-ACCUM-TOTAL
               ADD NET-BOOK-VALUE TO REGISTER-NBV-TOTAL
           END-IF.

       PRINT-REPORT-TOTALS.
           WRITE SCHEDULE-LINE FROM SEPARATOR-LINE
           MOVE SPACES TO SCHEDULE-LINE
           STRING "DEPRECIATION BY DEPARTMENT FOR " RUN-PERIOD
               DELIMITED BY SIZE INTO SCHEDULE-LINE
           WRITE SCHEDULE-LINE
           PERFORM PRINT-ONE-DEPT-TOTAL
               VARYING DCT-IDX FROM 1 BY 1
               UNTIL DCT-IDX > DEPT-CHARGE-COUNT
           MOVE "TOTAL" TO DTL-DEPARTMENT
           MOVE SPACES TO DTL-ACCOUNT
           MOVE ASSETS-DEPRECIATED TO DTL-ASSETS
           MOVE RUN-CHARGE-TOTAL TO DTL-AMOUNT
           WRITE SCHEDULE-LINE FROM DEPT-TOTAL-LINE

           WRITE REGISTER-LINE FROM SEPARATOR-LINE
           MOVE REGISTER-COST-TOTAL TO RGT-COST
           MOVE REGISTER-ACCUM-TOTAL TO RGT-ACCUMULATED
           MOVE REGISTER-NBV-TOTAL TO RGT-NET-BOOK
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "(disposed assets are listed but not totalled)"
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE.

       PRINT-ONE-DEPT-TOTAL.
           MOVE DCT-DEPT(DCT-IDX) TO DTL-DEPARTMENT
           MOVE DCT-ACCOUNT(DCT-IDX) TO DTL-ACCOUNT
           MOVE DCT-ASSETS(DCT-IDX) TO DTL-ASSETS
           MOVE DCT-AMOUNT(DCT-IDX) TO DTL-AMOUNT
           WRITE SCHEDULE-LINE FROM DEPT-TOTAL-LINE.

      * One expense debit per department; gl-account-map.txt maps
      * each expense account to accumulated depreciation.
       POST-DEPRECIATION-GL.
           IF RUN-CHARGE-TOTAL > 0
               OPEN EXTEND GL-INTERFACE-FILE
               IF GL-FILE-STATUS = "35"
                   OPEN OUTPUT GL-INTERFACE-FILE
                   MOVE GL-HEADER-LINE TO GL-ENTRY-LINE
                   WRITE GL-ENTRY-LINE
                   CLOSE GL-INTERFACE-FILE
                   OPEN EXTEND GL-INTERFACE-FILE
               END-IF
               IF GL-FILE-STATUS NOT = "00"
                   DISPLAY "WARNING: cannot open gl-interface.txt "
                       "(status " GL-FILE-STATUS ") - depreciation "
                       "for " RUN-PERIOD " must be posted by hand"
                   SET WARNINGS-OCCURRED TO TRUE
               ELSE
                   PERFORM WRITE-ONE-DEPT-GL-LINE
                       VARYING DCT-IDX FROM 1 BY 1
                       UNTIL DCT-IDX > DEPT-CHARGE-COUNT
                   CLOSE GL-INTERFACE-FILE
               END-IF
           END-IF.

       WRITE-ONE-DEPT-GL-LINE.
           IF DCT-AMOUNT(DCT-IDX) > 0
               MOVE DCT-AMOUNT(DCT-IDX) TO GL-AMOUNT-FIELD
               MOVE SPACES TO GL-ENTRY-LINE
               STRING DCT-ACCOUNT(DCT-IDX) ",DR,"
                   FUNCTION TRIM(GL-AMOUNT-FIELD) ","
                   GL-PERIOD ",DEPRECIATION"
                   DELIMITED BY SIZE INTO GL-ENTRY-LINE
               WRITE GL-ENTRY-LINE
           END-IF.

       FINALIZE-DEPRECIATION.
           IF ASSET-FILE-OPEN
               CLOSE FIXED-ASSET-FILE
           END-IF
           CLOSE SCHEDULE-FILE
           CLOSE REGISTER-FILE
           MOVE RUN-CHARGE-TOTAL TO GL-AMOUNT-FIELD
           DISPLAY "Depreciation for " RUN-PERIOD ": "
               ASSETS-DEPRECIATED " assets, "
               FUNCTION TRIM(GL-AMOUNT-FIELD)
           DISPLAY "Reports: ../data/output/depreciation-schedule.txt"
               ", ../data/output/asset-register.txt".

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
           MOVE "FIXED-ASSET-DEPREC"  TO OPS-PROGRAM-ID
           ACCEPT OPS-RUN-DATE FROM DATE YYYYMMDD
           MOVE ASSETS-READ           TO OPS-RECORDS-PROCESSED
           MOVE ASSETS-FAILED         TO OPS-REJECTS
           MOVE RUN-CHARGE-TOTAL      TO OPS-TOTAL-AMOUNT
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
                   " - FIXED ASSETS"
                   DELIMITED BY SIZE INTO COMPANY-NAME
           END-IF.

       END PROGRAM FIXED-ASSET-DEPRECIATION.
