       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-BUDGET-LOAD.
       AUTHOR. MUHAMMAD SHAMSUL MARUF.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * GL BUDGET UPLOAD                                              *
      * Loads finance's budget upload (budget-upload.txt) onto the    *
      * account-by-period budget file gl-budget.dat. Each upload row  *
      * names an account, a YYYYMM period, the version (O original    *
      * budget, R re-forecast) and the amount in the account's normal *
      * direction. An original row sets the original amount - and the *
      * revised amount too while the period has never been revised -  *
      * so the year's budget goes in with one file; a re-forecast row *
      * only moves the revised amount and leaves the original alone.  *
      * Rows with a bad period or amount are skipped and counted. The *
      * upload is emptied once read, so a rerun of the night does not *
      * count the same re-forecast twice.                             *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-UPLOAD-FILE
               ASSIGN TO "../data/input/budget-upload.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UPLOAD-FILE-STATUS.

           SELECT BUDGET-FILE
               ASSIGN TO "../data/output/gl-budget.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BGT-KEY
               FILE STATUS IS BUDGET-FILE-STATUS.

           SELECT OPS-STATS-FILE
               ASSIGN TO "../data/output/daily-ops-stats.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-STATS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Account, period, version (O/R, blank is O), amount and a
      * trailing "-" for the odd contra budget.
       FD  BUDGET-UPLOAD-FILE.
       01  BUDGET-UPLOAD-RECORD.
           05  BUP-ACCOUNT             PIC X(10).
           05  FILLER                  PIC X(1).
           05  BUP-PERIOD              PIC 9(6).
           05  BUP-PERIOD-FIELDS REDEFINES BUP-PERIOD.
               10  BUP-YEAR            PIC 9(4).
               10  BUP-MONTH           PIC 9(2).
           05  FILLER                  PIC X(1).
           05  BUP-VERSION             PIC X(1).
               88  BUP-IS-ORIGINAL     VALUE "O" " ".
               88  BUP-IS-REVISED      VALUE "R".
           05  FILLER                  PIC X(1).
           05  BUP-AMOUNT              PIC 9(10)V99.
           05  BUP-SIGN                PIC X(1).

       FD  BUDGET-FILE.
       01  BUDGET-RECORD.
           COPY "glbudget.cpy".

       FD  OPS-STATS-FILE.
       01  OPS-STAT-RECORD.
           COPY "opstat.cpy".

       WORKING-STORAGE SECTION.
       01  UPLOAD-FILE-STATUS      PIC XX.
       01  BUDGET-FILE-STATUS      PIC XX.
       01  OPS-STATS-FILE-STATUS   PIC XX.

       01  TODAY-YYYYMMDD          PIC 9(8).

       01  END-OF-UPLOAD           PIC X VALUE 'N'.
           88  NO-MORE-UPLOAD      VALUE 'Y'.
       01  UPLOAD-OPEN-SWITCH      PIC X VALUE 'N'.
           88  UPLOAD-OPEN         VALUE 'Y'.

       01  UPLOAD-AMOUNT           PIC S9(12)V99.

       01  ROWS-READ               PIC 9(6) VALUE ZERO.
       01  ORIGINALS-LOADED        PIC 9(6) VALUE ZERO.
       01  REVISIONS-LOADED        PIC 9(6) VALUE ZERO.
       01  ROWS-REJECTED           PIC 9(6) VALUE ZERO.
       01  LOADED-TOTAL            PIC S9(12)V99 VALUE ZERO.

       01  PROGRAM-RETURN-CODE     PIC 9(3) VALUE ZERO.
       01  WARNING-FLAG            PIC X VALUE 'N'.
           88  WARNINGS-OCCURRED   VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-LOAD
           PERFORM LOAD-NEXT-BUDGET-ROW UNTIL NO-MORE-UPLOAD
           PERFORM FINALIZE-LOAD
           PERFORM DETERMINE-RETURN-CODE
           PERFORM WRITE-OPS-STATS
           MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       INITIALIZE-LOAD.
           CALL "PROCESS-DATE" USING TODAY-YYYYMMDD

           OPEN INPUT BUDGET-UPLOAD-FILE
           IF UPLOAD-FILE-STATUS NOT = "00"
               DISPLAY "NOTE: no budget-upload.txt supplied"
                   " - budget file unchanged"
               SET NO-MORE-UPLOAD TO TRUE
           ELSE
               SET UPLOAD-OPEN TO TRUE
               PERFORM OPEN-BUDGET-FILE
           END-IF.

       OPEN-BUDGET-FILE.
           OPEN I-O BUDGET-FILE
           IF BUDGET-FILE-STATUS = "35"
               CLOSE BUDGET-FILE
               OPEN OUTPUT BUDGET-FILE
               CLOSE BUDGET-FILE
               OPEN I-O BUDGET-FILE
           END-IF
           IF BUDGET-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open gl-budget.dat"
               DISPLAY "File Status: " BUDGET-FILE-STATUS
               CLOSE BUDGET-UPLOAD-FILE
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-NEXT-BUDGET-ROW.
           READ BUDGET-UPLOAD-FILE
               AT END
                   SET NO-MORE-UPLOAD TO TRUE
               NOT AT END
                   IF BUDGET-UPLOAD-RECORD NOT = SPACES
                       ADD 1 TO ROWS-READ
                       PERFORM EDIT-AND-APPLY-ROW
                   END-IF
           END-READ.

       EDIT-AND-APPLY-ROW.
           EVALUATE TRUE
               WHEN BUP-ACCOUNT = SPACES
                   DISPLAY "WARNING: budget row without account: "
                       BUDGET-UPLOAD-RECORD
                   PERFORM REJECT-BUDGET-ROW
               WHEN BUP-PERIOD NOT NUMERIC
                   OR BUP-MONTH < 1 OR BUP-MONTH > 12
                   DISPLAY "WARNING: budget row bad period: "
                       BUDGET-UPLOAD-RECORD
                   PERFORM REJECT-BUDGET-ROW
               WHEN BUP-AMOUNT NOT NUMERIC
                   DISPLAY "WARNING: budget row bad amount: "
                       BUDGET-UPLOAD-RECORD
                   PERFORM REJECT-BUDGET-ROW
               WHEN NOT BUP-IS-ORIGINAL AND NOT BUP-IS-REVISED
                   DISPLAY "WARNING: budget row bad version: "
                       BUDGET-UPLOAD-RECORD
                   PERFORM REJECT-BUDGET-ROW
               WHEN OTHER
                   MOVE BUP-AMOUNT TO UPLOAD-AMOUNT
                   IF BUP-SIGN = "-"
                       COMPUTE UPLOAD-AMOUNT = 0 - UPLOAD-AMOUNT
                   END-IF
                   PERFORM APPLY-BUDGET-ROW
           END-EVALUATE.

       REJECT-BUDGET-ROW.
           ADD 1 TO ROWS-REJECTED
           SET WARNINGS-OCCURRED TO TRUE.

      * A re-forecast for a period finance never budgeted starts the
      * row with a zero original, so the original version still
      * shows what was really approved for the year.
       APPLY-BUDGET-ROW.
           MOVE BUP-ACCOUNT TO BGT-ACCOUNT
           MOVE BUP-PERIOD TO BGT-PERIOD
           READ BUDGET-FILE KEY IS BGT-KEY
           IF BUDGET-FILE-STATUS = "00"
               PERFORM UPDATE-BUDGET-ROW
           ELSE
               MOVE BUP-ACCOUNT TO BGT-ACCOUNT
               MOVE BUP-PERIOD TO BGT-PERIOD
               MOVE TODAY-YYYYMMDD TO BGT-LOADED-DATE
               MOVE UPLOAD-AMOUNT TO BGT-REVISED-AMOUNT
               MOVE ZERO TO BGT-REVISED-DATE
               MOVE ZERO TO BGT-REVISION-COUNT
               MOVE SPACES TO BGT-REVISED-BY
               IF BUP-IS-ORIGINAL
                   MOVE UPLOAD-AMOUNT TO BGT-ORIGINAL-AMOUNT
               ELSE
                   MOVE ZERO TO BGT-ORIGINAL-AMOUNT
                   PERFORM STAMP-REVISION
               END-IF
               WRITE BUDGET-RECORD
               PERFORM CHECK-BUDGET-WRITE
           END-IF.

       UPDATE-BUDGET-ROW.
           IF BUP-IS-ORIGINAL
               MOVE UPLOAD-AMOUNT TO BGT-ORIGINAL-AMOUNT
               MOVE TODAY-YYYYMMDD TO BGT-LOADED-DATE
               IF BGT-REVISION-COUNT = 0
                   MOVE UPLOAD-AMOUNT TO BGT-REVISED-AMOUNT
               ELSE
                   DISPLAY "NOTE: " BGT-ACCOUNT " " BGT-PERIOD
                       " original reloaded, revised budget kept"
               END-IF
           ELSE
               MOVE UPLOAD-AMOUNT TO BGT-REVISED-AMOUNT
               PERFORM STAMP-REVISION
           END-IF
           REWRITE BUDGET-RECORD
           PERFORM CHECK-BUDGET-WRITE.

       STAMP-REVISION.
           ADD 1 TO BGT-REVISION-COUNT
           MOVE TODAY-YYYYMMDD TO BGT-REVISED-DATE
           MOVE "UPLOAD" TO BGT-REVISED-BY.

       CHECK-BUDGET-WRITE.
           IF BUDGET-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: budget " BGT-ACCOUNT " " BGT-PERIOD
                   " not saved, status " BUDGET-FILE-STATUS
               PERFORM REJECT-BUDGET-ROW
           ELSE
               IF BUP-IS-ORIGINAL
                   ADD 1 TO ORIGINALS-LOADED
               ELSE
                   ADD 1 TO REVISIONS-LOADED
               END-IF
               ADD UPLOAD-AMOUNT TO LOADED-TOTAL
           END-IF.

       FINALIZE-LOAD.
           IF UPLOAD-OPEN
               CLOSE BUDGET-UPLOAD-FILE
               CLOSE BUDGET-FILE
               OPEN OUTPUT BUDGET-UPLOAD-FILE
               CLOSE BUDGET-UPLOAD-FILE
           END-IF
           DISPLAY "Budget load complete: " ORIGINALS-LOADED
               " original, " REVISIONS-LOADED " revised, "
               ROWS-REJECTED " rejected".

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
           MOVE "GL-BUDGET-LOAD"      TO OPS-PROGRAM-ID
           ACCEPT OPS-RUN-DATE FROM DATE YYYYMMDD
           MOVE ROWS-READ             TO OPS-RECORDS-PROCESSED
           MOVE ROWS-REJECTED         TO OPS-REJECTS
           MOVE LOADED-TOTAL          TO OPS-TOTAL-AMOUNT
           MOVE PROGRAM-RETURN-CODE   TO OPS-RETURN-CODE
           WRITE OPS-STAT-RECORD
           CLOSE OPS-STATS-FILE.

       END PROGRAM GL-BUDGET-LOAD.
