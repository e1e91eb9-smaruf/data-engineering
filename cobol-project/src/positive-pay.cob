       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSITIVE-PAY.
       AUTHOR. MUHAMMAD SHAMSUL MARUF.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * POSITIVE-PAY ISSUE FILE BUILD                                 *
      * Sends the bank every check written since the last run so it   *
      * pays only checks we actually issued, in the amount we issued  *
      * them for. Each register row not yet sent goes out as an issue *
      * detail; each check voided (CHECK-MAINTENANCE) or escheated    *
      * (UNCLAIMED-PROPERTY) since the last run goes out as a void    *
      * detail so the bank stops it. The file follows the deposit     *
      * file's layout - type 1 header, type 2 details, type 9 trailer *
      * with the record count and amount total the bank balances to - *
      * and carries the account number from positive-pay-control.txt. *
      * Each row is flagged as sent once written, so a rerun sends    *
      * only what is new.                                             *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-REGISTER-FILE
               ASSIGN TO "../data/output/check-register.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHK-NUMBER
               ALTERNATE RECORD KEY IS CHK-PAYEE-ID
                   WITH DUPLICATES
               FILE STATUS IS REGISTER-FILE-STATUS.

           SELECT POSITIVE-PAY-FILE
               ASSIGN TO "../data/output/positive-pay-file.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-FILE-STATUS.

           SELECT PAY-CONTROL-FILE
               ASSIGN TO "../data/input/positive-pay-control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT OPS-STATS-FILE
               ASSIGN TO "../data/output/daily-ops-stats.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-STATS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-REGISTER-FILE.
       01  CHECK-REGISTER-RECORD.
           COPY "chkreg.cpy".

       FD  POSITIVE-PAY-FILE.
       01  POSITIVE-PAY-LINE       PIC X(80).

      * Operator-maintained: the bank account the checks are drawn
      * on, as the bank knows it.
       FD  PAY-CONTROL-FILE.
       01  PAY-CONTROL-RECORD.
           05  PPC-ACCOUNT-NUMBER  PIC X(12).

       FD  OPS-STATS-FILE.
       01  OPS-STAT-RECORD.
           COPY "opstat.cpy".

       WORKING-STORAGE SECTION.
       01  REGISTER-FILE-STATUS    PIC XX.
       01  PAY-FILE-STATUS         PIC XX.
       01  CONTROL-FILE-STATUS     PIC XX.
       01  OPS-STATS-FILE-STATUS   PIC XX.

       01  TODAY-YYYYMMDD          PIC 9(8).
       01  BANK-ACCOUNT-NUMBER     PIC X(12) VALUE SPACES.

       01  END-OF-CHECKS           PIC X VALUE 'N'.
           88  NO-MORE-CHECKS      VALUE 'Y'.

       01  ISSUE-COUNT             PIC 9(6) VALUE ZERO.
       01  VOID-COUNT              PIC 9(6) VALUE ZERO.
       01  DETAIL-COUNT            PIC 9(6) VALUE ZERO.
       01  REWRITE-FAIL-COUNT      PIC 9(6) VALUE ZERO.
       01  PAY-FILE-TOTAL          PIC 9(10)V99 VALUE ZERO.
       01  PAY-FILE-TOTAL-CENTS    PIC 9(12).
       01  CHECK-AMOUNT-CENTS      PIC 9(10).

      * Fixed-format bank records: type 1 header, type 2 detail,
      * type 9 trailer.
       01  PAY-HEADER-RECORD.
           05  PHR-TYPE            PIC X(1) VALUE "1".
           05  PHR-DATE            PIC 9(8).
           05  PHR-ACCOUNT         PIC X(12).
           05  PHR-DESCRIPTION     PIC X(20)
                                   VALUE "POSITIVE PAY ISSUES".
           05  FILLER              PIC X(39) VALUE SPACES.

       01  PAY-DETAIL-RECORD.
           05  PDR-TYPE            PIC X(1) VALUE "2".
           05  PDR-ACTION          PIC X(1).
           05  PDR-CHECK-NUMBER    PIC 9(8).
           05  PDR-ISSUE-DATE      PIC 9(8).
           05  PDR-AMOUNT-CENTS    PIC 9(10).
           05  PDR-PAYEE-NAME      PIC X(30).
           05  FILLER              PIC X(22) VALUE SPACES.

       01  PAY-TRAILER-RECORD.
           05  PTR-TYPE            PIC X(1) VALUE "9".
           05  PTR-RECORD-COUNT    PIC 9(6).
           05  PTR-AMOUNT-CENTS    PIC 9(12).
           05  FILLER              PIC X(61) VALUE SPACES.

       01  PROGRAM-RETURN-CODE     PIC 9(3) VALUE ZERO.
       01  WARNING-FLAG            PIC X VALUE 'N'.
           88  WARNINGS-OCCURRED   VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-PAY-RUN
           PERFORM PROCESS-CHECK-REGISTER
           PERFORM WRITE-PAY-TRAILER
           PERFORM FINALIZE-PAY-RUN
           PERFORM DETERMINE-RETURN-CODE
           PERFORM WRITE-OPS-STATS
           MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       INITIALIZE-PAY-RUN.
           CALL "PROCESS-DATE" USING TODAY-YYYYMMDD
           PERFORM READ-PAY-CONTROL

           OPEN I-O CHECK-REGISTER-FILE
           IF REGISTER-FILE-STATUS = "35"
               CLOSE CHECK-REGISTER-FILE
               OPEN OUTPUT CHECK-REGISTER-FILE
               CLOSE CHECK-REGISTER-FILE
               OPEN I-O CHECK-REGISTER-FILE
           END-IF
           IF REGISTER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open check-register.dat"
               DISPLAY "File Status: " REGISTER-FILE-STATUS
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT POSITIVE-PAY-FILE
           IF PAY-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open positive-pay-file.txt"
               DISPLAY "File Status: " PAY-FILE-STATUS
               CLOSE CHECK-REGISTER-FILE
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE TODAY-YYYYMMDD TO PHR-DATE
           MOVE BANK-ACCOUNT-NUMBER TO PHR-ACCOUNT
           WRITE POSITIVE-PAY-LINE FROM PAY-HEADER-RECORD.

      * A missing control file still builds the file; the bank
      * rejects a blank account, so the run is flagged.
       READ-PAY-CONTROL.
           OPEN INPUT PAY-CONTROL-FILE
           IF CONTROL-FILE-STATUS = "00"
               READ PAY-CONTROL-FILE
               IF CONTROL-FILE-STATUS = "00"
                   MOVE PPC-ACCOUNT-NUMBER TO BANK-ACCOUNT-NUMBER
               END-IF
               CLOSE PAY-CONTROL-FILE
           END-IF
           IF BANK-ACCOUNT-NUMBER = SPACES
               DISPLAY "WARNING: no account number in "
                   "positive-pay-control.txt"
               SET WARNINGS-OCCURRED TO TRUE
           END-IF.

       PROCESS-CHECK-REGISTER.
           MOVE ZERO TO CHK-NUMBER
           START CHECK-REGISTER-FILE KEY IS >= CHK-NUMBER
               INVALID KEY
                   SET NO-MORE-CHECKS TO TRUE
           END-START
           PERFORM READ-NEXT-CHECK UNTIL NO-MORE-CHECKS.

       READ-NEXT-CHECK.
           READ CHECK-REGISTER-FILE NEXT RECORD
               AT END
                   SET NO-MORE-CHECKS TO TRUE
               NOT AT END
                   PERFORM SEND-ONE-CHECK
           END-READ.

      * A check voided before it was ever sent still goes out as an
      * issue followed by a void, so the bank's file stays complete.
       SEND-ONE-CHECK.
           IF NOT CHK-ISSUE-SENT
               MOVE "I" TO PDR-ACTION
               PERFORM WRITE-PAY-DETAIL
               ADD 1 TO ISSUE-COUNT
               SET CHK-ISSUE-SENT TO TRUE
               PERFORM REWRITE-CHECK
           END-IF
           IF (CHK-VOIDED OR CHK-ESCHEATED)
               AND NOT CHK-VOID-SENT
               MOVE "V" TO PDR-ACTION
               PERFORM WRITE-PAY-DETAIL
               ADD 1 TO VOID-COUNT
               SET CHK-VOID-SENT TO TRUE
               PERFORM REWRITE-CHECK
           END-IF.

       WRITE-PAY-DETAIL.
           ADD 1 TO DETAIL-COUNT
           ADD CHK-AMOUNT TO PAY-FILE-TOTAL
           MOVE CHK-NUMBER TO PDR-CHECK-NUMBER
           MOVE CHK-ISSUE-DATE TO PDR-ISSUE-DATE
           COMPUTE CHECK-AMOUNT-CENTS = CHK-AMOUNT * 100
           MOVE CHECK-AMOUNT-CENTS TO PDR-AMOUNT-CENTS
           MOVE CHK-PAYEE-NAME TO PDR-PAYEE-NAME
           WRITE POSITIVE-PAY-LINE FROM PAY-DETAIL-RECORD.

       REWRITE-CHECK.
           REWRITE CHECK-REGISTER-RECORD
           IF REGISTER-FILE-STATUS NOT = "00"
               ADD 1 TO REWRITE-FAIL-COUNT
               SET WARNINGS-OCCURRED TO TRUE
               DISPLAY "WARNING: check " CHK-NUMBER
                   " not flagged as sent, status "
                   REGISTER-FILE-STATUS " - it will go again"
           END-IF.

       WRITE-PAY-TRAILER.
           MOVE DETAIL-COUNT TO PTR-RECORD-COUNT
           COMPUTE PAY-FILE-TOTAL-CENTS = PAY-FILE-TOTAL * 100
           MOVE PAY-FILE-TOTAL-CENTS TO PTR-AMOUNT-CENTS
           WRITE POSITIVE-PAY-LINE FROM PAY-TRAILER-RECORD.

       FINALIZE-PAY-RUN.
           CLOSE CHECK-REGISTER-FILE
           CLOSE POSITIVE-PAY-FILE
           DISPLAY "Positive pay build complete: " ISSUE-COUNT
               " issues, " VOID-COUNT " voids"
           DISPLAY "Bank file: ../data/output/positive-pay-file.txt".

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
           MOVE "POSITIVE-PAY"        TO OPS-PROGRAM-ID
           ACCEPT OPS-RUN-DATE FROM DATE YYYYMMDD
           MOVE DETAIL-COUNT          TO OPS-RECORDS-PROCESSED
           MOVE REWRITE-FAIL-COUNT    TO OPS-REJECTS
           MOVE PAY-FILE-TOTAL        TO OPS-TOTAL-AMOUNT
           MOVE PROGRAM-RETURN-CODE   TO OPS-RETURN-CODE
           WRITE OPS-STAT-RECORD
           CLOSE OPS-STATS-FILE.

       END PROGRAM POSITIVE-PAY.
