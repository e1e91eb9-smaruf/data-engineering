       IDENTIFICATION DIVISION.
       PROGRAM-ID. UNCLAIMED-PROPERTY.
       AUTHOR. MUHAMMAD SHAMSUL MARUF.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * UNCLAIMED-PROPERTY (STALE CHECK) ESCHEATMENT                  *
      * Month-end sweep of the check register for refund and payroll *
      * checks still outstanding past the dormancy period - issued,   *
      * never voided, and not yet paid by the bank according to the  *
      * cash book. Each one is taken off the cash book (CASH-BOOK     *
      * action 'V') so bank reconciliation stops carrying it, marked  *
      * escheated on the register so the next positive-pay file       *
      * stops it at the bank, and its amount is credited to the       *
      * escheat liability account on gl-interface.txt;                *
      * gl-account-map.txt balances that against cash, putting the    *
      * money back in the bank balance and owing it to the state      *
      * instead of the payee. Every check moved is listed on          *
      * unclaimed-property-report.txt, the schedule for the state     *
      * filing. escheat-control.txt: dormancy period in days          *
      * (default 365). Escheated checks leave status 'I', so a rerun  *
      * picks up nothing twice.                                       *
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

           SELECT ESCHEAT-CONTROL-FILE
               ASSIGN TO "../data/input/escheat-control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT GL-INTERFACE-FILE
               ASSIGN TO "../data/output/gl-interface.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-FILE-STATUS.

           SELECT ESCHEAT-REPORT-FILE
               ASSIGN TO "../data/output/unclaimed-property-report.txt"
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
       FD  CHECK-REGISTER-FILE.
       01  CHECK-REGISTER-RECORD.
           COPY "chkreg.cpy".

       FD  ESCHEAT-CONTROL-FILE.
       01  ESCHEAT-CONTROL-RECORD.
           05  ESC-DORMANCY-DAYS       PIC 9(4).

       FD  GL-INTERFACE-FILE.
       01  GL-ENTRY-LINE               PIC X(132).

       FD  ESCHEAT-REPORT-FILE.
       01  REPORT-LINE                 PIC X(100).

       FD  OPS-STATS-FILE.
       01  OPS-STAT-RECORD.
           COPY "opstat.cpy".

       FD  COMPANY-PROFILE-FILE.
       01  COMPANY-PROFILE-RECORD.
           COPY "comprof.cpy".

       WORKING-STORAGE SECTION.
       01  REGISTER-FILE-STATUS    PIC XX.
       01  CONTROL-FILE-STATUS     PIC XX.
       01  GL-FILE-STATUS          PIC XX.
       01  REPORT-FILE-STATUS      PIC XX.
       01  OPS-STATS-FILE-STATUS   PIC XX.
       01  PROFILE-FILE-STATUS     PIC XX.

       01  DORMANCY-DAYS           PIC 9(4) VALUE 365.
       01  GL-ESCHEAT-ACCOUNT      PIC X(10) VALUE "2170-ESCH".

       01  TODAY-YYYYMMDD          PIC 9(8).
       01  TODAY-INTEGER           PIC 9(7).
       01  ISSUE-INTEGER           PIC 9(7).
       01  DAYS-OUTSTANDING        PIC 9(5).

       01  GL-PERIOD               PIC 9(6).
       01  GL-AMOUNT-FIELD         PIC ZZZZZZZ9.99.
       01  GL-HEADER-LINE          PIC X(132) VALUE
           "GL_ACCOUNT,DR_CR,AMOUNT,PERIOD,SOURCE_REFERENCE".

       01  END-OF-CHECKS           PIC X VALUE 'N'.
           88  NO-MORE-CHECKS      VALUE 'Y'.

       01  ESCHEAT-COUNT           PIC 9(6) VALUE ZERO.
       01  ESCHEAT-TOTAL           PIC 9(10)V99 VALUE ZERO.
       01  FAILED-COUNT            PIC 9(6) VALUE ZERO.

       01  REPORT-HEADING-LINE.
           05  FILLER              PIC X(11) VALUE "CHECK NO | ".
           05  FILLER              PIC X(10) VALUE "TYPE    | ".
           05  FILLER              PIC X(9)  VALUE "PAYEE  | ".
           05  FILLER              PIC X(33)
               VALUE "NAME                           | ".
           05  FILLER              PIC X(11) VALUE "ISSUED   | ".
           05  FILLER              PIC X(8)  VALUE " DAYS | ".
           05  FILLER              PIC X(13) VALUE "       AMOUNT".

       01  REPORT-DETAIL-LINE.
           05  RDL-CHECK-NUMBER    PIC 9(8).
           05  FILLER              PIC X(3) VALUE " | ".
           05  RDL-TYPE            PIC X(7).
           05  FILLER              PIC X(3) VALUE " | ".
           05  RDL-PAYEE-ID        PIC X(6).
           05  FILLER              PIC X(3) VALUE " | ".
           05  RDL-PAYEE-NAME      PIC X(30).
           05  FILLER              PIC X(3) VALUE " | ".
           05  RDL-ISSUE-DATE      PIC 9(8).
           05  FILLER              PIC X(3) VALUE " | ".
           05  RDL-DAYS            PIC ZZZZ9.
           05  FILLER              PIC X(3) VALUE " | ".
           05  RDL-AMOUNT          PIC ZZ,ZZZ,ZZ9.99.

       01  REPORT-DETAIL           PIC X(100).
       01  TOTAL-DISPLAY           PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  CASH-BOOK-REQUEST.
           COPY "cbkreq.cpy".

       01  PROGRAM-RETURN-CODE     PIC 9(3) VALUE ZERO.
       01  WARNING-FLAG            PIC X VALUE 'N'.
           88  WARNINGS-OCCURRED   VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-ESCHEAT
           PERFORM SCAN-CHECK-REGISTER
           PERFORM WRITE-ESCHEAT-SUMMARY
           PERFORM CLEANUP-ESCHEAT
           PERFORM DETERMINE-RETURN-CODE
           PERFORM WRITE-OPS-STATS
           MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       INITIALIZE-ESCHEAT.
           CALL "PROCESS-DATE" USING TODAY-YYYYMMDD
           COMPUTE TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(TODAY-YYYYMMDD)
           MOVE TODAY-YYYYMMDD(1:6) TO GL-PERIOD
           PERFORM READ-COMPANY-PROFILE

           OPEN INPUT ESCHEAT-CONTROL-FILE
           IF CONTROL-FILE-STATUS = "00"
               READ ESCHEAT-CONTROL-FILE
               IF CONTROL-FILE-STATUS = "00"
                   AND ESC-DORMANCY-DAYS NUMERIC
                   AND ESC-DORMANCY-DAYS > 0
                   MOVE ESC-DORMANCY-DAYS TO DORMANCY-DAYS
               END-IF
               CLOSE ESCHEAT-CONTROL-FILE
           ELSE
               DISPLAY "NOTE: no escheat-control.txt supplied"
                   " - dormancy period " DORMANCY-DAYS " days"
           END-IF

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

           OPEN EXTEND GL-INTERFACE-FILE
           IF GL-FILE-STATUS = "35"
               OPEN OUTPUT GL-INTERFACE-FILE
               MOVE GL-HEADER-LINE TO GL-ENTRY-LINE
               WRITE GL-ENTRY-LINE
               CLOSE GL-INTERFACE-FILE
               OPEN EXTEND GL-INTERFACE-FILE
           END-IF
           IF GL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open gl-interface.txt"
               DISPLAY "File Status: " GL-FILE-STATUS
               CLOSE CHECK-REGISTER-FILE
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT ESCHEAT-REPORT-FILE
           MOVE SPACES TO REPORT-DETAIL
           STRING "UNCLAIMED PROPERTY REPORT - CHECKS OUTSTANDING "
               "OVER " DORMANCY-DAYS " DAYS AT " TODAY-YYYYMMDD
               DELIMITED BY SIZE INTO REPORT-DETAIL
           MOVE REPORT-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-DETAIL
           STRING "Moved to escheat liability account "
               GL-ESCHEAT-ACCOUNT
               DELIMITED BY SIZE INTO REPORT-DETAIL
           MOVE REPORT-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM REPORT-HEADING-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE.

       SCAN-CHECK-REGISTER.
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
                   IF CHK-ISSUED
                       PERFORM EVALUATE-ONE-CHECK
                   END-IF
           END-READ.

      * Only a check the cash book still shows outstanding is stale;
      * one the bank has paid is simply awaiting its register update.
       EVALUATE-ONE-CHECK.
           COMPUTE ISSUE-INTEGER =
               FUNCTION INTEGER-OF-DATE(CHK-ISSUE-DATE)
           IF TODAY-INTEGER > ISSUE-INTEGER
               COMPUTE DAYS-OUTSTANDING =
                   TODAY-INTEGER - ISSUE-INTEGER
           ELSE
               MOVE ZERO TO DAYS-OUTSTANDING
           END-IF
           IF DAYS-OUTSTANDING > DORMANCY-DAYS
               MOVE SPACE TO CBQ-ENTRY-STATUS
               IF CHK-CASH-BOOK-KEY NOT = SPACES
                   SET CBQ-READ TO TRUE
                   MOVE CHK-CASH-BOOK-KEY TO CBQ-ENTRY-KEY
                   CALL "CASH-BOOK" USING CASH-BOOK-REQUEST
               END-IF
               IF NOT CBQ-ENTRY-CLEARED
                   PERFORM ESCHEAT-ONE-CHECK
               END-IF
           END-IF.

       ESCHEAT-ONE-CHECK.
           IF CBQ-ENTRY-OUTSTANDING
               SET CBQ-VOID TO TRUE
               MOVE TODAY-YYYYMMDD TO CBQ-ENTRY-DATE
               CALL "CASH-BOOK" USING CASH-BOOK-REQUEST
               IF CBQ-RESULT NOT = "00"
                   SET WARNINGS-OCCURRED TO TRUE
                   DISPLAY "WARNING: cash book not updated for check "
                       CHK-NUMBER " status " CBQ-RESULT
               END-IF
           END-IF

           SET CHK-ESCHEATED TO TRUE
           MOVE TODAY-YYYYMMDD TO CHK-STATUS-DATE
           MOVE "UNCLAIMED - ESCHEATED" TO CHK-VOID-REASON
           MOVE "ESCHEAT" TO CHK-VOIDED-BY
           MOVE "N" TO CHK-PP-VOID-SENT
           REWRITE CHECK-REGISTER-RECORD
           IF REGISTER-FILE-STATUS = "00"
               ADD 1 TO ESCHEAT-COUNT
               ADD CHK-AMOUNT TO ESCHEAT-TOTAL
               PERFORM WRITE-ESCHEAT-GL-ENTRY
               PERFORM WRITE-ESCHEAT-DETAIL
           ELSE
               ADD 1 TO FAILED-COUNT
               SET WARNINGS-OCCURRED TO TRUE
               DISPLAY "WARNING: register rewrite failed for check "
                   CHK-NUMBER " status " REGISTER-FILE-STATUS
           END-IF.

       WRITE-ESCHEAT-GL-ENTRY.
           MOVE CHK-AMOUNT TO GL-AMOUNT-FIELD
           MOVE SPACES TO GL-ENTRY-LINE
           STRING GL-ESCHEAT-ACCOUNT ",CR,"
               FUNCTION TRIM(GL-AMOUNT-FIELD) ","
               GL-PERIOD ",ESCHEAT"
               DELIMITED BY SIZE INTO GL-ENTRY-LINE
           WRITE GL-ENTRY-LINE.

       WRITE-ESCHEAT-DETAIL.
           MOVE CHK-NUMBER TO RDL-CHECK-NUMBER
           IF CHK-IS-REFUND
               MOVE "REFUND" TO RDL-TYPE
           ELSE
               MOVE "PAYROLL" TO RDL-TYPE
           END-IF
           MOVE CHK-PAYEE-ID TO RDL-PAYEE-ID
           MOVE CHK-PAYEE-NAME TO RDL-PAYEE-NAME
           MOVE CHK-ISSUE-DATE TO RDL-ISSUE-DATE
           MOVE DAYS-OUTSTANDING TO RDL-DAYS
           MOVE CHK-AMOUNT TO RDL-AMOUNT
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE.

       WRITE-ESCHEAT-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF ESCHEAT-COUNT = 0
               MOVE "(no checks past the dormancy period)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE ESCHEAT-TOTAL TO TOTAL-DISPLAY
           MOVE SPACES TO REPORT-DETAIL
           STRING "Checks escheated:   " ESCHEAT-COUNT
               " for " TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-DETAIL
           MOVE REPORT-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE
           IF FAILED-COUNT > 0
               MOVE SPACES TO REPORT-DETAIL
               STRING "Not updated:        " FAILED-COUNT
                   " - see the run log"
                   DELIMITED BY SIZE INTO REPORT-DETAIL
               MOVE REPORT-DETAIL TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           DISPLAY "Unclaimed property run complete: " ESCHEAT-COUNT
               " checks escheated for " TOTAL-DISPLAY.

       CLEANUP-ESCHEAT.
           CLOSE CHECK-REGISTER-FILE
           CLOSE GL-INTERFACE-FILE
           CLOSE ESCHEAT-REPORT-FILE
           SET CBQ-CLOSE TO TRUE
           CALL "CASH-BOOK" USING CASH-BOOK-REQUEST.

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
           MOVE "UNCLAIMED-PROPERTY"  TO OPS-PROGRAM-ID
           ACCEPT OPS-RUN-DATE FROM DATE YYYYMMDD
           MOVE ESCHEAT-COUNT         TO OPS-RECORDS-PROCESSED
           MOVE FAILED-COUNT          TO OPS-REJECTS
           MOVE ESCHEAT-TOTAL         TO OPS-TOTAL-AMOUNT
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
           IF PROF-GL-ESCHEAT-ACCOUNT NOT = SPACES
               MOVE PROF-GL-ESCHEAT-ACCOUNT TO GL-ESCHEAT-ACCOUNT
           END-IF.

       END PROGRAM UNCLAIMED-PROPERTY.
