       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLECTION-REPORT.
       AUTHOR. MUHAMMAD SHAMSUL MARUF.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * COLLECTION AGENCY PLACEMENT AND RECOVERY REPORT               *
      * Month-end report, one line per collection agency: accounts    *
      * and amount placed with it to date and this month, accounts    *
      * it has closed, what it has recovered, the commission it kept  *
      * and the net received, this month's recoveries from            *
      * collection-recoveries.txt, and the recovery rate - recovered  *
      * as a percentage of the amount placed - so agencies can be     *
      * compared and poor performers given fewer placements. Written- *
      * off accounts still awaiting placement are counted at the      *
      * foot.                                                         *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLLECTION-ACCOUNT-FILE
               ASSIGN TO "../data/output/collection-accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLA-CUSTOMER-ID
               FILE STATUS IS COLLECTION-FILE-STATUS.

           SELECT AGENCY-FILE
               ASSIGN TO "../data/input/collection-agencies.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGENCY-FILE-STATUS.

           SELECT RECOVERY-HISTORY-FILE
               ASSIGN TO "../data/output/collection-recoveries.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECOVERY-FILE-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "../data/output/collection-agency-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

           SELECT OPS-STATS-FILE
               ASSIGN TO "../data/output/daily-ops-stats.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-STATS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COLLECTION-ACCOUNT-FILE.
       01  COLLECTION-ACCOUNT-RECORD.
           COPY "collacct.cpy".

       FD  AGENCY-FILE.
       01  AGENCY-RECORD.
           COPY "colagy.cpy".

       FD  RECOVERY-HISTORY-FILE.
       01  RECOVERY-HISTORY-RECORD.
           COPY "colrcv.cpy".

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).

       FD  OPS-STATS-FILE.
       01  OPS-STAT-RECORD.
           COPY "opstat.cpy".

       WORKING-STORAGE SECTION.
       01  COLLECTION-FILE-STATUS  PIC XX.
       01  AGENCY-FILE-STATUS      PIC XX.
       01  RECOVERY-FILE-STATUS    PIC XX.
       01  REPORT-FILE-STATUS      PIC XX.
       01  OPS-STATS-FILE-STATUS   PIC XX.
       01  COLLECTION-SWITCH       PIC X VALUE 'N'.
           88  COLLECTIONS-OPEN    VALUE 'Y'.
       01  RECOVERY-SWITCH         PIC X VALUE 'N'.
           88  RECOVERIES-OPEN     VALUE 'Y'.

       01  TODAY-YYYYMMDD          PIC 9(8).
       01  REPORT-MONTH            PIC X(6).

      * One entry per agency on collection-agencies.txt, plus any
      * agency still holding placements that has since been dropped
      * from the file.
       01  AGENCY-TABLE.
           05  AGENCY-ENTRY OCCURS 30 TIMES.
               10  AT-AGENCY-ID        PIC X(6).
               10  AT-NAME             PIC X(30).
               10  AT-PLACED-COUNT     PIC 9(6).
               10  AT-PLACED-AMOUNT    PIC 9(10)V99.
               10  AT-MONTH-COUNT      PIC 9(6).
               10  AT-MONTH-AMOUNT     PIC 9(10)V99.
               10  AT-CLOSED-COUNT     PIC 9(6).
               10  AT-RECOVERED        PIC 9(10)V99.
               10  AT-COMMISSION       PIC 9(10)V99.
               10  AT-MONTH-RECOVERED  PIC 9(10)V99.
       01  AGENCY-COUNT            PIC 9(3) VALUE ZERO.
       01  AGENCY-IDX              PIC 9(3).
       01  AGENCY-FOUND-SWITCH     PIC X.
           88  AGENCY-FOUND        VALUE 'Y'.
       01  SEARCH-AGENCY-ID        PIC X(6).

       01  END-OF-AGENCIES         PIC X VALUE 'N'.
           88  NO-MORE-AGENCIES    VALUE 'Y'.
       01  END-OF-COLLECTIONS      PIC X VALUE 'N'.
           88  NO-MORE-COLLECTIONS VALUE 'Y'.
       01  END-OF-RECOVERIES       PIC X VALUE 'N'.
           88  NO-MORE-RECOVERIES  VALUE 'Y'.

       01  TOTAL-PLACED-COUNT      PIC 9(6) VALUE ZERO.
       01  TOTAL-PLACED-AMOUNT     PIC 9(10)V99 VALUE ZERO.
       01  TOTAL-MONTH-COUNT       PIC 9(6) VALUE ZERO.
       01  TOTAL-MONTH-AMOUNT      PIC 9(10)V99 VALUE ZERO.
       01  TOTAL-CLOSED-COUNT      PIC 9(6) VALUE ZERO.
       01  TOTAL-RECOVERED         PIC 9(10)V99 VALUE ZERO.
       01  TOTAL-COMMISSION        PIC 9(10)V99 VALUE ZERO.
       01  TOTAL-MONTH-RECOVERED   PIC 9(10)V99 VALUE ZERO.
       01  AWAITING-COUNT          PIC 9(6) VALUE ZERO.
       01  AWAITING-AMOUNT         PIC 9(10)V99 VALUE ZERO.
       01  UNLISTED-COUNT          PIC 9(6) VALUE ZERO.

       01  RECOVERY-RATE           PIC 9(3)V9.
       01  NET-AMOUNT              PIC 9(10)V99.

       01  HEADING-LINE-1.
           05  FILLER              PIC X(51) VALUE
               "COLLECTION AGENCY PLACEMENT AND RECOVERY REPORT - ".
           05  HL1-MONTH           PIC X(6).
           05  FILLER              PIC X(75) VALUE SPACES.

       01  HEADING-LINE-2.
           05  FILLER              PIC X(28) VALUE "AGENCY".
           05  FILLER              PIC X(19) VALUE
               " ACCTS      PLACED ".
           05  FILLER              PIC X(19) VALUE
               " MONTH  MTH PLACED ".
           05  FILLER              PIC X(6) VALUE "CLOSED".
           05  FILLER              PIC X(12) VALUE "   RECOVERED".
           05  FILLER              PIC X(12) VALUE "  COMMISSION".
           05  FILLER              PIC X(12) VALUE "         NET".
           05  FILLER              PIC X(12) VALUE "   MTH RECOV".
           05  FILLER              PIC X(6) VALUE "  RATE".

       01  AGENCY-LINE.
           05  AL-AGENCY-ID        PIC X(6).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  AL-NAME             PIC X(20).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  AL-PLACED-COUNT     PIC ZZZZZ9.
           05  AL-PLACED-AMOUNT    PIC ZZZZZZZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  AL-MONTH-COUNT      PIC ZZZZZ9.
           05  AL-MONTH-AMOUNT     PIC ZZZZZZZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  AL-CLOSED-COUNT     PIC ZZZZZ9.
           05  AL-RECOVERED        PIC ZZZZZZZZ9.99.
           05  AL-COMMISSION       PIC ZZZZZZZZ9.99.
           05  AL-NET              PIC ZZZZZZZZ9.99.
           05  AL-MONTH-RECOVERED  PIC ZZZZZZZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  AL-RATE             PIC ZZ9.9.
           05  FILLER              PIC X(1) VALUE "%".

       01  AMOUNT-DISPLAY          PIC Z(9)9.99.
       01  PROGRAM-RETURN-CODE     PIC 9(3) VALUE ZERO.
       01  WARNING-FLAG            PIC X VALUE 'N'.
           88  WARNINGS-OCCURRED   VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-COLLECTION-REPORT
           PERFORM TALLY-COLLECTION-ACCOUNT
               UNTIL NO-MORE-COLLECTIONS
           PERFORM TALLY-MONTH-RECOVERY UNTIL NO-MORE-RECOVERIES
           PERFORM WRITE-AGENCY-LINE
               VARYING AGENCY-IDX FROM 1 BY 1
               UNTIL AGENCY-IDX > AGENCY-COUNT
           PERFORM WRITE-REPORT-TOTALS
           PERFORM CLEANUP-COLLECTION-REPORT
           PERFORM DETERMINE-RETURN-CODE
           PERFORM WRITE-OPS-STATS
           MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       INITIALIZE-COLLECTION-REPORT.
           CALL "PROCESS-DATE" USING TODAY-YYYYMMDD
           MOVE TODAY-YYYYMMDD(1:6) TO REPORT-MONTH

           OPEN INPUT AGENCY-FILE
           IF AGENCY-FILE-STATUS = "00"
               PERFORM LOAD-ONE-AGENCY UNTIL NO-MORE-AGENCIES
               CLOSE AGENCY-FILE
           ELSE
               DISPLAY "NOTE: no collection-agencies.txt supplied"
           END-IF

           OPEN INPUT COLLECTION-ACCOUNT-FILE
           IF COLLECTION-FILE-STATUS = "00"
               SET COLLECTIONS-OPEN TO TRUE
               MOVE LOW-VALUES TO CLA-CUSTOMER-ID
               START COLLECTION-ACCOUNT-FILE
                   KEY IS >= CLA-CUSTOMER-ID
                   INVALID KEY
                       SET NO-MORE-COLLECTIONS TO TRUE
               END-START
           ELSE
               DISPLAY "NOTE: no collection accounts on file"
               SET NO-MORE-COLLECTIONS TO TRUE
           END-IF

           OPEN INPUT RECOVERY-HISTORY-FILE
           IF RECOVERY-FILE-STATUS = "00"
               SET RECOVERIES-OPEN TO TRUE
           ELSE
               SET NO-MORE-RECOVERIES TO TRUE
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE REPORT-MONTH TO HL1-MONTH
           MOVE HEADING-LINE-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE HEADING-LINE-2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE.

       LOAD-ONE-AGENCY.
           READ AGENCY-FILE
               AT END
                   SET NO-MORE-AGENCIES TO TRUE
               NOT AT END
                   IF AGY-AGENCY-ID NOT = SPACES
                       MOVE AGY-AGENCY-ID TO SEARCH-AGENCY-ID
                       PERFORM LOCATE-AGENCY
                       IF AGENCY-FOUND
                           MOVE AGY-NAME TO AT-NAME(AGENCY-IDX)
                       END-IF
                   END-IF
           END-READ.

      * Finds SEARCH-AGENCY-ID in the table, adding it if it is not
      * there yet; AGENCY-IDX is left on the entry.
       LOCATE-AGENCY.
           MOVE 'N' TO AGENCY-FOUND-SWITCH
           PERFORM MATCH-AGENCY
               VARYING AGENCY-IDX FROM 1 BY 1
               UNTIL AGENCY-IDX > AGENCY-COUNT OR AGENCY-FOUND
           IF AGENCY-FOUND
               SUBTRACT 1 FROM AGENCY-IDX
           ELSE
               IF AGENCY-COUNT < 30
                   ADD 1 TO AGENCY-COUNT
                   MOVE AGENCY-COUNT TO AGENCY-IDX
                   INITIALIZE AGENCY-ENTRY(AGENCY-IDX)
                   MOVE SEARCH-AGENCY-ID TO AT-AGENCY-ID(AGENCY-IDX)
                   MOVE "(NOT ON AGENCY FILE)" TO AT-NAME(AGENCY-IDX)
                   SET AGENCY-FOUND TO TRUE
               ELSE
                   DISPLAY "WARNING: more than 30 agencies - "
                       SEARCH-AGENCY-ID " not reported"
                   SET WARNINGS-OCCURRED TO TRUE
               END-IF
           END-IF.

       MATCH-AGENCY.
           IF AT-AGENCY-ID(AGENCY-IDX) = SEARCH-AGENCY-ID
               SET AGENCY-FOUND TO TRUE
           END-IF.

       TALLY-COLLECTION-ACCOUNT.
           READ COLLECTION-ACCOUNT-FILE NEXT RECORD
               AT END
                   SET NO-MORE-COLLECTIONS TO TRUE
               NOT AT END
                   IF CLA-AWAITING-PLACEMENT
                       ADD 1 TO AWAITING-COUNT
                       ADD CLA-WRITEOFF-AMOUNT TO AWAITING-AMOUNT
                   ELSE
                       IF CLA-AGENCY-ID NOT = SPACES
                           MOVE CLA-AGENCY-ID TO SEARCH-AGENCY-ID
                           PERFORM LOCATE-AGENCY
                           IF AGENCY-FOUND
                               PERFORM ADD-PLACED-ACCOUNT
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       ADD-PLACED-ACCOUNT.
           ADD 1 TO AT-PLACED-COUNT(AGENCY-IDX)
           ADD CLA-WRITEOFF-AMOUNT TO AT-PLACED-AMOUNT(AGENCY-IDX)
           IF CLA-PLACEMENT-DATE(1:6) = REPORT-MONTH
               ADD 1 TO AT-MONTH-COUNT(AGENCY-IDX)
               ADD CLA-WRITEOFF-AMOUNT TO AT-MONTH-AMOUNT(AGENCY-IDX)
           END-IF
           IF CLA-CLOSED
               ADD 1 TO AT-CLOSED-COUNT(AGENCY-IDX)
           END-IF
           ADD CLA-RECOVERED-AMOUNT TO AT-RECOVERED(AGENCY-IDX)
           ADD CLA-COMMISSION-AMOUNT TO AT-COMMISSION(AGENCY-IDX).

       TALLY-MONTH-RECOVERY.
           READ RECOVERY-HISTORY-FILE
               AT END
                   SET NO-MORE-RECOVERIES TO TRUE
               NOT AT END
                   IF CRV-POSTED-DATE(1:6) = REPORT-MONTH
                       AND CRV-COLLECTED-AMOUNT NUMERIC
                       MOVE CRV-AGENCY-ID TO SEARCH-AGENCY-ID
                       PERFORM LOCATE-AGENCY
                       IF AGENCY-FOUND
                           ADD CRV-COLLECTED-AMOUNT
                               TO AT-MONTH-RECOVERED(AGENCY-IDX)
                       END-IF
                   END-IF
           END-READ.

       WRITE-AGENCY-LINE.
           IF AT-NAME(AGENCY-IDX) = "(NOT ON AGENCY FILE)"
               ADD 1 TO UNLISTED-COUNT
           END-IF
           MOVE AT-AGENCY-ID(AGENCY-IDX) TO AL-AGENCY-ID
           MOVE AT-NAME(AGENCY-IDX) TO AL-NAME
           MOVE AT-PLACED-COUNT(AGENCY-IDX) TO AL-PLACED-COUNT
           MOVE AT-PLACED-AMOUNT(AGENCY-IDX) TO AL-PLACED-AMOUNT
           MOVE AT-MONTH-COUNT(AGENCY-IDX) TO AL-MONTH-COUNT
           MOVE AT-MONTH-AMOUNT(AGENCY-IDX) TO AL-MONTH-AMOUNT
           MOVE AT-CLOSED-COUNT(AGENCY-IDX) TO AL-CLOSED-COUNT
           MOVE AT-RECOVERED(AGENCY-IDX) TO AL-RECOVERED
           MOVE AT-COMMISSION(AGENCY-IDX) TO AL-COMMISSION
           COMPUTE NET-AMOUNT = AT-RECOVERED(AGENCY-IDX)
               - AT-COMMISSION(AGENCY-IDX)
           MOVE NET-AMOUNT TO AL-NET
           MOVE AT-MONTH-RECOVERED(AGENCY-IDX) TO AL-MONTH-RECOVERED
           IF AT-PLACED-AMOUNT(AGENCY-IDX) > 0
               COMPUTE RECOVERY-RATE ROUNDED =
                   AT-RECOVERED(AGENCY-IDX) * 100
                   / AT-PLACED-AMOUNT(AGENCY-IDX)
           ELSE
               MOVE ZERO TO RECOVERY-RATE
           END-IF
           MOVE RECOVERY-RATE TO AL-RATE
           MOVE AGENCY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           ADD AT-PLACED-COUNT(AGENCY-IDX) TO TOTAL-PLACED-COUNT
           ADD AT-PLACED-AMOUNT(AGENCY-IDX) TO TOTAL-PLACED-AMOUNT
           ADD AT-MONTH-COUNT(AGENCY-IDX) TO TOTAL-MONTH-COUNT
           ADD AT-MONTH-AMOUNT(AGENCY-IDX) TO TOTAL-MONTH-AMOUNT
           ADD AT-CLOSED-COUNT(AGENCY-IDX) TO TOTAL-CLOSED-COUNT
           ADD AT-RECOVERED(AGENCY-IDX) TO TOTAL-RECOVERED
           ADD AT-COMMISSION(AGENCY-IDX) TO TOTAL-COMMISSION
           ADD AT-MONTH-RECOVERED(AGENCY-IDX)
               TO TOTAL-MONTH-RECOVERED.

       WRITE-REPORT-TOTALS.
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO AL-AGENCY-ID
           MOVE "ALL AGENCIES" TO AL-NAME
           MOVE TOTAL-PLACED-COUNT TO AL-PLACED-COUNT
           MOVE TOTAL-PLACED-AMOUNT TO AL-PLACED-AMOUNT
           MOVE TOTAL-MONTH-COUNT TO AL-MONTH-COUNT
           MOVE TOTAL-MONTH-AMOUNT TO AL-MONTH-AMOUNT
           MOVE TOTAL-CLOSED-COUNT TO AL-CLOSED-COUNT
           MOVE TOTAL-RECOVERED TO AL-RECOVERED
           MOVE TOTAL-COMMISSION TO AL-COMMISSION
           COMPUTE NET-AMOUNT = TOTAL-RECOVERED - TOTAL-COMMISSION
           MOVE NET-AMOUNT TO AL-NET
           MOVE TOTAL-MONTH-RECOVERED TO AL-MONTH-RECOVERED
           IF TOTAL-PLACED-AMOUNT > 0
               COMPUTE RECOVERY-RATE ROUNDED =
                   TOTAL-RECOVERED * 100 / TOTAL-PLACED-AMOUNT
           ELSE
               MOVE ZERO TO RECOVERY-RATE
           END-IF
           MOVE RECOVERY-RATE TO AL-RATE
           MOVE AGENCY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE AWAITING-AMOUNT TO AMOUNT-DISPLAY
           STRING "Written off, awaiting placement: " AWAITING-COUNT
               " accounts for " AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF UNLISTED-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               STRING "Agencies holding placements but no longer on "
                   "collection-agencies.txt: " UNLISTED-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           DISPLAY "Collection report: " TOTAL-PLACED-COUNT
               " placed, " AWAITING-COUNT " awaiting placement"
           DISPLAY "Report: ../data/output/"
               "collection-agency-report.txt".

       CLEANUP-COLLECTION-REPORT.
           IF COLLECTIONS-OPEN
               CLOSE COLLECTION-ACCOUNT-FILE
           END-IF
           IF RECOVERIES-OPEN
               CLOSE RECOVERY-HISTORY-FILE
           END-IF
           CLOSE REPORT-FILE.

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
           MOVE "COLLECTION-REPORT"   TO OPS-PROGRAM-ID
           ACCEPT OPS-RUN-DATE FROM DATE YYYYMMDD
           MOVE TOTAL-PLACED-COUNT    TO OPS-RECORDS-PROCESSED
           MOVE AWAITING-COUNT        TO OPS-REJECTS
           MOVE TOTAL-RECOVERED       TO OPS-TOTAL-AMOUNT
           MOVE PROGRAM-RETURN-CODE   TO OPS-RETURN-CODE
           WRITE OPS-STAT-RECORD
           CLOSE OPS-STATS-FILE.

       END PROGRAM COLLECTION-REPORT.
