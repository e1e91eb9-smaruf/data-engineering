       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENCY-REMITTANCE.
       AUTHOR. MUHAMMAD SHAMSUL MARUF.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * COLLECTION AGENCY REMITTANCE POSTING                          *
      * Posts what the collection agencies have recovered on written- *
      * off accounts, from agency-remittance.txt: one line per        *
      * customer collection, giving the agency, its remittance        *
      * reference, the amount collected and the commission it kept    *
      * (blank or zero takes the agency's rate from                   *
      * collection-agencies.txt), optionally closing the account.     *
      * Each line must be for an account placed with that agency on   *
      * collection-accounts.dat. The collection is added to the       *
      * row's recoveries, the row closes once the amount written off  *
      * is recovered or the agency hands the account back, and the    *
      * collection is kept on collection-recoveries.txt for the       *
      * monthly agency report.                                        *
      * The money is income, not a payment on account: the customer's *
      * balance and written-off flag are never touched. The run's     *
      * total net of commission is credited to bad-debt recovery      *
      * income on gl-interface.txt (gl-account-map.txt balances it    *
      * against cash), and each remittance the agency banked goes on  *
      * the cash book for the bank reconciliation. A date already     *
      * posted is not posted again on a rerun. Rejected lines set     *
      * return code 4.                                                *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMITTANCE-FILE
               ASSIGN TO "../data/input/agency-remittance.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REMITTANCE-FILE-STATUS.

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

           SELECT GL-INTERFACE-FILE
               ASSIGN TO "../data/output/gl-interface.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-FILE-STATUS.

           SELECT POSTED-MARKER-FILE
               ASSIGN TO "../data/output/agency-remittance-posted.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MARKER-FILE-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "../data/output/agency-remittance-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

           SELECT COMPANY-PROFILE-FILE
               ASSIGN TO "../data/input/company-profile.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROFILE-FILE-STATUS.

           SELECT OPS-STATS-FILE
               ASSIGN TO "../data/output/daily-ops-stats.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-STATS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REMITTANCE-FILE.
       01  REMITTANCE-RECORD.
           05  AGR-AGENCY-ID           PIC X(6).
           05  FILLER                  PIC X(1).
           05  AGR-REFERENCE           PIC X(12).
           05  FILLER                  PIC X(1).
           05  AGR-CUSTOMER-ID         PIC 9(6).
           05  FILLER                  PIC X(1).
           05  AGR-COLLECTED-AMOUNT    PIC 9(8)V99.
           05  FILLER                  PIC X(1).
           05  AGR-COMMISSION-AMOUNT   PIC 9(8)V99.
           05  AGR-COMMISSION-TEXT REDEFINES AGR-COMMISSION-AMOUNT
                                       PIC X(10).
           05  FILLER                  PIC X(1).
           05  AGR-COLLECTION-DATE     PIC 9(8).
           05  FILLER                  PIC X(1).
           05  AGR-CLOSE-FLAG          PIC X(1).
               88  AGR-CLOSE-ACCOUNT   VALUE "C".

       FD  COLLECTION-ACCOUNT-FILE.
       01  COLLECTION-ACCOUNT-RECORD.
           COPY "collacct.cpy".

       FD  AGENCY-FILE.
       01  AGENCY-RECORD.
           COPY "colagy.cpy".

       FD  RECOVERY-HISTORY-FILE.
       01  RECOVERY-HISTORY-RECORD.
           COPY "colrcv.cpy".

       FD  GL-INTERFACE-FILE.
       01  GL-ENTRY-LINE               PIC X(132).

       FD  POSTED-MARKER-FILE.
       01  POSTED-MARKER-RECORD        PIC 9(8).

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(100).

       FD  COMPANY-PROFILE-FILE.
       01  COMPANY-PROFILE-RECORD.
           COPY "comprof.cpy".

       FD  OPS-STATS-FILE.
       01  OPS-STAT-RECORD.
           COPY "opstat.cpy".

       WORKING-STORAGE SECTION.
       01  REMITTANCE-FILE-STATUS  PIC XX.
       01  COLLECTION-FILE-STATUS  PIC XX.
       01  AGENCY-FILE-STATUS      PIC XX.
       01  RECOVERY-FILE-STATUS    PIC XX.
       01  GL-FILE-STATUS          PIC XX.
       01  MARKER-FILE-STATUS      PIC XX.
       01  REPORT-FILE-STATUS      PIC XX.
       01  PROFILE-FILE-STATUS     PIC XX.
       01  OPS-STATS-FILE-STATUS   PIC XX.

       01  GL-RECOVERY-ACCOUNT     PIC X(10) VALUE "4160-BDREC".
       01  GL-PERIOD               PIC 9(6).
       01  GL-AMOUNT-FIELD         PIC ZZZZZZZ9.99.
       01  GL-HEADER-LINE          PIC X(132) VALUE
           "GL_ACCOUNT,DR_CR,AMOUNT,PERIOD,SOURCE_REFERENCE".

       01  TODAY-YYYYMMDD          PIC 9(8).

      * Rerun protection, same pattern as INVOICE-GENERATOR's
      * invoiced-date marker.
       01  POSTED-SWITCH           PIC X VALUE 'N'.
           88  ALREADY-POSTED      VALUE 'Y'.
       01  REMITTANCE-SWITCH       PIC X VALUE 'N'.
           88  REMITTANCES-SUPPLIED VALUE 'Y'.

       01  AGENCY-TABLE.
           05  AGENCY-ENTRY OCCURS 20 TIMES.
               10  AT-AGENCY-ID        PIC X(6).
               10  AT-COMMISSION-PCT   PIC 9(2)V99.
       01  AGENCY-COUNT            PIC 9(3) VALUE ZERO.
       01  AGENCY-IDX              PIC 9(3).
       01  AGENCY-FOUND-SWITCH     PIC X.
           88  AGENCY-FOUND        VALUE 'Y'.

      * Net received per agency remittance, for one cash-book deposit
      * each - the agency banks a remittance as a single payment.
       01  DEPOSIT-TABLE.
           05  DEPOSIT-ENTRY OCCURS 100 TIMES.
               10  DT-AGENCY-ID        PIC X(6).
               10  DT-REFERENCE        PIC X(12).
               10  DT-AMOUNT           PIC 9(10)V99.
       01  DEPOSIT-COUNT           PIC 9(3) VALUE ZERO.
       01  DEPOSIT-IDX             PIC 9(3).
       01  DEPOSIT-FOUND-SWITCH    PIC X.
           88  DEPOSIT-FOUND       VALUE 'Y'.

       01  CASH-BOOK-REQUEST.
           COPY "cbkreq.cpy".

       01  END-OF-REMITTANCES      PIC X VALUE 'N'.
           88  NO-MORE-REMITTANCES VALUE 'Y'.
       01  END-OF-AGENCIES         PIC X VALUE 'N'.
           88  NO-MORE-AGENCIES    VALUE 'Y'.

       01  REJECT-REASON           PIC X(30).
       01  LINE-COMMISSION         PIC 9(8)V99.
       01  LINE-NET                PIC 9(8)V99.
       01  CLOSE-NOTE              PIC X(20).

       01  READ-COUNT              PIC 9(6) VALUE ZERO.
       01  POSTED-COUNT            PIC 9(6) VALUE ZERO.
       01  REJECTED-COUNT          PIC 9(6) VALUE ZERO.
       01  CLOSED-COUNT            PIC 9(6) VALUE ZERO.
       01  COLLECTED-TOTAL         PIC 9(10)V99 VALUE ZERO.
       01  COMMISSION-TOTAL        PIC 9(10)V99 VALUE ZERO.
       01  NET-TOTAL               PIC 9(10)V99 VALUE ZERO.
       01  AMOUNT-DISPLAY          PIC Z(7)9.99.
       01  COMMISSION-DISPLAY      PIC Z(7)9.99.
       01  REPORT-DETAIL           PIC X(100).
       01  PROGRAM-RETURN-CODE     PIC 9(3) VALUE ZERO.
       01  WARNING-FLAG            PIC X VALUE 'N'.
           88  WARNINGS-OCCURRED   VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-COMPANY-PROFILE
           PERFORM INITIALIZE-REMITTANCE
           IF ALREADY-POSTED
               DISPLAY "NOTE: agency remittances for " TODAY-YYYYMMDD
                   " already posted - nothing posted on this rerun"
               MOVE "ALREADY POSTED TODAY - NOTHING POSTED ON RERUN"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               IF REMITTANCES-SUPPLIED
                   PERFORM PROCESS-REMITTANCE-LINE
                       UNTIL NO-MORE-REMITTANCES
                   PERFORM POST-RECOVERY-GL-ENTRY
                   PERFORM RECORD-AGENCY-DEPOSIT
                       VARYING DEPOSIT-IDX FROM 1 BY 1
                       UNTIL DEPOSIT-IDX > DEPOSIT-COUNT
                   PERFORM WRITE-POSTED-MARKER
               END-IF
           END-IF
           PERFORM WRITE-REMITTANCE-SUMMARY
           PERFORM CLEANUP-REMITTANCE
           PERFORM DETERMINE-RETURN-CODE
           PERFORM WRITE-OPS-STATS
           MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       INITIALIZE-REMITTANCE.
           CALL "PROCESS-DATE" USING TODAY-YYYYMMDD
           MOVE TODAY-YYYYMMDD(1:6) TO GL-PERIOD

           OPEN OUTPUT REPORT-FILE
           MOVE "COLLECTION AGENCY REMITTANCES" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Posted " TODAY-YYYYMMDD
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM CHECK-POSTED-MARKER
           IF NOT ALREADY-POSTED
               OPEN INPUT REMITTANCE-FILE
               IF REMITTANCE-FILE-STATUS = "00"
                   SET REMITTANCES-SUPPLIED TO TRUE
                   PERFORM OPEN-POSTING-FILES
               ELSE
                   DISPLAY "NOTE: no agency-remittance.txt supplied"
               END-IF
           END-IF.

       OPEN-POSTING-FILES.
           OPEN I-O COLLECTION-ACCOUNT-FILE
           IF COLLECTION-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open collection-accounts.dat"
               DISPLAY "File Status: " COLLECTION-FILE-STATUS
               CLOSE REMITTANCE-FILE
               CLOSE REPORT-FILE
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-AGENCIES

           OPEN EXTEND RECOVERY-HISTORY-FILE
           IF RECOVERY-FILE-STATUS = "35"
               OPEN OUTPUT RECOVERY-HISTORY-FILE
               CLOSE RECOVERY-HISTORY-FILE
               OPEN EXTEND RECOVERY-HISTORY-FILE
           END-IF

           OPEN EXTEND GL-INTERFACE-FILE
           IF GL-FILE-STATUS = "35"
               OPEN OUTPUT GL-INTERFACE-FILE
               MOVE GL-HEADER-LINE TO GL-ENTRY-LINE
               WRITE GL-ENTRY-LINE
               CLOSE GL-INTERFACE-FILE
               OPEN EXTEND GL-INTERFACE-FILE
           END-IF.

       CHECK-POSTED-MARKER.
           OPEN INPUT POSTED-MARKER-FILE
           IF MARKER-FILE-STATUS = "00"
               READ POSTED-MARKER-FILE
               IF MARKER-FILE-STATUS = "00"
                   AND POSTED-MARKER-RECORD = TODAY-YYYYMMDD
                   SET ALREADY-POSTED TO TRUE
               END-IF
               CLOSE POSTED-MARKER-FILE
           END-IF.

       LOAD-AGENCIES.
           OPEN INPUT AGENCY-FILE
           IF AGENCY-FILE-STATUS = "00"
               PERFORM LOAD-ONE-AGENCY UNTIL NO-MORE-AGENCIES
               CLOSE AGENCY-FILE
           ELSE
               DISPLAY "WARNING: no collection-agencies.txt supplied"
                   " - every remittance will be rejected"
               SET WARNINGS-OCCURRED TO TRUE
           END-IF.

       LOAD-ONE-AGENCY.
           READ AGENCY-FILE
               AT END
                   SET NO-MORE-AGENCIES TO TRUE
               NOT AT END
                   IF AGY-AGENCY-ID NOT = SPACES AND AGENCY-COUNT < 20
                       ADD 1 TO AGENCY-COUNT
                       MOVE AGY-AGENCY-ID TO AT-AGENCY-ID(AGENCY-COUNT)
                       IF AGY-COMMISSION-PCT NUMERIC
                           MOVE AGY-COMMISSION-PCT
                               TO AT-COMMISSION-PCT(AGENCY-COUNT)
                       ELSE
                           MOVE ZERO TO AT-COMMISSION-PCT(AGENCY-COUNT)
                       END-IF
                   END-IF
           END-READ.

       PROCESS-REMITTANCE-LINE.
           READ REMITTANCE-FILE
               AT END
                   SET NO-MORE-REMITTANCES TO TRUE
               NOT AT END
                   ADD 1 TO READ-COUNT
                   PERFORM VALIDATE-REMITTANCE
                   IF REJECT-REASON = SPACES
                       PERFORM POST-RECOVERY
                   ELSE
                       PERFORM REJECT-REMITTANCE
                   END-IF
           END-READ.

       VALIDATE-REMITTANCE.
           MOVE SPACES TO REJECT-REASON
           MOVE 'N' TO AGENCY-FOUND-SWITCH
           PERFORM FIND-AGENCY
               VARYING AGENCY-IDX FROM 1 BY 1
               UNTIL AGENCY-IDX > AGENCY-COUNT OR AGENCY-FOUND

           EVALUATE TRUE
               WHEN NOT AGENCY-FOUND
                   MOVE "UNKNOWN AGENCY" TO REJECT-REASON
               WHEN AGR-CUSTOMER-ID NOT NUMERIC
                   MOVE "INVALID CUSTOMER ID" TO REJECT-REASON
               WHEN AGR-COLLECTED-AMOUNT NOT NUMERIC
                   MOVE "INVALID AMOUNT" TO REJECT-REASON
               WHEN AGR-COLLECTED-AMOUNT = 0 AND NOT AGR-CLOSE-ACCOUNT
                   MOVE "INVALID AMOUNT" TO REJECT-REASON
               WHEN OTHER
                   PERFORM CHECK-COLLECTION-ACCOUNT
           END-EVALUATE

           IF REJECT-REASON = SPACES
               PERFORM DETERMINE-COMMISSION
           END-IF.

       FIND-AGENCY.
           IF AT-AGENCY-ID(AGENCY-IDX) = AGR-AGENCY-ID
               SET AGENCY-FOUND TO TRUE
           END-IF.

       CHECK-COLLECTION-ACCOUNT.
           MOVE AGR-CUSTOMER-ID TO CLA-CUSTOMER-ID
           READ COLLECTION-ACCOUNT-FILE KEY IS CLA-CUSTOMER-ID
           EVALUATE TRUE
               WHEN COLLECTION-FILE-STATUS NOT = "00"
                   MOVE "NO COLLECTION ACCOUNT" TO REJECT-REASON
               WHEN CLA-CLOSED
                   MOVE "COLLECTION ACCOUNT CLOSED" TO REJECT-REASON
               WHEN NOT CLA-PLACED
                   MOVE "ACCOUNT NOT PLACED" TO REJECT-REASON
               WHEN CLA-AGENCY-ID NOT = AGR-AGENCY-ID
                   MOVE "PLACED WITH ANOTHER AGENCY" TO REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * FIND-AGENCY leaves the index one past the agency it matched.
       DETERMINE-COMMISSION.
           SUBTRACT 1 FROM AGENCY-IDX
           IF AGR-COMMISSION-TEXT = SPACES
               OR AGR-COMMISSION-AMOUNT NOT NUMERIC
               OR AGR-COMMISSION-AMOUNT = 0
               COMPUTE LINE-COMMISSION ROUNDED =
                   AGR-COLLECTED-AMOUNT *
                   AT-COMMISSION-PCT(AGENCY-IDX) / 100
           ELSE
               MOVE AGR-COMMISSION-AMOUNT TO LINE-COMMISSION
           END-IF
           IF LINE-COMMISSION > AGR-COLLECTED-AMOUNT
               MOVE "COMMISSION EXCEEDS COLLECTION" TO REJECT-REASON
           ELSE
               COMPUTE LINE-NET = AGR-COLLECTED-AMOUNT - LINE-COMMISSION
           END-IF.

       POST-RECOVERY.
           ADD AGR-COLLECTED-AMOUNT TO CLA-RECOVERED-AMOUNT
           ADD LINE-COMMISSION TO CLA-COMMISSION-AMOUNT
           IF AGR-COLLECTION-DATE NUMERIC AND AGR-COLLECTION-DATE > 0
               MOVE AGR-COLLECTION-DATE TO CLA-LAST-RECOVERY-DATE
           ELSE
               MOVE TODAY-YYYYMMDD TO CLA-LAST-RECOVERY-DATE
           END-IF
           MOVE SPACES TO CLOSE-NOTE
           EVALUATE TRUE
               WHEN CLA-RECOVERED-AMOUNT >= CLA-WRITEOFF-AMOUNT
                   SET CLA-CLOSED TO TRUE
                   SET CLA-RECOVERED-IN-FULL TO TRUE
                   MOVE TODAY-YYYYMMDD TO CLA-CLOSED-DATE
                   MOVE " RECOVERED IN FULL" TO CLOSE-NOTE
               WHEN AGR-CLOSE-ACCOUNT
                   SET CLA-CLOSED TO TRUE
                   SET CLA-RETURNED-BY-AGENCY TO TRUE
                   MOVE TODAY-YYYYMMDD TO CLA-CLOSED-DATE
                   MOVE " RETURNED BY AGENCY" TO CLOSE-NOTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           REWRITE COLLECTION-ACCOUNT-RECORD
           IF COLLECTION-FILE-STATUS NOT = "00"
               MOVE "COLLECTION ROW NOT UPDATED" TO REJECT-REASON
               PERFORM REJECT-REMITTANCE
           ELSE
               ADD 1 TO POSTED-COUNT
               IF CLA-CLOSED
                   ADD 1 TO CLOSED-COUNT
               END-IF
               ADD AGR-COLLECTED-AMOUNT TO COLLECTED-TOTAL
               ADD LINE-COMMISSION TO COMMISSION-TOTAL
               ADD LINE-NET TO NET-TOTAL
               PERFORM WRITE-RECOVERY-HISTORY
               PERFORM ADD-TO-AGENCY-DEPOSIT
               MOVE AGR-COLLECTED-AMOUNT TO AMOUNT-DISPLAY
               MOVE LINE-COMMISSION TO COMMISSION-DISPLAY
               MOVE SPACES TO REPORT-DETAIL
               STRING "POSTED   " AGR-AGENCY-ID
                   " " AGR-REFERENCE
                   " id=" AGR-CUSTOMER-ID
                   " " AMOUNT-DISPLAY
                   " comm " COMMISSION-DISPLAY
                   CLOSE-NOTE
                   DELIMITED BY SIZE INTO REPORT-DETAIL
               MOVE REPORT-DETAIL TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-RECOVERY-HISTORY.
           MOVE SPACES TO RECOVERY-HISTORY-RECORD
           MOVE TODAY-YYYYMMDD TO CRV-POSTED-DATE
           MOVE AGR-AGENCY-ID TO CRV-AGENCY-ID
           MOVE AGR-REFERENCE TO CRV-REFERENCE
           MOVE AGR-CUSTOMER-ID TO CRV-CUSTOMER-ID
           MOVE AGR-COLLECTED-AMOUNT TO CRV-COLLECTED-AMOUNT
           MOVE LINE-COMMISSION TO CRV-COMMISSION-AMOUNT
           MOVE LINE-NET TO CRV-NET-AMOUNT
           WRITE RECOVERY-HISTORY-RECORD.

       ADD-TO-AGENCY-DEPOSIT.
           MOVE 'N' TO DEPOSIT-FOUND-SWITCH
           PERFORM FIND-AGENCY-DEPOSIT
               VARYING DEPOSIT-IDX FROM 1 BY 1
               UNTIL DEPOSIT-IDX > DEPOSIT-COUNT OR DEPOSIT-FOUND
           IF DEPOSIT-FOUND
               SUBTRACT 1 FROM DEPOSIT-IDX
               ADD LINE-NET TO DT-AMOUNT(DEPOSIT-IDX)
           ELSE
               IF DEPOSIT-COUNT < 100
                   ADD 1 TO DEPOSIT-COUNT
                   MOVE AGR-AGENCY-ID TO DT-AGENCY-ID(DEPOSIT-COUNT)
                   MOVE AGR-REFERENCE TO DT-REFERENCE(DEPOSIT-COUNT)
                   MOVE LINE-NET TO DT-AMOUNT(DEPOSIT-COUNT)
               ELSE
                   DISPLAY "WARNING: more than 100 remittances - "
                       AGR-AGENCY-ID " " AGR-REFERENCE
                       " not recorded on the cash book"
                   SET WARNINGS-OCCURRED TO TRUE
               END-IF
           END-IF.

       FIND-AGENCY-DEPOSIT.
           IF DT-AGENCY-ID(DEPOSIT-IDX) = AGR-AGENCY-ID
               AND DT-REFERENCE(DEPOSIT-IDX) = AGR-REFERENCE
               SET DEPOSIT-FOUND TO TRUE
           END-IF.

       REJECT-REMITTANCE.
           ADD 1 TO REJECTED-COUNT
           SET WARNINGS-OCCURRED TO TRUE
           MOVE SPACES TO REPORT-DETAIL
           STRING "REJECTED " AGR-AGENCY-ID
               " " AGR-REFERENCE
               " id=" AGR-CUSTOMER-ID
               " " REJECT-REASON
               DELIMITED BY SIZE INTO REPORT-DETAIL
           MOVE REPORT-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.

       POST-RECOVERY-GL-ENTRY.
           IF NET-TOTAL > 0
               MOVE NET-TOTAL TO GL-AMOUNT-FIELD
               MOVE SPACES TO GL-ENTRY-LINE
               STRING GL-RECOVERY-ACCOUNT ",CR,"
                   FUNCTION TRIM(GL-AMOUNT-FIELD) ","
                   GL-PERIOD ",BD-RECOVERY"
                   DELIMITED BY SIZE INTO GL-ENTRY-LINE
               WRITE GL-ENTRY-LINE
           END-IF.

       RECORD-AGENCY-DEPOSIT.
           IF DT-AMOUNT(DEPOSIT-IDX) > 0
               SET CBQ-WRITE TO TRUE
               MOVE "R" TO CBQ-SOURCE
               MOVE TODAY-YYYYMMDD TO CBQ-ENTRY-DATE
               MOVE TODAY-YYYYMMDD TO CBQ-ITEM-DATE
               MOVE "I" TO CBQ-DIRECTION
               MOVE DT-AMOUNT(DEPOSIT-IDX) TO CBQ-AMOUNT
               MOVE SPACES TO CBQ-REFERENCE
               STRING DT-AGENCY-ID(DEPOSIT-IDX) "-"
                   DT-REFERENCE(DEPOSIT-IDX)
                   DELIMITED BY SIZE INTO CBQ-REFERENCE
               MOVE DT-AGENCY-ID(DEPOSIT-IDX) TO CBQ-PARTY-ID
               CALL "CASH-BOOK" USING CASH-BOOK-REQUEST
               IF CBQ-RESULT NOT = "00"
                   DISPLAY "WARNING: cash book entry failed for "
                       DT-AGENCY-ID(DEPOSIT-IDX) " "
                       DT-REFERENCE(DEPOSIT-IDX)
                       " status " CBQ-RESULT
                   SET WARNINGS-OCCURRED TO TRUE
               END-IF
           END-IF.

       WRITE-POSTED-MARKER.
           OPEN OUTPUT POSTED-MARKER-FILE
           IF MARKER-FILE-STATUS = "00"
               MOVE TODAY-YYYYMMDD TO POSTED-MARKER-RECORD
               WRITE POSTED-MARKER-RECORD
               CLOSE POSTED-MARKER-FILE
           ELSE
               DISPLAY "WARNING: cannot write remittance posted-date"
                   " marker (status " MARKER-FILE-STATUS ")"
               SET WARNINGS-OCCURRED TO TRUE
           END-IF.

       WRITE-REMITTANCE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           STRING "Remittance lines read: " READ-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Posted:                " POSTED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Rejected:              " REJECTED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Accounts closed:       " CLOSED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE COLLECTED-TOTAL TO AMOUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "Collected by agencies: " AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE COMMISSION-TOTAL TO AMOUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "Commission kept:       " AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE NET-TOTAL TO AMOUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "Net recovery income:   " AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "Agency remittances: " POSTED-COUNT " posted, "
               REJECTED-COUNT " rejected, net " AMOUNT-DISPLAY.

       READ-COMPANY-PROFILE.
           OPEN INPUT COMPANY-PROFILE-FILE
           IF PROFILE-FILE-STATUS = "00"
               READ COMPANY-PROFILE-FILE
               IF PROFILE-FILE-STATUS = "00"
                   AND PROF-GL-RECOVERY-ACCOUNT NOT = SPACES
                   MOVE PROF-GL-RECOVERY-ACCOUNT TO GL-RECOVERY-ACCOUNT
               END-IF
               CLOSE COMPANY-PROFILE-FILE
           END-IF.

       CLEANUP-REMITTANCE.
           IF REMITTANCES-SUPPLIED
               CLOSE REMITTANCE-FILE
               CLOSE COLLECTION-ACCOUNT-FILE
               CLOSE RECOVERY-HISTORY-FILE
               CLOSE GL-INTERFACE-FILE
               SET CBQ-CLOSE TO TRUE
               CALL "CASH-BOOK" USING CASH-BOOK-REQUEST
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
           MOVE "AGENCY-REMITTANCE"   TO OPS-PROGRAM-ID
           ACCEPT OPS-RUN-DATE FROM DATE YYYYMMDD
           MOVE POSTED-COUNT          TO OPS-RECORDS-PROCESSED
           MOVE REJECTED-COUNT        TO OPS-REJECTS
           MOVE NET-TOTAL             TO OPS-TOTAL-AMOUNT
           MOVE PROGRAM-RETURN-CODE   TO OPS-RETURN-CODE
           WRITE OPS-STAT-RECORD
           CLOSE OPS-STATS-FILE.

       END PROGRAM AGENCY-REMITTANCE.
