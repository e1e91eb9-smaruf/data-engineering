      * Lines for a period GL-MONTH-END-CLOSE has marked closed on    *
      * the period-status file reject to the carry file - a late      *
      * rerun can no longer land February sales in a finished month.  *
      * Approved manual journals from GL-JOURNAL-ENTRY post as keyed, *
      * both sides, without the map: standard and reversing journals  *
      * once their period arrives, the reversal in the period after,  *
      * and recurring journals to every period due since they last    *
      * ran. A journal whose period is closed waits and is reported.  *
      * Every line applied to the balance master - both sides of an   *
      * interface line, every line of a manual journal - is also      *
      * written to the journal detail file gl-journal-detail.dat      *
      * under a journal number, with the posting date, the period and *
      * the source program and reference, so an account's balance can *
      * always be traced back to the postings that make it up.        *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-FILE-STATUS.

           SELECT JOURNAL-HEADER-FILE
               ASSIGN TO "../data/output/gl-journals.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRH-JOURNAL-NUMBER
               FILE STATUS IS JOURNAL-FILE-STATUS.

           SELECT JOURNAL-LINE-FILE
               ASSIGN TO "../data/output/gl-journal-lines.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRL-KEY
               FILE STATUS IS JOURNAL-LINE-STATUS.

           SELECT GL-DETAIL-FILE
               ASSIGN TO "../data/output/gl-journal-detail.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLD-KEY
               ALTERNATE RECORD KEY IS GLD-ACCOUNT-PERIOD
                   WITH DUPLICATES
               FILE STATUS IS DETAIL-FILE-STATUS.

           SELECT DETAIL-NUMBER-FILE
               ASSIGN TO "../data/output/gl-detail-control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NUMBER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-INTERFACE-FILE.
           05  FILLER              PIC X(1).
           05  PST-STATUS          PIC X(1).

       FD  JOURNAL-HEADER-FILE.
       01  JOURNAL-HEADER-RECORD.
           COPY "jrnhdr.cpy".

       FD  JOURNAL-LINE-FILE.
       01  JOURNAL-LINE-RECORD.
           COPY "jrnlin.cpy".

       FD  GL-DETAIL-FILE.
       01  GL-DETAIL-RECORD.
           COPY "gldetl.cpy".

       FD  DETAIL-NUMBER-FILE.
       01  DETAIL-NUMBER-RECORD    PIC 9(8).

       WORKING-STORAGE SECTION.
       01  PROFILE-FILE-STATUS     PIC XX.
       01  CARRY-FILE-STATUS       PIC XX.
      * Account mapping: the balancing side of an interface line is
      * posted to the mapped offset account with the opposite DR/CR.
       01  ACCOUNT-MAP-TABLE.
           05  MAP-ENTRY OCCURS 100 TIMES.
               10  MAP-SOURCE-ACCOUNT  PIC X(10).
               10  MAP-OFFSET-ACCOUNT  PIC X(10).
       01  ACCOUNT-MAP-COUNT       PIC 9(3) VALUE 0.
       01  MAP-IDX                 PIC 9(3).
       01  MAP-OVERFLOW-COUNT      PIC 9(4) VALUE 0.
       01  MAP-SWITCH              PIC X VALUE 'N'.
           88  MAP-FOUND           VALUE 'Y'.

       01  END-OF-PERIOD-FILE      PIC X VALUE 'N'.
           88  NO-MORE-PERIOD-ROWS VALUE 'Y'.

      * Manual journal posting.
       01  JOURNAL-FILE-STATUS     PIC XX.
       01  JOURNAL-LINE-STATUS     PIC XX.
       01  END-OF-JOURNALS         PIC X VALUE 'N'.
           88  NO-MORE-JOURNALS    VALUE 'Y'.
       01  END-OF-JOURNAL-LINES    PIC X.
           88  NO-MORE-JOURNAL-LINES VALUE 'Y'.
       01  CURRENT-PERIOD          PIC 9(6).
       01  JOURNAL-PERIOD          PIC 9(6).
       01  JOURNAL-PERIOD-FIELDS REDEFINES JOURNAL-PERIOD.
           05  JP-YEAR             PIC 9(4).
           05  JP-MONTH            PIC 9(2).
       01  REVERSE-SIDES-SWITCH    PIC X.
           88  REVERSE-SIDES       VALUE 'Y'.
       01  RECURRING-STOP-SWITCH   PIC X.
           88  RECURRING-STOPPED   VALUE 'Y'.
       01  JOURNAL-CHANGED-SWITCH  PIC X.
           88  JOURNAL-CHANGED     VALUE 'Y'.
       01  JOURNALS-POSTED-COUNT   PIC 9(6) VALUE ZERO.
       01  JOURNALS-HELD-COUNT     PIC 9(6) VALUE ZERO.

      * Journal detail: the interface SOURCE_REFERENCE tags and the
      * programs that write them. A tag not listed here still posts,
      * with the source program shown as UNIDENTIFIED.
       01  SOURCE-PROGRAM-TABLE.
           05  FILLER              PIC X(44) VALUE
               "BD-RECOVERY         AGENCY-REMITTANCE".
           05  FILLER              PIC X(44) VALUE
               "AP-INVOICES         AP-INVOICE-ENTRY".
           05  FILLER              PIC X(44) VALUE
               "AP-PAYMENTS         AP-PAYMENT-RUN".
           05  FILLER              PIC X(44) VALUE
               "WRITEOFF            BAD-DEBT-WRITEOFF".
           05  FILLER              PIC X(44) VALUE
               "CHECK-VOID          CHECK-MAINTENANCE".
           05  FILLER              PIC X(44) VALUE
               "CHECK-REISSUE       CHECK-MAINTENANCE".
           05  FILLER              PIC X(44) VALUE
               "FX-REVAL            CURRENCY-REVALUATION".
           05  FILLER              PIC X(44) VALUE
               "FINANCE-CHG         FINANCE-CHARGE".
           05  FILLER              PIC X(44) VALUE
               "DEPRECIATION        FIXED-ASSET-DEPRECIATION".
           05  FILLER              PIC X(44) VALUE
               "FA-ADDITION         FIXED-ASSET-MAINTENANCE".
           05  FILLER              PIC X(44) VALUE
               "FA-DISPOSAL         FIXED-ASSET-MAINTENANCE".
           05  FILLER              PIC X(44) VALUE
               "INV-COUNT           INVENTORY-COUNT".
           05  FILLER              PIC X(44) VALUE
               "LEAVE-LIABILITY     LEAVE-LIABILITY-REPORT".
           05  FILLER              PIC X(44) VALUE
               "NSF-RETURN          NSF-RETURNS".
           05  FILLER              PIC X(44) VALUE
               "NSF-FEE             NSF-RETURNS".
           05  FILLER              PIC X(44) VALUE
               "CASH-RECEIPTS       PAYMENT-POSTING".
           05  FILLER              PIC X(44) VALUE
               "PAYROLL             PAYROLL-REGISTER".
           05  FILLER              PIC X(44) VALUE
               "REFUNDS             REFUND-PROCESSING".
           05  FILLER              PIC X(44) VALUE
               "SALES-REPORT        REPORT-GENERATOR".
           05  FILLER              PIC X(44) VALUE
               "SALES-TAX           REPORT-GENERATOR".
           05  FILLER              PIC X(44) VALUE
               "SALES-COGS          REPORT-GENERATOR".
           05  FILLER              PIC X(44) VALUE
               "TRF-SHORT           STOCK-TRANSFER".
           05  FILLER              PIC X(44) VALUE
               "ESCHEAT             UNCLAIMED-PROPERTY".
       01  SOURCE-PROGRAM-REDEF REDEFINES SOURCE-PROGRAM-TABLE.
           05  SOURCE-PROGRAM-ENTRY OCCURS 23 TIMES.
               10  SPG-REFERENCE   PIC X(20).
               10  SPG-PROGRAM     PIC X(24).
       01  SOURCE-PROGRAM-COUNT    PIC 9(2) VALUE 23.
       01  SPG-IDX                 PIC 9(2).
       01  SOURCE-SWITCH           PIC X.
           88  SOURCE-FOUND        VALUE 'Y'.

       01  DETAIL-FILE-STATUS      PIC XX.
       01  NUMBER-FILE-STATUS      PIC XX.
       01  LAST-POSTING-JOURNAL    PIC 9(8) VALUE ZERO.
       01  POSTING-LINE-NUMBER     PIC 9(3).
       01  POSTING-LINE-TYPE       PIC X(1).
       01  POSTING-SOURCE-PROGRAM  PIC X(24).
       01  POSTING-REFERENCE       PIC X(20).
       01  POSTING-DESCRIPTION     PIC X(30).
       01  END-OF-DETAIL           PIC X.
           88  NO-MORE-DETAIL      VALUE 'Y'.
       01  DETAIL-WRITTEN-COUNT    PIC 9(7) VALUE ZERO.
       01  DETAIL-FAILED-COUNT     PIC 9(6) VALUE ZERO.
       01  RUN-TIMESTAMP.
           05  RUN-DATE            PIC 9(8).
           05  RUN-TIME            PIC 9(6).
       01  RUN-TIME-FULL           PIC 9(8).

       01  POSTED-COUNT            PIC 9(6) VALUE ZERO.
       01  REJECTED-COUNT          PIC 9(6) VALUE ZERO.
       01  POSTED-AMOUNT-TOTAL     PIC 9(12)V99 VALUE ZERO.
           PERFORM LOAD-PERIOD-STATUS
           PERFORM INITIALIZE-POSTING
           PERFORM POST-INTERFACE-ENTRIES UNTIL NO-MORE-INTERFACE
           PERFORM POST-MANUAL-JOURNALS
           PERFORM PRINT-TRIAL-BALANCE
           PERFORM CLEANUP-POSTING
           PERFORM DETERMINE-RETURN-CODE
               STOP RUN
           END-IF

      * Nothing posts without its detail: a ledger that cannot be
      * traced is not one the auditors will accept.
           OPEN I-O GL-DETAIL-FILE
           IF DETAIL-FILE-STATUS = "35"
               CLOSE GL-DETAIL-FILE
               OPEN OUTPUT GL-DETAIL-FILE
               CLOSE GL-DETAIL-FILE
               OPEN I-O GL-DETAIL-FILE
           END-IF
           IF DETAIL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open gl-journal-detail.dat"
               DISPLAY "File Status: " DETAIL-FILE-STATUS
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-DETAIL-NUMBER
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME-FULL FROM TIME
           MOVE RUN-TIME-FULL(1:6) TO RUN-TIME

           OPEN OUTPUT TRIAL-BALANCE-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open trial-balance.txt"
           ELSE
               PERFORM LOAD-NEXT-MAP-ENTRY UNTIL NO-MORE-MAP
               CLOSE GL-ACCOUNT-MAP-FILE
           END-IF
           IF MAP-OVERFLOW-COUNT > 0
               DISPLAY "WARNING: gl-account-map.txt has "
                   MAP-OVERFLOW-COUNT " row(s) beyond the "
                   "100-row table - their accounts will reject"
               IF PROGRAM-RETURN-CODE < 4
                   MOVE 4 TO PROGRAM-RETURN-CODE
               END-IF
           END-IF.

       LOAD-NEXT-MAP-ENTRY.
               AT END
                   SET NO-MORE-MAP TO TRUE
               NOT AT END
                   IF ACCOUNT-MAP-COUNT < 100
                       ADD 1 TO ACCOUNT-MAP-COUNT
                       UNSTRING GL-ACCOUNT-MAP-RECORD
                           DELIMITED BY ","
                               MAP-OFFSET-ACCOUNT(ACCOUNT-MAP-COUNT)
                       END-UNSTRING
                   ELSE
                       ADD 1 TO MAP-OVERFLOW-COUNT
                       DISPLAY "WARNING: account map table full, "
                           "row skipped: " GL-ACCOUNT-MAP-RECORD
                   END-IF
           END-PERFORM.

       POST-BOTH-SIDES.
           ADD 1 TO LAST-POSTING-JOURNAL
           PERFORM FIND-SOURCE-PROGRAM
           MOVE ENTRY-REFERENCE TO POSTING-REFERENCE

           MOVE ENTRY-ACCOUNT TO POST-ACCOUNT
           MOVE ENTRY-DR-CR TO POST-DR-CR
           PERFORM POST-TO-BALANCE-MASTER
           MOVE 1 TO POSTING-LINE-NUMBER
           MOVE "I" TO POSTING-LINE-TYPE
           MOVE "INTERFACE LINE" TO POSTING-DESCRIPTION
           PERFORM WRITE-JOURNAL-DETAIL

           MOVE MAP-OFFSET-ACCOUNT(MAP-IDX) TO POST-ACCOUNT
           IF ENTRY-DR-CR = "DR"
               MOVE "DR" TO POST-DR-CR
           END-IF
           PERFORM POST-TO-BALANCE-MASTER
           MOVE 2 TO POSTING-LINE-NUMBER
           MOVE "B" TO POSTING-LINE-TYPE
           MOVE "BALANCING SIDE FROM ACCOUNT MAP" TO POSTING-DESCRIPTION
           PERFORM WRITE-JOURNAL-DETAIL

           ADD 1 TO POSTED-COUNT
           ADD ENTRY-AMOUNT TO POSTED-AMOUNT-TOTAL.

       FIND-SOURCE-PROGRAM.
           MOVE 'N' TO SOURCE-SWITCH
           MOVE "UNIDENTIFIED" TO POSTING-SOURCE-PROGRAM
           PERFORM TEST-ONE-SOURCE-PROGRAM
               VARYING SPG-IDX FROM 1 BY 1
               UNTIL SPG-IDX > SOURCE-PROGRAM-COUNT OR SOURCE-FOUND.

       TEST-ONE-SOURCE-PROGRAM.
           IF SPG-REFERENCE(SPG-IDX) = ENTRY-REFERENCE
               MOVE SPG-PROGRAM(SPG-IDX) TO POSTING-SOURCE-PROGRAM
               SET SOURCE-FOUND TO TRUE
           END-IF.

      * One detail row per side posted; the caller has set the line
      * number, type and description, POST-ACCOUNT/POST-DR-CR and
      * ENTRY-AMOUNT/ENTRY-PERIOD as posted.
       WRITE-JOURNAL-DETAIL.
           INITIALIZE GL-DETAIL-RECORD
           MOVE LAST-POSTING-JOURNAL TO GLD-JOURNAL-NUMBER
           MOVE POSTING-LINE-NUMBER TO GLD-LINE
           MOVE POST-ACCOUNT TO GLD-ACCOUNT
           MOVE ENTRY-PERIOD TO GLD-PERIOD
           MOVE POST-DR-CR TO GLD-DR-CR
           MOVE ENTRY-AMOUNT TO GLD-AMOUNT
           MOVE TODAY-YYYYMMDD TO GLD-POSTING-DATE
           MOVE RUN-TIMESTAMP TO GLD-RUN-TIMESTAMP
           MOVE POSTING-SOURCE-PROGRAM TO GLD-SOURCE-PROGRAM
           MOVE POSTING-REFERENCE TO GLD-SOURCE-REFERENCE
           MOVE POSTING-LINE-TYPE TO GLD-LINE-TYPE
           IF GLD-IS-MANUAL OR GLD-IS-REVERSAL
               MOVE JRH-JOURNAL-NUMBER TO GLD-MANUAL-JOURNAL
           END-IF
           MOVE POSTING-DESCRIPTION TO GLD-DESCRIPTION
           WRITE GL-DETAIL-RECORD
           IF DETAIL-FILE-STATUS = "00"
               ADD 1 TO DETAIL-WRITTEN-COUNT
           ELSE
               ADD 1 TO DETAIL-FAILED-COUNT
               IF PROGRAM-RETURN-CODE < 4
                   MOVE 4 TO PROGRAM-RETURN-CODE
               END-IF
               DISPLAY "WARNING: journal detail not written for "
                   "journal " LAST-POSTING-JOURNAL " line "
                   POSTING-LINE-NUMBER " status " DETAIL-FILE-STATUS
           END-IF.

       POST-TO-BALANCE-MASTER.
           MOVE POST-ACCOUNT TO GLB-ACCOUNT
           MOVE ENTRY-PERIOD TO GLB-PERIOD
                   BALANCE-FILE-STATUS
           END-IF.

      * Journals are read in number order; each approved one is
      * posted for whatever periods have come due, and the header is
      * rewritten with what was done.
       POST-MANUAL-JOURNALS.
           MOVE TODAY-YYYYMMDD(1:6) TO CURRENT-PERIOD
           OPEN I-O JOURNAL-HEADER-FILE
           IF JOURNAL-FILE-STATUS NOT = "00"
               SET NO-MORE-JOURNALS TO TRUE
           ELSE
               OPEN INPUT JOURNAL-LINE-FILE
               IF JOURNAL-LINE-STATUS NOT = "00"
                   DISPLAY "WARNING: gl-journals.dat present but "
                       "gl-journal-lines.dat cannot be opened, status "
                       JOURNAL-LINE-STATUS
                   MOVE 4 TO PROGRAM-RETURN-CODE
                   CLOSE JOURNAL-HEADER-FILE
                   SET NO-MORE-JOURNALS TO TRUE
               END-IF
           END-IF
           IF NOT NO-MORE-JOURNALS
               PERFORM POST-NEXT-JOURNAL UNTIL NO-MORE-JOURNALS
               CLOSE JOURNAL-HEADER-FILE
               CLOSE JOURNAL-LINE-FILE
           END-IF.

       POST-NEXT-JOURNAL.
           READ JOURNAL-HEADER-FILE NEXT RECORD
               AT END
                   SET NO-MORE-JOURNALS TO TRUE
               NOT AT END
                   MOVE 'N' TO JOURNAL-CHANGED-SWITCH
                   EVALUATE TRUE
                       WHEN JRH-IS-APPROVED AND JRH-IS-RECURRING
                           PERFORM POST-RECURRING-JOURNAL
                       WHEN JRH-IS-APPROVED
                           PERFORM POST-ONE-TIME-JOURNAL
                   END-EVALUATE
                   IF JRH-IS-POSTED AND JRH-IS-REVERSING
                       AND NOT JRH-REVERSAL-POSTED
                       PERFORM POST-JOURNAL-REVERSAL
                   END-IF
                   IF JOURNAL-CHANGED
                       REWRITE JOURNAL-HEADER-RECORD
                       IF JOURNAL-FILE-STATUS NOT = "00"
                           DISPLAY "WARNING: journal "
                               JRH-JOURNAL-NUMBER " posted but not "
                               "marked, status " JOURNAL-FILE-STATUS
                           MOVE 4 TO PROGRAM-RETURN-CODE
                       END-IF
                   END-IF
           END-READ.

      * Standard and reversing journals wait for their own period;
      * a reversing journal's reversal is due in the next period.
       POST-ONE-TIME-JOURNAL.
           IF JRH-PERIOD NOT > CURRENT-PERIOD
               MOVE JRH-PERIOD TO JOURNAL-PERIOD
               MOVE JOURNAL-PERIOD TO ENTRY-PERIOD
               PERFORM CHECK-PERIOD-CLOSED
               IF PERIOD-IS-CLOSED
                   PERFORM HOLD-CLOSED-JOURNAL
               ELSE
                   MOVE 'N' TO REVERSE-SIDES-SWITCH
                   PERFORM POST-JOURNAL-LINES
                   SET JRH-IS-POSTED TO TRUE
                   MOVE TODAY-YYYYMMDD TO JRH-POSTED-DATE
                   IF JRH-IS-REVERSING
                       PERFORM ADVANCE-JOURNAL-PERIOD
                       MOVE JOURNAL-PERIOD TO JRH-REVERSAL-PERIOD
                       MOVE "N" TO JRH-REVERSED-FLAG
                   END-IF
                   SET JOURNAL-CHANGED TO TRUE
               END-IF
           END-IF.

       POST-JOURNAL-REVERSAL.
           IF JRH-REVERSAL-PERIOD NOT > CURRENT-PERIOD
               MOVE JRH-REVERSAL-PERIOD TO JOURNAL-PERIOD
               MOVE JOURNAL-PERIOD TO ENTRY-PERIOD
               PERFORM CHECK-PERIOD-CLOSED
               IF PERIOD-IS-CLOSED
                   PERFORM HOLD-CLOSED-JOURNAL
               ELSE
                   SET REVERSE-SIDES TO TRUE
                   PERFORM POST-JOURNAL-LINES
                   SET JRH-REVERSAL-POSTED TO TRUE
                   SET JOURNAL-CHANGED TO TRUE
               END-IF
           END-IF.

      * A recurring journal catches up every period from the one
      * after it last ran (or its first) to the current one, and is
      * finished once its last period has been posted.
       POST-RECURRING-JOURNAL.
           IF JRH-LAST-POSTED-PERIOD = ZERO
               MOVE JRH-PERIOD TO JOURNAL-PERIOD
           ELSE
               MOVE JRH-LAST-POSTED-PERIOD TO JOURNAL-PERIOD
               PERFORM ADVANCE-JOURNAL-PERIOD
           END-IF
           MOVE 'N' TO RECURRING-STOP-SWITCH
           PERFORM POST-ONE-RECURRENCE UNTIL RECURRING-STOPPED
           IF JRH-END-PERIOD > ZERO
               AND JRH-LAST-POSTED-PERIOD NOT < JRH-END-PERIOD
               SET JRH-IS-POSTED TO TRUE
               MOVE TODAY-YYYYMMDD TO JRH-POSTED-DATE
               SET JOURNAL-CHANGED TO TRUE
           END-IF.

       POST-ONE-RECURRENCE.
           EVALUATE TRUE
               WHEN JOURNAL-PERIOD > CURRENT-PERIOD
                   SET RECURRING-STOPPED TO TRUE
               WHEN JRH-END-PERIOD > ZERO
                   AND JOURNAL-PERIOD > JRH-END-PERIOD
                   SET RECURRING-STOPPED TO TRUE
               WHEN OTHER
                   MOVE JOURNAL-PERIOD TO ENTRY-PERIOD
                   PERFORM CHECK-PERIOD-CLOSED
                   IF PERIOD-IS-CLOSED
                       PERFORM HOLD-CLOSED-JOURNAL
                       SET RECURRING-STOPPED TO TRUE
                   ELSE
                       MOVE 'N' TO REVERSE-SIDES-SWITCH
                       PERFORM POST-JOURNAL-LINES
                       MOVE JOURNAL-PERIOD TO JRH-LAST-POSTED-PERIOD
                       SET JOURNAL-CHANGED TO TRUE
                       PERFORM ADVANCE-JOURNAL-PERIOD
                   END-IF
           END-EVALUATE.

       ADVANCE-JOURNAL-PERIOD.
           IF JP-MONTH >= 12
               ADD 1 TO JP-YEAR
               MOVE 1 TO JP-MONTH
           ELSE
               ADD 1 TO JP-MONTH
           END-IF.

       HOLD-CLOSED-JOURNAL.
           ADD 1 TO JOURNALS-HELD-COUNT
           IF PROGRAM-RETURN-CODE < 4
               MOVE 4 TO PROGRAM-RETURN-CODE
           END-IF
           DISPLAY "HELD: journal " JRH-JOURNAL-NUMBER " period "
               JOURNAL-PERIOD " is closed - not posted".

      * The journal balanced when it was keyed, so each line posts
      * on its own side only; a reversal swaps every side.
       POST-JOURNAL-LINES.
           MOVE JOURNAL-PERIOD TO ENTRY-PERIOD
           ADD 1 TO LAST-POSTING-JOURNAL
           MOVE "GL-JOURNAL-ENTRY" TO POSTING-SOURCE-PROGRAM
           MOVE SPACES TO POSTING-REFERENCE
           IF REVERSE-SIDES
               MOVE "R" TO POSTING-LINE-TYPE
               STRING "REVERSAL " JRH-JOURNAL-NUMBER
                   DELIMITED BY SIZE INTO POSTING-REFERENCE
           ELSE
               MOVE "M" TO POSTING-LINE-TYPE
               STRING "JOURNAL " JRH-JOURNAL-NUMBER
                   DELIMITED BY SIZE INTO POSTING-REFERENCE
           END-IF
           MOVE 'N' TO END-OF-JOURNAL-LINES
           MOVE JRH-JOURNAL-NUMBER TO JRL-JOURNAL-NUMBER
           MOVE ZERO TO JRL-LINE
           START JOURNAL-LINE-FILE KEY IS >= JRL-KEY
               INVALID KEY
                   SET NO-MORE-JOURNAL-LINES TO TRUE
           END-START
           PERFORM POST-NEXT-JOURNAL-LINE UNTIL NO-MORE-JOURNAL-LINES
           ADD 1 TO JOURNALS-POSTED-COUNT
           DISPLAY "JOURNAL: " JRH-JOURNAL-NUMBER " posted to "
               JOURNAL-PERIOD.

       POST-NEXT-JOURNAL-LINE.
           READ JOURNAL-LINE-FILE NEXT RECORD
               AT END
                   SET NO-MORE-JOURNAL-LINES TO TRUE
               NOT AT END
                   IF JRL-JOURNAL-NUMBER NOT = JRH-JOURNAL-NUMBER
                       SET NO-MORE-JOURNAL-LINES TO TRUE
                   ELSE
                       MOVE JRL-ACCOUNT TO POST-ACCOUNT
                       MOVE JRL-DR-CR TO POST-DR-CR
                       IF REVERSE-SIDES
                           IF JRL-DR-CR = "DR"
                               MOVE "CR" TO POST-DR-CR
                           ELSE
                               MOVE "DR" TO POST-DR-CR
                           END-IF
                       END-IF
                       MOVE JRL-AMOUNT TO ENTRY-AMOUNT
                       PERFORM POST-TO-BALANCE-MASTER
                       MOVE JRL-LINE TO POSTING-LINE-NUMBER
                       MOVE JRL-DESCRIPTION TO POSTING-DESCRIPTION
                       PERFORM WRITE-JOURNAL-DETAIL
                       ADD JRL-AMOUNT TO POSTED-AMOUNT-TOTAL
                   END-IF
           END-READ.

       PRINT-TRIAL-BALANCE.
           PERFORM PRINT-HEADER

           CLOSE GL-CARRY-FILE
           CLOSE GL-BALANCE-FILE
           CLOSE TRIAL-BALANCE-FILE
           CLOSE GL-DETAIL-FILE
           PERFORM SAVE-DETAIL-NUMBER
           PERFORM REWRITE-INTERFACE-FILE
           DISPLAY "GL posting complete: " POSTED-COUNT
               " entries posted, " REJECTED-COUNT " rejected"
           DISPLAY "Manual journals: " JOURNALS-POSTED-COUNT
               " postings, " JOURNALS-HELD-COUNT " held"
           DISPLAY "Journal detail: " DETAIL-WRITTEN-COUNT
               " lines written, " DETAIL-FAILED-COUNT " failed, "
               "last journal " LAST-POSTING-JOURNAL
           DISPLAY "Trial balance: ../data/output/trial-balance.txt".

      * The posted lines are consumed: the interface file is rewritten
                   WRITE GL-ENTRY-LINE
           END-READ.

      * The control file carries the last journal number used; any
      * journals on file beyond it (a run that stopped before saving
      * the counter) are stepped over so a number is never reused.
       READ-DETAIL-NUMBER.
           OPEN INPUT DETAIL-NUMBER-FILE
           IF NUMBER-FILE-STATUS = "00"
               READ DETAIL-NUMBER-FILE
               IF NUMBER-FILE-STATUS = "00"
                   AND DETAIL-NUMBER-RECORD NUMERIC
                   MOVE DETAIL-NUMBER-RECORD TO LAST-POSTING-JOURNAL
               END-IF
               CLOSE DETAIL-NUMBER-FILE
           END-IF
           MOVE 'N' TO END-OF-DETAIL
           MOVE LAST-POSTING-JOURNAL TO GLD-JOURNAL-NUMBER
           MOVE 999 TO GLD-LINE
           START GL-DETAIL-FILE KEY IS > GLD-KEY
               INVALID KEY
                   SET NO-MORE-DETAIL TO TRUE
           END-START
           PERFORM SKIP-USED-JOURNAL-NUMBER UNTIL NO-MORE-DETAIL.

       SKIP-USED-JOURNAL-NUMBER.
           READ GL-DETAIL-FILE NEXT RECORD
               AT END
                   SET NO-MORE-DETAIL TO TRUE
               NOT AT END
                   MOVE GLD-JOURNAL-NUMBER TO LAST-POSTING-JOURNAL
           END-READ.

       SAVE-DETAIL-NUMBER.
           OPEN OUTPUT DETAIL-NUMBER-FILE
           IF NUMBER-FILE-STATUS = "00"
               MOVE LAST-POSTING-JOURNAL TO DETAIL-NUMBER-RECORD
               WRITE DETAIL-NUMBER-RECORD
               CLOSE DETAIL-NUMBER-FILE
           ELSE
               DISPLAY "WARNING: cannot save journal detail counter"
                   " (status " NUMBER-FILE-STATUS ")"
               IF PROGRAM-RETURN-CODE < 4
                   MOVE 4 TO PROGRAM-RETURN-CODE
               END-IF
           END-IF.

       DETERMINE-RETURN-CODE.
           IF PROGRAM-RETURN-CODE = 0 AND REJECTED-COUNT > 0
               MOVE 4 TO PROGRAM-RETURN-CODE
