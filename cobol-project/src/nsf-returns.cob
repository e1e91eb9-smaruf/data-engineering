       IDENTIFICATION DIVISION.
       PROGRAM-ID. NSF-RETURNS.
       AUTHOR. MUHAMMAD SHAMSUL MARUF.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * RETURNED-PAYMENT (NSF) REVERSAL                               *
      * Takes back customer payments the bank has returned unpaid.    *
      * The bank's return file (bank-returns.txt) and any returns the *
      * collections staff keyed from DATABASE-HANDLER                 *
      * (keyed-returns.txt) are read in turn; each return quotes the  *
      * customer, payment date, amount and reference of the original  *
      * receipt, which is found on the receipt-application trail      *
      * PAYMENT-POSTING keeps. The reversal undoes that receipt piece *
      * for piece: every open invoice it paid is reopened for the     *
      * amount it paid, the balance goes back up, and any part that   *
      * went to account credit comes back off the credit (or onto the *
      * balance, if the credit has already been refunded).            *
      *                                                               *
      * A returned-check fee from nsf-control.txt is added to the     *
      * balance, the credit hold is re-evaluated with the same 60-day *
      * rule FINANCE-CHARGE uses to set it, and an NSFRTN event is    *
      * raised for the account manager. The returned amount goes on   *
      * the cash book as a payment out for BANK-RECONCILIATION to     *
      * clear against the bank's debit, and the GL gets the cash      *
      * credit (receivable through gl-account-map.txt) and the fee    *
      * income. A customer whose returns within the look-back window  *
      * pass the configured count is flagged certified-funds-only on  *
      * nsf-history.dat with a CERTFD event for collections.          *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-RETURNS-FILE
               ASSIGN TO "../data/input/bank-returns.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANK-RETURNS-STATUS.

           SELECT KEYED-RETURNS-FILE
               ASSIGN TO "../data/input/keyed-returns.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KEYED-RETURNS-STATUS.

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

           SELECT RECEIPT-APPLICATION-FILE
               ASSIGN TO "../data/output/receipt-applications.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RAP-KEY
               FILE STATUS IS RCPTAPP-FILE-STATUS.

           SELECT NSF-HISTORY-FILE
               ASSIGN TO "../data/output/nsf-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NSH-CUSTOMER-ID
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT NSF-CONTROL-FILE
               ASSIGN TO "../data/input/nsf-control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT CUSTOMER-AUDIT-LOG
               ASSIGN TO "../data/output/customer-audit-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT CUSTOMER-TRANSACTION-LOG
               ASSIGN TO "../data/output/customer-transaction-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TXNLOG-FILE-STATUS.

           SELECT CUSTOMER-EVENTS-FILE
               ASSIGN TO "../data/output/customer-events.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EVENTS-FILE-STATUS.

           SELECT GL-INTERFACE-FILE
               ASSIGN TO "../data/output/gl-interface.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-FILE-STATUS.

           SELECT RETURNS-REPORT-FILE
               ASSIGN TO "../data/output/nsf-returns-report.txt"
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
      * Both return files carry the original receipt's customer,
      * payment date, amount and reference as cash-receipts.txt had
      * them, then the date the item came back and the bank's reason.
       FD  BANK-RETURNS-FILE.
       01  BANK-RETURN-RECORD          PIC X(80).

       FD  KEYED-RETURNS-FILE.
       01  KEYED-RETURN-RECORD         PIC X(80).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           COPY "custrec.cpy".

       FD  OPEN-INVOICE-FILE.
       01  OPEN-INVOICE-RECORD.
           COPY "openitm.cpy".

       FD  RECEIPT-APPLICATION-FILE.
       01  RECEIPT-APPLICATION-RECORD.
           COPY "rcptapp.cpy".

       FD  NSF-HISTORY-FILE.
       01  NSF-HISTORY-RECORD.
           COPY "nsfhist.cpy".

      * Fee charged per returned item, the number of returns within
      * the look-back window a customer may have before being put on
      * certified funds, and the window in days.
       FD  NSF-CONTROL-FILE.
       01  NSF-CONTROL-RECORD.
           05  NSC-FEE-AMOUNT          PIC 9(4)V99.
           05  FILLER                  PIC X(1).
           05  NSC-OFFENDER-COUNT      PIC 9(2).
           05  FILLER                  PIC X(1).
           05  NSC-LOOKBACK-DAYS       PIC 9(4).

       FD  CUSTOMER-AUDIT-LOG.
       01  AUDIT-LOG-RECORD.
           05  AUDIT-TIMESTAMP         PIC X(14).
           05  FILLER                  PIC X(1).
           05  AUDIT-OPERATOR          PIC X(8).
           05  FILLER                  PIC X(1).
           05  AUDIT-OPERATION         PIC X(6).
           05  FILLER                  PIC X(1).
           05  AUDIT-BEFORE-IMAGE      PIC X(240).
           05  FILLER                  PIC X(1).
           05  AUDIT-AFTER-IMAGE       PIC X(240).

       FD  CUSTOMER-TRANSACTION-LOG.
       01  TXNLOG-RECORD.
           05  TXNLOG-TIMESTAMP        PIC X(14).
           05  FILLER                  PIC X(1).
           05  TXNLOG-OPERATOR         PIC X(8).
           05  FILLER                  PIC X(1).
           05  TXNLOG-OPERATION        PIC X(6).
           05  FILLER                  PIC X(1).
           05  TXNLOG-KEY              PIC 9(6).
           05  FILLER                  PIC X(1).
           05  TXNLOG-NAME             PIC X(40).
           05  FILLER                  PIC X(1).
           05  TXNLOG-EMAIL            PIC X(50).
           05  FILLER                  PIC X(1).
           05  TXNLOG-PHONE            PIC X(15).
           05  FILLER                  PIC X(1).
           05  TXNLOG-BALANCE          PIC 9(8)V99.
           05  FILLER                  PIC X(1).
           05  TXNLOG-CREDIT-LIMIT     PIC 9(8)V99.
           05  FILLER                  PIC X(1).
           05  TXNLOG-CURRENCY-CODE    PIC X(3).
           05  FILLER                  PIC X(1).
           05  TXNLOG-LAST-PAYMENT-DATE PIC 9(8).
           05  FILLER                  PIC X(1).
           05  TXNLOG-ACTIVE-FLAG      PIC X(1).

       FD  CUSTOMER-EVENTS-FILE.
       01  EVENT-RECORD.
           05  EVT-TIMESTAMP           PIC X(14).
           05  FILLER                  PIC X(1).
           05  EVT-CUSTOMER-ID         PIC 9(6).
           05  FILLER                  PIC X(1).
           05  EVT-OLD-BALANCE         PIC 9(8)V99.
           05  FILLER                  PIC X(1).
           05  EVT-NEW-BALANCE         PIC 9(8)V99.
           05  FILLER                  PIC X(1).
           05  EVT-CHANGE-AMOUNT       PIC S9(8)V99.
           05  FILLER                  PIC X(1).
           05  EVT-TYPE                PIC X(10).
           05  FILLER                  PIC X(1).
           05  EVT-DISPATCHED-FLAG     PIC X(1).

       FD  GL-INTERFACE-FILE.
       01  GL-ENTRY-LINE               PIC X(132).

       FD  RETURNS-REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).

       FD  OPS-STATS-FILE.
       01  OPS-STAT-RECORD.
           COPY "opstat.cpy".

       FD  COMPANY-PROFILE-FILE.
       01  COMPANY-PROFILE-RECORD.
           COPY "comprof.cpy".

       WORKING-STORAGE SECTION.
       01  BANK-RETURNS-STATUS     PIC XX.
       01  KEYED-RETURNS-STATUS    PIC XX.
       01  FILE-STATUS             PIC XX.
           88  FILE-OK             VALUE "00".
       01  OPENITEM-FILE-STATUS    PIC XX.
       01  RCPTAPP-FILE-STATUS     PIC XX.
       01  HISTORY-FILE-STATUS     PIC XX.
       01  CONTROL-FILE-STATUS     PIC XX.
       01  AUDIT-FILE-STATUS       PIC XX.
       01  TXNLOG-FILE-STATUS      PIC XX.
       01  EVENTS-FILE-STATUS      PIC XX.
       01  GL-FILE-STATUS          PIC XX.
       01  REPORT-FILE-STATUS      PIC XX.
       01  OPS-STATS-FILE-STATUS   PIC XX.
       01  PROFILE-FILE-STATUS     PIC XX.

       01  OPERATOR-ID             PIC X(8) VALUE "NSFRTN".

       01  TS-DATE                 PIC 9(8).
       01  TS-TIME                 PIC X(6).
       01  TIMESTAMP-FULL          PIC X(14).

       01  AUDIT-OP-CODE           PIC X(6).
       01  BEFORE-IMAGE            PIC X(240).
       01  AFTER-IMAGE             PIC X(240).

       01  TODAY-YYYYMMDD          PIC 9(8).
       01  TODAY-INTEGER           PIC 9(7).

      * The return being worked, from whichever file supplied it.
       01  RETURN-ITEM.
           05  RTN-CUSTOMER-ID         PIC 9(6).
           05  RTN-PAYMENT-DATE        PIC 9(8).
           05  RTN-AMOUNT              PIC 9(8)V99.
           05  RTN-REFERENCE           PIC X(20).
           05  RTN-RETURN-DATE         PIC 9(8).
           05  RTN-REASON              PIC X(20).
           05  FILLER                  PIC X(8).
       01  RETURN-SOURCE           PIC X(5).

       01  END-OF-RETURNS          PIC X.
           88  NO-MORE-RETURNS     VALUE 'Y'.

      * Run parameters; nsf-control.txt overrides each when present.
       01  NSF-FEE                 PIC 9(4)V99 VALUE 25.00.
       01  OFFENDER-COUNT          PIC 9(2) VALUE 2.
       01  LOOKBACK-DAYS           PIC 9(4) VALUE 365.

      * Finding the original receipt on the application trail.
       01  END-OF-APPLICATIONS     PIC X.
           88  NO-MORE-APPLICATIONS VALUE 'Y'.
       01  RECEIPT-FOUND-SWITCH    PIC X.
           88  RECEIPT-FOUND       VALUE 'Y'.
       01  ALREADY-RETURNED-SWITCH PIC X.
           88  RECEIPT-ALREADY-RETURNED VALUE 'Y'.
       01  FOUND-RECEIPT-SEQ       PIC 9(2).
       01  REJECT-REASON           PIC X(25).

      * What the reversal puts back.
       01  BALANCE-RESTORED        PIC 9(8)V99.
       01  CREDIT-RESTORED         PIC 9(8)V99.
       01  CREDIT-SHORTFALL        PIC 9(8)V99.
       01  INVOICES-REOPENED       PIC 9(3).
       01  OLD-BALANCE             PIC 9(8)V99.
       01  BALANCE-CHANGE          PIC S9(8)V99.

      * Credit-hold re-evaluation, the rule FINANCE-CHARGE sets holds
      * by and PAYMENT-POSTING releases them by.
       01  HOLD-TRIGGER-DAYS       PIC 9(3) VALUE 60.
       01  ITEM-DATE-INTEGER       PIC 9(7).
       01  ITEM-AGE-DAYS           PIC S9(7).
       01  END-OF-OPEN-ITEMS       PIC X.
           88  NO-MORE-OPEN-ITEMS  VALUE 'Y'.
       01  OVERDUE-ITEM-SWITCH     PIC X.
           88  OVERDUE-ITEM-FOUND  VALUE 'Y'.
       01  HOLD-SET-SWITCH         PIC X.
           88  HOLD-SET-THIS-RETURN VALUE 'Y'.

      * Repeat-offender count within the look-back window.
       01  WINDOW-START-INTEGER    PIC 9(7).
       01  RETURN-INTEGER          PIC 9(7).
       01  WINDOW-RETURN-COUNT     PIC 9(4).
       01  HISTORY-SWITCH          PIC X.
           88  HISTORY-ON-FILE     VALUE 'Y'.
       01  FLAG-SET-SWITCH         PIC X.
           88  FLAG-SET-THIS-RETURN VALUE 'Y'.

       01  RETURNED-COUNT          PIC 9(6) VALUE ZERO.
       01  REJECTED-COUNT          PIC 9(6) VALUE ZERO.
       01  HOLD-COUNT              PIC 9(6) VALUE ZERO.
       01  FLAGGED-COUNT           PIC 9(6) VALUE ZERO.
       01  RETURNED-TOTAL          PIC 9(10)V99 VALUE ZERO.
       01  FEE-TOTAL               PIC 9(10)V99 VALUE ZERO.

      * The returned cash comes off the cash account (the map
      * supplies the receivable debit, mirroring PAYMENT-POSTING's
      * receipt line); the fee is income against the receivable.
       01  GL-CASH-ACCOUNT         PIC X(10) VALUE "1000-CASH".
       01  GL-NSF-FEE-ACCOUNT      PIC X(10) VALUE "4150-NSFFE".
       01  GL-PERIOD               PIC 9(6).
       01  GL-AMOUNT-FIELD         PIC ZZZZZZZZZ9.99.
       01  GL-HEADER-LINE          PIC X(132) VALUE
           "GL_ACCOUNT,DR_CR,AMOUNT,PERIOD,SOURCE_REFERENCE".

       01  REPORT-AMOUNT           PIC Z,ZZZ,ZZ9.99.
       01  REPORT-FEE              PIC Z,ZZ9.99.

       01  CASH-BOOK-REQUEST.
           COPY "cbkreq.cpy".

      * Customer-file enqueue (shared FILE-LOCK subprogram).
       01  LOCK-ACTION             PIC X(1).
       01  LOCK-REQUESTER          PIC X(20) VALUE "NSF-RETURNS".
       01  LOCK-RESULT             PIC X(1).
           88  LOCK-GRANTED        VALUE 'Y'.
       01  LOCK-HOLDER             PIC X(20).

       01  PROGRAM-RETURN-CODE     PIC 9(3) VALUE ZERO.
       01  WARNING-FLAG            PIC X VALUE 'N'.
           88  WARNINGS-OCCURRED   VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-COMPANY-PROFILE
           PERFORM READ-NSF-CONTROL
           PERFORM INITIALIZE-RETURNS
           PERFORM PROCESS-BANK-RETURNS
           PERFORM PROCESS-KEYED-RETURNS
           PERFORM POST-RETURNS-GL-ENTRIES
           PERFORM WRITE-RETURNS-SUMMARY
           PERFORM CLEANUP-RETURNS
           PERFORM DETERMINE-RETURN-CODE
           PERFORM WRITE-OPS-STATS
           MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       INITIALIZE-RETURNS.
           CALL "PROCESS-DATE" USING TODAY-YYYYMMDD
           COMPUTE TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(TODAY-YYYYMMDD)

           MOVE "A" TO LOCK-ACTION
           CALL "FILE-LOCK" USING LOCK-ACTION LOCK-REQUESTER
               LOCK-RESULT LOCK-HOLDER
           IF NOT LOCK-GRANTED
               DISPLAY "ERROR: customer file is locked by "
                   LOCK-HOLDER
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O CUSTOMER-FILE
           IF NOT FILE-OK
               DISPLAY "ERROR: cannot open customer database"
               DISPLAY "File Status: " FILE-STATUS
               MOVE 16 TO PROGRAM-RETURN-CODE
               PERFORM RELEASE-FILE-LOCK
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

      * Without the application trail there is no receipt to find;
      * an empty trail is created so every return is simply
      * reported as not found.
           OPEN I-O RECEIPT-APPLICATION-FILE
           IF RCPTAPP-FILE-STATUS = "35"
               CLOSE RECEIPT-APPLICATION-FILE
               OPEN OUTPUT RECEIPT-APPLICATION-FILE
               CLOSE RECEIPT-APPLICATION-FILE
               OPEN I-O RECEIPT-APPLICATION-FILE
           END-IF
           IF RCPTAPP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open receipt-applications.dat"
               DISPLAY "File Status: " RCPTAPP-FILE-STATUS
               CLOSE CUSTOMER-FILE
               PERFORM RELEASE-FILE-LOCK
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O OPEN-INVOICE-FILE
           IF OPENITEM-FILE-STATUS = "35"
               CLOSE OPEN-INVOICE-FILE
               OPEN OUTPUT OPEN-INVOICE-FILE
               CLOSE OPEN-INVOICE-FILE
               OPEN I-O OPEN-INVOICE-FILE
           END-IF

           OPEN I-O NSF-HISTORY-FILE
           IF HISTORY-FILE-STATUS = "35"
               CLOSE NSF-HISTORY-FILE
               OPEN OUTPUT NSF-HISTORY-FILE
               CLOSE NSF-HISTORY-FILE
               OPEN I-O NSF-HISTORY-FILE
           END-IF

           OPEN EXTEND CUSTOMER-AUDIT-LOG
           IF AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT CUSTOMER-AUDIT-LOG
               CLOSE CUSTOMER-AUDIT-LOG
               OPEN EXTEND CUSTOMER-AUDIT-LOG
           END-IF

           OPEN EXTEND CUSTOMER-TRANSACTION-LOG
           IF TXNLOG-FILE-STATUS = "35"
               OPEN OUTPUT CUSTOMER-TRANSACTION-LOG
               CLOSE CUSTOMER-TRANSACTION-LOG
               OPEN EXTEND CUSTOMER-TRANSACTION-LOG
           END-IF

           OPEN EXTEND CUSTOMER-EVENTS-FILE
           IF EVENTS-FILE-STATUS = "35"
               OPEN OUTPUT CUSTOMER-EVENTS-FILE
               CLOSE CUSTOMER-EVENTS-FILE
               OPEN EXTEND CUSTOMER-EVENTS-FILE
           END-IF

           OPEN EXTEND GL-INTERFACE-FILE
           IF GL-FILE-STATUS = "35"
               OPEN OUTPUT GL-INTERFACE-FILE
               MOVE GL-HEADER-LINE TO GL-ENTRY-LINE
               WRITE GL-ENTRY-LINE
               CLOSE GL-INTERFACE-FILE
               OPEN EXTEND GL-INTERFACE-FILE
           END-IF

           OPEN OUTPUT RETURNS-REPORT-FILE
           MOVE "RETURNED PAYMENT (NSF) REVERSAL REPORT" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Processing date: " TODAY-YYYYMMDD
               "   Fee per item: " NSF-FEE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       READ-NSF-CONTROL.
           OPEN INPUT NSF-CONTROL-FILE
           IF CONTROL-FILE-STATUS = "00"
               READ NSF-CONTROL-FILE
               IF CONTROL-FILE-STATUS = "00"
                   IF NSC-FEE-AMOUNT NUMERIC
                       MOVE NSC-FEE-AMOUNT TO NSF-FEE
                   END-IF
                   IF NSC-OFFENDER-COUNT NUMERIC
                       AND NSC-OFFENDER-COUNT > 0
                       MOVE NSC-OFFENDER-COUNT TO OFFENDER-COUNT
                   END-IF
                   IF NSC-LOOKBACK-DAYS NUMERIC
                       AND NSC-LOOKBACK-DAYS > 0
                       MOVE NSC-LOOKBACK-DAYS TO LOOKBACK-DAYS
                   END-IF
               END-IF
               CLOSE NSF-CONTROL-FILE
           ELSE
               DISPLAY "NOTE: no nsf-control.txt supplied - fee "
                   NSF-FEE ", certified funds after more than "
                   OFFENDER-COUNT " returns in " LOOKBACK-DAYS
                   " days"
           END-IF.

       PROCESS-BANK-RETURNS.
           OPEN INPUT BANK-RETURNS-FILE
           IF BANK-RETURNS-STATUS = "00"
               MOVE "BANK " TO RETURN-SOURCE
               MOVE 'N' TO END-OF-RETURNS
               PERFORM READ-NEXT-BANK-RETURN UNTIL NO-MORE-RETURNS
               CLOSE BANK-RETURNS-FILE
           ELSE
               DISPLAY "NOTE: no bank-returns.txt today"
           END-IF.

       READ-NEXT-BANK-RETURN.
           READ BANK-RETURNS-FILE INTO RETURN-ITEM
               AT END
                   SET NO-MORE-RETURNS TO TRUE
               NOT AT END
                   PERFORM PROCESS-ONE-RETURN
           END-READ.

      * Keyed returns are consumed: once worked, the file is emptied
      * so tomorrow's run does not see them again.
       PROCESS-KEYED-RETURNS.
           OPEN INPUT KEYED-RETURNS-FILE
           IF KEYED-RETURNS-STATUS = "00"
               MOVE "KEYED" TO RETURN-SOURCE
               MOVE 'N' TO END-OF-RETURNS
               PERFORM READ-NEXT-KEYED-RETURN UNTIL NO-MORE-RETURNS
               CLOSE KEYED-RETURNS-FILE
               OPEN OUTPUT KEYED-RETURNS-FILE
               CLOSE KEYED-RETURNS-FILE
           END-IF.

       READ-NEXT-KEYED-RETURN.
           READ KEYED-RETURNS-FILE INTO RETURN-ITEM
               AT END
                   SET NO-MORE-RETURNS TO TRUE
               NOT AT END
                   PERFORM PROCESS-ONE-RETURN
           END-READ.

       PROCESS-ONE-RETURN.
           IF RTN-RETURN-DATE NOT NUMERIC OR RTN-RETURN-DATE = ZERO
               MOVE TODAY-YYYYMMDD TO RTN-RETURN-DATE
           END-IF
           MOVE 'N' TO RECEIPT-FOUND-SWITCH
           MOVE 'N' TO ALREADY-RETURNED-SWITCH

           EVALUATE TRUE
               WHEN RTN-CUSTOMER-ID NOT NUMERIC
                   OR RTN-PAYMENT-DATE NOT NUMERIC
                   OR RTN-AMOUNT NOT NUMERIC
                   MOVE "UNREADABLE RETURN ITEM" TO REJECT-REASON
                   PERFORM WRITE-REJECTED-RETURN
               WHEN OTHER
                   MOVE RTN-CUSTOMER-ID TO CUSTOMER-ID
                   READ CUSTOMER-FILE KEY IS CUSTOMER-ID
                   IF NOT FILE-OK
                       MOVE "NO MATCHING CUSTOMER" TO REJECT-REASON
                       PERFORM WRITE-REJECTED-RETURN
                   ELSE
                       PERFORM FIND-ORIGINAL-RECEIPT
                       EVALUATE TRUE
                           WHEN RECEIPT-FOUND
                               PERFORM REVERSE-RECEIPT
                           WHEN RECEIPT-ALREADY-RETURNED
                               MOVE "RECEIPT ALREADY RETURNED"
                                   TO REJECT-REASON
                               PERFORM WRITE-REJECTED-RETURN
                           WHEN OTHER
                               MOVE "RECEIPT NOT FOUND"
                                   TO REJECT-REASON
                               PERFORM WRITE-REJECTED-RETURN
                       END-EVALUATE
                   END-IF
           END-EVALUATE.

      * The first receipt under the customer, date and reference
      * whose amount matches and which has not been returned yet.
       FIND-ORIGINAL-RECEIPT.
           MOVE 'N' TO END-OF-APPLICATIONS
           MOVE RTN-CUSTOMER-ID TO RAP-CUSTOMER-ID
           MOVE RTN-PAYMENT-DATE TO RAP-PAYMENT-DATE
           MOVE RTN-REFERENCE TO RAP-REFERENCE
           MOVE ZERO TO RAP-RECEIPT-SEQ
           MOVE ZERO TO RAP-LINE
           START RECEIPT-APPLICATION-FILE KEY IS >= RAP-KEY
               INVALID KEY
                   SET NO-MORE-APPLICATIONS TO TRUE
           END-START
           PERFORM CHECK-NEXT-APPLICATION
               UNTIL NO-MORE-APPLICATIONS.

       CHECK-NEXT-APPLICATION.
           READ RECEIPT-APPLICATION-FILE NEXT RECORD
               AT END
                   SET NO-MORE-APPLICATIONS TO TRUE
               NOT AT END
                   IF RAP-CUSTOMER-ID NOT = RTN-CUSTOMER-ID
                       OR RAP-PAYMENT-DATE NOT = RTN-PAYMENT-DATE
                       OR RAP-REFERENCE NOT = RTN-REFERENCE
                       SET NO-MORE-APPLICATIONS TO TRUE
                   ELSE
                       IF RAP-RECEIPT-AMOUNT = RTN-AMOUNT
                           IF RAP-IS-APPLIED
                               SET RECEIPT-FOUND TO TRUE
                               MOVE RAP-RECEIPT-SEQ
                                   TO FOUND-RECEIPT-SEQ
                               SET NO-MORE-APPLICATIONS TO TRUE
                           ELSE
                               SET RECEIPT-ALREADY-RETURNED TO TRUE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       REVERSE-RECEIPT.
           MOVE ZERO TO BALANCE-RESTORED
           MOVE ZERO TO CREDIT-RESTORED
           MOVE ZERO TO INVOICES-REOPENED
           MOVE 'N' TO END-OF-APPLICATIONS
           MOVE RTN-CUSTOMER-ID TO RAP-CUSTOMER-ID
           MOVE RTN-PAYMENT-DATE TO RAP-PAYMENT-DATE
           MOVE RTN-REFERENCE TO RAP-REFERENCE
           MOVE FOUND-RECEIPT-SEQ TO RAP-RECEIPT-SEQ
           MOVE ZERO TO RAP-LINE
           START RECEIPT-APPLICATION-FILE KEY IS >= RAP-KEY
               INVALID KEY
                   SET NO-MORE-APPLICATIONS TO TRUE
           END-START
           PERFORM REVERSE-NEXT-APPLICATION
               UNTIL NO-MORE-APPLICATIONS

           PERFORM UPDATE-CUSTOMER-FOR-RETURN
           PERFORM RECORD-RETURN-IN-CASH-BOOK
           PERFORM UPDATE-NSF-HISTORY
           ADD 1 TO RETURNED-COUNT
           ADD RTN-AMOUNT TO RETURNED-TOTAL
           ADD NSF-FEE TO FEE-TOTAL
           PERFORM WRITE-RETURNED-DETAIL.

       REVERSE-NEXT-APPLICATION.
           READ RECEIPT-APPLICATION-FILE NEXT RECORD
               AT END
                   SET NO-MORE-APPLICATIONS TO TRUE
               NOT AT END
                   IF RAP-CUSTOMER-ID NOT = RTN-CUSTOMER-ID
                       OR RAP-PAYMENT-DATE NOT = RTN-PAYMENT-DATE
                       OR RAP-REFERENCE NOT = RTN-REFERENCE
                       OR RAP-RECEIPT-SEQ NOT = FOUND-RECEIPT-SEQ
                       SET NO-MORE-APPLICATIONS TO TRUE
                   ELSE
                       PERFORM REVERSE-ONE-APPLICATION
                   END-IF
           END-READ.

       REVERSE-ONE-APPLICATION.
           EVALUATE TRUE
               WHEN RAP-TO-INVOICE
                   ADD RAP-AMOUNT TO BALANCE-RESTORED
                   PERFORM REOPEN-PAID-INVOICE
               WHEN RAP-TO-CREDIT
                   ADD RAP-AMOUNT TO CREDIT-RESTORED
               WHEN OTHER
                   ADD RAP-AMOUNT TO BALANCE-RESTORED
           END-EVALUATE
           SET RAP-IS-RETURNED TO TRUE
           MOVE RTN-RETURN-DATE TO RAP-RETURNED-DATE
           REWRITE RECEIPT-APPLICATION-RECORD
           IF RCPTAPP-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: receipt trail rewrite failed for "
                   RTN-REFERENCE " status " RCPTAPP-FILE-STATUS
               SET WARNINGS-OCCURRED TO TRUE
           END-IF.

      * A written-off invoice stays written off; the amount still
      * goes back on the balance, and the report says so.
       REOPEN-PAID-INVOICE.
           MOVE RAP-CUSTOMER-ID TO OI-CUSTOMER-ID
           MOVE RAP-INVOICE-NUMBER TO OI-INVOICE-NUMBER
           READ OPEN-INVOICE-FILE KEY IS OI-KEY
           EVALUATE TRUE
               WHEN OPENITEM-FILE-STATUS NOT = "00"
                   DISPLAY "WARNING: invoice " RAP-INVOICE-NUMBER
                       " for customer " RAP-CUSTOMER-ID
                       " no longer on the open-item file"
                   SET WARNINGS-OCCURRED TO TRUE
               WHEN OI-IS-WRITTEN-OFF
                   DISPLAY "WARNING: invoice " RAP-INVOICE-NUMBER
                       " for customer " RAP-CUSTOMER-ID
                       " was written off - not reopened"
                   SET WARNINGS-OCCURRED TO TRUE
               WHEN OTHER
                   ADD RAP-AMOUNT TO OI-OPEN-AMOUNT
                   SET OI-IS-OPEN TO TRUE
                   REWRITE OPEN-INVOICE-RECORD
                   IF OPENITEM-FILE-STATUS = "00"
                       ADD 1 TO INVOICES-REOPENED
                   ELSE
                       DISPLAY "WARNING: open-item rewrite failed "
                           "for " OI-CUSTOMER-ID " invoice "
                           OI-INVOICE-NUMBER " status "
                           OPENITEM-FILE-STATUS
                       SET WARNINGS-OCCURRED TO TRUE
                   END-IF
           END-EVALUATE.

      * Credit the customer still holds is taken back first; what
      * has already been refunded to them is owed again and goes on
      * the balance with the rest.
       UPDATE-CUSTOMER-FOR-RETURN.
           MOVE CUSTOMER-RECORD TO BEFORE-IMAGE
           MOVE CUSTOMER-BALANCE TO OLD-BALANCE
           MOVE ZERO TO CREDIT-SHORTFALL
           IF CREDIT-RESTORED > CUSTOMER-CREDIT-BALANCE
               COMPUTE CREDIT-SHORTFALL =
                   CREDIT-RESTORED - CUSTOMER-CREDIT-BALANCE
               MOVE ZERO TO CUSTOMER-CREDIT-BALANCE
           ELSE
               SUBTRACT CREDIT-RESTORED FROM CUSTOMER-CREDIT-BALANCE
           END-IF
           ADD BALANCE-RESTORED CREDIT-SHORTFALL NSF-FEE
               TO CUSTOMER-BALANCE

           PERFORM EVALUATE-CREDIT-HOLD

           PERFORM CAPTURE-TIMESTAMP
           MOVE "NSFRTN" TO TXNLOG-OPERATION
           REWRITE CUSTOMER-RECORD
           IF FILE-OK
               PERFORM WRITE-RETURNS-TRANSACTION-LOG
               MOVE CUSTOMER-RECORD TO AFTER-IMAGE
               MOVE "NSFRTN" TO AUDIT-OP-CODE
               PERFORM WRITE-RETURNS-AUDIT-LOG
               MOVE "NSFRTN" TO EVT-TYPE
               PERFORM WRITE-RETURN-EVENT
               IF HOLD-SET-THIS-RETURN
                   ADD 1 TO HOLD-COUNT
                   MOVE "HOLD" TO EVT-TYPE
                   PERFORM WRITE-RETURN-EVENT
               END-IF
           ELSE
               DISPLAY "ERROR: customer rewrite failed for "
                   CUSTOMER-ID " status " FILE-STATUS
                   " - receipt trail already marked returned"
               SET WARNINGS-OCCURRED TO TRUE
           END-IF.

      * Reopened invoices can leave the account past the trigger
      * age again; a customer already on hold stays on hold.
       EVALUATE-CREDIT-HOLD.
           MOVE 'N' TO HOLD-SET-SWITCH
           MOVE 'N' TO OVERDUE-ITEM-SWITCH
           IF NOT CUSTOMER-ON-CREDIT-HOLD
               MOVE 'N' TO END-OF-OPEN-ITEMS
               MOVE CUSTOMER-ID TO OI-CUSTOMER-ID
               MOVE LOW-VALUES TO OI-INVOICE-NUMBER
               START OPEN-INVOICE-FILE KEY IS >= OI-KEY
                   INVALID KEY
                       SET NO-MORE-OPEN-ITEMS TO TRUE
               END-START
               PERFORM SCAN-ONE-ITEM-AGE UNTIL NO-MORE-OPEN-ITEMS
               IF OVERDUE-ITEM-FOUND
                   MOVE 'Y' TO CUSTOMER-CREDIT-HOLD-FLAG
                   SET HOLD-SET-THIS-RETURN TO TRUE
               END-IF
           END-IF.

       SCAN-ONE-ITEM-AGE.
           READ OPEN-INVOICE-FILE NEXT RECORD
               AT END
                   SET NO-MORE-OPEN-ITEMS TO TRUE
               NOT AT END
                   IF OI-CUSTOMER-ID NOT = CUSTOMER-ID
                       SET NO-MORE-OPEN-ITEMS TO TRUE
                   ELSE
                       IF OI-IS-OPEN AND OI-OPEN-AMOUNT > 0
                           AND OI-INVOICE-DATE > 0
                           COMPUTE ITEM-DATE-INTEGER =
                               FUNCTION INTEGER-OF-DATE
                                   (OI-INVOICE-DATE)
                           COMPUTE ITEM-AGE-DAYS =
                               TODAY-INTEGER - ITEM-DATE-INTEGER
                           IF ITEM-AGE-DAYS > HOLD-TRIGGER-DAYS
                               SET OVERDUE-ITEM-FOUND TO TRUE
                               SET NO-MORE-OPEN-ITEMS TO TRUE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       RECORD-RETURN-IN-CASH-BOOK.
           SET CBQ-WRITE TO TRUE
           MOVE "N" TO CBQ-SOURCE
           MOVE TODAY-YYYYMMDD TO CBQ-ENTRY-DATE
           MOVE RTN-RETURN-DATE TO CBQ-ITEM-DATE
           MOVE "O" TO CBQ-DIRECTION
           MOVE RTN-AMOUNT TO CBQ-AMOUNT
           MOVE RTN-REFERENCE TO CBQ-REFERENCE
           MOVE RTN-CUSTOMER-ID TO CBQ-PARTY-ID
           CALL "CASH-BOOK" USING CASH-BOOK-REQUEST
           IF CBQ-RESULT NOT = "00"
               DISPLAY "WARNING: cash book entry failed for "
                   RTN-REFERENCE " status " CBQ-RESULT
               SET WARNINGS-OCCURRED TO TRUE
           END-IF.

      * Returns are counted from the application trail's returned
      * receipts (line 1 of each) dated inside the window, so the
      * count ages out on its own as old returns leave the window.
       UPDATE-NSF-HISTORY.
           MOVE 'N' TO FLAG-SET-SWITCH
           MOVE 'N' TO HISTORY-SWITCH
           MOVE RTN-CUSTOMER-ID TO NSH-CUSTOMER-ID
           READ NSF-HISTORY-FILE KEY IS NSH-CUSTOMER-ID
           IF HISTORY-FILE-STATUS = "00"
               SET HISTORY-ON-FILE TO TRUE
           ELSE
               MOVE SPACES TO NSF-HISTORY-RECORD
               MOVE RTN-CUSTOMER-ID TO NSH-CUSTOMER-ID
               MOVE ZERO TO NSH-RETURN-COUNT
               MOVE 'N' TO NSH-CERTIFIED-FLAG
               MOVE ZERO TO NSH-FLAGGED-DATE
           END-IF
           ADD 1 TO NSH-RETURN-COUNT
           MOVE RTN-RETURN-DATE TO NSH-LAST-RETURN-DATE
           MOVE RTN-AMOUNT TO NSH-LAST-RETURN-AMOUNT

           PERFORM COUNT-RETURNS-IN-WINDOW
           IF WINDOW-RETURN-COUNT > OFFENDER-COUNT
               AND NOT NSH-CERTIFIED-FUNDS-ONLY
               SET NSH-CERTIFIED-FUNDS-ONLY TO TRUE
               MOVE TODAY-YYYYMMDD TO NSH-FLAGGED-DATE
               SET FLAG-SET-THIS-RETURN TO TRUE
               ADD 1 TO FLAGGED-COUNT
           END-IF

           IF HISTORY-ON-FILE
               REWRITE NSF-HISTORY-RECORD
           ELSE
               WRITE NSF-HISTORY-RECORD
           END-IF
           IF HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: nsf-history update failed for "
                   RTN-CUSTOMER-ID " status " HISTORY-FILE-STATUS
               SET WARNINGS-OCCURRED TO TRUE
           END-IF
           IF FLAG-SET-THIS-RETURN
               MOVE "CERTFD" TO EVT-TYPE
               PERFORM WRITE-RETURN-EVENT
           END-IF.

       COUNT-RETURNS-IN-WINDOW.
           MOVE ZERO TO WINDOW-RETURN-COUNT
           COMPUTE WINDOW-START-INTEGER = TODAY-INTEGER - LOOKBACK-DAYS
           MOVE 'N' TO END-OF-APPLICATIONS
           MOVE RTN-CUSTOMER-ID TO RAP-CUSTOMER-ID
           MOVE ZERO TO RAP-PAYMENT-DATE
           MOVE LOW-VALUES TO RAP-REFERENCE
           MOVE ZERO TO RAP-RECEIPT-SEQ
           MOVE ZERO TO RAP-LINE
           START RECEIPT-APPLICATION-FILE KEY IS >= RAP-KEY
               INVALID KEY
                   SET NO-MORE-APPLICATIONS TO TRUE
           END-START
           PERFORM COUNT-NEXT-RETURNED-RECEIPT
               UNTIL NO-MORE-APPLICATIONS.

       COUNT-NEXT-RETURNED-RECEIPT.
           READ RECEIPT-APPLICATION-FILE NEXT RECORD
               AT END
                   SET NO-MORE-APPLICATIONS TO TRUE
               NOT AT END
                   IF RAP-CUSTOMER-ID NOT = RTN-CUSTOMER-ID
                       SET NO-MORE-APPLICATIONS TO TRUE
                   ELSE
                       IF RAP-IS-RETURNED AND RAP-LINE = 1
                           AND RAP-RETURNED-DATE > 0
                           COMPUTE RETURN-INTEGER =
                               FUNCTION INTEGER-OF-DATE
                                   (RAP-RETURNED-DATE)
                           IF RETURN-INTEGER >= WINDOW-START-INTEGER
                               ADD 1 TO WINDOW-RETURN-COUNT
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      * Caller sets EVT-TYPE.
       WRITE-RETURN-EVENT.
           MOVE TIMESTAMP-FULL TO EVT-TIMESTAMP
           MOVE CUSTOMER-ID TO EVT-CUSTOMER-ID
           MOVE OLD-BALANCE TO EVT-OLD-BALANCE
           MOVE CUSTOMER-BALANCE TO EVT-NEW-BALANCE
           COMPUTE BALANCE-CHANGE = CUSTOMER-BALANCE - OLD-BALANCE
           MOVE BALANCE-CHANGE TO EVT-CHANGE-AMOUNT
           MOVE "N" TO EVT-DISPATCHED-FLAG
           WRITE EVENT-RECORD.

       WRITE-RETURNED-DETAIL.
           MOVE RTN-AMOUNT TO REPORT-AMOUNT
           MOVE NSF-FEE TO REPORT-FEE
           MOVE SPACES TO REPORT-LINE
           STRING "RETURNED " RETURN-SOURCE " id=" RTN-CUSTOMER-ID
               " paid=" RTN-PAYMENT-DATE
               " ref=" RTN-REFERENCE
               " amount=" REPORT-AMOUNT
               " fee=" REPORT-FEE
               " invoices reopened=" INVOICES-REOPENED
               " " RTN-REASON
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF CREDIT-SHORTFALL > 0
               MOVE CREDIT-SHORTFALL TO REPORT-AMOUNT
               MOVE SPACES TO REPORT-LINE
               STRING "         credit already refunded, "
                   REPORT-AMOUNT " added back to the balance"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF HOLD-SET-THIS-RETURN
               MOVE "         CREDIT HOLD SET" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF FLAG-SET-THIS-RETURN
               MOVE SPACES TO REPORT-LINE
               STRING "         CERTIFIED FUNDS REQUIRED - "
                   WINDOW-RETURN-COUNT " returns in "
                   LOOKBACK-DAYS " days"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           DISPLAY "RETURNED payment " RTN-REFERENCE
               " for customer " RTN-CUSTOMER-ID.

       WRITE-REJECTED-RETURN.
           ADD 1 TO REJECTED-COUNT
           SET WARNINGS-OCCURRED TO TRUE
           MOVE RTN-AMOUNT TO REPORT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING "REJECTED " RETURN-SOURCE " id=" RTN-CUSTOMER-ID
               " paid=" RTN-PAYMENT-DATE
               " ref=" RTN-REFERENCE
               " amount=" REPORT-AMOUNT
               " " REJECT-REASON
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.

       POST-RETURNS-GL-ENTRIES.
           MOVE TODAY-YYYYMMDD(1:6) TO GL-PERIOD
           IF RETURNED-TOTAL > 0
               MOVE RETURNED-TOTAL TO GL-AMOUNT-FIELD
               MOVE SPACES TO GL-ENTRY-LINE
               STRING GL-CASH-ACCOUNT ",CR,"
                   FUNCTION TRIM(GL-AMOUNT-FIELD) ","
                   GL-PERIOD ",NSF-RETURN"
                   DELIMITED BY SIZE INTO GL-ENTRY-LINE
               WRITE GL-ENTRY-LINE
           END-IF
           IF FEE-TOTAL > 0
               MOVE FEE-TOTAL TO GL-AMOUNT-FIELD
               MOVE SPACES TO GL-ENTRY-LINE
               STRING GL-NSF-FEE-ACCOUNT ",CR,"
                   FUNCTION TRIM(GL-AMOUNT-FIELD) ","
                   GL-PERIOD ",NSF-FEE"
                   DELIMITED BY SIZE INTO GL-ENTRY-LINE
               WRITE GL-ENTRY-LINE
           END-IF.

       WRITE-RETURNS-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           STRING "Payments returned:  " RETURNED-COUNT
               " for " RETURNED-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Fees assessed:      " FEE-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Returns rejected:   " REJECTED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Credit holds set:   " HOLD-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Certified funds:    " FLAGGED-COUNT
               " customers newly flagged"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "NSF reversal complete: " RETURNED-COUNT
               " returned, " REJECTED-COUNT " rejected, "
               FLAGGED-COUNT " flagged for certified funds".

       CAPTURE-TIMESTAMP.
           ACCEPT TS-DATE FROM DATE YYYYMMDD
           ACCEPT TS-TIME FROM TIME
           MOVE TS-DATE TO TIMESTAMP-FULL(1:8)
           MOVE TS-TIME TO TIMESTAMP-FULL(9:6).

       WRITE-RETURNS-TRANSACTION-LOG.
           MOVE TIMESTAMP-FULL TO TXNLOG-TIMESTAMP
           MOVE OPERATOR-ID TO TXNLOG-OPERATOR
           MOVE CUSTOMER-ID TO TXNLOG-KEY
           MOVE CUSTOMER-NAME TO TXNLOG-NAME
           MOVE CUSTOMER-EMAIL TO TXNLOG-EMAIL
           MOVE CUSTOMER-PHONE TO TXNLOG-PHONE
           MOVE CUSTOMER-BALANCE TO TXNLOG-BALANCE
           MOVE CUSTOMER-CREDIT-LIMIT TO TXNLOG-CREDIT-LIMIT
           MOVE CUSTOMER-CURRENCY-CODE TO TXNLOG-CURRENCY-CODE
           MOVE CUSTOMER-LAST-PAYMENT-DATE
               TO TXNLOG-LAST-PAYMENT-DATE
           MOVE CUSTOMER-ACTIVE-FLAG TO TXNLOG-ACTIVE-FLAG
           WRITE TXNLOG-RECORD.

       WRITE-RETURNS-AUDIT-LOG.
           MOVE TIMESTAMP-FULL TO AUDIT-TIMESTAMP
           MOVE OPERATOR-ID TO AUDIT-OPERATOR
           MOVE AUDIT-OP-CODE TO AUDIT-OPERATION
           MOVE BEFORE-IMAGE TO AUDIT-BEFORE-IMAGE
           MOVE AFTER-IMAGE TO AUDIT-AFTER-IMAGE
           WRITE AUDIT-LOG-RECORD.

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
           IF PROF-GL-CASH-ACCOUNT NOT = SPACES
               MOVE PROF-GL-CASH-ACCOUNT TO GL-CASH-ACCOUNT
           END-IF
           IF PROF-GL-NSF-FEE-ACCOUNT NOT = SPACES
               MOVE PROF-GL-NSF-FEE-ACCOUNT TO GL-NSF-FEE-ACCOUNT
           END-IF.

       DETERMINE-RETURN-CODE.
           IF PROGRAM-RETURN-CODE = 0 AND WARNINGS-OCCURRED
               MOVE 4 TO PROGRAM-RETURN-CODE
           END-IF.

       RELEASE-FILE-LOCK.
           MOVE "R" TO LOCK-ACTION
           CALL "FILE-LOCK" USING LOCK-ACTION LOCK-REQUESTER
               LOCK-RESULT LOCK-HOLDER.

       CLEANUP-RETURNS.
           CLOSE CUSTOMER-FILE
           CLOSE RECEIPT-APPLICATION-FILE
           CLOSE OPEN-INVOICE-FILE
           CLOSE NSF-HISTORY-FILE
           PERFORM RELEASE-FILE-LOCK
           CLOSE CUSTOMER-AUDIT-LOG
           CLOSE CUSTOMER-TRANSACTION-LOG
           CLOSE CUSTOMER-EVENTS-FILE
           CLOSE GL-INTERFACE-FILE
           CLOSE RETURNS-REPORT-FILE
           SET CBQ-CLOSE TO TRUE
           CALL "CASH-BOOK" USING CASH-BOOK-REQUEST.

       WRITE-OPS-STATS.
           OPEN EXTEND OPS-STATS-FILE
           IF OPS-STATS-FILE-STATUS = "35"
               OPEN OUTPUT OPS-STATS-FILE
               CLOSE OPS-STATS-FILE
               OPEN EXTEND OPS-STATS-FILE
           END-IF

           MOVE SPACES TO OPS-STAT-RECORD
           MOVE "NSF-RETURNS"         TO OPS-PROGRAM-ID
           ACCEPT OPS-RUN-DATE FROM DATE YYYYMMDD
           MOVE RETURNED-COUNT        TO OPS-RECORDS-PROCESSED
           MOVE REJECTED-COUNT        TO OPS-REJECTS
           MOVE RETURNED-TOTAL        TO OPS-TOTAL-AMOUNT
           MOVE PROGRAM-RETURN-CODE   TO OPS-RETURN-CODE
           WRITE OPS-STAT-RECORD
           CLOSE OPS-STATS-FILE.

       END PROGRAM NSF-RETURNS.
