      * receipt that exceeds the open balance pays the balance to     *
      * zero and banks the excess in CUSTOMER-CREDIT-BALANCE, where   *
      * REFUND-PROCESSING turns it into a refund check.               *
      * Each applied receipt is also recorded on the cash book        *
      * (shared CASH-BOOK subprogram) as a deposit for BANK-          *
      * RECONCILIATION to clear against the bank statement.           *
      * How each receipt was applied - which invoices it paid, how    *
      * much went to the balance and how much to credit - is kept on  *
      * receipt-applications.dat so NSF-RETURNS can undo a returned   *
      * check piece for piece.                                        *
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS OI-KEY
               FILE STATUS IS OPENITEM-FILE-STATUS.

           SELECT RECEIPT-APPLICATION-FILE
               ASSIGN TO "../data/output/receipt-applications.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RAP-KEY
               FILE STATUS IS RCPTAPP-FILE-STATUS.

           SELECT UNAPPLIED-REPORT-FILE
               ASSIGN TO "../data/output/unapplied-cash-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
       01  OPEN-INVOICE-RECORD.
           COPY "openitm.cpy".

       FD  RECEIPT-APPLICATION-FILE.
       01  RECEIPT-APPLICATION-RECORD.
           COPY "rcptapp.cpy".

       FD  GL-INTERFACE-FILE.
       01  GL-ENTRY-LINE               PIC X(132).

           88  OVERDUE-ITEM-FOUND  VALUE 'Y'.
       01  HOLD-RELEASE-COUNT      PIC 9(6) VALUE ZERO.

      * Receipt application trail. Each receipt takes the next free
      * sequence under its customer/date/reference and numbers its
      * pieces from 1.
       01  RCPTAPP-FILE-STATUS     PIC XX.
       01  RCPTAPP-SWITCH          PIC X VALUE 'N'.
           88  RECEIPT-TRAIL-ACTIVE VALUE 'Y'.
       01  RECEIPT-SEQ             PIC 9(2).
       01  APPLICATION-LINE        PIC 9(3).
       01  INVOICE-APPLIED-TOTAL   PIC 9(8)V99.
       01  BALANCE-APPLIED         PIC 9(8)V99.
       01  END-OF-APPLICATIONS     PIC X.
           88  NO-MORE-APPLICATIONS VALUE 'Y'.

      * Overpayments carried forward as account credit.
       01  OVERPAYMENT-AMOUNT      PIC 9(8)V99.
       01  OVERPAID-COUNT          PIC 9(6) VALUE ZERO.
       01  UNAPPLIED-COUNT         PIC 9(6) VALUE ZERO.
       01  APPLIED-CASH-TOTAL      PIC 9(10)V99 VALUE ZERO.
       01  UNAPPLIED-CASH-TOTAL    PIC 9(10)V99 VALUE ZERO.
       01  CASH-BOOK-FAILURES      PIC 9(6) VALUE ZERO.
       01  TRAIL-FAILURES          PIC 9(6) VALUE ZERO.
       01  PROGRAM-RETURN-CODE     PIC 9(3) VALUE ZERO.
       01  UNAPPLIED-REASON        PIC X(25).
       01  REPORT-DETAIL           PIC X(100).


      * Cash-book entry for each applied receipt (shared CASH-BOOK
      * subprogram).
       01  CASH-BOOK-REQUEST.
           COPY "cbkreq.cpy".

      * Customer-file enqueue (shared FILE-LOCK subprogram).
       01  LOCK-ACTION             PIC X(1).
       01  LOCK-REQUESTER          PIC X(20) VALUE "PAYMENT-POSTING".
                   "applied to the balance only"
           END-IF

           OPEN I-O RECEIPT-APPLICATION-FILE
           IF RCPTAPP-FILE-STATUS = "35"
               CLOSE RECEIPT-APPLICATION-FILE
               OPEN OUTPUT RECEIPT-APPLICATION-FILE
               CLOSE RECEIPT-APPLICATION-FILE
               OPEN I-O RECEIPT-APPLICATION-FILE
           END-IF
           IF RCPTAPP-FILE-STATUS = "00"
               SET RECEIPT-TRAIL-ACTIVE TO TRUE
           ELSE
               DISPLAY "WARNING: receipt-applications.dat not "
                   "available (status " RCPTAPP-FILE-STATUS ") - "
                   "receipts posted tonight cannot be returned "
                   "automatically"
           END-IF

           OPEN EXTEND CUSTOMER-AUDIT-LOG
           IF AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT CUSTOMER-AUDIT-LOG
       POST-PAYMENT.
           MOVE CUSTOMER-RECORD TO BEFORE-IMAGE
           MOVE CUSTOMER-BALANCE TO OLD-BALANCE
           MOVE ZERO TO OVERPAYMENT-AMOUNT

      * A receipt larger than the open balance pays the balance off
      * and carries the excess as a credit on the account instead of
           IF FILE-OK
               ADD 1 TO APPLIED-COUNT
               ADD RCPT-AMOUNT TO APPLIED-CASH-TOTAL
               PERFORM START-RECEIPT-TRAIL
               PERFORM APPLY-RECEIPT-TO-OPEN-ITEMS
               PERFORM FINISH-RECEIPT-TRAIL
               PERFORM RECORD-RECEIPT-IN-CASH-BOOK
               PERFORM WRITE-POSTING-TRANSACTION-LOG
               MOVE CUSTOMER-RECORD TO AFTER-IMAGE
               MOVE "PAYMNT" TO AUDIT-OP-CODE
                   UNTIL UNAPPLIED-AMOUNT = 0 OR NOT OLDEST-FOUND
           END-IF.

      * Every receipt applied is a bank deposit on the cash book.
       RECORD-RECEIPT-IN-CASH-BOOK.
           SET CBQ-WRITE TO TRUE
           MOVE "R" TO CBQ-SOURCE
           MOVE TODAY-YYYYMMDD TO CBQ-ENTRY-DATE
           MOVE RCPT-PAYMENT-DATE TO CBQ-ITEM-DATE
           MOVE "I" TO CBQ-DIRECTION
           MOVE RCPT-AMOUNT TO CBQ-AMOUNT
           MOVE RCPT-REFERENCE TO CBQ-REFERENCE
           MOVE RCPT-CUSTOMER-ID TO CBQ-PARTY-ID
           CALL "CASH-BOOK" USING CASH-BOOK-REQUEST
           IF CBQ-RESULT NOT = "00"
               ADD 1 TO CASH-BOOK-FAILURES
               DISPLAY "WARNING: cash book entry failed for "
                   RCPT-REFERENCE " status " CBQ-RESULT
           END-IF.

       APPLY-TO-NAMED-INVOICE.
           IF UNAPPLIED-AMOUNT > 0 AND RCPT-REFERENCE NOT = SPACES
               MOVE RCPT-CUSTOMER-ID TO OI-CUSTOMER-ID
               DISPLAY "WARNING: open-item rewrite failed for "
                   OI-CUSTOMER-ID " invoice " OI-INVOICE-NUMBER
                   " status " OPENITEM-FILE-STATUS
           ELSE
               ADD PAY-DOWN-AMOUNT TO INVOICE-APPLIED-TOTAL
               MOVE "I" TO RAP-LINE-TYPE
               MOVE OI-INVOICE-NUMBER TO RAP-INVOICE-NUMBER
               MOVE PAY-DOWN-AMOUNT TO RAP-AMOUNT
               PERFORM WRITE-APPLICATION-LINE
           END-IF.

      * The receipt's sequence is one past the highest already used
      * under the same customer, payment date and reference.
       START-RECEIPT-TRAIL.
           MOVE ZERO TO INVOICE-APPLIED-TOTAL
           MOVE ZERO TO APPLICATION-LINE
           MOVE 1 TO RECEIPT-SEQ
           IF RECEIPT-TRAIL-ACTIVE
               MOVE 'N' TO END-OF-APPLICATIONS
               MOVE RCPT-CUSTOMER-ID TO RAP-CUSTOMER-ID
               MOVE RCPT-PAYMENT-DATE TO RAP-PAYMENT-DATE
               MOVE RCPT-REFERENCE TO RAP-REFERENCE
               MOVE ZERO TO RAP-RECEIPT-SEQ
               MOVE ZERO TO RAP-LINE
               START RECEIPT-APPLICATION-FILE KEY IS >= RAP-KEY
                   INVALID KEY
                       SET NO-MORE-APPLICATIONS TO TRUE
               END-START
               PERFORM SCAN-RECEIPT-SEQUENCE
                   UNTIL NO-MORE-APPLICATIONS
           END-IF.

       SCAN-RECEIPT-SEQUENCE.
           READ RECEIPT-APPLICATION-FILE NEXT RECORD
               AT END
                   SET NO-MORE-APPLICATIONS TO TRUE
               NOT AT END
                   IF RAP-CUSTOMER-ID NOT = RCPT-CUSTOMER-ID
                       OR RAP-PAYMENT-DATE NOT = RCPT-PAYMENT-DATE
                       OR RAP-REFERENCE NOT = RCPT-REFERENCE
                       SET NO-MORE-APPLICATIONS TO TRUE
                   ELSE
                       COMPUTE RECEIPT-SEQ = RAP-RECEIPT-SEQ + 1
                   END-IF
           END-READ.

      * Whatever reduced the balance but was not matched to an open
      * invoice, and whatever went to credit, close the trail.
       FINISH-RECEIPT-TRAIL.
           COMPUTE BALANCE-APPLIED =
               RCPT-AMOUNT - OVERPAYMENT-AMOUNT
           IF BALANCE-APPLIED > INVOICE-APPLIED-TOTAL
               MOVE "B" TO RAP-LINE-TYPE
               MOVE SPACES TO RAP-INVOICE-NUMBER
               COMPUTE RAP-AMOUNT =
                   BALANCE-APPLIED - INVOICE-APPLIED-TOTAL
               PERFORM WRITE-APPLICATION-LINE
           END-IF
           IF OVERPAYMENT-AMOUNT > 0
               MOVE "C" TO RAP-LINE-TYPE
               MOVE SPACES TO RAP-INVOICE-NUMBER
               MOVE OVERPAYMENT-AMOUNT TO RAP-AMOUNT
               PERFORM WRITE-APPLICATION-LINE
           END-IF.

      * Caller sets the line type, invoice and amount.
       WRITE-APPLICATION-LINE.
           IF RECEIPT-TRAIL-ACTIVE
               ADD 1 TO APPLICATION-LINE
               MOVE RCPT-CUSTOMER-ID TO RAP-CUSTOMER-ID
               MOVE RCPT-PAYMENT-DATE TO RAP-PAYMENT-DATE
               MOVE RCPT-REFERENCE TO RAP-REFERENCE
               MOVE RECEIPT-SEQ TO RAP-RECEIPT-SEQ
               MOVE APPLICATION-LINE TO RAP-LINE
               MOVE TODAY-YYYYMMDD TO RAP-POSTED-DATE
               MOVE RCPT-AMOUNT TO RAP-RECEIPT-AMOUNT
               SET RAP-IS-APPLIED TO TRUE
               MOVE ZERO TO RAP-RETURNED-DATE
               WRITE RECEIPT-APPLICATION-RECORD
               IF RCPTAPP-FILE-STATUS NOT = "00"
                   ADD 1 TO TRAIL-FAILURES
                   DISPLAY "WARNING: receipt trail write failed for "
                       RCPT-REFERENCE " status " RCPTAPP-FILE-STATUS
               END-IF
           END-IF.

      * The hold clears when the payment leaves nothing past the
               OVERPAID-COUNT " credits carried".

       DETERMINE-RETURN-CODE.
           IF PROGRAM-RETURN-CODE = 0
               AND (UNAPPLIED-COUNT > 0 OR CASH-BOOK-FAILURES > 0
                   OR TRAIL-FAILURES > 0)
               MOVE 4 TO PROGRAM-RETURN-CODE
           END-IF.

           IF OPEN-ITEMS-ACTIVE
               CLOSE OPEN-INVOICE-FILE
           END-IF
           IF RECEIPT-TRAIL-ACTIVE
               CLOSE RECEIPT-APPLICATION-FILE
           END-IF
           PERFORM RELEASE-FILE-LOCK
           CLOSE CUSTOMER-AUDIT-LOG
           CLOSE CUSTOMER-TRANSACTION-LOG
           CLOSE CUSTOMER-EVENTS-FILE
           CLOSE GL-INTERFACE-FILE
           CLOSE UNAPPLIED-REPORT-FILE
           SET CBQ-CLOSE TO TRUE
           CALL "CASH-BOOK" USING CASH-BOOK-REQUEST.

       WRITE-OPS-STATS.
           OPEN EXTEND OPS-STATS-FILE
