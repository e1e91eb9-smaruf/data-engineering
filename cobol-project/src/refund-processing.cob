      * paths leave, and posts the run total to gl-interface.txt      *
      * (customer-credit debit; gl-account-map.txt supplies the cash  *
      * side) - so overpayments stop being resolved with              *
      * spreadsheets and manual checks. Each refund check is numbered *
      * and registered through the shared CHECK-ISSUE subprogram,     *
      * which also puts it on the cash book as an outstanding payment *
      * until the bank reconciliation clears it; the check number     *
      * goes out on the check line so a lost check can be voided.     *
      * Each refund also goes to the customer's profitability buckets *
      * (CUSTOMER-PROFIT-POST).                                       *
      * A refund above the REFUND threshold in approval-              *
      * thresholds.txt is not paid on the run's say-so: it is held on *
      * the approval queue (APPROVAL-QUEUE) for an operator to        *
      * approve in APPROVAL-REVIEW, and paid by the first run after   *
      * approval - provided the credit balance is still the amount    *
      * that was approved.                                            *
      *****************************************************************

       ENVIRONMENT DIVISION.

       01  REFUND-THRESHOLD        PIC 9(8)V99 VALUE 0.

      * Maker-checker approval (shared APPROVAL-QUEUE subprogram).
       01  APPROVAL-REQUEST.
           COPY "apqreq.cpy".
       01  REFUND-APPROVAL-THRESHOLD PIC 9(8)V99.
       01  APPROVED-ITEM-NUMBER    PIC 9(8).
       01  APPROVAL-SWITCH         PIC X.
           88  REFUND-CLEARED      VALUE 'Y'.

       01  TODAY-YYYYMMDD          PIC 9(8).
       01  TS-DATE                 PIC 9(8).
       01  TS-TIME                 PIC X(6).
       01  AFTER-IMAGE             PIC X(240).
       01  REFUND-AMOUNT           PIC 9(8)V99.
       01  REFUND-AMOUNT-DISPLAY   PIC 9(8).99.
       01  PROFIT-REQUEST.
           COPY "cprfreq.cpy".

       01  GL-PERIOD               PIC 9(6).
       01  GL-CREDIT-ACCOUNT       PIC X(10) VALUE "2150-CRDT".
           88  NO-MORE-CUSTOMERS   VALUE 'Y'.

       01  REFUND-COUNT            PIC 9(6) VALUE ZERO.
       01  HELD-COUNT              PIC 9(6) VALUE ZERO.
       01  REFUND-TOTAL            PIC 9(10)V99 VALUE ZERO.
       01  CHECK-DETAIL            PIC X(100).
       01  PROGRAM-RETURN-CODE     PIC 9(3) VALUE ZERO.
       01  WARNING-FLAG            PIC X VALUE 'N'.
           88  WARNINGS-OCCURRED   VALUE 'Y'.

       01  CHECK-REQUEST.
           COPY "chkreq.cpy".

      * Customer-file enqueue (shared FILE-LOCK subprogram).
       01  LOCK-ACTION             PIC X(1).
       01  LOCK-REQUESTER          PIC X(20) VALUE "REFUND-PROCESSING".
                   " - every credit balance refunds"
           END-IF

           SET AQR-GET-THRESHOLD TO TRUE
           MOVE "REFUND" TO AQR-ITEM-TYPE
           CALL "APPROVAL-QUEUE" USING APPROVAL-REQUEST
           MOVE AQR-THRESHOLD TO REFUND-APPROVAL-THRESHOLD

           MOVE "A" TO LOCK-ACTION
           CALL "FILE-LOCK" USING LOCK-ACTION LOCK-REQUESTER
               LOCK-RESULT LOCK-HOLDER
                   NOT AT END
                       IF CUSTOMER-CREDIT-BALANCE > REFUND-THRESHOLD
                           AND CUSTOMER-CREDIT-BALANCE > 0
                           PERFORM SELECT-REFUND
                       END-IF
               END-READ
           END-PERFORM.

       SELECT-REFUND.
           PERFORM CHECK-REFUND-APPROVAL
           IF REFUND-CLEARED
               PERFORM REFUND-ONE-CUSTOMER
           END-IF.

      * Up to the approval threshold the run refunds on its own
      * authority. Above it the refund needs an approved item for
      * this credit balance; an item approved for a different amount
      * is withdrawn and a fresh one raised for the balance as it
      * stands.
       CHECK-REFUND-APPROVAL.
           MOVE 'Y' TO APPROVAL-SWITCH
           MOVE ZERO TO APPROVED-ITEM-NUMBER
           IF CUSTOMER-CREDIT-BALANCE > REFUND-APPROVAL-THRESHOLD
               MOVE 'N' TO APPROVAL-SWITCH
               SET AQR-FIND-OPEN TO TRUE
               MOVE "REFUND" TO AQR-ITEM-TYPE
               MOVE CUSTOMER-ID TO AQR-SUBJECT-ID
               CALL "APPROVAL-QUEUE" USING APPROVAL-REQUEST
               EVALUATE TRUE
                   WHEN AQR-DONE AND AQR-ITEM-PENDING
                       ADD 1 TO HELD-COUNT
                       DISPLAY "Refund for customer " CUSTOMER-ID
                           " awaiting approval, item "
                           AQR-ITEM-NUMBER
                   WHEN AQR-DONE
                       AND AQR-OLD-VALUE = CUSTOMER-CREDIT-BALANCE
                       MOVE 'Y' TO APPROVAL-SWITCH
                       MOVE AQR-ITEM-NUMBER TO APPROVED-ITEM-NUMBER
                   WHEN AQR-DONE
                       SET AQR-WITHDRAW TO TRUE
                       MOVE OPERATOR-ID TO AQR-MAKER-ID
                       MOVE "CREDIT CHANGED AFTER APPROVAL"
                           TO AQR-NOTE
                       CALL "APPROVAL-QUEUE" USING APPROVAL-REQUEST
                       PERFORM QUEUE-REFUND-FOR-APPROVAL
                   WHEN AQR-NONE-OPEN
                       PERFORM QUEUE-REFUND-FOR-APPROVAL
                   WHEN OTHER
                       DISPLAY "WARNING: approval queue unavailable "
                           "(status " AQR-RESULT ") - no refund for "
                           CUSTOMER-ID
                       SET WARNINGS-OCCURRED TO TRUE
               END-EVALUATE
           END-IF.

       QUEUE-REFUND-FOR-APPROVAL.
           SET AQR-QUEUE-ITEM TO TRUE
           MOVE "REFUND" TO AQR-ITEM-TYPE
           MOVE CUSTOMER-ID TO AQR-SUBJECT-ID
           MOVE CUSTOMER-NAME TO AQR-SUBJECT-NAME
           MOVE CUSTOMER-CREDIT-BALANCE TO AQR-OLD-VALUE
           MOVE ZERO TO AQR-NEW-VALUE
           MOVE SPACES TO AQR-REASON-CODE
           MOVE OPERATOR-ID TO AQR-MAKER-ID
           MOVE "REFUND-PROCESSING" TO AQR-MAKER-PROGRAM
           MOVE SPACES TO AQR-NOTE
           CALL "APPROVAL-QUEUE" USING APPROVAL-REQUEST
           IF AQR-DONE
               ADD 1 TO HELD-COUNT
               DISPLAY "Refund for customer " CUSTOMER-ID
                   " held for approval as item " AQR-ITEM-NUMBER
           ELSE
               DISPLAY "WARNING: refund for " CUSTOMER-ID
                   " not queued for approval (status " AQR-RESULT
                   ")"
               SET WARNINGS-OCCURRED TO TRUE
           END-IF.

       MARK-REFUND-APPLIED.
           SET AQR-MARK-APPLIED TO TRUE
           MOVE APPROVED-ITEM-NUMBER TO AQR-ITEM-NUMBER
           CALL "APPROVAL-QUEUE" USING APPROVAL-REQUEST
           IF NOT AQR-DONE
               DISPLAY "WARNING: approval item " APPROVED-ITEM-NUMBER
                   " not marked applied (status " AQR-RESULT ")"
               SET WARNINGS-OCCURRED TO TRUE
           END-IF.

       REFUND-ONE-CUSTOMER.
           MOVE CUSTOMER-RECORD TO BEFORE-IMAGE
           MOVE CUSTOMER-CREDIT-BALANCE TO REFUND-AMOUNT
           IF FILE-OK
               ADD 1 TO REFUND-COUNT
               ADD REFUND-AMOUNT TO REFUND-TOTAL
               PERFORM ISSUE-REFUND-CHECK
               PERFORM WRITE-REFUND-CHECK-LINE
               PERFORM POST-REFUND-PROFIT
               PERFORM WRITE-REFUND-TRANSACTION-LOG
               MOVE CUSTOMER-RECORD TO AFTER-IMAGE
               MOVE "REFUND" TO AUDIT-OP-CODE
               PERFORM WRITE-REFUND-AUDIT-LOG
               PERFORM WRITE-REFUND-EVENT
               IF APPROVED-ITEM-NUMBER > 0
                   PERFORM MARK-REFUND-APPLIED
               END-IF
               DISPLAY "REFUND issued for customer " CUSTOMER-ID
                   " amount " REFUND-AMOUNT
           ELSE
                   CUSTOMER-ID " status " FILE-STATUS
           END-IF.

       POST-REFUND-PROFIT.
           SET CPQ-POST TO TRUE
           MOVE CUSTOMER-ID TO CPQ-CUSTOMER-ID
           MOVE TODAY-YYYYMMDD TO CPQ-POST-DATE
           INITIALIZE CPQ-AMOUNTS
           MOVE REFUND-AMOUNT TO CPQ-REFUND-AMOUNT
           CALL "CUSTOMER-PROFIT-POST" USING PROFIT-REQUEST
           IF NOT CPQ-POSTED
               DISPLAY "WARNING: profitability history not posted "
                   "for " CUSTOMER-ID
               SET WARNINGS-OCCURRED TO TRUE
           END-IF.

       WRITE-REFUND-CHECK-LINE.
           MOVE REFUND-AMOUNT TO REFUND-AMOUNT-DISPLAY
           MOVE SPACES TO CHECK-DETAIL
           STRING "DTL|" CUSTOMER-ID "|"
               FUNCTION TRIM(CUSTOMER-NAME) "|"
               CUSTOMER-CURRENCY-CODE "|"
               REFUND-AMOUNT-DISPLAY "|"
               CKQ-CHECK-NUMBER
               DELIMITED BY SIZE INTO CHECK-DETAIL
           MOVE CHECK-DETAIL TO REFUND-CHECK-LINE
           WRITE REFUND-CHECK-LINE.

       ISSUE-REFUND-CHECK.
           SET CKQ-ISSUE TO TRUE
           MOVE "F" TO CKQ-CHECK-TYPE
           MOVE TODAY-YYYYMMDD TO CKQ-ISSUE-DATE
           MOVE CUSTOMER-ID TO CKQ-PAYEE-ID
           MOVE CUSTOMER-NAME TO CKQ-PAYEE-NAME
           MOVE REFUND-AMOUNT TO CKQ-AMOUNT
           MOVE GL-CREDIT-ACCOUNT TO CKQ-GL-ACCOUNT
           MOVE ZERO TO CKQ-REPLACES
           MOVE ZERO TO CKQ-CHECK-NUMBER
           CALL "CHECK-ISSUE" USING CHECK-REQUEST
           IF CKQ-RESULT NOT = "00"
               SET WARNINGS-OCCURRED TO TRUE
               DISPLAY "WARNING: check register entry failed for "
                   "refund to " CUSTOMER-ID " status " CKQ-RESULT
           END-IF.

       WRITE-REFUND-TRAILER.
           MOVE SPACES TO CHECK-DETAIL
           STRING "TRL|" REFUND-COUNT "|" REFUND-TOTAL
           CLOSE CUSTOMER-TRANSACTION-LOG
           CLOSE CUSTOMER-EVENTS-FILE
           CLOSE GL-INTERFACE-FILE
           SET CKQ-CLOSE TO TRUE
           CALL "CHECK-ISSUE" USING CHECK-REQUEST
           SET CPQ-CLOSE TO TRUE
           CALL "CUSTOMER-PROFIT-POST" USING PROFIT-REQUEST
           SET AQR-CLOSE TO TRUE
           CALL "APPROVAL-QUEUE" USING APPROVAL-REQUEST
           DISPLAY "Refund run complete: " REFUND-COUNT
               " refunds for " REFUND-TOTAL
           DISPLAY "Refunds held for approval: " HELD-COUNT
           DISPLAY "Check file: ../data/output/refund-checks.txt".

       DETERMINE-RETURN-CODE.
