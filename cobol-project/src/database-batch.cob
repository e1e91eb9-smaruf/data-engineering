      * apply pass touch CUSTOMER-FILE - a malformed upstream file    *
      * stops the run with exit code 8 before anything is applied,    *
      * instead of leaving half a batch to unwind by hand.            *
      *                                                               *
      * A credit limit change (operation L) replaces only the         *
      * customer's credit limit; CREDIT-REVIEW-APPLY publishes them   *
      * for the approved lines of the quarterly credit review. A      *
      * change whose prior limit no longer matches the customer's     *
      * limit is rejected, so a stale worksheet cannot overwrite a    *
      * later approved change.                                        *
      *****************************************************************

       ENVIRONMENT DIVISION.
       01  OPERATOR-ID           PIC X(8) VALUE "BATCH".
       01  EMAIL-VALID           PIC X.
           88  EMAIL-IS-VALID       VALUE 'Y'.
       01  ADDRESS-REQUEST.
           COPY "adsreq.cpy".

       01  TS-DATE                PIC 9(8).
       01  TS-TIME                PIC X(6).
       EDIT-ONE-TRANSACTION.
           EVALUATE TRUE
               WHEN NOT (TXN-IS-ADD OR TXN-IS-UPDATE OR
                         TXN-IS-DELETE OR TXN-IS-DEACTIVATE OR
                         TXN-IS-LIMIT-CHANGE)
                   STRING "EDIT ERROR id=" TXN-ID
                       " unknown operation code '" TXN-OPERATION "'"
                       DELIMITED BY SIZE INTO REPORT-DETAIL
                       DELIMITED BY SIZE INTO REPORT-DETAIL
                   PERFORM WRITE-EDIT-ERROR
               END-IF
               IF TXN-IS-LIMIT-CHANGE
                   AND TXN-CREDIT-LIMIT NOT NUMERIC
                   STRING "EDIT ERROR id=" TXN-ID
                       " credit limit not numeric"
                       DELIMITED BY SIZE INTO REPORT-DETAIL
                   PERFORM WRITE-EDIT-ERROR
               END-IF
               IF TXN-IS-UPDATE AND TXN-BALANCE > 0
                   AND TXN-BALANCE > CUSTOMER-BALANCE
                   AND CUSTOMER-ON-CREDIT-HOLD
                           PERFORM APPLY-DELETE-TRANSACTION
                       WHEN TXN-IS-DEACTIVATE
                           PERFORM APPLY-DEACTIVATE-TRANSACTION
                       WHEN TXN-IS-LIMIT-CHANGE
                           PERFORM APPLY-LIMIT-TRANSACTION
                       WHEN OTHER
                           ADD 1 TO REJECTED-COUNT
                           STRING "REJECTED id=" TXN-ID
               PERFORM WRITE-REJECT-DETAIL
           ELSE
               MOVE TXN-ID TO CUSTOMER-ID
               PERFORM STANDARDIZE-TXN-NAME
               MOVE TXN-NAME TO CUSTOMER-NAME
               MOVE TXN-EMAIL TO CUSTOMER-EMAIL
               MOVE TXN-PHONE TO CUSTOMER-PHONE
               END-IF
           END-IF.

      * Names are stored the way ADDRESS-STANDARDIZER leaves them -
      * upper case, single-spaced - whatever the upstream feed sent.
       STANDARDIZE-TXN-NAME.
           MOVE SPACES TO ADDRESS-REQUEST
           MOVE TXN-NAME TO ASQ-NAME
           CALL "ADDRESS-STANDARDIZER" USING ADDRESS-REQUEST
           MOVE ASQ-NAME TO TXN-NAME.

       APPLY-UPDATE-TRANSACTION.
           MOVE TXN-ID TO CUSTOMER-ID
           READ CUSTOMER-FILE KEY IS CUSTOMER-ID
               MOVE CUSTOMER-BALANCE TO OLD-BALANCE

               IF TXN-NAME NOT = SPACES
                   PERFORM STANDARDIZE-TXN-NAME
                   MOVE TXN-NAME TO CUSTOMER-NAME
               END-IF

               END-IF
           END-IF.

       APPLY-LIMIT-TRANSACTION.
           MOVE TXN-ID TO CUSTOMER-ID
           READ CUSTOMER-FILE KEY IS CUSTOMER-ID

           EVALUATE TRUE
               WHEN NOT FILE-OK
                   ADD 1 TO REJECTED-COUNT
                   STRING "REJECTED id=" TXN-ID
                       " not found, status=" FILE-STATUS
                       DELIMITED BY SIZE INTO REPORT-DETAIL
                   PERFORM WRITE-REJECT-DETAIL
      * The change was approved against the limit on the review
      * worksheet; if the limit has moved since, it is stale.
               WHEN CUSTOMER-CREDIT-LIMIT NOT = TXN-PRIOR-LIMIT
                   ADD 1 TO REJECTED-COUNT
                   STRING "REJECTED id=" TXN-ID
                       " credit limit changed since review"
                       DELIMITED BY SIZE INTO REPORT-DETAIL
                   PERFORM WRITE-REJECT-DETAIL
               WHEN OTHER
                   PERFORM REWRITE-CREDIT-LIMIT
           END-EVALUATE.

       REWRITE-CREDIT-LIMIT.
           MOVE CUSTOMER-RECORD TO BEFORE-IMAGE
           MOVE TXN-CREDIT-LIMIT TO CUSTOMER-CREDIT-LIMIT

           PERFORM CAPTURE-TIMESTAMP
           MOVE "LIMIT" TO TXNLOG-OPERATION

           REWRITE CUSTOMER-RECORD

           IF FILE-OK
               ADD 1 TO APPLIED-COUNT
               PERFORM WRITE-BATCH-TRANSACTION-LOG
               MOVE CUSTOMER-RECORD TO AFTER-IMAGE
               MOVE "LIMIT" TO AUDIT-OP-CODE
               PERFORM WRITE-BATCH-AUDIT-LOG
               STRING "APPLIED id=" TXN-ID " CREDIT LIMIT"
                   DELIMITED BY SIZE INTO REPORT-DETAIL
               PERFORM WRITE-REPORT-DETAIL
           ELSE
               ADD 1 TO REJECTED-COUNT
               STRING "REJECTED id=" TXN-ID
                   " limit change failed, status=" FILE-STATUS
                   DELIMITED BY SIZE INTO REPORT-DETAIL
               PERFORM WRITE-REJECT-DETAIL
           END-IF.

       CHECK-BALANCE-CHANGE-EVENT.
           COMPUTE BALANCE-CHANGE = CUSTOMER-BALANCE - OLD-BALANCE
           IF FUNCTION ABS(BALANCE-CHANGE) > THRESHOLD
