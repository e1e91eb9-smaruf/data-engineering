      * account manager hears about it from EVENT-DISPATCHER;         *
      * PAYMENT-POSTING releases the hold when the account comes      *
      * current.                                                      *
      * Every applied charge also goes to the customer's              *
      * profitability buckets (CUSTOMER-PROFIT-POST).                 *
      *****************************************************************

       ENVIRONMENT DIVISION.
       01  AFTER-IMAGE             PIC X(240).
       01  OLD-BALANCE             PIC 9(8)V99.
       01  CHARGE-AMOUNT           PIC 9(8)V99.
       01  PROFIT-REQUEST.
           COPY "cprfreq.cpy".
       01  BALANCE-DISPLAY         PIC 9(8).99.
       01  LIMIT-DISPLAY           PIC 9(8).99.

               ADD 1 TO CHARGED-COUNT
               ADD CHARGE-AMOUNT TO CHARGE-TOTAL
               PERFORM WRITE-CHARGE-TRANSACTION-LOG
               PERFORM POST-CHARGE-PROFIT
               MOVE CUSTOMER-RECORD TO AFTER-IMAGE
               MOVE "FINCHG" TO AUDIT-OP-CODE
               PERFORM WRITE-CHARGE-AUDIT-LOG
                   CUSTOMER-ID " status " FILE-STATUS
           END-IF.

       POST-CHARGE-PROFIT.
           SET CPQ-POST TO TRUE
           MOVE CUSTOMER-ID TO CPQ-CUSTOMER-ID
           MOVE TODAY-YYYYMMDD TO CPQ-POST-DATE
           INITIALIZE CPQ-AMOUNTS
           MOVE CHARGE-AMOUNT TO CPQ-FINANCE-CHARGE
           CALL "CUSTOMER-PROFIT-POST" USING PROFIT-REQUEST
           IF NOT CPQ-POSTED
               DISPLAY "WARNING: profitability history not posted "
                   "for " CUSTOMER-ID
               SET WARNINGS-OCCURRED TO TRUE
           END-IF.

       WRITE-CHARGE-TRANSACTION-LOG.
           MOVE TIMESTAMP-FULL TO TXNLOG-TIMESTAMP
           MOVE OPERATOR-ID TO TXNLOG-OPERATOR
           CLOSE CUSTOMER-EVENTS-FILE
           CLOSE GL-INTERFACE-FILE
           CLOSE CHARGE-REPORT-FILE
           CLOSE EXCEPTION-REPORT-FILE
           SET CPQ-CLOSE TO TRUE
           CALL "CUSTOMER-PROFIT-POST" USING PROFIT-REQUEST.

       DETERMINE-RETURN-CODE.
           IF PROGRAM-RETURN-CODE = 0 AND WARNINGS-OCCURRED
