      * receivable and the ledger move together.                      *
      * writeoff-control.txt: mode 'P' or 'A', then the minimum       *
      * balance to consider.                                          *
      * The amount written off also goes to the customer's            *
      * profitability buckets (CUSTOMER-PROFIT-POST).                 *
      * In the approved pass a balance above the WRTOFF threshold in  *
      * approval-thresholds.txt is not written off on the run's say-  *
      * so: it is held on the approval queue (APPROVAL-QUEUE) for an  *
      * operator to approve in APPROVAL-REVIEW, and written off by    *
      * the first approved run after approval - provided the balance  *
      * is still the amount that was approved.                        *
      * Every approved write-off also opens (or adds to) the          *
      * customer's row on collection-accounts.dat, awaiting placement *
      * with a collection agency by COLLECTION-PLACEMENT.             *
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS OI-KEY
               FILE STATUS IS OPENITEM-FILE-STATUS.

           SELECT COLLECTION-ACCOUNT-FILE
               ASSIGN TO "../data/output/collection-accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLA-CUSTOMER-ID
               FILE STATUS IS COLLECTION-FILE-STATUS.

           SELECT WRITEOFF-CONTROL-FILE
               ASSIGN TO "../data/input/writeoff-control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
       01  OPEN-INVOICE-RECORD.
           COPY "openitm.cpy".

       FD  COLLECTION-ACCOUNT-FILE.
       01  COLLECTION-ACCOUNT-RECORD.
           COPY "collacct.cpy".

       FD  WRITEOFF-CONTROL-FILE.
       01  WRITEOFF-CONTROL-RECORD.
           05  WOC-MODE                PIC X(1).
           88  OPEN-ITEMS-ACTIVE   VALUE 'Y'.
       01  END-OF-OPEN-ITEMS       PIC X.
           88  NO-MORE-OPEN-ITEMS  VALUE 'Y'.
       01  COLLECTION-FILE-STATUS  PIC XX.
       01  COLLECTION-SWITCH       PIC X VALUE 'N'.
           88  COLLECTIONS-ACTIVE  VALUE 'Y'.
       01  CONTROL-FILE-STATUS     PIC XX.
       01  AUDIT-FILE-STATUS       PIC XX.
       01  TXNLOG-FILE-STATUS      PIC XX.

       01  OPERATOR-ID             PIC X(8) VALUE "WRITEOFF".

      * Maker-checker approval (shared APPROVAL-QUEUE subprogram).
       01  APPROVAL-REQUEST.
           COPY "apqreq.cpy".
       01  WRITEOFF-APPROVAL-THRESHOLD PIC 9(8)V99.
       01  APPROVED-ITEM-NUMBER    PIC 9(8).
       01  APPROVAL-SWITCH         PIC X.
           88  WRITEOFF-CLEARED    VALUE 'Y'.

       01  TODAY-YYYYMMDD          PIC 9(8).
       01  TODAY-INTEGER           PIC 9(7).
       01  LAST-PAYMENT-INTEGER    PIC 9(7).
       01  BEFORE-IMAGE            PIC X(240).
       01  AFTER-IMAGE             PIC X(240).
       01  OLD-BALANCE             PIC 9(8)V99.
       01  PROFIT-REQUEST.
           COPY "cprfreq.cpy".

       01  GL-PERIOD               PIC 9(6).
       01  GL-AMOUNT-FIELD         PIC ZZZZZZZ9.99.

       01  BALANCE-DISPLAY         PIC 9(8).99.
       01  CANDIDATE-COUNT         PIC 9(6) VALUE ZERO.
       01  HELD-COUNT              PIC 9(6) VALUE ZERO.
       01  WRITTEN-OFF-COUNT       PIC 9(6) VALUE ZERO.
       01  WRITEOFF-TOTAL          PIC 9(10)V99 VALUE ZERO.
       01  REPORT-DETAIL           PIC X(100).

           IF APPROVED-MODE
               PERFORM OPEN-TRAIL-FILES
               SET AQR-GET-THRESHOLD TO TRUE
               MOVE "WRTOFF" TO AQR-ITEM-TYPE
               CALL "APPROVAL-QUEUE" USING APPROVAL-REQUEST
               MOVE AQR-THRESHOLD TO WRITEOFF-APPROVAL-THRESHOLD
           END-IF.

       OPEN-TRAIL-FILES.
               OPEN EXTEND CUSTOMER-AUDIT-LOG
           END-IF

           OPEN I-O COLLECTION-ACCOUNT-FILE
           IF COLLECTION-FILE-STATUS = "35"
               CLOSE COLLECTION-ACCOUNT-FILE
               OPEN OUTPUT COLLECTION-ACCOUNT-FILE
               CLOSE COLLECTION-ACCOUNT-FILE
               OPEN I-O COLLECTION-ACCOUNT-FILE
           END-IF
           IF COLLECTION-FILE-STATUS = "00"
               MOVE 'Y' TO COLLECTION-SWITCH
           ELSE
               DISPLAY "WARNING: cannot open collection-accounts.dat "
                   "(status " COLLECTION-FILE-STATUS ") - write-offs "
                   "will not be queued for agency placement"
               SET WARNINGS-OCCURRED TO TRUE
           END-IF

           OPEN EXTEND CUSTOMER-TRANSACTION-LOG
           IF TXNLOG-FILE-STATUS = "35"
               OPEN OUTPUT CUSTOMER-TRANSACTION-LOG
                   ADD 1 TO CANDIDATE-COUNT
                   PERFORM REPORT-CANDIDATE
                   IF APPROVED-MODE
                       PERFORM CHECK-WRITEOFF-APPROVAL
                       IF WRITEOFF-CLEARED
                           PERFORM WRITE-OFF-CUSTOMER
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE REPORT-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE.

      * Up to the approval threshold the run writes off on its own
      * authority. Above it the write-off needs an approved item for
      * this balance; an item approved for a different balance is
      * withdrawn and a fresh one raised for the balance as it stands.
       CHECK-WRITEOFF-APPROVAL.
           MOVE 'Y' TO APPROVAL-SWITCH
           MOVE ZERO TO APPROVED-ITEM-NUMBER
           IF CUSTOMER-BALANCE > WRITEOFF-APPROVAL-THRESHOLD
               MOVE 'N' TO APPROVAL-SWITCH
               SET AQR-FIND-OPEN TO TRUE
               MOVE "WRTOFF" TO AQR-ITEM-TYPE
               MOVE CUSTOMER-ID TO AQR-SUBJECT-ID
               CALL "APPROVAL-QUEUE" USING APPROVAL-REQUEST
               EVALUATE TRUE
                   WHEN AQR-DONE AND AQR-ITEM-PENDING
                       MOVE SPACES TO REPORT-DETAIL
                       STRING "AWAITING APPROVAL id=" CUSTOMER-ID
                           " item=" AQR-ITEM-NUMBER
                           DELIMITED BY SIZE INTO REPORT-DETAIL
                       MOVE REPORT-DETAIL TO REPORT-LINE
                       WRITE REPORT-LINE
                       ADD 1 TO HELD-COUNT
                   WHEN AQR-DONE
                       AND AQR-OLD-VALUE = CUSTOMER-BALANCE
                       MOVE 'Y' TO APPROVAL-SWITCH
                       MOVE AQR-ITEM-NUMBER TO APPROVED-ITEM-NUMBER
                   WHEN AQR-DONE
                       SET AQR-WITHDRAW TO TRUE
                       MOVE OPERATOR-ID TO AQR-MAKER-ID
                       MOVE "BALANCE CHANGED AFTER APPROVAL"
                           TO AQR-NOTE
                       CALL "APPROVAL-QUEUE" USING APPROVAL-REQUEST
                       PERFORM QUEUE-WRITEOFF-FOR-APPROVAL
                   WHEN AQR-NONE-OPEN
                       PERFORM QUEUE-WRITEOFF-FOR-APPROVAL
                   WHEN OTHER
                       DISPLAY "WARNING: approval queue unavailable "
                           "(status " AQR-RESULT ") - " CUSTOMER-ID
                           " not written off"
                       SET WARNINGS-OCCURRED TO TRUE
               END-EVALUATE
           END-IF.

       QUEUE-WRITEOFF-FOR-APPROVAL.
           SET AQR-QUEUE-ITEM TO TRUE
           MOVE "WRTOFF" TO AQR-ITEM-TYPE
           MOVE CUSTOMER-ID TO AQR-SUBJECT-ID
           MOVE CUSTOMER-NAME TO AQR-SUBJECT-NAME
           MOVE CUSTOMER-BALANCE TO AQR-OLD-VALUE
           MOVE ZERO TO AQR-NEW-VALUE
           MOVE SPACES TO AQR-REASON-CODE
           MOVE OPERATOR-ID TO AQR-MAKER-ID
           MOVE "BAD-DEBT-WRITEOFF" TO AQR-MAKER-PROGRAM
           MOVE SPACES TO AQR-NOTE
           CALL "APPROVAL-QUEUE" USING APPROVAL-REQUEST
           IF AQR-DONE
               ADD 1 TO HELD-COUNT
               MOVE SPACES TO REPORT-DETAIL
               STRING "HELD FOR APPROVAL id=" CUSTOMER-ID
                   " item=" AQR-ITEM-NUMBER
                   DELIMITED BY SIZE INTO REPORT-DETAIL
               MOVE REPORT-DETAIL TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               DISPLAY "WARNING: write-off for " CUSTOMER-ID
                   " not queued for approval (status " AQR-RESULT
                   ")"
               SET WARNINGS-OCCURRED TO TRUE
           END-IF.

       WRITE-OFF-CUSTOMER.
           MOVE CUSTOMER-RECORD TO BEFORE-IMAGE
           MOVE CUSTOMER-BALANCE TO OLD-BALANCE
               ADD 1 TO WRITTEN-OFF-COUNT
               ADD OLD-BALANCE TO WRITEOFF-TOTAL
               PERFORM CLOSE-CUSTOMER-OPEN-ITEMS
               PERFORM POST-WRITEOFF-PROFIT
               PERFORM WRITE-WRITEOFF-TRANSACTION-LOG
               MOVE CUSTOMER-RECORD TO AFTER-IMAGE
               MOVE "WRTOFF" TO AUDIT-OP-CODE
               PERFORM WRITE-WRITEOFF-AUDIT-LOG
               PERFORM WRITE-WRITEOFF-EVENT
               PERFORM WRITE-WRITEOFF-GL-ENTRY
               IF COLLECTIONS-ACTIVE
                   PERFORM OPEN-COLLECTION-ACCOUNT
               END-IF
               IF APPROVED-ITEM-NUMBER > 0
                   PERFORM MARK-WRITEOFF-APPLIED
               END-IF
               MOVE SPACES TO REPORT-DETAIL
               STRING "WRITTEN OFF id=" CUSTOMER-ID
                   " amount=" OLD-BALANCE
                   CUSTOMER-ID " status " FILE-STATUS
           END-IF.

      * A customer already with the agencies (written off before,
      * reinstated and written off again) has the new amount added to
      * the open collection row; a row the agency has closed starts
      * over, awaiting placement.
       OPEN-COLLECTION-ACCOUNT.
           MOVE CUSTOMER-ID TO CLA-CUSTOMER-ID
           READ COLLECTION-ACCOUNT-FILE KEY IS CLA-CUSTOMER-ID
           IF COLLECTION-FILE-STATUS = "00" AND NOT CLA-CLOSED
               ADD OLD-BALANCE TO CLA-WRITEOFF-AMOUNT
               MOVE TODAY-YYYYMMDD TO CLA-WRITEOFF-DATE
               REWRITE COLLECTION-ACCOUNT-RECORD
           ELSE
               IF COLLECTION-FILE-STATUS = "00"
                   PERFORM RESET-COLLECTION-ACCOUNT
                   REWRITE COLLECTION-ACCOUNT-RECORD
               ELSE
                   PERFORM RESET-COLLECTION-ACCOUNT
                   WRITE COLLECTION-ACCOUNT-RECORD
               END-IF
           END-IF
           IF COLLECTION-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: collection account not recorded for "
                   CUSTOMER-ID " status " COLLECTION-FILE-STATUS
               SET WARNINGS-OCCURRED TO TRUE
           END-IF.

       RESET-COLLECTION-ACCOUNT.
           MOVE SPACES TO COLLECTION-ACCOUNT-RECORD
           MOVE CUSTOMER-ID TO CLA-CUSTOMER-ID
           SET CLA-AWAITING-PLACEMENT TO TRUE
           MOVE TODAY-YYYYMMDD TO CLA-WRITEOFF-DATE
           MOVE OLD-BALANCE TO CLA-WRITEOFF-AMOUNT
           MOVE ZERO TO CLA-PLACEMENT-DATE
           MOVE ZERO TO CLA-RECOVERED-AMOUNT
           MOVE ZERO TO CLA-COMMISSION-AMOUNT
           MOVE ZERO TO CLA-LAST-RECOVERY-DATE
           MOVE ZERO TO CLA-CLOSED-DATE.

       MARK-WRITEOFF-APPLIED.
           SET AQR-MARK-APPLIED TO TRUE
           MOVE APPROVED-ITEM-NUMBER TO AQR-ITEM-NUMBER
           CALL "APPROVAL-QUEUE" USING APPROVAL-REQUEST
           IF NOT AQR-DONE
               DISPLAY "WARNING: approval item " APPROVED-ITEM-NUMBER
                   " not marked applied (status " AQR-RESULT ")"
               SET WARNINGS-OCCURRED TO TRUE
           END-IF.

       POST-WRITEOFF-PROFIT.
           SET CPQ-POST TO TRUE
           MOVE CUSTOMER-ID TO CPQ-CUSTOMER-ID
           MOVE TODAY-YYYYMMDD TO CPQ-POST-DATE
           INITIALIZE CPQ-AMOUNTS
           MOVE OLD-BALANCE TO CPQ-WRITEOFF-AMOUNT
           CALL "CUSTOMER-PROFIT-POST" USING PROFIT-REQUEST
           IF NOT CPQ-POSTED
               DISPLAY "WARNING: profitability history not posted "
                   "for " CUSTOMER-ID
               SET WARNINGS-OCCURRED TO TRUE
           END-IF.

      * The zeroed balance's open-item rows close as written off -
      * left open, AGING-REPORT would age them forever and
      * PAYMENT-POSTING would apply cash to invoices the ledger no
               DELIMITED BY SIZE INTO REPORT-DETAIL
           MOVE REPORT-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE
           IF APPROVED-MODE
               MOVE SPACES TO REPORT-DETAIL
               STRING "Held for approval:  " HELD-COUNT
                   DELIMITED BY SIZE INTO REPORT-DETAIL
               MOVE REPORT-DETAIL TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF PROPOSAL-MODE
               MOVE "PROPOSAL ONLY - NOTHING APPLIED" TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE CUSTOMER-TRANSACTION-LOG
               CLOSE CUSTOMER-EVENTS-FILE
               CLOSE GL-INTERFACE-FILE
               IF COLLECTIONS-ACTIVE
                   CLOSE COLLECTION-ACCOUNT-FILE
               END-IF
               PERFORM RELEASE-FILE-LOCK
               SET CPQ-CLOSE TO TRUE
               CALL "CUSTOMER-PROFIT-POST" USING PROFIT-REQUEST
               SET AQR-CLOSE TO TRUE
               CALL "APPROVAL-QUEUE" USING APPROVAL-REQUEST
           END-IF.

       DETERMINE-RETURN-CODE.
