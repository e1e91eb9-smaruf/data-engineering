               RECORD KEY IS PROM-KEY
               FILE STATUS IS PROMISE-FILE-STATUS.

           SELECT MANDATE-FILE
               ASSIGN TO "../data/output/customer-mandates.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MND-CUSTOMER-ID
               FILE STATUS IS MANDATE-FILE-STATUS.

           SELECT TRADING-PARTNER-FILE
               ASSIGN TO "../data/output/trading-partners.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TPP-CUSTOMER-ID
               FILE STATUS IS PARTNER-FILE-STATUS.

           SELECT NSF-HISTORY-FILE
               ASSIGN TO "../data/output/nsf-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NSH-CUSTOMER-ID
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT COLLECTION-ACCOUNT-FILE
               ASSIGN TO "../data/output/collection-accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLA-CUSTOMER-ID
               FILE STATUS IS COLLECTION-FILE-STATUS.

           SELECT KEYED-RETURNS-FILE
               ASSIGN TO "../data/input/keyed-returns.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KEYED-RETURNS-STATUS.

           SELECT COMPANY-PROFILE-FILE
               ASSIGN TO "../data/input/company-profile.txt"
               ORGANIZATION IS LINE SEQUENTIAL
       01  PROMISE-RECORD.
           COPY "promrec.cpy".

       FD  MANDATE-FILE.
       01  MANDATE-RECORD.
           COPY "mandrec.cpy".

       FD  TRADING-PARTNER-FILE.
       01  TRADING-PARTNER-RECORD.
           COPY "tpprof.cpy".

       FD  NSF-HISTORY-FILE.
       01  NSF-HISTORY-RECORD.
           COPY "nsfhist.cpy".

       FD  COLLECTION-ACCOUNT-FILE.
       01  COLLECTION-ACCOUNT-RECORD.
           COPY "collacct.cpy".

      * Layout NSF-RETURNS reads; the return date is the day keyed.
       FD  KEYED-RETURNS-FILE.
       01  KEYED-RETURN-RECORD.
           05  KRT-CUSTOMER-ID         PIC 9(6).
           05  KRT-PAYMENT-DATE        PIC 9(8).
           05  KRT-AMOUNT              PIC 9(8)V99.
           05  KRT-REFERENCE           PIC X(20).
           05  KRT-RETURN-DATE         PIC 9(8).
           05  KRT-REASON              PIC X(20).

       FD  COMPANY-PROFILE-FILE.
       01  COMPANY-PROFILE-RECORD.
           COPY "comprof.cpy".
           88  CHOICE-ADD-NOTE     VALUE 10.
           88  CHOICE-BROWSE-NOTES VALUE 11.
           88  CHOICE-ADD-PROMISE  VALUE 12.
           88  CHOICE-ENROLL-AUTOPAY VALUE 13.
           88  CHOICE-CANCEL-AUTOPAY VALUE 14.
           88  CHOICE-RECORD-RETURN VALUE 15.
           88  CHOICE-INVOICE-DELIVERY VALUE 16.

       01  SEARCH-ID               PIC 9(6).
       01  SEARCH-EMAIL            PIC X(50).
       01  NOTE-BROWSE-IDX         PIC 9(5).
       01  NOTE-SLOT               PIC 9(3).

      * Autopay mandate maintenance. Bank details are held on the
      * mandate file, not the customer row; changes are audited
      * with the mandate image as before/after.
       01  MANDATE-FILE-STATUS     PIC XX.
       01  TEMP-ROUTING            PIC X(9).
       01  TEMP-ACCOUNT            PIC X(12).
       01  ACCOUNT-RIGHT-JUSTIFIED PIC X(12) JUSTIFIED RIGHT.
       01  MANDATE-FOUND-SWITCH    PIC X.
           88  MANDATE-ON-FILE     VALUE 'Y'.

      * Invoice delivery (trading-partner) profile maintenance,
      * audited with the profile image as before/after like the
      * mandate.
       01  PARTNER-FILE-STATUS     PIC XX.
       01  PARTNER-FOUND-SWITCH    PIC X.
           88  PARTNER-PROFILE-ON-FILE VALUE 'Y'.
       01  DELIVERY-METHOD-IN      PIC X(1).
       01  PARTNER-ID-IN           PIC X(15).
       01  PO-REQUIRED-IN          PIC X(1).
       01  PO-NUMBER-IN            PIC X(22).
       01  SUPPLIER-REQUIRED-IN    PIC X(1).
       01  SUPPLIER-NUMBER-IN      PIC X(15).

      * Returned payments keyed by collections are queued for the
      * night's NSF-RETURNS run; the reversal itself is done there.
       01  KEYED-RETURNS-STATUS    PIC XX.
       01  HISTORY-FILE-STATUS     PIC XX.
       01  COLLECTION-FILE-STATUS  PIC XX.
       01  RETURN-PAYMENT-DATE-IN  PIC 9(8).
       01  RETURN-AMOUNT-IN        PIC 9(8)V99.
       01  RETURN-REFERENCE-IN     PIC X(20).
       01  RETURN-REASON-IN        PIC X(20).

      * ABA routing-number check, as EMPLOYEE-DATABASE applies it:
      * 3-7-1 weighted sum of the nine digits must divide evenly by
      * ten.
       01  ROUTING-UNDER-TEST      PIC 9(9).
       01  ROUTING-DIGITS REDEFINES ROUTING-UNDER-TEST.
           05  RTD-DIGIT           PIC 9(1) OCCURS 9 TIMES.
       01  ROUTING-CHECKSUM        PIC 9(4).
       01  ROUTING-REMAINDER       PIC 9(4).
       01  ROUTING-VALID-SWITCH    PIC X.
           88  ROUTING-VALID       VALUE 'Y'.

       01  TEMP-CUSTOMER.
           05  TEMP-ID             PIC 9(6).
           05  TEMP-NAME           PIC X(40).
           05  TEMP-ADDRESS-LINE-1 PIC X(30).
           05  TEMP-ADDRESS-LINE-2 PIC X(30).
           05  TEMP-CITY           PIC X(20).
           05  TEMP-STATE          PIC X(20).
           05  TEMP-POSTAL-CODE    PIC X(10).

      * Operator sign-on
       01  OPERATOR-AUTHORITY    PIC 9(1) VALUE 1.
       01  SIGNON-OPERATOR-ID       PIC X(8).
       01  SIGNON-PIN               PIC X(8).
       01  PIN-HASH-REQUEST.
           COPY "pinreq.cpy".
       01  SIGNON-NEW-PIN           PIC X(8).
       01  NEW-PIN-SWITCH           PIC X VALUE 'N'.
           88  NEW-PIN-ACCEPTED     VALUE 'Y'.
       01  SIGNON-ATTEMPTS          PIC 9 VALUE 0.
       01  SIGNON-OK             PIC X VALUE 'N'.
           88  SIGNED-ON            VALUE 'Y'.
       01  EMAIL-VALID           PIC X.
           88  EMAIL-IS-VALID       VALUE 'Y'.

      * Name and address standardization (shared routine in
      * ADDRESS-STANDARDIZER)
       01  ADDRESS-REQUEST.
           COPY "adsreq.cpy".
       01  ADDRESS-VALID-SWITCH  PIC X.
           88  ADDRESS-IS-VALID     VALUE 'Y'.

      * Timestamps for audit/transaction logging
       01  TS-DATE                PIC 9(8).
       01  TS-TIME                PIC X(6).
       01  BALANCE-CHANGE         PIC S9(8)V99.
       01  THRESHOLD              PIC 9(8)V99 VALUE 1000.00.

      * Maker-checker approval (shared APPROVAL-QUEUE subprogram): a
      * credit limit increase or a balance change above its threshold
      * is held on the approval queue for a second operator to approve
      * in APPROVAL-REVIEW instead of being applied here.
       01  APPROVAL-REQUEST.
           COPY "apqreq.cpy".
       01  LIMIT-APPROVAL-THRESHOLD   PIC 9(8)V99.
       01  BALANCE-APPROVAL-THRESHOLD PIC 9(8)V99.
       01  LIMIT-INCREASE         PIC S9(8)V99.

      * Name search
       01  SEARCH-NAME-PATTERN       PIC X(40).
       01  UPPER-NAME             PIC X(40).
           PERFORM OPEN-LOG-FILES
           PERFORM INITIALIZE-NOTES-FILE
           PERFORM READ-THRESHOLD-FILE
           PERFORM READ-APPROVAL-THRESHOLDS
           PERFORM LOAD-EXCHANGE-RATES.

       INITIALIZE-NOTES-FILE.
               OPEN OUTPUT PROMISE-FILE
               CLOSE PROMISE-FILE
               OPEN I-O PROMISE-FILE
           END-IF

           OPEN I-O MANDATE-FILE
           IF MANDATE-FILE-STATUS = "35"
               CLOSE MANDATE-FILE
               OPEN OUTPUT MANDATE-FILE
               CLOSE MANDATE-FILE
               OPEN I-O MANDATE-FILE
           END-IF

           OPEN I-O TRADING-PARTNER-FILE
           IF PARTNER-FILE-STATUS = "35"
               CLOSE TRADING-PARTNER-FILE
               OPEN OUTPUT TRADING-PARTNER-FILE
               CLOSE TRADING-PARTNER-FILE
               OPEN I-O TRADING-PARTNER-FILE
           END-IF

           OPEN INPUT NSF-HISTORY-FILE
           OPEN INPUT COLLECTION-ACCOUNT-FILE.

       INITIALIZE-SECURITY-FILE.
           OPEN I-O SECURITY-FILE
               CLOSE SECURITY-FILE
               OPEN OUTPUT SECURITY-FILE
               MOVE "ADMIN" TO SEC-OPERATOR-ID
               MOVE "CHANGEME" TO PHQ-PIN
               PERFORM STORE-NEW-PIN
               MOVE "DEFAULT ADMINISTRATOR" TO SEC-OPERATOR-NAME
               MOVE 3 TO SEC-AUTHORITY-LEVEL
               MOVE "A" TO SEC-STATUS-FLAG
               CLOSE THRESHOLD-FILE
           END-IF.

       READ-APPROVAL-THRESHOLDS.
           SET AQR-GET-THRESHOLD TO TRUE
           MOVE "LIMIT" TO AQR-ITEM-TYPE
           CALL "APPROVAL-QUEUE" USING APPROVAL-REQUEST
           MOVE AQR-THRESHOLD TO LIMIT-APPROVAL-THRESHOLD
           MOVE "BALADJ" TO AQR-ITEM-TYPE
           CALL "APPROVAL-QUEUE" USING APPROVAL-REQUEST
           MOVE AQR-THRESHOLD TO BALANCE-APPROVAL-THRESHOLD.

       LOAD-EXCHANGE-RATES.
           ACCEPT TS-DATE FROM DATE YYYYMMDD
           COMPUTE RATE-TODAY-INTEGER =

               MOVE SIGNON-OPERATOR-ID TO SEC-OPERATOR-ID
               READ SECURITY-FILE KEY IS SEC-OPERATOR-ID
               MOVE "N" TO PHQ-RESULT
               IF SECURITY-FILE-STATUS = "00"
                   SET PHQ-VERIFY TO TRUE
                   MOVE SIGNON-PIN TO PHQ-PIN
                   MOVE SEC-PIN-SALT TO PHQ-SALT
                   MOVE SEC-PIN-HASH TO PHQ-HASH
                   CALL "PIN-HASH" USING PIN-HASH-REQUEST
               END-IF

               EVALUATE TRUE
                   WHEN SECURITY-FILE-STATUS NOT = "00"
                       MOVE "UNKNOWN" TO JOURNAL-RESULT
                       PERFORM JOURNAL-SIGNON-ATTEMPT
                       DISPLAY "ERROR: invalid operator ID or PIN"
                   WHEN NOT PHQ-PIN-MATCHES
                       ADD 1 TO SIGNON-ATTEMPTS
                       MOVE "BADPIN" TO JOURNAL-RESULT
                       PERFORM JOURNAL-SIGNON-ATTEMPT
       FORCE-PIN-CHANGE.
           DISPLAY "Your PIN must be changed before continuing"
           MOVE SPACES TO SIGNON-NEW-PIN
           MOVE 'N' TO NEW-PIN-SWITCH
           PERFORM UNTIL NEW-PIN-ACCEPTED
               DISPLAY "New PIN: " WITH NO ADVANCING
               ACCEPT SIGNON-NEW-PIN
               SET PHQ-VERIFY TO TRUE
               MOVE SIGNON-NEW-PIN TO PHQ-PIN
               MOVE SEC-PIN-SALT TO PHQ-SALT
               MOVE SEC-PIN-HASH TO PHQ-HASH
               CALL "PIN-HASH" USING PIN-HASH-REQUEST
               EVALUATE TRUE
                   WHEN SIGNON-NEW-PIN = SPACES
                       DISPLAY "ERROR: PIN cannot be blank"
                   WHEN PHQ-PIN-MATCHES
                       DISPLAY "ERROR: new PIN must differ from the "
                           "old"
                   WHEN OTHER
                       SET NEW-PIN-ACCEPTED TO TRUE
               END-EVALUATE
           END-PERFORM
           MOVE SIGNON-NEW-PIN TO PHQ-PIN
           PERFORM STORE-NEW-PIN
           MOVE "N" TO SEC-FORCE-PIN-CHANGE
           REWRITE SECURITY-RECORD
           IF SECURITY-FILE-STATUS = "00"
               SET WARNINGS-OCCURRED TO TRUE
           END-IF.

      * The PIN goes on the operator row only as a fresh salt and
      * its hash.
       STORE-NEW-PIN.
           SET PHQ-SET-PIN TO TRUE
           MOVE SEC-OPERATOR-ID TO PHQ-OPERATOR-ID
           CALL "PIN-HASH" USING PIN-HASH-REQUEST
           MOVE PHQ-SALT TO SEC-PIN-SALT
           MOVE PHQ-HASH TO SEC-PIN-HASH.

       PROCESS-MENU.
           PERFORM DISPLAY-MENU
           ACCEPT USER-CHOICE
                   PERFORM REFUSE-UNAUTHORIZED-CHOICE
               WHEN CHOICE-ADD-PROMISE
                   PERFORM RECORD-PROMISE-TO-PAY
               WHEN CHOICE-ENROLL-AUTOPAY AND OPERATOR-AUTHORITY < 2
                   PERFORM REFUSE-UNAUTHORIZED-CHOICE
               WHEN CHOICE-ENROLL-AUTOPAY
                   PERFORM ENROLL-AUTOPAY
               WHEN CHOICE-CANCEL-AUTOPAY AND OPERATOR-AUTHORITY < 2
                   PERFORM REFUSE-UNAUTHORIZED-CHOICE
               WHEN CHOICE-CANCEL-AUTOPAY
                   PERFORM CANCEL-AUTOPAY
               WHEN CHOICE-RECORD-RETURN AND OPERATOR-AUTHORITY < 2
                   PERFORM REFUSE-UNAUTHORIZED-CHOICE
               WHEN CHOICE-RECORD-RETURN
                   PERFORM RECORD-RETURNED-PAYMENT
               WHEN CHOICE-INVOICE-DELIVERY
                   AND OPERATOR-AUTHORITY < 2
                   PERFORM REFUSE-UNAUTHORIZED-CHOICE
               WHEN CHOICE-INVOICE-DELIVERY
                   PERFORM SET-INVOICE-DELIVERY
               WHEN CHOICE-EXIT
                   DISPLAY "Exiting program..."
               WHEN OTHER
           DISPLAY "10. Add Customer Note"
           DISPLAY "11. Browse Customer Notes"
           DISPLAY "12. Record Promise to Pay"
           DISPLAY "13. Enroll/Change Autopay"
           DISPLAY "14. Cancel Autopay"
           DISPLAY "15. Record Returned Payment"
           DISPLAY "16. Set Invoice Delivery"
           DISPLAY "==================================="
           DISPLAY "Enter your choice: " WITH NO ADVANCING.

           END-IF

           CALL "EMAIL-VALIDATOR" USING TEMP-EMAIL EMAIL-VALID
           PERFORM STANDARDIZE-TEMP-ADDRESS

           IF NOT EMAIL-IS-VALID OR NOT ADDRESS-IS-VALID
               IF NOT EMAIL-IS-VALID
                   DISPLAY "ERROR: '" TEMP-EMAIL
                       "' is not a valid email address"
               END-IF
               DISPLAY "Customer not created"
               SET WARNINGS-OCCURRED TO TRUE
           ELSE
               END-IF
           END-IF.

      * Name and mailing address pass through the shared standardizer
      * before they are stored; a state or postal code it does not
      * recognise is refused the same way a bad email is. A blank
      * state or postal code is left blank.
       STANDARDIZE-TEMP-ADDRESS.
           MOVE SPACES TO ADDRESS-REQUEST
           MOVE TEMP-NAME TO ASQ-NAME
           MOVE TEMP-ADDRESS-LINE-1 TO ASQ-ADDRESS-LINE-1
           MOVE TEMP-ADDRESS-LINE-2 TO ASQ-ADDRESS-LINE-2
           MOVE TEMP-CITY TO ASQ-CITY
           MOVE TEMP-STATE TO ASQ-STATE
           MOVE TEMP-POSTAL-CODE TO ASQ-POSTAL-CODE
           CALL "ADDRESS-STANDARDIZER" USING ADDRESS-REQUEST
           MOVE ASQ-NAME TO TEMP-NAME
           MOVE ASQ-ADDRESS-LINE-1 TO TEMP-ADDRESS-LINE-1
           MOVE ASQ-ADDRESS-LINE-2 TO TEMP-ADDRESS-LINE-2
           MOVE ASQ-CITY TO TEMP-CITY
           MOVE ASQ-STATE TO TEMP-STATE
           MOVE ASQ-POSTAL-CODE TO TEMP-POSTAL-CODE

           SET ADDRESS-IS-VALID TO TRUE
           IF ASQ-STATE-INVALID
               DISPLAY "ERROR: '" TEMP-STATE
                   "' is not a valid state"
               MOVE 'N' TO ADDRESS-VALID-SWITCH
           END-IF
           IF ASQ-POSTAL-INVALID
               DISPLAY "ERROR: '" TEMP-POSTAL-CODE
                   "' is not a valid postal code"
               MOVE 'N' TO ADDRESS-VALID-SWITCH
           END-IF.

       READ-RECORD.
           DISPLAY "--- READ CUSTOMER RECORD ---"
           DISPLAY "Enter Customer ID to search: " WITH NO ADVANCING
               DISPLAY "                " CUSTOMER-ADDRESS-LINE-2
               DISPLAY "                " CUSTOMER-CITY
                   " " CUSTOMER-STATE " " CUSTOMER-POSTAL-CODE
               PERFORM READ-CUSTOMER-MANDATE
               IF MANDATE-ON-FILE AND MND-IS-ACTIVE
                   DISPLAY "  Autopay:      ENROLLED "
                       MND-SIGNED-DATE " routing "
                       MND-ROUTING-NUMBER " account ****"
                       ACCOUNT-RIGHT-JUSTIFIED(9:4)
               ELSE
                   DISPLAY "  Autopay:      not enrolled"
               END-IF
               PERFORM READ-PARTNER-PROFILE
               IF PARTNER-PROFILE-ON-FILE
                   DISPLAY "  Invoices:     " TPP-DELIVERY-METHOD
                       " partner " TPP-PARTNER-ID
                       " PO " TPP-PO-NUMBER
               ELSE
                   DISPLAY "  Invoices:     P (no partner profile)"
               END-IF
               MOVE CUSTOMER-ID TO NSH-CUSTOMER-ID
               READ NSF-HISTORY-FILE KEY IS NSH-CUSTOMER-ID
               IF HISTORY-FILE-STATUS = "00"
                   DISPLAY "  Returned:     " NSH-RETURN-COUNT
                       " payments, last " NSH-LAST-RETURN-DATE
                   IF NSH-CERTIFIED-FUNDS-ONLY
                       DISPLAY "  *** CERTIFIED FUNDS REQUIRED "
                           "since " NSH-FLAGGED-DATE " ***"
                   END-IF
               END-IF
               MOVE CUSTOMER-ID TO CLA-CUSTOMER-ID
               READ COLLECTION-ACCOUNT-FILE KEY IS CLA-CUSTOMER-ID
               IF COLLECTION-FILE-STATUS = "00"
                   EVALUATE TRUE
                       WHEN CLA-AWAITING-PLACEMENT
                           DISPLAY "  Collections:  written off "
                               CLA-WRITEOFF-DATE
                               ", awaiting agency placement"
                       WHEN CLA-PLACED
                           DISPLAY "  Collections:  placed with "
                               CLA-AGENCY-ID " " CLA-PLACEMENT-DATE
                               ", last recovery "
                               CLA-LAST-RECOVERY-DATE
                       WHEN OTHER
                           DISPLAY "  Collections:  closed "
                               CLA-CLOSED-DATE " (" CLA-CLOSE-REASON
                               ")"
                   END-EVALUATE
               END-IF
           ELSE
               SET WARNINGS-OCCURRED TO TRUE
               IF RECORD-NOT-FOUND
                   WITH NO ADVANCING
               ACCEPT TEMP-NAME
               IF TEMP-NAME NOT = SPACES
                   MOVE SPACES TO ADDRESS-REQUEST
                   MOVE TEMP-NAME TO ASQ-NAME
                   CALL "ADDRESS-STANDARDIZER" USING ADDRESS-REQUEST
                   MOVE ASQ-NAME TO CUSTOMER-NAME
               END-IF

               DISPLAY "Current Email: " CUSTOMER-EMAIL
                   "keep): " WITH NO ADVANCING
               ACCEPT TEMP-ADDRESS-LINE-1
               IF TEMP-ADDRESS-LINE-1 NOT = SPACES
                   DISPLAY "Enter New Address Line 2: "
                       WITH NO ADVANCING
                   ACCEPT TEMP-ADDRESS-LINE-2
                   DISPLAY "Enter New City: " WITH NO ADVANCING
                   ACCEPT TEMP-CITY
                   DISPLAY "Enter New State: " WITH NO ADVANCING
                   ACCEPT TEMP-STATE
                   DISPLAY "Enter New Postal Code: " WITH NO ADVANCING
                   ACCEPT TEMP-POSTAL-CODE
                   PERFORM STANDARDIZE-TEMP-ADDRESS
                   IF ADDRESS-IS-VALID
                       MOVE TEMP-ADDRESS-LINE-1
                           TO CUSTOMER-ADDRESS-LINE-1
                       MOVE TEMP-ADDRESS-LINE-2
                           TO CUSTOMER-ADDRESS-LINE-2
                       MOVE TEMP-CITY TO CUSTOMER-CITY
                       MOVE TEMP-STATE TO CUSTOMER-STATE
                       MOVE TEMP-POSTAL-CODE TO CUSTOMER-POSTAL-CODE
                   ELSE
                       DISPLAY "Address unchanged"
                       SET WARNINGS-OCCURRED TO TRUE
                   END-IF
               END-IF

               DISPLAY "Current Balance: " CUSTOMER-CURRENCY-CODE
                       DISPLAY "Balance not updated"
                       SET WARNINGS-OCCURRED TO TRUE
                   ELSE
                       COMPUTE BALANCE-CHANGE =
                           TEMP-BALANCE - CUSTOMER-BALANCE
                       IF FUNCTION ABS(BALANCE-CHANGE)
                           > BALANCE-APPROVAL-THRESHOLD
                           MOVE "BALADJ" TO AQR-ITEM-TYPE
                           MOVE CUSTOMER-BALANCE TO AQR-OLD-VALUE
                           MOVE TEMP-BALANCE TO AQR-NEW-VALUE
                           PERFORM HOLD-CHANGE-FOR-APPROVAL
                       ELSE
                           MOVE TEMP-BALANCE TO CUSTOMER-BALANCE
                       END-IF
                   END-IF
               END-IF

      * A decrease applies at once; an increase above the approval
      * threshold waits on the queue.
               DISPLAY "Current Credit Limit: " CUSTOMER-CURRENCY-CODE
                   " " CUSTOMER-CREDIT-LIMIT
               DISPLAY "Enter New Credit Limit (0 to keep): "
                   WITH NO ADVANCING
               ACCEPT TEMP-CREDIT-LIMIT
               IF TEMP-CREDIT-LIMIT > 0
                   COMPUTE LIMIT-INCREASE =
                       TEMP-CREDIT-LIMIT - CUSTOMER-CREDIT-LIMIT
                   IF LIMIT-INCREASE > LIMIT-APPROVAL-THRESHOLD
                       MOVE "LIMIT" TO AQR-ITEM-TYPE
                       MOVE CUSTOMER-CREDIT-LIMIT TO AQR-OLD-VALUE
                       MOVE TEMP-CREDIT-LIMIT TO AQR-NEW-VALUE
                       PERFORM HOLD-CHANGE-FOR-APPROVAL
                   ELSE
                       MOVE TEMP-CREDIT-LIMIT TO CUSTOMER-CREDIT-LIMIT
                   END-IF
               END-IF

               END-IF
           END-IF.

      * The rest of the update goes ahead; the held field keeps its
      * value until the item is approved.
       HOLD-CHANGE-FOR-APPROVAL.
           SET AQR-QUEUE-ITEM TO TRUE
           MOVE CUSTOMER-ID TO AQR-SUBJECT-ID
           MOVE CUSTOMER-NAME TO AQR-SUBJECT-NAME
           MOVE SPACES TO AQR-REASON-CODE
           MOVE OPERATOR-ID TO AQR-MAKER-ID
           MOVE "DATABASE-HANDLER" TO AQR-MAKER-PROGRAM
           MOVE SPACES TO AQR-NOTE
           CALL "APPROVAL-QUEUE" USING APPROVAL-REQUEST
           EVALUATE TRUE
               WHEN AQR-DONE
                   DISPLAY "NOTE: " AQR-ITEM-TYPE " change held for "
                       "approval as item " AQR-ITEM-NUMBER
               WHEN AQR-ALREADY-QUEUED
                   DISPLAY "ERROR: item " AQR-ITEM-NUMBER
                       " is already open for this customer's "
                       AQR-ITEM-TYPE " - not changed"
                   SET WARNINGS-OCCURRED TO TRUE
               WHEN OTHER
                   DISPLAY "ERROR: approval queue unavailable "
                       "(status " AQR-RESULT ") - " AQR-ITEM-TYPE
                       " not changed"
                   SET WARNINGS-OCCURRED TO TRUE
           END-EVALUATE.

       CHECK-BALANCE-CHANGE-EVENT.
           COMPUTE BALANCE-CHANGE = CUSTOMER-BALANCE - OLD-BALANCE
           IF FUNCTION ABS(BALANCE-CHANGE) > THRESHOLD
                   PROMISE-FILE-STATUS
           END-IF.

      * Enrolment and bank-detail changes share one screen: a
      * customer with no mandate gets a new one, a customer with one
      * has it replaced (and reactivated if it had been cancelled).
      * The routing number must pass the check digit and always
      * travels with an account number.
       ENROLL-AUTOPAY.
           DISPLAY "--- ENROLL/CHANGE AUTOPAY ---"
           DISPLAY "Enter Customer ID: " WITH NO ADVANCING
           ACCEPT SEARCH-ID

           MOVE SEARCH-ID TO CUSTOMER-ID
           READ CUSTOMER-FILE KEY IS CUSTOMER-ID

           EVALUATE TRUE
               WHEN NOT FILE-OK
                   SET WARNINGS-OCCURRED TO TRUE
                   DISPLAY "ERROR: Customer not found"
               WHEN CUSTOMER-ACTIVE-FLAG NOT = 'Y'
                   SET WARNINGS-OCCURRED TO TRUE
                   DISPLAY "ERROR: customer " CUSTOMER-ID
                       " is not active"
               WHEN OTHER
                   DISPLAY "Customer: " CUSTOMER-NAME
                   PERFORM READ-CUSTOMER-MANDATE
                   IF MANDATE-ON-FILE
                       DISPLAY "Current mandate: status " MND-STATUS
                           " routing " MND-ROUTING-NUMBER
                           " account ****"
                           ACCOUNT-RIGHT-JUSTIFIED(9:4)
                   END-IF
                   PERFORM CAPTURE-MANDATE-BANK-DETAILS
           END-EVALUATE.

       CAPTURE-MANDATE-BANK-DETAILS.
           DISPLAY "Enter Routing Number (9 digits): "
               WITH NO ADVANCING
           ACCEPT TEMP-ROUTING
           PERFORM VALIDATE-ROUTING-NUMBER
           IF NOT ROUTING-VALID
               DISPLAY "ERROR: routing number fails the check-"
                   "digit test - mandate unchanged"
               SET WARNINGS-OCCURRED TO TRUE
           ELSE
               DISPLAY "Enter Account Number: " WITH NO ADVANCING
               ACCEPT TEMP-ACCOUNT
               IF TEMP-ACCOUNT = SPACES
                   DISPLAY "ERROR: account number required with"
                       " a routing number - mandate unchanged"
                   SET WARNINGS-OCCURRED TO TRUE
               ELSE
                   PERFORM SAVE-CUSTOMER-MANDATE
               END-IF
           END-IF.

       SAVE-CUSTOMER-MANDATE.
           PERFORM CAPTURE-TIMESTAMP
           IF MANDATE-ON-FILE
               MOVE MANDATE-RECORD TO BEFORE-IMAGE
           ELSE
               MOVE SPACES TO BEFORE-IMAGE
               MOVE SPACES TO MANDATE-RECORD
               MOVE SEARCH-ID TO MND-CUSTOMER-ID
           END-IF
           MOVE ROUTING-UNDER-TEST TO MND-ROUTING-NUMBER
           MOVE TEMP-ACCOUNT TO MND-ACCOUNT-NUMBER
           IF NOT MND-IS-ACTIVE
               MOVE TS-DATE TO MND-SIGNED-DATE
           END-IF
           SET MND-IS-ACTIVE TO TRUE
           MOVE TS-DATE TO MND-STATUS-DATE
           MOVE OPERATOR-ID TO MND-OPERATOR
           IF MANDATE-ON-FILE
               REWRITE MANDATE-RECORD
           ELSE
               WRITE MANDATE-RECORD
           END-IF
           IF MANDATE-FILE-STATUS = "00"
               MOVE MANDATE-RECORD TO AFTER-IMAGE
               MOVE "AUTOPY" TO AUDIT-OP-CODE
               PERFORM WRITE-AUDIT-LOG
               DISPLAY "SUCCESS: customer " SEARCH-ID
                   " enrolled in autopay"
           ELSE
               SET WARNINGS-OCCURRED TO TRUE
               DISPLAY "ERROR: failed to save mandate, status "
                   MANDATE-FILE-STATUS
           END-IF.

       CANCEL-AUTOPAY.
           DISPLAY "--- CANCEL AUTOPAY ---"
           DISPLAY "Enter Customer ID: " WITH NO ADVANCING
           ACCEPT SEARCH-ID

           PERFORM READ-CUSTOMER-MANDATE
           IF NOT MANDATE-ON-FILE OR NOT MND-IS-ACTIVE
               SET WARNINGS-OCCURRED TO TRUE
               DISPLAY "ERROR: customer " SEARCH-ID
                   " is not enrolled in autopay"
           ELSE
               DISPLAY "Cancel autopay for " SEARCH-ID
                   "? (Y/N): " WITH NO ADVANCING
               ACCEPT CONTINUE-FLAG
               IF CONTINUE-FLAG = 'Y' OR CONTINUE-FLAG = 'y'
                   PERFORM CAPTURE-TIMESTAMP
                   MOVE MANDATE-RECORD TO BEFORE-IMAGE
                   SET MND-IS-CANCELLED TO TRUE
                   MOVE TS-DATE TO MND-STATUS-DATE
                   MOVE OPERATOR-ID TO MND-OPERATOR
                   REWRITE MANDATE-RECORD
                   IF MANDATE-FILE-STATUS = "00"
                       MOVE MANDATE-RECORD TO AFTER-IMAGE
                       MOVE "APCANC" TO AUDIT-OP-CODE
                       PERFORM WRITE-AUDIT-LOG
                       DISPLAY "SUCCESS: autopay cancelled for "
                           SEARCH-ID
                   ELSE
                       SET WARNINGS-OCCURRED TO TRUE
                       DISPLAY "ERROR: failed to cancel mandate, "
                           "status " MANDATE-FILE-STATUS
                   END-IF
               ELSE
                   DISPLAY "Cancel operation cancelled"
               END-IF
           END-IF.

      * The operator quotes the original receipt as it was posted;
      * NSF-RETURNS matches it to the receipt trail overnight.
       RECORD-RETURNED-PAYMENT.
           DISPLAY "--- RECORD RETURNED PAYMENT ---"
           DISPLAY "Enter Customer ID: " WITH NO ADVANCING
           ACCEPT SEARCH-ID

           MOVE SEARCH-ID TO CUSTOMER-ID
           READ CUSTOMER-FILE KEY IS CUSTOMER-ID
           IF NOT FILE-OK
               SET WARNINGS-OCCURRED TO TRUE
               DISPLAY "ERROR: Customer not found"
           ELSE
               DISPLAY "Customer: " CUSTOMER-NAME
               DISPLAY "Enter Original Payment Date (YYYYMMDD): "
                   WITH NO ADVANCING
               ACCEPT RETURN-PAYMENT-DATE-IN
               DISPLAY "Enter Payment Amount: " WITH NO ADVANCING
               ACCEPT RETURN-AMOUNT-IN
               DISPLAY "Enter Payment Reference: " WITH NO ADVANCING
               ACCEPT RETURN-REFERENCE-IN
               DISPLAY "Enter Return Reason: " WITH NO ADVANCING
               ACCEPT RETURN-REASON-IN
               IF RETURN-PAYMENT-DATE-IN = ZERO
                   OR RETURN-AMOUNT-IN = ZERO
                   SET WARNINGS-OCCURRED TO TRUE
                   DISPLAY "ERROR: payment date and amount are "
                       "required - return not recorded"
               ELSE
                   PERFORM QUEUE-RETURNED-PAYMENT
               END-IF
           END-IF.

       QUEUE-RETURNED-PAYMENT.
           PERFORM CAPTURE-TIMESTAMP
           OPEN EXTEND KEYED-RETURNS-FILE
           IF KEYED-RETURNS-STATUS = "35"
               OPEN OUTPUT KEYED-RETURNS-FILE
           END-IF
           IF KEYED-RETURNS-STATUS NOT = "00"
               SET WARNINGS-OCCURRED TO TRUE
               DISPLAY "ERROR: cannot open keyed-returns.txt, "
                   "status " KEYED-RETURNS-STATUS
           ELSE
               MOVE SEARCH-ID TO KRT-CUSTOMER-ID
               MOVE RETURN-PAYMENT-DATE-IN TO KRT-PAYMENT-DATE
               MOVE RETURN-AMOUNT-IN TO KRT-AMOUNT
               MOVE RETURN-REFERENCE-IN TO KRT-REFERENCE
               MOVE TS-DATE TO KRT-RETURN-DATE
               MOVE RETURN-REASON-IN TO KRT-REASON
               WRITE KEYED-RETURN-RECORD
               CLOSE KEYED-RETURNS-FILE
               DISPLAY "SUCCESS: return queued for tonight's "
                   "reversal run"
           END-IF.

      * P paper, E electronic only, B both. An electronic profile
      * needs the partner ID, and each reference the partner marks
      * as required must be supplied; a bad entry leaves the profile
      * as it was. Switching back to paper keeps the partner details
      * for the next time.
       SET-INVOICE-DELIVERY.
           DISPLAY "--- SET INVOICE DELIVERY ---"
           DISPLAY "Enter Customer ID: " WITH NO ADVANCING
           ACCEPT SEARCH-ID

           MOVE SEARCH-ID TO CUSTOMER-ID
           READ CUSTOMER-FILE KEY IS CUSTOMER-ID
           IF NOT FILE-OK
               SET WARNINGS-OCCURRED TO TRUE
               DISPLAY "ERROR: Customer not found"
           ELSE
               DISPLAY "Customer: " CUSTOMER-NAME
               PERFORM READ-PARTNER-PROFILE
               IF PARTNER-PROFILE-ON-FILE
                   DISPLAY "Current: method " TPP-DELIVERY-METHOD
                       " partner " TPP-PARTNER-ID
                   DISPLAY "  PO required " TPP-PO-REQUIRED
                       " PO " TPP-PO-NUMBER
                   DISPLAY "  Supplier no. required "
                       TPP-SUPPLIER-REQUIRED " supplier no. "
                       TPP-SUPPLIER-NUMBER
               END-IF
               PERFORM CAPTURE-INVOICE-DELIVERY
           END-IF.

       CAPTURE-INVOICE-DELIVERY.
           DISPLAY "Delivery (P=paper E=electronic B=both): "
               WITH NO ADVANCING
           ACCEPT DELIVERY-METHOD-IN
           MOVE SPACES TO PARTNER-ID-IN
           MOVE 'N' TO PO-REQUIRED-IN
           MOVE SPACES TO PO-NUMBER-IN
           MOVE 'N' TO SUPPLIER-REQUIRED-IN
           MOVE SPACES TO SUPPLIER-NUMBER-IN
           IF PARTNER-PROFILE-ON-FILE
               MOVE TPP-PARTNER-ID TO PARTNER-ID-IN
               MOVE TPP-PO-REQUIRED TO PO-REQUIRED-IN
               MOVE TPP-PO-NUMBER TO PO-NUMBER-IN
               MOVE TPP-SUPPLIER-REQUIRED TO SUPPLIER-REQUIRED-IN
               MOVE TPP-SUPPLIER-NUMBER TO SUPPLIER-NUMBER-IN
           END-IF
           IF DELIVERY-METHOD-IN = "E" OR DELIVERY-METHOD-IN = "B"
               DISPLAY "Partner ID: " WITH NO ADVANCING
               ACCEPT PARTNER-ID-IN
               DISPLAY "PO number required (Y/N): "
                   WITH NO ADVANCING
               ACCEPT PO-REQUIRED-IN
               DISPLAY "PO number: " WITH NO ADVANCING
               ACCEPT PO-NUMBER-IN
               DISPLAY "Supplier number required (Y/N): "
                   WITH NO ADVANCING
               ACCEPT SUPPLIER-REQUIRED-IN
               DISPLAY "Our supplier number: " WITH NO ADVANCING
               ACCEPT SUPPLIER-NUMBER-IN
           END-IF

           EVALUATE TRUE
               WHEN DELIVERY-METHOD-IN NOT = "P"
                   AND DELIVERY-METHOD-IN NOT = "E"
                   AND DELIVERY-METHOD-IN NOT = "B"
                   DISPLAY "ERROR: delivery must be P, E or B - "
                       "profile unchanged"
                   SET WARNINGS-OCCURRED TO TRUE
               WHEN DELIVERY-METHOD-IN = "P"
                   PERFORM SAVE-PARTNER-PROFILE
               WHEN PARTNER-ID-IN = SPACES
                   DISPLAY "ERROR: electronic delivery needs a "
                       "partner ID - profile unchanged"
                   SET WARNINGS-OCCURRED TO TRUE
               WHEN PO-REQUIRED-IN = "Y" AND PO-NUMBER-IN = SPACES
                   DISPLAY "ERROR: partner requires a PO number - "
                       "profile unchanged"
                   SET WARNINGS-OCCURRED TO TRUE
               WHEN SUPPLIER-REQUIRED-IN = "Y"
                   AND SUPPLIER-NUMBER-IN = SPACES
                   DISPLAY "ERROR: partner requires our supplier "
                       "number - profile unchanged"
                   SET WARNINGS-OCCURRED TO TRUE
               WHEN OTHER
                   PERFORM SAVE-PARTNER-PROFILE
           END-EVALUATE.

       SAVE-PARTNER-PROFILE.
           PERFORM CAPTURE-TIMESTAMP
           IF PARTNER-PROFILE-ON-FILE
               MOVE TRADING-PARTNER-RECORD TO BEFORE-IMAGE
           ELSE
               MOVE SPACES TO BEFORE-IMAGE
               MOVE SPACES TO TRADING-PARTNER-RECORD
               MOVE SEARCH-ID TO TPP-CUSTOMER-ID
           END-IF
           MOVE DELIVERY-METHOD-IN TO TPP-DELIVERY-METHOD
           MOVE PARTNER-ID-IN TO TPP-PARTNER-ID
           MOVE PO-REQUIRED-IN TO TPP-PO-REQUIRED
           MOVE PO-NUMBER-IN TO TPP-PO-NUMBER
           MOVE SUPPLIER-REQUIRED-IN TO TPP-SUPPLIER-REQUIRED
           MOVE SUPPLIER-NUMBER-IN TO TPP-SUPPLIER-NUMBER
           MOVE TS-DATE TO TPP-STATUS-DATE
           MOVE OPERATOR-ID TO TPP-OPERATOR
           IF PARTNER-PROFILE-ON-FILE
               REWRITE TRADING-PARTNER-RECORD
           ELSE
               WRITE TRADING-PARTNER-RECORD
           END-IF
           IF PARTNER-FILE-STATUS = "00"
               MOVE TRADING-PARTNER-RECORD TO AFTER-IMAGE
               MOVE "INVDLV" TO AUDIT-OP-CODE
               PERFORM WRITE-AUDIT-LOG
               DISPLAY "SUCCESS: invoice delivery for " SEARCH-ID
                   " set to " TPP-DELIVERY-METHOD
           ELSE
               SET WARNINGS-OCCURRED TO TRUE
               DISPLAY "ERROR: failed to save partner profile, "
                   "status " PARTNER-FILE-STATUS
           END-IF.

       READ-PARTNER-PROFILE.
           MOVE 'N' TO PARTNER-FOUND-SWITCH
           MOVE SEARCH-ID TO TPP-CUSTOMER-ID
           READ TRADING-PARTNER-FILE KEY IS TPP-CUSTOMER-ID
           IF PARTNER-FILE-STATUS = "00"
               SET PARTNER-PROFILE-ON-FILE TO TRUE
           END-IF.

       READ-CUSTOMER-MANDATE.
           MOVE 'N' TO MANDATE-FOUND-SWITCH
           MOVE SEARCH-ID TO MND-CUSTOMER-ID
           READ MANDATE-FILE KEY IS MND-CUSTOMER-ID
           IF MANDATE-FILE-STATUS = "00"
               SET MANDATE-ON-FILE TO TRUE
               MOVE FUNCTION TRIM(MND-ACCOUNT-NUMBER)
                   TO ACCOUNT-RIGHT-JUSTIFIED
           END-IF.

       VALIDATE-ROUTING-NUMBER.
           MOVE 'N' TO ROUTING-VALID-SWITCH
           IF TEMP-ROUTING IS NUMERIC
               MOVE TEMP-ROUTING TO ROUTING-UNDER-TEST
               COMPUTE ROUTING-CHECKSUM =
                   3 * (RTD-DIGIT(1) + RTD-DIGIT(4) + RTD-DIGIT(7))
                   + 7 * (RTD-DIGIT(2) + RTD-DIGIT(5) + RTD-DIGIT(8))
                   + (RTD-DIGIT(3) + RTD-DIGIT(6) + RTD-DIGIT(9))
               COMPUTE ROUTING-REMAINDER =
                   FUNCTION MOD(ROUTING-CHECKSUM 10)
               IF ROUTING-REMAINDER = 0
                   AND ROUTING-UNDER-TEST > 0
                   SET ROUTING-VALID TO TRUE
               END-IF
           END-IF.

       FIND-NEXT-PROMISE-SEQUENCE.
           MOVE 1 TO NEXT-PROMISE-SEQUENCE
           MOVE SEARCH-ID TO PROM-CUSTOMER-ID
           CLOSE CUSTOMER-TRANSACTION-LOG
           CLOSE CUSTOMER-EVENTS-FILE
           CLOSE CUSTOMER-NOTES-FILE
           CLOSE PROMISE-FILE
           CLOSE MANDATE-FILE
           CLOSE TRADING-PARTNER-FILE
           CLOSE NSF-HISTORY-FILE
           CLOSE COLLECTION-ACCOUNT-FILE
           SET AQR-CLOSE TO TRUE
           CALL "APPROVAL-QUEUE" USING APPROVAL-REQUEST.


       READ-COMPANY-PROFILE.
