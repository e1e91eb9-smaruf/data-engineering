       IDENTIFICATION DIVISION.
       PROGRAM-ID. AP-INVOICE-ENTRY.
       AUTHOR. MUHAMMAD SHAMSUL MARUF.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * ACCOUNTS PAYABLE INVOICE ENTRY AND THREE-WAY MATCH            *
      * Interactive entry of vendor invoices against the purchase     *
      * orders PO-MAINTENANCE raised and STOCK-RECEIPTS received,     *
      * mirroring PRODUCT-MAINTENANCE's menu structure. Each invoice  *
      * line names the PO line it bills; the line matches when its    *
      * quantity is covered by what has been received and not yet     *
      * invoiced, and its price agrees with the PO cost, both within  *
      * the tolerances in ap-match-tolerance.txt. An invoice with any *
      * line outside tolerance is held; a held invoice can be         *
      * re-matched once the dock or the buyer catches up. Matched     *
      * invoices are approved by a second person, and approval writes *
      * the inventory debit to gl-interface.txt (gl-account-map.txt   *
      * supplies the payables credit) so GL-POSTING carries the       *
      * liability. AP-PAYMENT-RUN pays approved invoices when due.    *
      * Operators sign on the way GL-JOURNAL-ENTRY's do: entering,    *
      * re-matching and rejecting need update authority, approving    *
      * needs administration authority.                               *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AP-INVOICE-FILE
               ASSIGN TO "../data/output/ap-invoices.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-VOUCHER-NUMBER
               ALTERNATE RECORD KEY IS AP-VENDOR-REF
               FILE STATUS IS FILE-STATUS.

           SELECT VENDOR-MASTER
               ASSIGN TO "../data/output/vendor-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEND-ID
               FILE STATUS IS VENDOR-FILE-STATUS.

           SELECT PURCHASE-ORDER-FILE
               ASSIGN TO "../data/output/purchase-orders.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               ALTERNATE RECORD KEY IS PO-PROD-ID
                   WITH DUPLICATES
               FILE STATUS IS PO-FILE-STATUS.

           SELECT TOLERANCE-FILE
               ASSIGN TO "../data/input/ap-match-tolerance.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TOLERANCE-FILE-STATUS.

           SELECT VOUCHER-NUMBER-FILE
               ASSIGN TO "../data/output/ap-voucher-control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NUMBER-FILE-STATUS.

           SELECT GL-INTERFACE-FILE
               ASSIGN TO "../data/output/gl-interface.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-FILE-STATUS.

           SELECT COMPANY-PROFILE-FILE
               ASSIGN TO "../data/input/company-profile.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROFILE-FILE-STATUS.

           SELECT SECURITY-FILE
               ASSIGN TO "../data/output/operators.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-OPERATOR-ID
               FILE STATUS IS SECURITY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AP-INVOICE-FILE.
       01  AP-INVOICE-RECORD.
           COPY "apinv.cpy".

       FD  VENDOR-MASTER.
       01  VENDOR-RECORD.
           COPY "vendrec.cpy".

       FD  PURCHASE-ORDER-FILE.
       01  PURCHASE-ORDER-RECORD.
           COPY "porec.cpy".

      * Price tolerance and quantity tolerance, each a percentage.
       FD  TOLERANCE-FILE.
       01  TOLERANCE-RECORD.
           05  TOL-IN-PRICE-PCT        PIC 9(2)V99.
           05  FILLER                  PIC X(1).
           05  TOL-IN-QTY-PCT          PIC 9(2)V99.

       FD  VOUCHER-NUMBER-FILE.
       01  VOUCHER-NUMBER-RECORD       PIC 9(6).

       FD  GL-INTERFACE-FILE.
       01  GL-ENTRY-LINE               PIC X(132).

       FD  COMPANY-PROFILE-FILE.
       01  COMPANY-PROFILE-RECORD.
           COPY "comprof.cpy".

       FD  SECURITY-FILE.
       01  SECURITY-RECORD.
           COPY "secrec.cpy".

       WORKING-STORAGE SECTION.
       01  FILE-STATUS             PIC XX.
           88  FILE-OK             VALUE "00".
           88  RECORD-NOT-FOUND    VALUE "23".
           88  DUPLICATE-KEY       VALUE "22".

       01  VENDOR-FILE-STATUS      PIC XX.
       01  PO-FILE-STATUS          PIC XX.
       01  TOLERANCE-FILE-STATUS   PIC XX.
       01  NUMBER-FILE-STATUS      PIC XX.
       01  GL-FILE-STATUS          PIC XX.
       01  PROFILE-FILE-STATUS     PIC XX.
       01  SECURITY-FILE-STATUS    PIC XX.

       01  PROGRAM-RETURN-CODE     PIC 9(3) VALUE ZERO.
       01  WARNING-FLAG            PIC X VALUE 'N'.
           88  WARNINGS-OCCURRED   VALUE 'Y'.

       01  USER-CHOICE             PIC 9.
           88  CHOICE-ENTER        VALUE 1.
           88  CHOICE-READ         VALUE 2.
           88  CHOICE-REMATCH      VALUE 3.
           88  CHOICE-APPROVE      VALUE 4.
           88  CHOICE-REJECT       VALUE 5.
           88  CHOICE-LIST-STATUS  VALUE 6.
           88  CHOICE-EXIT         VALUE 9.

       01  SEARCH-VOUCHER          PIC X(8).
       01  SEARCH-STATUS           PIC X(1).
       01  CONTINUE-FLAG           PIC X VALUE 'Y'.
       01  TODAY-YYYYMMDD          PIC 9(8).

      * Operator sign-on
       01  OPERATOR-ID             PIC X(8) VALUE SPACES.
       01  OPERATOR-AUTHORITY      PIC 9(1) VALUE 1.
       01  SIGNON-OPERATOR-ID      PIC X(8).
       01  SIGNON-PIN              PIC X(8).
       01  PIN-HASH-REQUEST.
           COPY "pinreq.cpy".
       01  SIGNON-ATTEMPTS         PIC 9 VALUE 0.
       01  SIGNON-OK               PIC X VALUE 'N'.
           88  SIGNED-ON           VALUE 'Y'.

      * Sign-on journaling and automatic lockout (shared
      * SIGNON-JOURNAL subprogram).
       01  JOURNAL-PROGRAM-NAME    PIC X(20) VALUE "AP-INVOICE-ENTRY".
       01  JOURNAL-RESULT          PIC X(8).
       01  JOURNAL-LOCKOUT-FLAG    PIC X(1).
           88  JOURNAL-LOCKED-OUT  VALUE 'Y'.

       01  TEMP-INVOICE.
           05  TEMP-VENDOR-ID      PIC X(6).
           05  TEMP-VENDOR-INVOICE PIC X(15).
           05  TEMP-INVOICE-DATE   PIC 9(8).
           05  TEMP-PO-NUMBER      PIC X(8).
           05  TEMP-PO-LINE        PIC 9(3).
           05  TEMP-QUANTITY       PIC 9(7).
           05  TEMP-UNIT-PRICE     PIC 9(5)V99.
       01  LINE-ENTRY-SWITCH       PIC X.
           88  LINE-ENTRY-DONE     VALUE 'Y'.

      * Match tolerances; the compiled-in defaults allow a 2% price
      * difference and no quantity over what was received.
       01  PRICE-TOLERANCE-PCT     PIC 9(2)V99 VALUE 2.00.
       01  QTY-TOLERANCE-PCT       PIC 9(2)V99 VALUE ZERO.

       01  LINE-IDX                PIC 9(2).
       01  QTY-AVAILABLE           PIC S9(8).
       01  QTY-ALLOWED             PIC S9(8).
       01  PRICE-DEVIATION-PCT     PIC 9(5)V99.
       01  PRICE-DIFFERENCE        PIC 9(5)V99.
       01  LINE-AMOUNT             PIC 9(9)V99.
       01  INVOICE-TOTAL-WORK      PIC 9(9)V99.
       01  MATCH-SWITCH            PIC X.
           88  INVOICE-MATCHED     VALUE 'Y'.
       01  DUE-DATE-INTEGER        PIC 9(7).
       01  DEFAULT-TERMS-DAYS      PIC 9(3) VALUE 30.

      * Voucher numbers are "AP" plus the six-digit counter kept in
      * ap-voucher-control.txt, the way invoice numbers are issued.
       01  LAST-VOUCHER-NUMBER     PIC 9(6) VALUE ZERO.
       01  NEW-VOUCHER-NUMBER.
           05  FILLER              PIC X(2) VALUE "AP".
           05  NEW-VOUCHER-DIGITS  PIC 9(6).

       01  END-OF-INVOICES         PIC X.
           88  NO-MORE-INVOICES    VALUE 'Y'.
       01  LISTED-COUNT            PIC 9(5).
       01  AMOUNT-DISPLAY          PIC ZZ,ZZZ,ZZ9.99.
       01  PRICE-DISPLAY           PIC ZZ,ZZ9.99.
       01  QTY-DISPLAY             PIC Z,ZZZ,ZZ9.

      * Approval posts the inventory debit; gl-account-map.txt
      * carries the payables credit.
       01  GL-INVENTORY-ACCOUNT    PIC X(10) VALUE "1300-INVEN".
       01  GL-PERIOD               PIC 9(6).
       01  GL-AMOUNT-FIELD         PIC ZZZZZZZZZ9.99.
       01  GL-HEADER-LINE          PIC X(132) VALUE
           "GL_ACCOUNT,DR_CR,AMOUNT,PERIOD,SOURCE_REFERENCE".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-COMPANY-PROFILE
           PERFORM INITIALIZE-DATABASE
           PERFORM SIGN-ON
           IF SIGNED-ON
               PERFORM PROCESS-MENU UNTIL CHOICE-EXIT
           END-IF
           PERFORM CLEANUP
           PERFORM DETERMINE-RETURN-CODE
           MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       INITIALIZE-DATABASE.
           ACCEPT TODAY-YYYYMMDD FROM DATE YYYYMMDD

           OPEN I-O AP-INVOICE-FILE
           IF FILE-STATUS = "35"
               CLOSE AP-INVOICE-FILE
               OPEN OUTPUT AP-INVOICE-FILE
               CLOSE AP-INVOICE-FILE
               OPEN I-O AP-INVOICE-FILE
           END-IF

           IF NOT FILE-OK
               DISPLAY "ERROR: Cannot initialize AP invoice file"
               DISPLAY "File Status: " FILE-STATUS
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT VENDOR-MASTER
           IF VENDOR-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open vendor master"
               DISPLAY "File Status: " VENDOR-FILE-STATUS
               CLOSE AP-INVOICE-FILE
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O PURCHASE-ORDER-FILE
           IF PO-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open purchase order file"
               DISPLAY "File Status: " PO-FILE-STATUS
               CLOSE AP-INVOICE-FILE
               CLOSE VENDOR-MASTER
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O SECURITY-FILE
           IF SECURITY-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open operator security file"
               DISPLAY "File Status: " SECURITY-FILE-STATUS
               CLOSE AP-INVOICE-FILE
               CLOSE VENDOR-MASTER
               CLOSE PURCHASE-ORDER-FILE
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM READ-TOLERANCE-FILE
           PERFORM READ-VOUCHER-NUMBER.

       READ-TOLERANCE-FILE.
           OPEN INPUT TOLERANCE-FILE
           IF TOLERANCE-FILE-STATUS = "00"
               READ TOLERANCE-FILE
               IF TOLERANCE-FILE-STATUS = "00"
                   IF TOL-IN-PRICE-PCT NUMERIC
                       MOVE TOL-IN-PRICE-PCT TO PRICE-TOLERANCE-PCT
                   END-IF
                   IF TOL-IN-QTY-PCT NUMERIC
                       MOVE TOL-IN-QTY-PCT TO QTY-TOLERANCE-PCT
                   END-IF
               END-IF
               CLOSE TOLERANCE-FILE
           ELSE
               DISPLAY "NOTE: no ap-match-tolerance.txt - using "
                   "default tolerances"
           END-IF.

       SIGN-ON.
           MOVE 0 TO SIGNON-ATTEMPTS
           PERFORM ATTEMPT-SIGN-ON
               UNTIL SIGNED-ON OR SIGNON-ATTEMPTS >= 3

           IF NOT SIGNED-ON
               DISPLAY "ERROR: sign-on failed, exiting"
               MOVE 16 TO PROGRAM-RETURN-CODE
           END-IF.

       ATTEMPT-SIGN-ON.
           DISPLAY "Operator ID: " WITH NO ADVANCING
           ACCEPT SIGNON-OPERATOR-ID
           DISPLAY "PIN: " WITH NO ADVANCING
           ACCEPT SIGNON-PIN

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
                   ADD 1 TO SIGNON-ATTEMPTS
                   MOVE "UNKNOWN" TO JOURNAL-RESULT
                   PERFORM JOURNAL-SIGNON-ATTEMPT
                   DISPLAY "ERROR: invalid operator ID or PIN"
               WHEN NOT PHQ-PIN-MATCHES
                   ADD 1 TO SIGNON-ATTEMPTS
                   MOVE "BADPIN" TO JOURNAL-RESULT
                   PERFORM JOURNAL-SIGNON-ATTEMPT
                   DISPLAY "ERROR: invalid operator ID or PIN"
               WHEN SEC-IS-SUSPENDED
                   ADD 1 TO SIGNON-ATTEMPTS
                   MOVE "SUSPEND" TO JOURNAL-RESULT
                   PERFORM JOURNAL-SIGNON-ATTEMPT
                   DISPLAY "ERROR: operator is suspended"
               WHEN SEC-MUST-CHANGE-PIN
                   ADD 1 TO SIGNON-ATTEMPTS
                   MOVE "PINCHG" TO JOURNAL-RESULT
                   PERFORM JOURNAL-SIGNON-ATTEMPT
                   DISPLAY "ERROR: PIN change required - sign "
                       "on to DATABASE-HANDLER first"
               WHEN OTHER
                   SET SIGNED-ON TO TRUE
                   MOVE "SUCCESS" TO JOURNAL-RESULT
                   PERFORM JOURNAL-SIGNON-ATTEMPT
                   MOVE SIGNON-OPERATOR-ID TO OPERATOR-ID
                   MOVE SEC-AUTHORITY-LEVEL TO OPERATOR-AUTHORITY
                   DISPLAY "Signed on as " SEC-OPERATOR-NAME
           END-EVALUATE.

       JOURNAL-SIGNON-ATTEMPT.
           CALL "SIGNON-JOURNAL" USING JOURNAL-PROGRAM-NAME
               SIGNON-OPERATOR-ID JOURNAL-RESULT
               JOURNAL-LOCKOUT-FLAG
           IF JOURNAL-LOCKED-OUT
               MOVE "S" TO SEC-STATUS-FLAG
               REWRITE SECURITY-RECORD
               DISPLAY "ERROR: operator suspended after repeated "
                   "sign-on failures"
           END-IF.

      * Entering, re-matching and rejecting invoices need update
      * authority; approving one is the second pair of eyes and
      * needs administration authority.
       PROCESS-MENU.
           PERFORM DISPLAY-MENU
           ACCEPT USER-CHOICE

           EVALUATE TRUE
               WHEN (CHOICE-ENTER OR CHOICE-REMATCH OR CHOICE-REJECT)
                   AND OPERATOR-AUTHORITY < 2
                   DISPLAY "ERROR: operator " OPERATOR-ID
                       " is not authorized to maintain invoices"
                   SET WARNINGS-OCCURRED TO TRUE
               WHEN CHOICE-APPROVE AND OPERATOR-AUTHORITY < 3
                   DISPLAY "ERROR: operator " OPERATOR-ID
                       " is not authorized to approve invoices"
                   SET WARNINGS-OCCURRED TO TRUE
               WHEN CHOICE-ENTER
                   PERFORM ENTER-VENDOR-INVOICE
               WHEN CHOICE-READ
                   PERFORM READ-VENDOR-INVOICE
               WHEN CHOICE-REMATCH
                   PERFORM REMATCH-HELD-INVOICE
               WHEN CHOICE-APPROVE
                   PERFORM APPROVE-INVOICE
               WHEN CHOICE-REJECT
                   PERFORM REJECT-INVOICE
               WHEN CHOICE-LIST-STATUS
                   PERFORM LIST-INVOICES-BY-STATUS
               WHEN CHOICE-EXIT
                   DISPLAY "Exiting program..."
               WHEN OTHER
                   DISPLAY "Invalid choice. Please try again."
           END-EVALUATE

           DISPLAY " ".

       DISPLAY-MENU.
           DISPLAY " "
           DISPLAY "===== ACCOUNTS PAYABLE INVOICE SYSTEM ====="
           DISPLAY "1. Enter Vendor Invoice"
           DISPLAY "2. Read Invoice"
           DISPLAY "3. Re-match Held Invoice"
           DISPLAY "4. Approve Matched Invoice"
           DISPLAY "5. Reject Invoice"
           DISPLAY "6. List Invoices by Status"
           DISPLAY "9. Exit"
           DISPLAY "==========================================="
           DISPLAY "Enter your choice: " WITH NO ADVANCING.

       ENTER-VENDOR-INVOICE.
           DISPLAY "--- ENTER VENDOR INVOICE ---"
           DISPLAY "Enter Vendor ID: " WITH NO ADVANCING
           ACCEPT TEMP-VENDOR-ID
           DISPLAY "Enter Vendor Invoice Number: " WITH NO ADVANCING
           ACCEPT TEMP-VENDOR-INVOICE
           DISPLAY "Enter Invoice Date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT TEMP-INVOICE-DATE
           DISPLAY "Enter PO Number: " WITH NO ADVANCING
           ACCEPT TEMP-PO-NUMBER

           MOVE TEMP-VENDOR-ID TO VEND-ID
           READ VENDOR-MASTER KEY IS VEND-ID
           MOVE TEMP-VENDOR-ID TO AP-VENDOR-ID
           MOVE TEMP-VENDOR-INVOICE TO AP-VENDOR-INVOICE
           READ AP-INVOICE-FILE KEY IS AP-VENDOR-REF

           EVALUATE TRUE
               WHEN VENDOR-FILE-STATUS NOT = "00"
                   SET WARNINGS-OCCURRED TO TRUE
                   DISPLAY "ERROR: Vendor not found"
               WHEN TEMP-VENDOR-INVOICE = SPACES
                   SET WARNINGS-OCCURRED TO TRUE
                   DISPLAY "ERROR: vendor invoice number required"
               WHEN FILE-OK
                   SET WARNINGS-OCCURRED TO TRUE
                   DISPLAY "ERROR: invoice already entered as "
                       "voucher " AP-VOUCHER-NUMBER
               WHEN TEMP-INVOICE-DATE NOT NUMERIC
                   OR TEMP-INVOICE-DATE < 19000101
                   OR TEMP-INVOICE-DATE > TODAY-YYYYMMDD
                   SET WARNINGS-OCCURRED TO TRUE
                   DISPLAY "ERROR: invoice date must be a valid "
                       "YYYYMMDD date, not in the future"
               WHEN OTHER
                   PERFORM BUILD-NEW-INVOICE
           END-EVALUATE.

       BUILD-NEW-INVOICE.
           MOVE SPACES TO AP-INVOICE-RECORD
           MOVE TEMP-VENDOR-ID TO AP-VENDOR-ID
           MOVE TEMP-VENDOR-INVOICE TO AP-VENDOR-INVOICE
           MOVE TEMP-INVOICE-DATE TO AP-INVOICE-DATE
           MOVE TEMP-PO-NUMBER TO AP-PO-NUMBER
           MOVE ZERO TO AP-INVOICE-TOTAL
           MOVE ZERO TO AP-LINE-COUNT
           MOVE OPERATOR-ID TO AP-ENTERED-BY
           MOVE TODAY-YYYYMMDD TO AP-ENTERED-DATE
           MOVE ZERO TO AP-APPROVED-DATE
           MOVE ZERO TO AP-PAID-DATE

      * Due date runs from the invoice date on the vendor's terms.
           IF VEND-TERMS-DAYS NOT NUMERIC OR VEND-TERMS-DAYS = 0
               MOVE DEFAULT-TERMS-DAYS TO VEND-TERMS-DAYS
           END-IF
           COMPUTE DUE-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(AP-INVOICE-DATE)
               + VEND-TERMS-DAYS
           COMPUTE AP-DUE-DATE =
               FUNCTION DATE-OF-INTEGER(DUE-DATE-INTEGER)

           MOVE 'N' TO LINE-ENTRY-SWITCH
           DISPLAY "Enter the PO lines billed - line 0 to finish"
           PERFORM ENTER-ONE-INVOICE-LINE UNTIL LINE-ENTRY-DONE

           IF AP-LINE-COUNT = 0
               DISPLAY "No lines entered - invoice not saved"
           ELSE
               PERFORM THREE-WAY-MATCH
               ADD 1 TO LAST-VOUCHER-NUMBER
               MOVE LAST-VOUCHER-NUMBER TO NEW-VOUCHER-DIGITS
               MOVE NEW-VOUCHER-NUMBER TO AP-VOUCHER-NUMBER
               WRITE AP-INVOICE-RECORD
               IF FILE-OK
                   PERFORM SAVE-VOUCHER-NUMBER
                   IF INVOICE-MATCHED
                       PERFORM RESERVE-INVOICED-QUANTITY
                   END-IF
                   MOVE AP-INVOICE-TOTAL TO AMOUNT-DISPLAY
                   DISPLAY "SUCCESS: voucher " AP-VOUCHER-NUMBER
                       " saved, total " AMOUNT-DISPLAY
                       " due " AP-DUE-DATE
                   PERFORM DISPLAY-MATCH-RESULT
               ELSE
                   SUBTRACT 1 FROM LAST-VOUCHER-NUMBER
                   SET WARNINGS-OCCURRED TO TRUE
                   DISPLAY "ERROR: Failed to save invoice"
                   DISPLAY "File Status: " FILE-STATUS
               END-IF
           END-IF.

       ENTER-ONE-INVOICE-LINE.
           DISPLAY "PO Line: " WITH NO ADVANCING
           ACCEPT TEMP-PO-LINE
           IF TEMP-PO-LINE NOT NUMERIC OR TEMP-PO-LINE = 0
               SET LINE-ENTRY-DONE TO TRUE
           ELSE
               MOVE AP-PO-NUMBER TO PO-NUMBER
               MOVE TEMP-PO-LINE TO PO-LINE
               READ PURCHASE-ORDER-FILE KEY IS PO-KEY
               EVALUATE TRUE
                   WHEN PO-FILE-STATUS NOT = "00"
                       SET WARNINGS-OCCURRED TO TRUE
                       DISPLAY "ERROR: PO line not found - "
                           "line skipped"
                   WHEN PO-VENDOR-ID NOT = AP-VENDOR-ID
                       SET WARNINGS-OCCURRED TO TRUE
                       DISPLAY "ERROR: PO " PO-NUMBER
                           " is not with this vendor - line skipped"
                   WHEN OTHER
                       DISPLAY "  Product " PO-PROD-ID
                           "  PO cost " PO-UNIT-COST
                       DISPLAY "  Quantity Billed: " WITH NO ADVANCING
                       ACCEPT TEMP-QUANTITY
                       DISPLAY "  Unit Price Billed: "
                           WITH NO ADVANCING
                       ACCEPT TEMP-UNIT-PRICE
                       IF TEMP-QUANTITY NOT > 0
                           SET WARNINGS-OCCURRED TO TRUE
                           DISPLAY "ERROR: quantity must be greater "
                               "than zero - line skipped"
                       ELSE
                           ADD 1 TO AP-LINE-COUNT
                           MOVE TEMP-PO-LINE
                               TO AP-PO-LINE(AP-LINE-COUNT)
                           MOVE PO-PROD-ID
                               TO AP-PROD-ID(AP-LINE-COUNT)
                           MOVE TEMP-QUANTITY
                               TO AP-QTY-INVOICED(AP-LINE-COUNT)
                           MOVE TEMP-UNIT-PRICE
                               TO AP-UNIT-PRICE(AP-LINE-COUNT)
                           IF AP-LINE-COUNT = 10
                               DISPLAY "Invoice is full at 10 lines"
                               SET LINE-ENTRY-DONE TO TRUE
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.

      * Three-way match: every line is checked against its PO line
      * (price) and the dock's received quantity not yet billed
      * (quantity). One failing line holds the whole invoice.
       THREE-WAY-MATCH.
           SET INVOICE-MATCHED TO TRUE
           MOVE SPACES TO AP-HOLD-REASON
           MOVE ZERO TO INVOICE-TOTAL-WORK
           PERFORM MATCH-ONE-LINE
               VARYING LINE-IDX FROM 1 BY 1
               UNTIL LINE-IDX > AP-LINE-COUNT
           MOVE INVOICE-TOTAL-WORK TO AP-INVOICE-TOTAL
           IF INVOICE-MATCHED
               SET AP-IS-MATCHED TO TRUE
           ELSE
               SET AP-IS-HELD TO TRUE
           END-IF.

       MATCH-ONE-LINE.
           COMPUTE LINE-AMOUNT ROUNDED =
               AP-QTY-INVOICED(LINE-IDX) * AP-UNIT-PRICE(LINE-IDX)
           ADD LINE-AMOUNT TO INVOICE-TOTAL-WORK
           SET AP-LINE-MATCHED(LINE-IDX) TO TRUE

           MOVE AP-PO-NUMBER TO PO-NUMBER
           MOVE AP-PO-LINE(LINE-IDX) TO PO-LINE
           READ PURCHASE-ORDER-FILE KEY IS PO-KEY
           IF PO-FILE-STATUS NOT = "00"
               SET AP-LINE-QTY-FAIL(LINE-IDX) TO TRUE
               MOVE "PO LINE NO LONGER ON FILE" TO AP-HOLD-REASON
               MOVE 'N' TO MATCH-SWITCH
           ELSE
               COMPUTE QTY-AVAILABLE =
                   PO-QTY-RECEIVED - PO-QTY-INVOICED
               COMPUTE QTY-ALLOWED ROUNDED = QTY-AVAILABLE
                   + QTY-AVAILABLE * QTY-TOLERANCE-PCT / 100
               IF AP-QTY-INVOICED(LINE-IDX) > QTY-ALLOWED
                   SET AP-LINE-QTY-FAIL(LINE-IDX) TO TRUE
                   MOVE "QUANTITY EXCEEDS RECEIVED"
                       TO AP-HOLD-REASON
                   MOVE 'N' TO MATCH-SWITCH
               ELSE
                   PERFORM CHECK-LINE-PRICE
               END-IF
           END-IF.

       CHECK-LINE-PRICE.
           IF AP-UNIT-PRICE(LINE-IDX) > PO-UNIT-COST
               COMPUTE PRICE-DIFFERENCE =
                   AP-UNIT-PRICE(LINE-IDX) - PO-UNIT-COST
           ELSE
               COMPUTE PRICE-DIFFERENCE =
                   PO-UNIT-COST - AP-UNIT-PRICE(LINE-IDX)
           END-IF
           IF PO-UNIT-COST = 0
               IF PRICE-DIFFERENCE > 0
                   MOVE 999.99 TO PRICE-DEVIATION-PCT
               ELSE
                   MOVE ZERO TO PRICE-DEVIATION-PCT
               END-IF
           ELSE
               COMPUTE PRICE-DEVIATION-PCT ROUNDED =
                   PRICE-DIFFERENCE * 100 / PO-UNIT-COST
           END-IF
           IF PRICE-DEVIATION-PCT > PRICE-TOLERANCE-PCT
               SET AP-LINE-PRICE-FAIL(LINE-IDX) TO TRUE
               IF AP-HOLD-REASON = SPACES
                   MOVE "PRICE DIFFERS FROM PO" TO AP-HOLD-REASON
               END-IF
               MOVE 'N' TO MATCH-SWITCH
           END-IF.

      * A matched invoice claims its quantities on the PO lines, so
      * the next invoice against the same line can only bill what
      * is left.
       RESERVE-INVOICED-QUANTITY.
           PERFORM RESERVE-ONE-LINE
               VARYING LINE-IDX FROM 1 BY 1
               UNTIL LINE-IDX > AP-LINE-COUNT.

       RESERVE-ONE-LINE.
           MOVE AP-PO-NUMBER TO PO-NUMBER
           MOVE AP-PO-LINE(LINE-IDX) TO PO-LINE
           READ PURCHASE-ORDER-FILE KEY IS PO-KEY
           IF PO-FILE-STATUS = "00"
               ADD AP-QTY-INVOICED(LINE-IDX) TO PO-QTY-INVOICED
               REWRITE PURCHASE-ORDER-RECORD
           END-IF
           IF PO-FILE-STATUS NOT = "00"
               SET WARNINGS-OCCURRED TO TRUE
               DISPLAY "WARNING: invoiced quantity not recorded on "
                   "PO line " AP-PO-LINE(LINE-IDX) " status "
                   PO-FILE-STATUS
           END-IF.

      * Rejecting a matched invoice hands its quantities back.
       RELEASE-ONE-LINE.
           MOVE AP-PO-NUMBER TO PO-NUMBER
           MOVE AP-PO-LINE(LINE-IDX) TO PO-LINE
           READ PURCHASE-ORDER-FILE KEY IS PO-KEY
           IF PO-FILE-STATUS = "00"
               IF PO-QTY-INVOICED > AP-QTY-INVOICED(LINE-IDX)
                   SUBTRACT AP-QTY-INVOICED(LINE-IDX)
                       FROM PO-QTY-INVOICED
               ELSE
                   MOVE ZERO TO PO-QTY-INVOICED
               END-IF
               REWRITE PURCHASE-ORDER-RECORD
           END-IF.

       DISPLAY-MATCH-RESULT.
           IF AP-IS-MATCHED
               DISPLAY "Three-way match passed - awaiting approval"
           ELSE
               DISPLAY "*** INVOICE HELD: " AP-HOLD-REASON
               PERFORM DISPLAY-ONE-LINE-RESULT
                   VARYING LINE-IDX FROM 1 BY 1
                   UNTIL LINE-IDX > AP-LINE-COUNT
           END-IF.

       DISPLAY-ONE-LINE-RESULT.
           MOVE AP-QTY-INVOICED(LINE-IDX) TO QTY-DISPLAY
           MOVE AP-UNIT-PRICE(LINE-IDX) TO PRICE-DISPLAY
           EVALUATE TRUE
               WHEN AP-LINE-QTY-FAIL(LINE-IDX)
                   DISPLAY "  line " AP-PO-LINE(LINE-IDX) " "
                       AP-PROD-ID(LINE-IDX) " qty " QTY-DISPLAY
                       " - QUANTITY NOT RECEIVED"
               WHEN AP-LINE-PRICE-FAIL(LINE-IDX)
                   DISPLAY "  line " AP-PO-LINE(LINE-IDX) " "
                       AP-PROD-ID(LINE-IDX) " price " PRICE-DISPLAY
                       " - PRICE OUTSIDE TOLERANCE"
               WHEN OTHER
                   DISPLAY "  line " AP-PO-LINE(LINE-IDX) " "
                       AP-PROD-ID(LINE-IDX) " qty " QTY-DISPLAY
                       " price " PRICE-DISPLAY " - matched"
           END-EVALUATE.

       READ-VENDOR-INVOICE.
           DISPLAY "--- READ INVOICE ---"
           DISPLAY "Enter Voucher Number: " WITH NO ADVANCING
           ACCEPT SEARCH-VOUCHER

           MOVE SEARCH-VOUCHER TO AP-VOUCHER-NUMBER
           READ AP-INVOICE-FILE KEY IS AP-VOUCHER-NUMBER

           IF FILE-OK
               MOVE AP-INVOICE-TOTAL TO AMOUNT-DISPLAY
               DISPLAY "Voucher:        " AP-VOUCHER-NUMBER
               DISPLAY "Vendor:         " AP-VENDOR-ID
                   "  invoice " AP-VENDOR-INVOICE
               DISPLAY "Invoice Date:   " AP-INVOICE-DATE
                   "  due " AP-DUE-DATE
               DISPLAY "PO Number:      " AP-PO-NUMBER
               DISPLAY "Total:          " AMOUNT-DISPLAY
               DISPLAY "Status:         " AP-STATUS
                   "  " AP-HOLD-REASON
               DISPLAY "Entered By:     " AP-ENTERED-BY
                   "  approved by " AP-APPROVED-BY
               PERFORM DISPLAY-ONE-LINE-RESULT
                   VARYING LINE-IDX FROM 1 BY 1
                   UNTIL LINE-IDX > AP-LINE-COUNT
           ELSE
               SET WARNINGS-OCCURRED TO TRUE
               DISPLAY "ERROR: Voucher not found"
           END-IF.

       REMATCH-HELD-INVOICE.
           DISPLAY "--- RE-MATCH HELD INVOICE ---"
           DISPLAY "Enter Voucher Number: " WITH NO ADVANCING
           ACCEPT SEARCH-VOUCHER

           MOVE SEARCH-VOUCHER TO AP-VOUCHER-NUMBER
           READ AP-INVOICE-FILE KEY IS AP-VOUCHER-NUMBER

           EVALUATE TRUE
               WHEN NOT FILE-OK
                   SET WARNINGS-OCCURRED TO TRUE
                   DISPLAY "ERROR: Voucher not found"
               WHEN NOT AP-IS-HELD
                   SET WARNINGS-OCCURRED TO TRUE
                   DISPLAY "ERROR: voucher is not held (status "
                       AP-STATUS ")"
               WHEN OTHER
                   PERFORM THREE-WAY-MATCH
                   REWRITE AP-INVOICE-RECORD
                   IF FILE-OK
                       IF INVOICE-MATCHED
                           PERFORM RESERVE-INVOICED-QUANTITY
                       END-IF
                       PERFORM DISPLAY-MATCH-RESULT
                   ELSE
                       SET WARNINGS-OCCURRED TO TRUE
                       DISPLAY "ERROR: Failed to update invoice"
                       DISPLAY "File Status: " FILE-STATUS
                   END-IF
           END-EVALUATE.

      * Approval is a second pair of eyes: the operator who keyed
      * the invoice cannot approve it.
       APPROVE-INVOICE.
           DISPLAY "--- APPROVE MATCHED INVOICE ---"
           DISPLAY "Enter Voucher Number: " WITH NO ADVANCING
           ACCEPT SEARCH-VOUCHER

           MOVE SEARCH-VOUCHER TO AP-VOUCHER-NUMBER
           READ AP-INVOICE-FILE KEY IS AP-VOUCHER-NUMBER

           EVALUATE TRUE
               WHEN NOT FILE-OK
                   SET WARNINGS-OCCURRED TO TRUE
                   DISPLAY "ERROR: Voucher not found"
               WHEN NOT AP-IS-MATCHED
                   SET WARNINGS-OCCURRED TO TRUE
                   DISPLAY "ERROR: only matched invoices can be "
                       "approved (status " AP-STATUS ")"
               WHEN AP-ENTERED-BY = OPERATOR-ID
                   SET WARNINGS-OCCURRED TO TRUE
                   DISPLAY "ERROR: the operator who entered an "
                       "invoice cannot approve it"
               WHEN OTHER
                   MOVE AP-INVOICE-TOTAL TO AMOUNT-DISPLAY
                   DISPLAY "Approve voucher " AP-VOUCHER-NUMBER
                       " for " AMOUNT-DISPLAY "? (Y/N): "
                       WITH NO ADVANCING
                   ACCEPT CONTINUE-FLAG
                   IF CONTINUE-FLAG = 'Y' OR CONTINUE-FLAG = 'y'
                       PERFORM POST-APPROVED-INVOICE
                   ELSE
                       DISPLAY "Approval cancelled"
                   END-IF
           END-EVALUATE.

       POST-APPROVED-INVOICE.
           SET AP-IS-APPROVED TO TRUE
           MOVE OPERATOR-ID TO AP-APPROVED-BY
           MOVE TODAY-YYYYMMDD TO AP-APPROVED-DATE
           REWRITE AP-INVOICE-RECORD
           IF FILE-OK
               PERFORM WRITE-APPROVAL-GL-ENTRY
               DISPLAY "SUCCESS: voucher " AP-VOUCHER-NUMBER
                   " approved and posted to payables"
           ELSE
               SET WARNINGS-OCCURRED TO TRUE
               DISPLAY "ERROR: Failed to approve invoice"
               DISPLAY "File Status: " FILE-STATUS
           END-IF.

       WRITE-APPROVAL-GL-ENTRY.
           OPEN EXTEND GL-INTERFACE-FILE
           IF GL-FILE-STATUS = "35"
               OPEN OUTPUT GL-INTERFACE-FILE
               MOVE GL-HEADER-LINE TO GL-ENTRY-LINE
               WRITE GL-ENTRY-LINE
               CLOSE GL-INTERFACE-FILE
               OPEN EXTEND GL-INTERFACE-FILE
           END-IF
           IF GL-FILE-STATUS NOT = "00"
               SET WARNINGS-OCCURRED TO TRUE
               DISPLAY "WARNING: cannot open gl-interface.txt, status "
                   GL-FILE-STATUS " - post voucher "
                   AP-VOUCHER-NUMBER " by hand"
           ELSE
               MOVE TODAY-YYYYMMDD(1:6) TO GL-PERIOD
               MOVE AP-INVOICE-TOTAL TO GL-AMOUNT-FIELD
               MOVE SPACES TO GL-ENTRY-LINE
               STRING GL-INVENTORY-ACCOUNT ",DR,"
                   FUNCTION TRIM(GL-AMOUNT-FIELD) ","
                   GL-PERIOD ",AP-INVOICES"
                   DELIMITED BY SIZE INTO GL-ENTRY-LINE
               WRITE GL-ENTRY-LINE
               CLOSE GL-INTERFACE-FILE
           END-IF.

      * Approved and paid invoices are already in the ledger and are
      * reversed through the GL, not rejected here.
       REJECT-INVOICE.
           DISPLAY "--- REJECT INVOICE ---"
           DISPLAY "Enter Voucher Number: " WITH NO ADVANCING
           ACCEPT SEARCH-VOUCHER

           MOVE SEARCH-VOUCHER TO AP-VOUCHER-NUMBER
           READ AP-INVOICE-FILE KEY IS AP-VOUCHER-NUMBER

           EVALUATE TRUE
               WHEN NOT FILE-OK
                   SET WARNINGS-OCCURRED TO TRUE
                   DISPLAY "ERROR: Voucher not found"
               WHEN NOT AP-IS-HELD AND NOT AP-IS-MATCHED
                   SET WARNINGS-OCCURRED TO TRUE
                   DISPLAY "ERROR: only held or matched invoices can "
                       "be rejected (status " AP-STATUS ")"
               WHEN OTHER
                   DISPLAY "Reject voucher " AP-VOUCHER-NUMBER
                       "? (Y/N): " WITH NO ADVANCING
                   ACCEPT CONTINUE-FLAG
                   IF CONTINUE-FLAG = 'Y' OR CONTINUE-FLAG = 'y'
                       IF AP-IS-MATCHED
                           PERFORM RELEASE-ONE-LINE
                               VARYING LINE-IDX FROM 1 BY 1
                               UNTIL LINE-IDX > AP-LINE-COUNT
                       END-IF
                       SET AP-IS-REJECTED TO TRUE
                       REWRITE AP-INVOICE-RECORD
                       IF FILE-OK
                           DISPLAY "SUCCESS: voucher "
                               AP-VOUCHER-NUMBER " rejected"
                       ELSE
                           SET WARNINGS-OCCURRED TO TRUE
                           DISPLAY "ERROR: Failed to reject invoice"
                           DISPLAY "File Status: " FILE-STATUS
                       END-IF
                   ELSE
                       DISPLAY "Reject operation cancelled"
                   END-IF
           END-EVALUATE.

       LIST-INVOICES-BY-STATUS.
           DISPLAY "--- LIST INVOICES BY STATUS ---"
           DISPLAY "Enter Status (H/M/A/P/X): " WITH NO ADVANCING
           ACCEPT SEARCH-STATUS
           DISPLAY "VOUCHER  | VENDOR | VENDOR INVOICE  | DUE DATE |"
               "        TOTAL | REASON"
           DISPLAY "---------|--------|-----------------|----------|"
               "--------------|------------------------------"

           MOVE ZERO TO LISTED-COUNT
           MOVE 'N' TO END-OF-INVOICES
           MOVE LOW-VALUES TO AP-VOUCHER-NUMBER
           START AP-INVOICE-FILE KEY IS >= AP-VOUCHER-NUMBER
               INVALID KEY
                   SET NO-MORE-INVOICES TO TRUE
           END-START
           PERFORM LIST-NEXT-INVOICE UNTIL NO-MORE-INVOICES
           IF LISTED-COUNT = 0
               DISPLAY "No invoices with status " SEARCH-STATUS
           END-IF.

       LIST-NEXT-INVOICE.
           READ AP-INVOICE-FILE NEXT RECORD
               AT END
                   SET NO-MORE-INVOICES TO TRUE
               NOT AT END
                   IF AP-STATUS = SEARCH-STATUS
                       ADD 1 TO LISTED-COUNT
                       MOVE AP-INVOICE-TOTAL TO AMOUNT-DISPLAY
                       DISPLAY AP-VOUCHER-NUMBER " | " AP-VENDOR-ID
                           " | " AP-VENDOR-INVOICE " | " AP-DUE-DATE
                           " | " AMOUNT-DISPLAY " | " AP-HOLD-REASON
                   END-IF
           END-READ.

       READ-VOUCHER-NUMBER.
           OPEN INPUT VOUCHER-NUMBER-FILE
           IF NUMBER-FILE-STATUS = "00"
               READ VOUCHER-NUMBER-FILE
               IF NUMBER-FILE-STATUS = "00"
                   AND VOUCHER-NUMBER-RECORD NUMERIC
                   MOVE VOUCHER-NUMBER-RECORD TO LAST-VOUCHER-NUMBER
               END-IF
               CLOSE VOUCHER-NUMBER-FILE
           END-IF.

       SAVE-VOUCHER-NUMBER.
           OPEN OUTPUT VOUCHER-NUMBER-FILE
           IF NUMBER-FILE-STATUS = "00"
               MOVE LAST-VOUCHER-NUMBER TO VOUCHER-NUMBER-RECORD
               WRITE VOUCHER-NUMBER-RECORD
               CLOSE VOUCHER-NUMBER-FILE
           ELSE
               DISPLAY "WARNING: cannot save voucher number counter"
                   " (status " NUMBER-FILE-STATUS ")"
               SET WARNINGS-OCCURRED TO TRUE
           END-IF.

       DETERMINE-RETURN-CODE.
           IF PROGRAM-RETURN-CODE = 0 AND WARNINGS-OCCURRED
               MOVE 4 TO PROGRAM-RETURN-CODE
           END-IF.

       CLEANUP.
           CLOSE AP-INVOICE-FILE
           CLOSE VENDOR-MASTER
           CLOSE PURCHASE-ORDER-FILE
           CLOSE SECURITY-FILE.

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
           IF PROF-GL-INVENTORY-ACCOUNT NOT = SPACES
               MOVE PROF-GL-INVENTORY-ACCOUNT TO GL-INVENTORY-ACCOUNT
           END-IF.

       END PROGRAM AP-INVOICE-ENTRY.
