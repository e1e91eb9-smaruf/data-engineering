       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDER-ENTRY.
       AUTHOR. MUHAMMAD SHAMSUL MARUF.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * SALES ORDER ENTRY                                             *
      * Interactive order taking, in PO-MAINTENANCE's menu style.     *
      * An order is for one customer, who must be active and off      *
      * credit hold; each line is priced at the customer's expected   *
      * price - contract, then quantity break, then the price in      *
      * force, as PRICE-RESOLVER works it out - or a keyed price, and *
      * refused if it would carry the customer's balance plus open    *
      * orders past the credit limit. Each accepted line is allocated *
      * whatever stock is free - on-hand less what is already         *
      * allocated or owed to older backorders - and the rest goes on  *
      * backorder for ORDER-RELEASE to fill as receipts arrive.       *
      * Nothing here touches on-hand: the stock leaves when           *
      * ORDER-RELEASE writes the line into the sales feed and         *
      * REPORT-GENERATOR relieves it with the rest of the day's sales.*
      * Operators sign on the way GL-JOURNAL-ENTRY's do; taking and   *
      * cancelling orders need update authority, and each order       *
      * carries the signed-on operator.                               *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-FILE
               ASSIGN TO "../data/output/sales-orders.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORD-KEY
               ALTERNATE RECORD KEY IS ORD-ALLOCATION-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS ORD-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO "../data/output/customers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               ALTERNATE RECORD KEY IS CUSTOMER-EMAIL
                   WITH DUPLICATES
               FILE STATUS IS CUSTOMER-FILE-STATUS.

           SELECT PRODUCT-MASTER
               ASSIGN TO "../data/output/product-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-ID
               FILE STATUS IS PRODUCT-FILE-STATUS.

           SELECT PRODUCT-PRICE-FILE
               ASSIGN TO "../data/output/product-prices.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPR-KEY
               FILE STATUS IS PRICE-LIST-STATUS.

           SELECT ORDER-NUMBER-FILE
               ASSIGN TO "../data/output/order-number-control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NUMBER-FILE-STATUS.

           SELECT SECURITY-FILE
               ASSIGN TO "../data/output/operators.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-OPERATOR-ID
               FILE STATUS IS SECURITY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-FILE.
       01  ORDER-RECORD.
           COPY "ordrec.cpy".

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           COPY "custrec.cpy".

       FD  PRODUCT-MASTER.
       01  PRODUCT-RECORD.
           COPY "prodrec.cpy".

       FD  PRODUCT-PRICE-FILE.
       01  PRODUCT-PRICE-RECORD.
           COPY "prodprc.cpy".

       FD  ORDER-NUMBER-FILE.
       01  ORDER-NUMBER-RECORD         PIC 9(6).

       FD  SECURITY-FILE.
       01  SECURITY-RECORD.
           COPY "secrec.cpy".

       WORKING-STORAGE SECTION.
       01  FILE-STATUS             PIC XX.
           88  FILE-OK             VALUE "00".
           88  RECORD-NOT-FOUND    VALUE "23".
           88  DUPLICATE-KEY       VALUE "22".

       01  CUSTOMER-FILE-STATUS    PIC XX.
       01  PRODUCT-FILE-STATUS     PIC XX.
       01  PRICE-LIST-STATUS       PIC XX.
       01  NUMBER-FILE-STATUS      PIC XX.
       01  SECURITY-FILE-STATUS    PIC XX.

       01  PROGRAM-RETURN-CODE     PIC 9(3) VALUE ZERO.
       01  WARNING-FLAG            PIC X VALUE 'N'.
           88  WARNINGS-OCCURRED   VALUE 'Y'.

       01  USER-CHOICE             PIC 9.
           88  CHOICE-ENTER-ORDER  VALUE 1.
           88  CHOICE-READ-ORDER   VALUE 2.
           88  CHOICE-CANCEL-ORDER VALUE 3.
           88  CHOICE-LIST-OPEN    VALUE 4.
           88  CHOICE-EXIT         VALUE 9.

       01  SEARCH-CUSTOMER-ID      PIC 9(6).
       01  SEARCH-ORDER-NUMBER     PIC X(8).
       01  SEARCH-ORDER-LINE       PIC 9(3).
       01  SEARCH-PROD-ID          PIC X(10).
       01  CONTINUE-FLAG           PIC X VALUE 'Y'.
       01  TODAY-YYYYMMDD          PIC 9(8).

       01  TEMP-ORDER-LINE.
           05  TEMP-PROD-ID        PIC X(10).
           05  TEMP-QUANTITY       PIC 9(6).
           05  TEMP-UNIT-PRICE     PIC 9(5)V99.
       01  TEMP-SALESPERSON        PIC X(4).

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
       01  JOURNAL-PROGRAM-NAME    PIC X(20) VALUE "ORDER-ENTRY".
       01  JOURNAL-RESULT          PIC X(8).
       01  JOURNAL-LOCKOUT-FLAG    PIC X(1).
           88  JOURNAL-LOCKED-OUT  VALUE 'Y'.

      * Order numbers are "SO" plus the six-digit counter kept in
      * order-number-control.txt, read once at start-up and saved
      * back after each order is taken.
       01  LAST-ORDER-NUMBER       PIC 9(6) VALUE ZERO.
       01  NEW-ORDER-NUMBER.
           05  FILLER              PIC X(2) VALUE "SO".
           05  NEW-ORDER-DIGITS    PIC 9(6).
       01  NEXT-ORDER-LINE         PIC 9(3).
       01  ORDER-LINES-WRITTEN     PIC 9(3).
       01  LINE-ENTRY-SWITCH       PIC X.
           88  LINE-ENTRY-DONE     VALUE 'Y'.

      * Price in force: the latest product-prices.dat row on or
      * before today, else the master list price - the same rule
      * REPORT-GENERATOR's deviation check applies to the sale.
       01  PRICE-LIST-SWITCH       PIC X VALUE 'N'.
           88  PRICE-LIST-ACTIVE   VALUE 'Y'.
       01  END-OF-PRICE-ROWS       PIC X.
           88  NO-MORE-PRICE-ROWS  VALUE 'Y'.
       01  EFFECTIVE-PRICE         PIC 9(5)V99.
       01  LINE-UNIT-PRICE         PIC 9(5)V99.
       01  PRICE-REQUEST.
           COPY "prcreq.cpy".

      * Credit exposure: the customer's balance plus the value of
      * every open line not yet shipped, climbing as lines are taken
      * on this order.
       01  CREDIT-EXPOSURE         PIC 9(10)V99.
       01  LINE-VALUE              PIC 9(10)V99.
       01  EXPOSURE-AFTER-LINE     PIC 9(10)V99.
       01  EXPOSURE-DISPLAY        PIC ZZZ,ZZZ,ZZ9.99.
       01  LIMIT-DISPLAY           PIC ZZZ,ZZZ,ZZ9.99.

      * Free stock for a product: on-hand less the open lines'
      * allocated and backordered quantities, so a new order never
      * jumps the backorder queue.
       01  QTY-COMMITTED           PIC 9(8).
       01  QTY-AVAILABLE           PIC S9(8).
       01  QTY-TO-ALLOCATE         PIC 9(6).

       01  END-OF-ORDER-LINES      PIC X.
           88  NO-MORE-ORDER-LINES VALUE 'Y'.
       01  ORDER-LINE-COUNT        PIC 9(4).
       01  CANCELLED-COUNT         PIC 9(4).

       01  ORDER-LINE-DISPLAY.
           05  OLD-ORDER-NUMBER    PIC X(8).
           05  FILLER              PIC X(1) VALUE "/".
           05  OLD-LINE            PIC 9(3).
           05  FILLER              PIC X(3) VALUE " | ".
           05  OLD-CUSTOMER-ID     PIC 9(6).
           05  FILLER              PIC X(3) VALUE " | ".
           05  OLD-PROD-ID         PIC X(10).
           05  FILLER              PIC X(3) VALUE " | ".
           05  OLD-ORDERED         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(3) VALUE " | ".
           05  OLD-ALLOCATED       PIC ZZZ,ZZ9.
           05  FILLER              PIC X(3) VALUE " | ".
           05  OLD-BACKORDERED     PIC ZZZ,ZZ9.
           05  FILLER              PIC X(3) VALUE " | ".
           05  OLD-SHIPPED         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(3) VALUE " | ".
           05  OLD-UNIT-PRICE      PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(3) VALUE " | ".
           05  OLD-STATUS          PIC X(1).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
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
           OPEN I-O ORDER-FILE

           IF FILE-STATUS = "35"
               CLOSE ORDER-FILE
               OPEN OUTPUT ORDER-FILE
               CLOSE ORDER-FILE
               OPEN I-O ORDER-FILE
           END-IF

           IF NOT FILE-OK
               DISPLAY "ERROR: Cannot initialize sales order file"
               DISPLAY "File Status: " FILE-STATUS
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF CUSTOMER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open customer file"
               DISPLAY "File Status: " CUSTOMER-FILE-STATUS
               CLOSE ORDER-FILE
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT PRODUCT-MASTER
           IF PRODUCT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open product master"
               DISPLAY "File Status: " PRODUCT-FILE-STATUS
               CLOSE ORDER-FILE
               CLOSE CUSTOMER-FILE
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O SECURITY-FILE
           IF SECURITY-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open operator security file"
               DISPLAY "File Status: " SECURITY-FILE-STATUS
               CLOSE ORDER-FILE
               CLOSE CUSTOMER-FILE
               CLOSE PRODUCT-MASTER
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT PRODUCT-PRICE-FILE
           IF PRICE-LIST-STATUS = "00"
               SET PRICE-LIST-ACTIVE TO TRUE
           END-IF

           PERFORM READ-ORDER-NUMBER.

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

      * Taking and cancelling orders need update authority;
      * inquiry is open to all.
       PROCESS-MENU.
           PERFORM DISPLAY-MENU
           ACCEPT USER-CHOICE

           EVALUATE TRUE
               WHEN (CHOICE-ENTER-ORDER OR CHOICE-CANCEL-ORDER)
                   AND OPERATOR-AUTHORITY < 2
                   DISPLAY "ERROR: operator " OPERATOR-ID
                       " is not authorized to maintain orders"
                   SET WARNINGS-OCCURRED TO TRUE
               WHEN CHOICE-ENTER-ORDER
                   PERFORM ENTER-SALES-ORDER
               WHEN CHOICE-READ-ORDER
                   PERFORM READ-SALES-ORDER
               WHEN CHOICE-CANCEL-ORDER
                   PERFORM CANCEL-SALES-ORDER
               WHEN CHOICE-LIST-OPEN
                   PERFORM LIST-OPEN-ORDER-LINES
               WHEN CHOICE-EXIT
                   DISPLAY "Exiting program..."
               WHEN OTHER
                   DISPLAY "Invalid choice. Please try again."
           END-EVALUATE

           DISPLAY " ".

       DISPLAY-MENU.
           DISPLAY " "
           DISPLAY "========== SALES ORDER ENTRY =========="
           DISPLAY "1. Enter Sales Order"
           DISPLAY "2. Read Sales Order"
           DISPLAY "3. Cancel Order or Order Line"
           DISPLAY "4. List Open Orders by Customer/Product"
           DISPLAY "9. Exit"
           DISPLAY "======================================="
           DISPLAY "Enter your choice: " WITH NO ADVANCING.

      * Lines are keyed one product at a time until a blank product
      * ID ends the entry. The counter is saved only when at least
      * one line was written, so an abandoned order does not burn a
      * number.
       ENTER-SALES-ORDER.
           DISPLAY "--- ENTER SALES ORDER ---"
           DISPLAY "Enter Customer ID: " WITH NO ADVANCING
           ACCEPT SEARCH-CUSTOMER-ID

           MOVE SEARCH-CUSTOMER-ID TO CUSTOMER-ID
           READ CUSTOMER-FILE KEY IS CUSTOMER-ID

           EVALUATE TRUE
               WHEN CUSTOMER-FILE-STATUS NOT = "00"
                   SET WARNINGS-OCCURRED TO TRUE
                   DISPLAY "ERROR: Customer not found"
               WHEN CUSTOMER-ACTIVE-FLAG = 'N'
                   SET WARNINGS-OCCURRED TO TRUE
                   DISPLAY "ERROR: Customer " CUSTOMER-ID
                       " is inactive - no new orders"
               WHEN CUSTOMER-ON-CREDIT-HOLD
                   SET WARNINGS-OCCURRED TO TRUE
                   DISPLAY "ERROR: Customer " CUSTOMER-ID
                       " is on credit hold - order refused"
               WHEN OTHER
                   DISPLAY "Customer: " CUSTOMER-NAME
                   PERFORM TOTAL-CREDIT-EXPOSURE
                   MOVE CREDIT-EXPOSURE TO EXPOSURE-DISPLAY
                   MOVE CUSTOMER-CREDIT-LIMIT TO LIMIT-DISPLAY
                   DISPLAY "Balance plus open orders: "
                       EXPOSURE-DISPLAY "  Credit limit: "
                       LIMIT-DISPLAY
                   DISPLAY "Enter Salesperson (blank = house): "
                       WITH NO ADVANCING
                   ACCEPT TEMP-SALESPERSON
                   ADD 1 TO LAST-ORDER-NUMBER
                   MOVE LAST-ORDER-NUMBER TO NEW-ORDER-DIGITS
                   MOVE 1 TO NEXT-ORDER-LINE
                   MOVE ZERO TO ORDER-LINES-WRITTEN
                   MOVE 'N' TO LINE-ENTRY-SWITCH
                   DISPLAY "Taking order " NEW-ORDER-NUMBER
                       " - press Enter at Product ID to finish"
                   PERFORM ENTER-ONE-ORDER-LINE UNTIL LINE-ENTRY-DONE
                   IF ORDER-LINES-WRITTEN > 0
                       PERFORM SAVE-ORDER-NUMBER
                       DISPLAY "SUCCESS: Order " NEW-ORDER-NUMBER
                           " taken with " ORDER-LINES-WRITTEN
                           " line(s)"
                   ELSE
                       SUBTRACT 1 FROM LAST-ORDER-NUMBER
                       DISPLAY "No lines entered - order not taken"
                   END-IF
           END-EVALUATE.

       TOTAL-CREDIT-EXPOSURE.
           MOVE CUSTOMER-BALANCE TO CREDIT-EXPOSURE
           MOVE 'N' TO END-OF-ORDER-LINES
           MOVE CUSTOMER-ID TO ORD-CUSTOMER-ID
           START ORDER-FILE KEY IS = ORD-CUSTOMER-ID
               INVALID KEY
                   SET NO-MORE-ORDER-LINES TO TRUE
           END-START
           PERFORM ADD-NEXT-CUSTOMER-LINE UNTIL NO-MORE-ORDER-LINES.

       ADD-NEXT-CUSTOMER-LINE.
           READ ORDER-FILE NEXT RECORD
               AT END
                   SET NO-MORE-ORDER-LINES TO TRUE
               NOT AT END
                   IF ORD-CUSTOMER-ID NOT = CUSTOMER-ID
                       SET NO-MORE-ORDER-LINES TO TRUE
                   ELSE
                       IF ORD-LINE-OPEN
                           COMPUTE CREDIT-EXPOSURE = CREDIT-EXPOSURE
                               + (ORD-QTY-ALLOCATED
                                  + ORD-QTY-BACKORDERED)
                               * ORD-UNIT-PRICE
                       END-IF
                   END-IF
           END-READ.

       ENTER-ONE-ORDER-LINE.
           DISPLAY "Line " NEXT-ORDER-LINE " Product ID: "
               WITH NO ADVANCING
           ACCEPT TEMP-PROD-ID
           IF TEMP-PROD-ID = SPACES
               SET LINE-ENTRY-DONE TO TRUE
           ELSE
               MOVE TEMP-PROD-ID TO PROD-ID
               READ PRODUCT-MASTER KEY IS PROD-ID
               IF PRODUCT-FILE-STATUS NOT = "00"
                   SET WARNINGS-OCCURRED TO TRUE
                   DISPLAY "ERROR: Product not found - line skipped"
               ELSE
                   DISPLAY "  " PROD-DESCRIPTION
                   DISPLAY "  Quantity: " WITH NO ADVANCING
                   ACCEPT TEMP-QUANTITY
                   PERFORM LOOK-UP-EFFECTIVE-PRICE
                   PERFORM RESOLVE-EXPECTED-PRICE
                   DISPLAY "  Price: " PRQ-EXPECTED-PRICE
                       " (" PRQ-PRICE-RULE ")"
                   DISPLAY "  Unit Price (0 = price shown): "
                       WITH NO ADVANCING
                   ACCEPT TEMP-UNIT-PRICE
                   IF TEMP-UNIT-PRICE > 0
                       MOVE TEMP-UNIT-PRICE TO LINE-UNIT-PRICE
                   ELSE
                       MOVE PRQ-EXPECTED-PRICE TO LINE-UNIT-PRICE
                   END-IF
                   COMPUTE LINE-VALUE =
                       TEMP-QUANTITY * LINE-UNIT-PRICE
                   COMPUTE EXPOSURE-AFTER-LINE =
                       CREDIT-EXPOSURE + LINE-VALUE
                   EVALUATE TRUE
                       WHEN TEMP-QUANTITY NOT > 0
                           SET WARNINGS-OCCURRED TO TRUE
                           DISPLAY "ERROR: quantity must be greater "
                               "than zero - line skipped"
                       WHEN LINE-UNIT-PRICE NOT > 0
                           SET WARNINGS-OCCURRED TO TRUE
                           DISPLAY "ERROR: no price in force - key "
                               "a unit price - line skipped"
                       WHEN EXPOSURE-AFTER-LINE
                           > CUSTOMER-CREDIT-LIMIT
                           SET WARNINGS-OCCURRED TO TRUE
                           MOVE EXPOSURE-AFTER-LINE
                               TO EXPOSURE-DISPLAY
                           DISPLAY "ERROR: line would take exposure "
                               "to " EXPOSURE-DISPLAY
                               " - over credit limit - line skipped"
                       WHEN OTHER
                           PERFORM ALLOCATE-ORDER-LINE
                           PERFORM WRITE-NEW-ORDER-LINE
                   END-EVALUATE
               END-IF
           END-IF.

       ALLOCATE-ORDER-LINE.
           PERFORM TOTAL-COMMITTED-STOCK
           COMPUTE QTY-AVAILABLE = PROD-QTY-ON-HAND - QTY-COMMITTED
           IF QTY-AVAILABLE NOT > 0
               MOVE ZERO TO QTY-TO-ALLOCATE
           ELSE
               IF QTY-AVAILABLE < TEMP-QUANTITY
                   MOVE QTY-AVAILABLE TO QTY-TO-ALLOCATE
               ELSE
                   MOVE TEMP-QUANTITY TO QTY-TO-ALLOCATE
               END-IF
           END-IF.

       TOTAL-COMMITTED-STOCK.
           MOVE ZERO TO QTY-COMMITTED
           MOVE 'N' TO END-OF-ORDER-LINES
           MOVE TEMP-PROD-ID TO ORD-PROD-ID
           MOVE ZERO TO ORD-ORDER-DATE
           START ORDER-FILE KEY IS >= ORD-ALLOCATION-KEY
               INVALID KEY
                   SET NO-MORE-ORDER-LINES TO TRUE
           END-START
           PERFORM ADD-NEXT-PRODUCT-LINE UNTIL NO-MORE-ORDER-LINES.

       ADD-NEXT-PRODUCT-LINE.
           READ ORDER-FILE NEXT RECORD
               AT END
                   SET NO-MORE-ORDER-LINES TO TRUE
               NOT AT END
                   IF ORD-PROD-ID NOT = TEMP-PROD-ID
                       SET NO-MORE-ORDER-LINES TO TRUE
                   ELSE
                       IF ORD-LINE-OPEN
                           ADD ORD-QTY-ALLOCATED ORD-QTY-BACKORDERED
                               TO QTY-COMMITTED
                       END-IF
                   END-IF
           END-READ.

       WRITE-NEW-ORDER-LINE.
           MOVE NEW-ORDER-NUMBER TO ORD-NUMBER
           MOVE NEXT-ORDER-LINE TO ORD-LINE
           MOVE TEMP-PROD-ID TO ORD-PROD-ID
           MOVE TODAY-YYYYMMDD TO ORD-ORDER-DATE
           MOVE CUSTOMER-ID TO ORD-CUSTOMER-ID
           MOVE TEMP-SALESPERSON TO ORD-SALESPERSON
           MOVE LINE-UNIT-PRICE TO ORD-UNIT-PRICE
           MOVE TEMP-QUANTITY TO ORD-QTY-ORDERED
           MOVE QTY-TO-ALLOCATE TO ORD-QTY-ALLOCATED
           COMPUTE ORD-QTY-BACKORDERED =
               TEMP-QUANTITY - QTY-TO-ALLOCATE
           MOVE ZERO TO ORD-QTY-SHIPPED
           MOVE ZERO TO ORD-LAST-SHIP-DATE
           MOVE OPERATOR-ID TO ORD-ENTERED-BY
           SET ORD-LINE-OPEN TO TRUE
           WRITE ORDER-RECORD
           IF FILE-OK
               ADD 1 TO ORDER-LINES-WRITTEN
               MOVE EXPOSURE-AFTER-LINE TO CREDIT-EXPOSURE
               DISPLAY "  Allocated: " ORD-QTY-ALLOCATED
                   "  Backordered: " ORD-QTY-BACKORDERED
               IF NEXT-ORDER-LINE = 999
                   DISPLAY "Order is full at 999 lines"
                   SET LINE-ENTRY-DONE TO TRUE
               ELSE
                   ADD 1 TO NEXT-ORDER-LINE
               END-IF
           ELSE
               SET WARNINGS-OCCURRED TO TRUE
               DISPLAY "ERROR: Failed to write order line"
               DISPLAY "File Status: " FILE-STATUS
           END-IF.

      * The price in force is the price row with the latest
      * effective date on or before today; the master list price
      * covers products with no rows yet.
       RESOLVE-EXPECTED-PRICE.
           SET PRQ-RESOLVE TO TRUE
           MOVE CUSTOMER-ID TO PRQ-CUSTOMER-ID
           MOVE PROD-ID TO PRQ-PROD-ID
           MOVE PROD-CATEGORY TO PRQ-CATEGORY
           MOVE TEMP-QUANTITY TO PRQ-QUANTITY
           MOVE TODAY-YYYYMMDD TO PRQ-PRICE-DATE
           MOVE EFFECTIVE-PRICE TO PRQ-LIST-PRICE
           CALL "PRICE-RESOLVER" USING PRICE-REQUEST.

       LOOK-UP-EFFECTIVE-PRICE.
           MOVE PROD-LIST-PRICE TO EFFECTIVE-PRICE
           IF PRICE-LIST-ACTIVE
               MOVE 'N' TO END-OF-PRICE-ROWS
               MOVE TEMP-PROD-ID TO PPR-PROD-ID
               MOVE ZERO TO PPR-EFFECTIVE-DATE
               START PRODUCT-PRICE-FILE KEY IS >= PPR-KEY
                   INVALID KEY
                       SET NO-MORE-PRICE-ROWS TO TRUE
               END-START
               PERFORM SCAN-NEXT-PRICE-ROW UNTIL NO-MORE-PRICE-ROWS
           END-IF.

       SCAN-NEXT-PRICE-ROW.
           READ PRODUCT-PRICE-FILE NEXT RECORD
               AT END
                   SET NO-MORE-PRICE-ROWS TO TRUE
               NOT AT END
                   IF PPR-PROD-ID NOT = TEMP-PROD-ID
                       OR PPR-EFFECTIVE-DATE > TODAY-YYYYMMDD
                       SET NO-MORE-PRICE-ROWS TO TRUE
                   ELSE
                       MOVE PPR-PRICE TO EFFECTIVE-PRICE
                   END-IF
           END-READ.

      * Cancelling drops whatever is still allocated or on backorder;
      * a line with shipments against it completes at the shipped
      * quantity instead, so the history of what went out survives.
      * Line zero cancels every open line on the order.
       CANCEL-SALES-ORDER.
           DISPLAY "--- CANCEL ORDER OR ORDER LINE ---"
           DISPLAY "Enter Order Number: " WITH NO ADVANCING
           ACCEPT SEARCH-ORDER-NUMBER
           DISPLAY "Enter Line Number (0 = whole order): "
               WITH NO ADVANCING
           ACCEPT SEARCH-ORDER-LINE
           DISPLAY "Are you sure? (Y/N): " WITH NO ADVANCING
           ACCEPT CONTINUE-FLAG

           IF CONTINUE-FLAG = 'Y' OR CONTINUE-FLAG = 'y'
               MOVE ZERO TO CANCELLED-COUNT
               MOVE 'N' TO END-OF-ORDER-LINES
               MOVE SEARCH-ORDER-NUMBER TO ORD-NUMBER
               MOVE SEARCH-ORDER-LINE TO ORD-LINE
               START ORDER-FILE KEY IS >= ORD-KEY
                   INVALID KEY
                       SET NO-MORE-ORDER-LINES TO TRUE
               END-START
               PERFORM CANCEL-NEXT-ORDER-LINE
                   UNTIL NO-MORE-ORDER-LINES
               IF CANCELLED-COUNT = 0
                   SET WARNINGS-OCCURRED TO TRUE
                   DISPLAY "ERROR: no open order line found to "
                       "cancel"
               ELSE
                   DISPLAY "SUCCESS: " CANCELLED-COUNT
                       " order line(s) cancelled"
               END-IF
           ELSE
               DISPLAY "Cancel operation cancelled"
           END-IF.

       CANCEL-NEXT-ORDER-LINE.
           READ ORDER-FILE NEXT RECORD
               AT END
                   SET NO-MORE-ORDER-LINES TO TRUE
               NOT AT END
                   IF ORD-NUMBER NOT = SEARCH-ORDER-NUMBER
                       OR (SEARCH-ORDER-LINE > 0
                           AND ORD-LINE NOT = SEARCH-ORDER-LINE)
                       SET NO-MORE-ORDER-LINES TO TRUE
                   ELSE
                       IF ORD-LINE-OPEN
                           PERFORM CANCEL-ONE-ORDER-LINE
                       END-IF
                   END-IF
           END-READ.

       CANCEL-ONE-ORDER-LINE.
           MOVE ZERO TO ORD-QTY-ALLOCATED
           MOVE ZERO TO ORD-QTY-BACKORDERED
           IF ORD-QTY-SHIPPED > 0
               MOVE ORD-QTY-SHIPPED TO ORD-QTY-ORDERED
               SET ORD-LINE-COMPLETE TO TRUE
           ELSE
               SET ORD-LINE-CANCELLED TO TRUE
           END-IF
           REWRITE ORDER-RECORD
           IF FILE-OK
               ADD 1 TO CANCELLED-COUNT
           ELSE
               SET WARNINGS-OCCURRED TO TRUE
               DISPLAY "ERROR: Failed to cancel line "
                   ORD-LINE " status " FILE-STATUS
           END-IF.

       READ-SALES-ORDER.
           DISPLAY "--- READ SALES ORDER ---"
           DISPLAY "Enter Order Number: " WITH NO ADVANCING
           ACCEPT SEARCH-ORDER-NUMBER

           PERFORM DISPLAY-ORDER-HEADINGS
           MOVE ZERO TO ORDER-LINE-COUNT
           MOVE 'N' TO END-OF-ORDER-LINES
           MOVE SEARCH-ORDER-NUMBER TO ORD-NUMBER
           MOVE ZERO TO ORD-LINE
           START ORDER-FILE KEY IS >= ORD-KEY
               INVALID KEY
                   SET NO-MORE-ORDER-LINES TO TRUE
           END-START
           PERFORM READ-NEXT-ORDER-LINE UNTIL NO-MORE-ORDER-LINES
           IF ORDER-LINE-COUNT = 0
               SET WARNINGS-OCCURRED TO TRUE
               DISPLAY "ERROR: Order not found"
           END-IF.

       READ-NEXT-ORDER-LINE.
           READ ORDER-FILE NEXT RECORD
               AT END
                   SET NO-MORE-ORDER-LINES TO TRUE
               NOT AT END
                   IF ORD-NUMBER NOT = SEARCH-ORDER-NUMBER
                       SET NO-MORE-ORDER-LINES TO TRUE
                   ELSE
                       ADD 1 TO ORDER-LINE-COUNT
                       PERFORM DISPLAY-ONE-ORDER-LINE
                   END-IF
           END-READ.

      * Zero customer or blank product matches any.
       LIST-OPEN-ORDER-LINES.
           DISPLAY "--- OPEN ORDER LINES ---"
           DISPLAY "Enter Customer ID (0 = any): " WITH NO ADVANCING
           ACCEPT SEARCH-CUSTOMER-ID
           DISPLAY "Enter Product ID (blank = any): "
               WITH NO ADVANCING
           ACCEPT SEARCH-PROD-ID

           PERFORM DISPLAY-ORDER-HEADINGS
           MOVE ZERO TO ORDER-LINE-COUNT
           MOVE 'N' TO END-OF-ORDER-LINES
           MOVE LOW-VALUES TO ORD-KEY
           START ORDER-FILE KEY IS >= ORD-KEY
               INVALID KEY
                   SET NO-MORE-ORDER-LINES TO TRUE
           END-START
           PERFORM SCAN-OPEN-ORDER-LINE UNTIL NO-MORE-ORDER-LINES
           IF ORDER-LINE-COUNT = 0
               DISPLAY "No open order lines match"
           END-IF.

       SCAN-OPEN-ORDER-LINE.
           READ ORDER-FILE NEXT RECORD
               AT END
                   SET NO-MORE-ORDER-LINES TO TRUE
               NOT AT END
                   IF ORD-LINE-OPEN
                       AND (SEARCH-CUSTOMER-ID = ZERO
                           OR ORD-CUSTOMER-ID = SEARCH-CUSTOMER-ID)
                       AND (SEARCH-PROD-ID = SPACES
                           OR ORD-PROD-ID = SEARCH-PROD-ID)
                       ADD 1 TO ORDER-LINE-COUNT
                       PERFORM DISPLAY-ONE-ORDER-LINE
                   END-IF
           END-READ.

       DISPLAY-ORDER-HEADINGS.
           DISPLAY "ORDER/LINE   | CUST   | PRODUCT    | ORDERED |"
               "   ALLOC | BACKORD | SHIPPED |     PRICE | S"
           DISPLAY "-------------|--------|------------|---------|"
               "---------|---------|---------|-----------|--".

       DISPLAY-ONE-ORDER-LINE.
           MOVE ORD-NUMBER TO OLD-ORDER-NUMBER
           MOVE ORD-LINE TO OLD-LINE
           MOVE ORD-CUSTOMER-ID TO OLD-CUSTOMER-ID
           MOVE ORD-PROD-ID TO OLD-PROD-ID
           MOVE ORD-QTY-ORDERED TO OLD-ORDERED
           MOVE ORD-QTY-ALLOCATED TO OLD-ALLOCATED
           MOVE ORD-QTY-BACKORDERED TO OLD-BACKORDERED
           MOVE ORD-QTY-SHIPPED TO OLD-SHIPPED
           MOVE ORD-UNIT-PRICE TO OLD-UNIT-PRICE
           MOVE ORD-STATUS TO OLD-STATUS
           DISPLAY ORDER-LINE-DISPLAY.

       READ-ORDER-NUMBER.
           OPEN INPUT ORDER-NUMBER-FILE
           IF NUMBER-FILE-STATUS = "00"
               READ ORDER-NUMBER-FILE
               IF NUMBER-FILE-STATUS = "00"
                   AND ORDER-NUMBER-RECORD NUMERIC
                   MOVE ORDER-NUMBER-RECORD TO LAST-ORDER-NUMBER
               END-IF
               CLOSE ORDER-NUMBER-FILE
           END-IF.

       SAVE-ORDER-NUMBER.
           OPEN OUTPUT ORDER-NUMBER-FILE
           IF NUMBER-FILE-STATUS = "00"
               MOVE LAST-ORDER-NUMBER TO ORDER-NUMBER-RECORD
               WRITE ORDER-NUMBER-RECORD
               CLOSE ORDER-NUMBER-FILE
           ELSE
               DISPLAY "WARNING: cannot save order number counter"
                   " (status " NUMBER-FILE-STATUS ")"
               SET WARNINGS-OCCURRED TO TRUE
           END-IF.

       CLEANUP.
           CLOSE ORDER-FILE
           CLOSE CUSTOMER-FILE
           CLOSE PRODUCT-MASTER
           CLOSE SECURITY-FILE
           IF PRICE-LIST-ACTIVE
               CLOSE PRODUCT-PRICE-FILE
           END-IF
           SET PRQ-CLOSE TO TRUE
           CALL "PRICE-RESOLVER" USING PRICE-REQUEST.

       DETERMINE-RETURN-CODE.
           IF PROGRAM-RETURN-CODE = 0 AND WARNINGS-OCCURRED
               MOVE 4 TO PROGRAM-RETURN-CODE
           END-IF.

       END PROGRAM ORDER-ENTRY.
