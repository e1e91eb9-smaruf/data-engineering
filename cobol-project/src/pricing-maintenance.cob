       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICING-MAINTENANCE.
       AUTHOR. MUHAMMAD SHAMSUL MARUF.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * CONTRACT PRICING AND QUANTITY-BREAK MAINTENANCE               *
      * Interactive upkeep, in PO-MAINTENANCE's menu style, of the    *
      * two files PRICE-RESOLVER prices sales from:                   *
      *   contract-prices.dat - a customer's negotiated price on a    *
      *     product, or percentage off list on a whole category,      *
      *     each with an effective date and an optional expiry;       *
      *   quantity-breaks.dat - tier prices on a product by minimum   *
      *     quantity, open to any customer without a contract.        *
      * A changed contract is keyed as a new effective date, so the   *
      * old terms stay on file for the sales they priced; ending an   *
      * agreement stamps its expiry date rather than deleting it.     *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRACT-PRICE-FILE
               ASSIGN TO "../data/output/contract-prices.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGR-KEY
               FILE STATUS IS FILE-STATUS.

           SELECT QUANTITY-BREAK-FILE
               ASSIGN TO "../data/output/quantity-breaks.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QBK-KEY
               FILE STATUS IS BREAK-FILE-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  CONTRACT-PRICE-FILE.
       01  CONTRACT-PRICE-RECORD.
           COPY "pricagr.cpy".

       FD  QUANTITY-BREAK-FILE.
       01  QUANTITY-BREAK-RECORD.
           COPY "qtybrk.cpy".

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           COPY "custrec.cpy".

       FD  PRODUCT-MASTER.
       01  PRODUCT-RECORD.
           COPY "prodrec.cpy".

       WORKING-STORAGE SECTION.
       01  FILE-STATUS             PIC XX.
           88  FILE-OK             VALUE "00".
           88  RECORD-NOT-FOUND    VALUE "23".
           88  DUPLICATE-KEY       VALUE "22".

       01  BREAK-FILE-STATUS       PIC XX.
       01  CUSTOMER-FILE-STATUS    PIC XX.
       01  PRODUCT-FILE-STATUS     PIC XX.

       01  PROGRAM-RETURN-CODE     PIC 9(3) VALUE ZERO.
       01  WARNING-FLAG            PIC X VALUE 'N'.
           88  WARNINGS-OCCURRED   VALUE 'Y'.

       01  USER-CHOICE             PIC 9.
           88  CHOICE-ADD-AGREEMENT    VALUE 1.
           88  CHOICE-END-AGREEMENT    VALUE 2.
           88  CHOICE-LIST-AGREEMENTS  VALUE 3.
           88  CHOICE-ADD-BREAK        VALUE 4.
           88  CHOICE-DELETE-BREAK     VALUE 5.
           88  CHOICE-LIST-BREAKS      VALUE 6.
           88  CHOICE-EXIT             VALUE 9.

       01  SEARCH-CUSTOMER-ID      PIC 9(6).
       01  SEARCH-PROD-ID          PIC X(10).
       01  TODAY-YYYYMMDD          PIC 9(8).

       01  TEMP-AGREEMENT.
           05  TEMP-SCOPE          PIC X(1).
               88  TEMP-SCOPE-VALID    VALUE "P" "C".
               88  TEMP-FOR-PRODUCT    VALUE "P".
           05  TEMP-ITEM           PIC X(15).
           05  TEMP-EFFECTIVE-DATE PIC 9(8).
           05  TEMP-EXPIRY-DATE    PIC 9(8).
           05  TEMP-PRICE          PIC 9(5)V99.
           05  TEMP-DISCOUNT-PCT   PIC 9(2)V99.
       01  TEMP-MIN-QTY            PIC 9(6).
       01  TEMP-OPERATOR           PIC X(8).
       01  CONFIRM-FLAG            PIC X.

       01  ITEM-SWITCH             PIC X.
           88  ITEM-IS-VALID       VALUE 'Y'.

       01  END-OF-AGREEMENTS       PIC X.
           88  NO-MORE-AGREEMENTS  VALUE 'Y'.
       01  END-OF-TIERS            PIC X.
           88  NO-MORE-TIERS       VALUE 'Y'.
       01  LISTED-COUNT            PIC 9(4).

       01  AGREEMENT-DISPLAY.
           05  AGD-SCOPE           PIC X(1).
           05  FILLER              PIC X(3) VALUE " | ".
           05  AGD-ITEM            PIC X(15).
           05  FILLER              PIC X(3) VALUE " | ".
           05  AGD-EFFECTIVE-DATE  PIC 9(8).
           05  FILLER              PIC X(3) VALUE " | ".
           05  AGD-EXPIRY-DATE     PIC X(8).
           05  FILLER              PIC X(3) VALUE " | ".
           05  AGD-PRICE           PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(3) VALUE " | ".
           05  AGD-DISCOUNT-PCT    PIC Z9.99.
           05  FILLER              PIC X(3) VALUE " | ".
           05  AGD-ENTERED-BY      PIC X(8).

       01  BREAK-DISPLAY.
           05  BKD-MIN-QTY         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(3) VALUE " | ".
           05  BKD-PRICE           PIC ZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-DATABASE
           PERFORM PROCESS-MENU UNTIL CHOICE-EXIT
           PERFORM CLEANUP
           PERFORM DETERMINE-RETURN-CODE
           MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       INITIALIZE-DATABASE.
           ACCEPT TODAY-YYYYMMDD FROM DATE YYYYMMDD
           OPEN I-O CONTRACT-PRICE-FILE

           IF FILE-STATUS = "35"
               CLOSE CONTRACT-PRICE-FILE
               OPEN OUTPUT CONTRACT-PRICE-FILE
               CLOSE CONTRACT-PRICE-FILE
               OPEN I-O CONTRACT-PRICE-FILE
           END-IF

           IF NOT FILE-OK
               DISPLAY "ERROR: Cannot initialize contract price file"
               DISPLAY "File Status: " FILE-STATUS
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O QUANTITY-BREAK-FILE

           IF BREAK-FILE-STATUS = "35"
               CLOSE QUANTITY-BREAK-FILE
               OPEN OUTPUT QUANTITY-BREAK-FILE
               CLOSE QUANTITY-BREAK-FILE
               OPEN I-O QUANTITY-BREAK-FILE
           END-IF

           IF BREAK-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot initialize quantity break file"
               DISPLAY "File Status: " BREAK-FILE-STATUS
               CLOSE CONTRACT-PRICE-FILE
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF CUSTOMER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open customer file"
               DISPLAY "File Status: " CUSTOMER-FILE-STATUS
               CLOSE CONTRACT-PRICE-FILE
               CLOSE QUANTITY-BREAK-FILE
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT PRODUCT-MASTER
           IF PRODUCT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open product master"
               DISPLAY "File Status: " PRODUCT-FILE-STATUS
               CLOSE CONTRACT-PRICE-FILE
               CLOSE QUANTITY-BREAK-FILE
               CLOSE CUSTOMER-FILE
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

       PROCESS-MENU.
           PERFORM DISPLAY-MENU
           ACCEPT USER-CHOICE

           EVALUATE TRUE
               WHEN CHOICE-ADD-AGREEMENT
                   PERFORM ADD-AGREEMENT
               WHEN CHOICE-END-AGREEMENT
                   PERFORM END-AGREEMENT
               WHEN CHOICE-LIST-AGREEMENTS
                   PERFORM LIST-CUSTOMER-AGREEMENTS
               WHEN CHOICE-ADD-BREAK
                   PERFORM ADD-QUANTITY-BREAK
               WHEN CHOICE-DELETE-BREAK
                   PERFORM DELETE-QUANTITY-BREAK
               WHEN CHOICE-LIST-BREAKS
                   PERFORM LIST-PRODUCT-BREAKS
               WHEN CHOICE-EXIT
                   DISPLAY "Exiting program..."
               WHEN OTHER
                   DISPLAY "Invalid choice. Please try again."
           END-EVALUATE

           DISPLAY " ".

       DISPLAY-MENU.
           DISPLAY " "
           DISPLAY "====== CONTRACT PRICING MAINTENANCE ======"
           DISPLAY "1. Add or Change Contract Agreement"
           DISPLAY "2. End Contract Agreement"
           DISPLAY "3. List Agreements for a Customer"
           DISPLAY "4. Add or Change Quantity Break"
           DISPLAY "5. Delete Quantity Break"
           DISPLAY "6. List Quantity Breaks for a Product"
           DISPLAY "9. Exit"
           DISPLAY "=========================================="
           DISPLAY "Enter your choice: " WITH NO ADVANCING.

      * An agreement keyed with an effective date already on file
      * replaces those terms; any other date adds a new row, so a
      * renegotiated price is entered with the date it starts.
       ADD-AGREEMENT.
           DISPLAY "--- ADD OR CHANGE CONTRACT AGREEMENT ---"
           DISPLAY "Enter Customer ID: " WITH NO ADVANCING
           ACCEPT SEARCH-CUSTOMER-ID

           MOVE SEARCH-CUSTOMER-ID TO CUSTOMER-ID
           READ CUSTOMER-FILE KEY IS CUSTOMER-ID
           IF CUSTOMER-FILE-STATUS NOT = "00"
               SET WARNINGS-OCCURRED TO TRUE
               DISPLAY "ERROR: Customer not found"
           ELSE
               DISPLAY "Customer: " CUSTOMER-NAME
               INITIALIZE TEMP-AGREEMENT
               DISPLAY "Scope (P = product, C = category): "
                   WITH NO ADVANCING
               ACCEPT TEMP-SCOPE
               DISPLAY "Product ID or Category: " WITH NO ADVANCING
               ACCEPT TEMP-ITEM
               DISPLAY "Effective Date (YYYYMMDD, 0 = today): "
                   WITH NO ADVANCING
               ACCEPT TEMP-EFFECTIVE-DATE
               DISPLAY "Expiry Date (YYYYMMDD, 0 = open-ended): "
                   WITH NO ADVANCING
               ACCEPT TEMP-EXPIRY-DATE
               DISPLAY "Contract Price (0 = use discount): "
                   WITH NO ADVANCING
               ACCEPT TEMP-PRICE
               DISPLAY "Discount % off list (nn.nn): "
                   WITH NO ADVANCING
               ACCEPT TEMP-DISCOUNT-PCT
               DISPLAY "Enter Operator ID: " WITH NO ADVANCING
               ACCEPT TEMP-OPERATOR
               IF TEMP-EFFECTIVE-DATE = 0
                   MOVE TODAY-YYYYMMDD TO TEMP-EFFECTIVE-DATE
               END-IF
               PERFORM VALIDATE-AGREEMENT-ITEM
               EVALUATE TRUE
                   WHEN NOT TEMP-SCOPE-VALID
                       SET WARNINGS-OCCURRED TO TRUE
                       DISPLAY "ERROR: scope must be P or C"
                   WHEN NOT ITEM-IS-VALID
                       SET WARNINGS-OCCURRED TO TRUE
                       DISPLAY "ERROR: product not on the product "
                           "master"
                   WHEN TEMP-PRICE = 0 AND TEMP-DISCOUNT-PCT = 0
                       SET WARNINGS-OCCURRED TO TRUE
                       DISPLAY "ERROR: key a contract price or a "
                           "discount percentage"
                   WHEN TEMP-EXPIRY-DATE > 0
                       AND TEMP-EXPIRY-DATE < TEMP-EFFECTIVE-DATE
                       SET WARNINGS-OCCURRED TO TRUE
                       DISPLAY "ERROR: expiry date is before the "
                           "effective date"
                   WHEN OTHER
                       PERFORM STORE-AGREEMENT
               END-EVALUATE
           END-IF.

       VALIDATE-AGREEMENT-ITEM.
           MOVE 'N' TO ITEM-SWITCH
           IF TEMP-ITEM NOT = SPACES
               IF TEMP-FOR-PRODUCT
                   MOVE TEMP-ITEM TO PROD-ID
                   READ PRODUCT-MASTER KEY IS PROD-ID
                   IF PRODUCT-FILE-STATUS = "00"
                       SET ITEM-IS-VALID TO TRUE
                   END-IF
               ELSE
                   SET ITEM-IS-VALID TO TRUE
               END-IF
           END-IF.

       STORE-AGREEMENT.
           MOVE SEARCH-CUSTOMER-ID TO AGR-CUSTOMER-ID
           MOVE TEMP-SCOPE TO AGR-SCOPE
           MOVE TEMP-ITEM TO AGR-ITEM
           MOVE TEMP-EFFECTIVE-DATE TO AGR-EFFECTIVE-DATE
           READ CONTRACT-PRICE-FILE KEY IS AGR-KEY
           MOVE TEMP-EXPIRY-DATE TO AGR-EXPIRY-DATE
           MOVE TEMP-PRICE TO AGR-PRICE
           MOVE TEMP-DISCOUNT-PCT TO AGR-DISCOUNT-PCT
           MOVE TEMP-OPERATOR TO AGR-ENTERED-BY
           MOVE TODAY-YYYYMMDD TO AGR-ENTERED-DATE

           IF FILE-OK
               REWRITE CONTRACT-PRICE-RECORD
           ELSE
               WRITE CONTRACT-PRICE-RECORD
           END-IF

           IF FILE-OK
               DISPLAY "SUCCESS: Agreement saved for customer "
                   AGR-CUSTOMER-ID " " AGR-SCOPE " " AGR-ITEM
                   " effective " AGR-EFFECTIVE-DATE
           ELSE
               SET WARNINGS-OCCURRED TO TRUE
               DISPLAY "ERROR: Could not save agreement - status "
                   FILE-STATUS
           END-IF.

       END-AGREEMENT.
           DISPLAY "--- END CONTRACT AGREEMENT ---"
           INITIALIZE TEMP-AGREEMENT
           DISPLAY "Enter Customer ID: " WITH NO ADVANCING
           ACCEPT SEARCH-CUSTOMER-ID
           DISPLAY "Scope (P = product, C = category): "
               WITH NO ADVANCING
           ACCEPT TEMP-SCOPE
           DISPLAY "Product ID or Category: " WITH NO ADVANCING
           ACCEPT TEMP-ITEM
           DISPLAY "Effective Date of the agreement: "
               WITH NO ADVANCING
           ACCEPT TEMP-EFFECTIVE-DATE

           MOVE SEARCH-CUSTOMER-ID TO AGR-CUSTOMER-ID
           MOVE TEMP-SCOPE TO AGR-SCOPE
           MOVE TEMP-ITEM TO AGR-ITEM
           MOVE TEMP-EFFECTIVE-DATE TO AGR-EFFECTIVE-DATE
           READ CONTRACT-PRICE-FILE KEY IS AGR-KEY

           IF NOT FILE-OK
               SET WARNINGS-OCCURRED TO TRUE
               DISPLAY "ERROR: Agreement not found"
           ELSE
               DISPLAY "Last day of the agreement (0 = today): "
                   WITH NO ADVANCING
               ACCEPT TEMP-EXPIRY-DATE
               IF TEMP-EXPIRY-DATE = 0
                   MOVE TODAY-YYYYMMDD TO TEMP-EXPIRY-DATE
               END-IF
               IF TEMP-EXPIRY-DATE < AGR-EFFECTIVE-DATE
                   SET WARNINGS-OCCURRED TO TRUE
                   DISPLAY "ERROR: expiry date is before the "
                       "effective date"
               ELSE
                   MOVE TEMP-EXPIRY-DATE TO AGR-EXPIRY-DATE
                   REWRITE CONTRACT-PRICE-RECORD
                   IF FILE-OK
                       DISPLAY "SUCCESS: Agreement ends "
                           AGR-EXPIRY-DATE
                   ELSE
                       SET WARNINGS-OCCURRED TO TRUE
                       DISPLAY "ERROR: Could not end agreement - "
                           "status " FILE-STATUS
                   END-IF
               END-IF
           END-IF.

       LIST-CUSTOMER-AGREEMENTS.
           DISPLAY "--- AGREEMENTS FOR A CUSTOMER ---"
           DISPLAY "Enter Customer ID: " WITH NO ADVANCING
           ACCEPT SEARCH-CUSTOMER-ID
           DISPLAY "S | ITEM            | EFFECT.  | EXPIRES  |"
               "     PRICE | DISC% | BY"
           MOVE ZERO TO LISTED-COUNT
           MOVE 'N' TO END-OF-AGREEMENTS
           MOVE SEARCH-CUSTOMER-ID TO AGR-CUSTOMER-ID
           MOVE SPACES TO AGR-SCOPE
           MOVE SPACES TO AGR-ITEM
           MOVE ZERO TO AGR-EFFECTIVE-DATE
           START CONTRACT-PRICE-FILE KEY IS >= AGR-KEY
               INVALID KEY
                   SET NO-MORE-AGREEMENTS TO TRUE
           END-START
           PERFORM LIST-NEXT-AGREEMENT UNTIL NO-MORE-AGREEMENTS
           IF LISTED-COUNT = 0
               DISPLAY "(no agreements on file)"
           END-IF.

       LIST-NEXT-AGREEMENT.
           READ CONTRACT-PRICE-FILE NEXT RECORD
               AT END
                   SET NO-MORE-AGREEMENTS TO TRUE
               NOT AT END
                   IF AGR-CUSTOMER-ID NOT = SEARCH-CUSTOMER-ID
                       SET NO-MORE-AGREEMENTS TO TRUE
                   ELSE
                       ADD 1 TO LISTED-COUNT
                       MOVE AGR-SCOPE TO AGD-SCOPE
                       MOVE AGR-ITEM TO AGD-ITEM
                       MOVE AGR-EFFECTIVE-DATE TO AGD-EFFECTIVE-DATE
                       IF AGR-EXPIRY-DATE = 0
                           MOVE "OPEN" TO AGD-EXPIRY-DATE
                       ELSE
                           MOVE AGR-EXPIRY-DATE TO AGD-EXPIRY-DATE
                       END-IF
                       MOVE AGR-PRICE TO AGD-PRICE
                       MOVE AGR-DISCOUNT-PCT TO AGD-DISCOUNT-PCT
                       MOVE AGR-ENTERED-BY TO AGD-ENTERED-BY
                       DISPLAY AGREEMENT-DISPLAY
                   END-IF
           END-READ.

       ADD-QUANTITY-BREAK.
           DISPLAY "--- ADD OR CHANGE QUANTITY BREAK ---"
           DISPLAY "Enter Product ID: " WITH NO ADVANCING
           ACCEPT SEARCH-PROD-ID
           MOVE SEARCH-PROD-ID TO PROD-ID
           READ PRODUCT-MASTER KEY IS PROD-ID

           IF PRODUCT-FILE-STATUS NOT = "00"
               SET WARNINGS-OCCURRED TO TRUE
               DISPLAY "ERROR: Product not found"
           ELSE
               DISPLAY PROD-DESCRIPTION "  List: " PROD-LIST-PRICE
               DISPLAY "Minimum Quantity: " WITH NO ADVANCING
               ACCEPT TEMP-MIN-QTY
               DISPLAY "Tier Unit Price: " WITH NO ADVANCING
               ACCEPT TEMP-PRICE
               EVALUATE TRUE
                   WHEN TEMP-MIN-QTY NOT > 0
                       SET WARNINGS-OCCURRED TO TRUE
                       DISPLAY "ERROR: minimum quantity must be "
                           "greater than zero"
                   WHEN TEMP-PRICE NOT > 0
                       SET WARNINGS-OCCURRED TO TRUE
                       DISPLAY "ERROR: tier price must be greater "
                           "than zero"
                   WHEN OTHER
                       PERFORM STORE-QUANTITY-BREAK
               END-EVALUATE
           END-IF.

       STORE-QUANTITY-BREAK.
           MOVE SEARCH-PROD-ID TO QBK-PROD-ID
           MOVE TEMP-MIN-QTY TO QBK-MIN-QTY
           READ QUANTITY-BREAK-FILE KEY IS QBK-KEY
           MOVE TEMP-PRICE TO QBK-PRICE

           IF BREAK-FILE-STATUS = "00"
               REWRITE QUANTITY-BREAK-RECORD
           ELSE
               WRITE QUANTITY-BREAK-RECORD
           END-IF

           IF BREAK-FILE-STATUS = "00"
               DISPLAY "SUCCESS: Break saved - " QBK-PROD-ID
                   " at " QBK-MIN-QTY " and over"
           ELSE
               SET WARNINGS-OCCURRED TO TRUE
               DISPLAY "ERROR: Could not save break - status "
                   BREAK-FILE-STATUS
           END-IF.

       DELETE-QUANTITY-BREAK.
           DISPLAY "--- DELETE QUANTITY BREAK ---"
           DISPLAY "Enter Product ID: " WITH NO ADVANCING
           ACCEPT SEARCH-PROD-ID
           DISPLAY "Minimum Quantity: " WITH NO ADVANCING
           ACCEPT TEMP-MIN-QTY

           MOVE SEARCH-PROD-ID TO QBK-PROD-ID
           MOVE TEMP-MIN-QTY TO QBK-MIN-QTY
           READ QUANTITY-BREAK-FILE KEY IS QBK-KEY

           IF BREAK-FILE-STATUS NOT = "00"
               SET WARNINGS-OCCURRED TO TRUE
               DISPLAY "ERROR: Quantity break not found"
           ELSE
               MOVE QBK-PRICE TO BKD-PRICE
               DISPLAY "Tier price " BKD-PRICE
               DISPLAY "Delete this break? (Y/N): " WITH NO ADVANCING
               ACCEPT CONFIRM-FLAG
               IF CONFIRM-FLAG = 'Y' OR CONFIRM-FLAG = 'y'
                   DELETE QUANTITY-BREAK-FILE RECORD
                   IF BREAK-FILE-STATUS = "00"
                       DISPLAY "SUCCESS: Quantity break deleted"
                   ELSE
                       SET WARNINGS-OCCURRED TO TRUE
                       DISPLAY "ERROR: Could not delete break - "
                           "status " BREAK-FILE-STATUS
                   END-IF
               ELSE
                   DISPLAY "Delete cancelled"
               END-IF
           END-IF.

       LIST-PRODUCT-BREAKS.
           DISPLAY "--- QUANTITY BREAKS FOR A PRODUCT ---"
           DISPLAY "Enter Product ID: " WITH NO ADVANCING
           ACCEPT SEARCH-PROD-ID
           DISPLAY "MIN QTY | TIER PRICE"
           MOVE ZERO TO LISTED-COUNT
           MOVE 'N' TO END-OF-TIERS
           MOVE SEARCH-PROD-ID TO QBK-PROD-ID
           MOVE ZERO TO QBK-MIN-QTY
           START QUANTITY-BREAK-FILE KEY IS >= QBK-KEY
               INVALID KEY
                   SET NO-MORE-TIERS TO TRUE
           END-START
           PERFORM LIST-NEXT-TIER UNTIL NO-MORE-TIERS
           IF LISTED-COUNT = 0
               DISPLAY "(no quantity breaks on file)"
           END-IF.

       LIST-NEXT-TIER.
           READ QUANTITY-BREAK-FILE NEXT RECORD
               AT END
                   SET NO-MORE-TIERS TO TRUE
               NOT AT END
                   IF QBK-PROD-ID NOT = SEARCH-PROD-ID
                       SET NO-MORE-TIERS TO TRUE
                   ELSE
                       ADD 1 TO LISTED-COUNT
                       MOVE QBK-MIN-QTY TO BKD-MIN-QTY
                       MOVE QBK-PRICE TO BKD-PRICE
                       DISPLAY BREAK-DISPLAY
                   END-IF
           END-READ.

       CLEANUP.
           CLOSE CONTRACT-PRICE-FILE
           CLOSE QUANTITY-BREAK-FILE
           CLOSE CUSTOMER-FILE
           CLOSE PRODUCT-MASTER.

       DETERMINE-RETURN-CODE.
           IF PROGRAM-RETURN-CODE = 0 AND WARNINGS-OCCURRED
               MOVE 4 TO PROGRAM-RETURN-CODE
           END-IF.

       END PROGRAM PRICING-MAINTENANCE.
