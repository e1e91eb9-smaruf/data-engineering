       IDENTIFICATION DIVISION.
       PROGRAM-ID. PO-MAINTENANCE.
       AUTHOR. MUHAMMAD SHAMSUL MARUF.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * VENDOR AND PURCHASE ORDER MAINTENANCE                         *
      * Interactive maintenance for the vendor master and the         *
      * purchase-order line file, mirroring PRODUCT-MAINTENANCE's     *
      * menu structure. Buyers add and update vendors, raise a PO     *
      * for a vendor with one line per product, change an open line's *
      * quantity, cost or expected date, and cancel a line or a whole *
      * PO. PO numbers come from a counter file the way invoice       *
      * numbers do, so STOCK-RECEIPTS has something to match the dock *
      * against and REORDER-REPORT can see what is already on order.  *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
               FILE STATUS IS FILE-STATUS.

           SELECT PRODUCT-MASTER
               ASSIGN TO "../data/output/product-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-ID
               FILE STATUS IS PRODUCT-FILE-STATUS.

           SELECT PO-NUMBER-FILE
               ASSIGN TO "../data/output/po-number-control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NUMBER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDOR-MASTER.
       01  VENDOR-RECORD.
           COPY "vendrec.cpy".

       FD  PURCHASE-ORDER-FILE.
       01  PURCHASE-ORDER-RECORD.
           COPY "porec.cpy".

       FD  PRODUCT-MASTER.
       01  PRODUCT-RECORD.
           COPY "prodrec.cpy".

       FD  PO-NUMBER-FILE.
       01  PO-NUMBER-RECORD            PIC 9(6).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS             PIC XX.
           88  FILE-OK             VALUE "00".
           88  RECORD-NOT-FOUND    VALUE "23".
           88  DUPLICATE-KEY       VALUE "22".

       01  VENDOR-FILE-STATUS      PIC XX.
           88  VENDOR-FILE-OK      VALUE "00".
           88  VENDOR-NOT-FOUND    VALUE "23".
           88  VENDOR-DUPLICATE    VALUE "22".
       01  PRODUCT-FILE-STATUS     PIC XX.
       01  NUMBER-FILE-STATUS      PIC XX.

       01  PROGRAM-RETURN-CODE     PIC 9(3) VALUE ZERO.
       01  WARNING-FLAG            PIC X VALUE 'N'.
           88  WARNINGS-OCCURRED   VALUE 'Y'.

       01  USER-CHOICE             PIC 9.
           88  CHOICE-ADD-VENDOR   VALUE 1.
           88  CHOICE-UPDATE-VENDOR VALUE 2.
           88  CHOICE-LIST-VENDORS VALUE 3.
           88  CHOICE-RAISE-PO     VALUE 4.
           88  CHOICE-CHANGE-LINE  VALUE 5.
           88  CHOICE-CANCEL-PO    VALUE 6.
           88  CHOICE-READ-PO      VALUE 7.
           88  CHOICE-LIST-OPEN    VALUE 8.
           88  CHOICE-EXIT         VALUE 9.

       01  SEARCH-VENDOR-ID        PIC X(6).
       01  SEARCH-PO-NUMBER        PIC X(8).
       01  SEARCH-PO-LINE          PIC 9(3).
       01  SEARCH-PROD-ID          PIC X(10).
       01  CONTINUE-FLAG           PIC X VALUE 'Y'.
       01  TODAY-YYYYMMDD          PIC 9(8).

       01  TEMP-VENDOR.
           05  TEMP-VEND-ID        PIC X(6).
           05  TEMP-VEND-NAME      PIC X(30).
           05  TEMP-ADDRESS-LINE-1 PIC X(30).
           05  TEMP-ADDRESS-LINE-2 PIC X(30).
           05  TEMP-CITY           PIC X(20).
           05  TEMP-STATE          PIC X(2).
           05  TEMP-POSTAL-CODE    PIC X(10).
           05  TEMP-PHONE          PIC X(15).
           05  TEMP-TERMS-DAYS     PIC 9(3).
           05  TEMP-ACTIVE-FLAG    PIC X(1).

       01  TEMP-PO-LINE.
           05  TEMP-PROD-ID        PIC X(10).
           05  TEMP-QUANTITY       PIC 9(7).
           05  TEMP-UNIT-COST      PIC 9(5)V99.
           05  TEMP-EXPECTED-DATE  PIC 9(8).
       01  TEMP-BUYER              PIC X(8).

      * PO numbers are "PO" plus the six-digit counter kept in
      * po-number-control.txt, read once at start-up and saved back
      * after each PO is raised.
       01  LAST-PO-NUMBER          PIC 9(6) VALUE ZERO.
       01  NEW-PO-NUMBER.
           05  FILLER              PIC X(2) VALUE "PO".
           05  NEW-PO-DIGITS       PIC 9(6).
       01  NEXT-PO-LINE            PIC 9(3).
       01  PO-LINES-WRITTEN        PIC 9(3).
       01  LINE-ENTRY-SWITCH       PIC X.
           88  LINE-ENTRY-DONE     VALUE 'Y'.

       01  END-OF-PO-LINES         PIC X.
           88  NO-MORE-PO-LINES    VALUE 'Y'.
       01  END-OF-VENDORS          PIC X.
           88  NO-MORE-VENDORS     VALUE 'Y'.
       01  PO-LINE-COUNT           PIC 9(4).
       01  CANCELLED-COUNT         PIC 9(4).

       01  PO-LINE-DISPLAY.
           05  PLD-PO-NUMBER       PIC X(8).
           05  FILLER              PIC X(1) VALUE "/".
           05  PLD-LINE            PIC 9(3).
           05  FILLER              PIC X(3) VALUE " | ".
           05  PLD-VENDOR-ID       PIC X(6).
           05  FILLER              PIC X(3) VALUE " | ".
           05  PLD-PROD-ID         PIC X(10).
           05  FILLER              PIC X(3) VALUE " | ".
           05  PLD-ORDERED         PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(3) VALUE " | ".
           05  PLD-RECEIVED        PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(3) VALUE " | ".
           05  PLD-UNIT-COST       PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(3) VALUE " | ".
           05  PLD-EXPECTED-DATE   PIC 9(8).
           05  FILLER              PIC X(3) VALUE " | ".
           05  PLD-STATUS          PIC X(1).

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
           OPEN I-O VENDOR-MASTER

           IF VENDOR-FILE-STATUS = "35"
               CLOSE VENDOR-MASTER
               OPEN OUTPUT VENDOR-MASTER
               CLOSE VENDOR-MASTER
               OPEN I-O VENDOR-MASTER
           END-IF

           IF NOT VENDOR-FILE-OK
               DISPLAY "ERROR: Cannot initialize vendor master"
               DISPLAY "File Status: " VENDOR-FILE-STATUS
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O PURCHASE-ORDER-FILE

           IF FILE-STATUS = "35"
               CLOSE PURCHASE-ORDER-FILE
               OPEN OUTPUT PURCHASE-ORDER-FILE
               CLOSE PURCHASE-ORDER-FILE
               OPEN I-O PURCHASE-ORDER-FILE
           END-IF

           IF NOT FILE-OK
               DISPLAY "ERROR: Cannot initialize purchase order file"
               DISPLAY "File Status: " FILE-STATUS
               CLOSE VENDOR-MASTER
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT PRODUCT-MASTER
           IF PRODUCT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open product master"
               DISPLAY "File Status: " PRODUCT-FILE-STATUS
               CLOSE VENDOR-MASTER
               CLOSE PURCHASE-ORDER-FILE
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM READ-PO-NUMBER.

       PROCESS-MENU.
           PERFORM DISPLAY-MENU
           ACCEPT USER-CHOICE

           EVALUATE TRUE
               WHEN CHOICE-ADD-VENDOR
                   PERFORM ADD-VENDOR
               WHEN CHOICE-UPDATE-VENDOR
                   PERFORM UPDATE-VENDOR
               WHEN CHOICE-LIST-VENDORS
                   PERFORM LIST-VENDORS
               WHEN CHOICE-RAISE-PO
                   PERFORM RAISE-PURCHASE-ORDER
               WHEN CHOICE-CHANGE-LINE
                   PERFORM CHANGE-PO-LINE
               WHEN CHOICE-CANCEL-PO
                   PERFORM CANCEL-PURCHASE-ORDER
               WHEN CHOICE-READ-PO
                   PERFORM READ-PURCHASE-ORDER
               WHEN CHOICE-LIST-OPEN
                   PERFORM LIST-OPEN-PO-LINES
               WHEN CHOICE-EXIT
                   DISPLAY "Exiting program..."
               WHEN OTHER
                   DISPLAY "Invalid choice. Please try again."
           END-EVALUATE

           DISPLAY " ".

       DISPLAY-MENU.
           DISPLAY " "
           DISPLAY "===== VENDOR AND PURCHASE ORDER SYSTEM ====="
           DISPLAY "1. Add Vendor"
           DISPLAY "2. Update Vendor"
           DISPLAY "3. List Vendors"
           DISPLAY "4. Raise Purchase Order"
           DISPLAY "5. Change PO Line"
           DISPLAY "6. Cancel PO or PO Line"
           DISPLAY "7. Read Purchase Order"
           DISPLAY "8. List Open PO Lines by Vendor/Product"
           DISPLAY "9. Exit"
           DISPLAY "============================================"
           DISPLAY "Enter your choice: " WITH NO ADVANCING.

       ADD-VENDOR.
           DISPLAY "--- ADD VENDOR ---"
           DISPLAY "Enter Vendor ID: " WITH NO ADVANCING
           ACCEPT TEMP-VEND-ID
           DISPLAY "Enter Vendor Name: " WITH NO ADVANCING
           ACCEPT TEMP-VEND-NAME
           DISPLAY "Enter Address Line 1: " WITH NO ADVANCING
           ACCEPT TEMP-ADDRESS-LINE-1
           DISPLAY "Enter Address Line 2: " WITH NO ADVANCING
           ACCEPT TEMP-ADDRESS-LINE-2
           DISPLAY "Enter City: " WITH NO ADVANCING
           ACCEPT TEMP-CITY
           DISPLAY "Enter State: " WITH NO ADVANCING
           ACCEPT TEMP-STATE
           DISPLAY "Enter Postal Code: " WITH NO ADVANCING
           ACCEPT TEMP-POSTAL-CODE
           DISPLAY "Enter Phone: " WITH NO ADVANCING
           ACCEPT TEMP-PHONE
           DISPLAY "Enter Payment Terms (days): " WITH NO ADVANCING
           ACCEPT TEMP-TERMS-DAYS

           EVALUATE TRUE
               WHEN TEMP-VEND-ID = SPACES
                   DISPLAY "ERROR: vendor ID required"
                   SET WARNINGS-OCCURRED TO TRUE
               WHEN TEMP-VEND-NAME = SPACES
                   DISPLAY "ERROR: vendor name required"
                   SET WARNINGS-OCCURRED TO TRUE
               WHEN OTHER
                   MOVE TEMP-VEND-ID TO VEND-ID
                   MOVE TEMP-VEND-NAME TO VEND-NAME
                   MOVE TEMP-ADDRESS-LINE-1 TO VEND-ADDRESS-LINE-1
                   MOVE TEMP-ADDRESS-LINE-2 TO VEND-ADDRESS-LINE-2
                   MOVE TEMP-CITY TO VEND-CITY
                   MOVE TEMP-STATE TO VEND-STATE
                   MOVE TEMP-POSTAL-CODE TO VEND-POSTAL-CODE
                   MOVE TEMP-PHONE TO VEND-PHONE
                   MOVE TEMP-TERMS-DAYS TO VEND-TERMS-DAYS
                   MOVE "Y" TO VEND-ACTIVE-FLAG
                   WRITE VENDOR-RECORD
                   IF VENDOR-FILE-OK
                       DISPLAY "SUCCESS: Vendor " VEND-ID " added"
                   ELSE
                       SET WARNINGS-OCCURRED TO TRUE
                       IF VENDOR-DUPLICATE
                           DISPLAY "ERROR: Vendor ID already exists"
                       ELSE
                           DISPLAY "ERROR: Failed to add vendor"
                           DISPLAY "File Status: " VENDOR-FILE-STATUS
                       END-IF
                   END-IF
           END-EVALUATE.

       UPDATE-VENDOR.
           DISPLAY "--- UPDATE VENDOR ---"
           DISPLAY "Enter Vendor ID to update: " WITH NO ADVANCING
           ACCEPT SEARCH-VENDOR-ID

           MOVE SEARCH-VENDOR-ID TO VEND-ID
           READ VENDOR-MASTER KEY IS VEND-ID

           IF VENDOR-FILE-OK
               DISPLAY "Current Name: " VEND-NAME
               DISPLAY "Enter New Name (or press Enter to keep): "
                   WITH NO ADVANCING
               ACCEPT TEMP-VEND-NAME
               IF TEMP-VEND-NAME NOT = SPACES
                   MOVE TEMP-VEND-NAME TO VEND-NAME
               END-IF

               DISPLAY "Current Address: " VEND-ADDRESS-LINE-1
               DISPLAY "Enter New Address Line 1 (or press Enter to "
                   "keep): " WITH NO ADVANCING
               ACCEPT TEMP-ADDRESS-LINE-1
               IF TEMP-ADDRESS-LINE-1 NOT = SPACES
                   MOVE TEMP-ADDRESS-LINE-1 TO VEND-ADDRESS-LINE-1
                   DISPLAY "Enter New Address Line 2: "
                       WITH NO ADVANCING
                   ACCEPT TEMP-ADDRESS-LINE-2
                   MOVE TEMP-ADDRESS-LINE-2 TO VEND-ADDRESS-LINE-2
                   DISPLAY "Enter New City: " WITH NO ADVANCING
                   ACCEPT TEMP-CITY
                   MOVE TEMP-CITY TO VEND-CITY
                   DISPLAY "Enter New State: " WITH NO ADVANCING
                   ACCEPT TEMP-STATE
                   MOVE TEMP-STATE TO VEND-STATE
                   DISPLAY "Enter New Postal Code: " WITH NO ADVANCING
                   ACCEPT TEMP-POSTAL-CODE
                   MOVE TEMP-POSTAL-CODE TO VEND-POSTAL-CODE
               END-IF

               DISPLAY "Current Phone: " VEND-PHONE
               DISPLAY "Enter New Phone (or press Enter to keep): "
                   WITH NO ADVANCING
               ACCEPT TEMP-PHONE
               IF TEMP-PHONE NOT = SPACES
                   MOVE TEMP-PHONE TO VEND-PHONE
               END-IF

               DISPLAY "Current Terms (days): " VEND-TERMS-DAYS
               DISPLAY "Enter New Terms (0 to keep): "
                   WITH NO ADVANCING
               ACCEPT TEMP-TERMS-DAYS
               IF TEMP-TERMS-DAYS > 0
                   MOVE TEMP-TERMS-DAYS TO VEND-TERMS-DAYS
               END-IF

      * An inactive vendor keeps its history but cannot have new
      * POs raised against it.
               DISPLAY "Current Active Flag: " VEND-ACTIVE-FLAG
               DISPLAY "Enter Active Flag Y/N (or press Enter to "
                   "keep): " WITH NO ADVANCING
               ACCEPT TEMP-ACTIVE-FLAG
               IF TEMP-ACTIVE-FLAG = "Y" OR TEMP-ACTIVE-FLAG = "N"
                   MOVE TEMP-ACTIVE-FLAG TO VEND-ACTIVE-FLAG
               END-IF

               REWRITE VENDOR-RECORD
               IF VENDOR-FILE-OK
                   DISPLAY "SUCCESS: Vendor updated successfully!"
               ELSE
                   SET WARNINGS-OCCURRED TO TRUE
                   DISPLAY "ERROR: Failed to update vendor"
                   DISPLAY "File Status: " VENDOR-FILE-STATUS
               END-IF
           ELSE
               SET WARNINGS-OCCURRED TO TRUE
               DISPLAY "ERROR: Vendor not found"
           END-IF.

       LIST-VENDORS.
           DISPLAY "--- ALL VENDORS ---"
           DISPLAY "ID     | NAME                           | TERMS | A"
           DISPLAY "-------|--------------------------------|-------|--"

           MOVE 'N' TO END-OF-VENDORS
           MOVE LOW-VALUES TO VEND-ID
           START VENDOR-MASTER KEY IS >= VEND-ID
               INVALID KEY
                   DISPLAY "No vendors found"
                   SET NO-MORE-VENDORS TO TRUE
           END-START
           PERFORM READ-NEXT-VENDOR UNTIL NO-MORE-VENDORS.

       READ-NEXT-VENDOR.
           READ VENDOR-MASTER NEXT RECORD
               AT END
                   SET NO-MORE-VENDORS TO TRUE
                   DISPLAY "--- End of List ---"
               NOT AT END
                   DISPLAY VEND-ID " | " VEND-NAME " | "
                       VEND-TERMS-DAYS "   | " VEND-ACTIVE-FLAG
           END-READ.

      * A PO is raised for one active vendor; lines are keyed one
      * product at a time until a blank product ID ends the entry.
      * The counter is saved only when at least one line was written,
      * so an abandoned PO does not burn a number.
       RAISE-PURCHASE-ORDER.
           DISPLAY "--- RAISE PURCHASE ORDER ---"
           DISPLAY "Enter Vendor ID: " WITH NO ADVANCING
           ACCEPT SEARCH-VENDOR-ID

           MOVE SEARCH-VENDOR-ID TO VEND-ID
           READ VENDOR-MASTER KEY IS VEND-ID

           EVALUATE TRUE
               WHEN NOT VENDOR-FILE-OK
                   SET WARNINGS-OCCURRED TO TRUE
                   DISPLAY "ERROR: Vendor not found"
               WHEN NOT VEND-IS-ACTIVE
                   SET WARNINGS-OCCURRED TO TRUE
                   DISPLAY "ERROR: Vendor " VEND-ID
                       " is inactive - no new POs"
               WHEN OTHER
                   DISPLAY "Vendor: " VEND-NAME
                   DISPLAY "Enter Buyer ID: " WITH NO ADVANCING
                   ACCEPT TEMP-BUYER
                   ADD 1 TO LAST-PO-NUMBER
                   MOVE LAST-PO-NUMBER TO NEW-PO-DIGITS
                   MOVE 1 TO NEXT-PO-LINE
                   MOVE ZERO TO PO-LINES-WRITTEN
                   MOVE 'N' TO LINE-ENTRY-SWITCH
                   DISPLAY "Raising PO " NEW-PO-NUMBER
                       " - press Enter at Product ID to finish"
                   PERFORM ENTER-ONE-PO-LINE UNTIL LINE-ENTRY-DONE
                   IF PO-LINES-WRITTEN > 0
                       PERFORM SAVE-PO-NUMBER
                       DISPLAY "SUCCESS: PO " NEW-PO-NUMBER
                           " raised with " PO-LINES-WRITTEN " line(s)"
                   ELSE
                       SUBTRACT 1 FROM LAST-PO-NUMBER
                       DISPLAY "No lines entered - PO not raised"
                   END-IF
           END-EVALUATE.

       ENTER-ONE-PO-LINE.
           DISPLAY "Line " NEXT-PO-LINE " Product ID: "
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
                   DISPLAY "  Unit Cost: " WITH NO ADVANCING
                   ACCEPT TEMP-UNIT-COST
                   DISPLAY "  Expected Date (YYYYMMDD): "
                       WITH NO ADVANCING
                   ACCEPT TEMP-EXPECTED-DATE
                   EVALUATE TRUE
                       WHEN TEMP-QUANTITY NOT > 0
                           SET WARNINGS-OCCURRED TO TRUE
                           DISPLAY "ERROR: quantity must be greater "
                               "than zero - line skipped"
                       WHEN TEMP-EXPECTED-DATE NOT NUMERIC
                           OR TEMP-EXPECTED-DATE < TODAY-YYYYMMDD
                           SET WARNINGS-OCCURRED TO TRUE
                           DISPLAY "ERROR: expected date must be "
                               "today or later - line skipped"
                       WHEN OTHER
                           PERFORM WRITE-NEW-PO-LINE
                   END-EVALUATE
               END-IF
           END-IF.

       WRITE-NEW-PO-LINE.
           MOVE NEW-PO-NUMBER TO PO-NUMBER
           MOVE NEXT-PO-LINE TO PO-LINE
           MOVE VEND-ID TO PO-VENDOR-ID
           MOVE TEMP-PROD-ID TO PO-PROD-ID
           MOVE TODAY-YYYYMMDD TO PO-ORDER-DATE
           MOVE TEMP-EXPECTED-DATE TO PO-EXPECTED-DATE
           MOVE TEMP-QUANTITY TO PO-QTY-ORDERED
           MOVE ZERO TO PO-QTY-RECEIVED
           MOVE ZERO TO PO-QTY-INVOICED
           MOVE TEMP-UNIT-COST TO PO-UNIT-COST
           MOVE TEMP-BUYER TO PO-BUYER
           SET PO-LINE-OPEN TO TRUE
           WRITE PURCHASE-ORDER-RECORD
           IF FILE-OK
               ADD 1 TO PO-LINES-WRITTEN
               IF NEXT-PO-LINE = 999
                   DISPLAY "PO is full at 999 lines"
                   SET LINE-ENTRY-DONE TO TRUE
               ELSE
                   ADD 1 TO NEXT-PO-LINE
               END-IF
           ELSE
               SET WARNINGS-OCCURRED TO TRUE
               DISPLAY "ERROR: Failed to write PO line"
               DISPLAY "File Status: " FILE-STATUS
           END-IF.

      * Only an open line can change, and never below what the dock
      * has already received against it.
       CHANGE-PO-LINE.
           DISPLAY "--- CHANGE PO LINE ---"
           DISPLAY "Enter PO Number: " WITH NO ADVANCING
           ACCEPT SEARCH-PO-NUMBER
           DISPLAY "Enter Line Number: " WITH NO ADVANCING
           ACCEPT SEARCH-PO-LINE

           MOVE SEARCH-PO-NUMBER TO PO-NUMBER
           MOVE SEARCH-PO-LINE TO PO-LINE
           READ PURCHASE-ORDER-FILE KEY IS PO-KEY

           EVALUATE TRUE
               WHEN NOT FILE-OK
                   SET WARNINGS-OCCURRED TO TRUE
                   DISPLAY "ERROR: PO line not found"
               WHEN NOT PO-LINE-OPEN
                   SET WARNINGS-OCCURRED TO TRUE
                   DISPLAY "ERROR: PO line is not open (status "
                       PO-STATUS ")"
               WHEN OTHER
                   PERFORM KEY-PO-LINE-CHANGES
           END-EVALUATE.

       KEY-PO-LINE-CHANGES.
           DISPLAY "Product: " PO-PROD-ID "  Received so far: "
               PO-QTY-RECEIVED
           DISPLAY "Current Quantity: " PO-QTY-ORDERED
           DISPLAY "Enter New Quantity (0 to keep): "
               WITH NO ADVANCING
           ACCEPT TEMP-QUANTITY
           IF TEMP-QUANTITY > 0
               IF TEMP-QUANTITY < PO-QTY-RECEIVED
                   SET WARNINGS-OCCURRED TO TRUE
                   DISPLAY "ERROR: quantity cannot go below the "
                       "received quantity - quantity unchanged"
               ELSE
                   MOVE TEMP-QUANTITY TO PO-QTY-ORDERED
               END-IF
           END-IF

           DISPLAY "Current Unit Cost: " PO-UNIT-COST
           DISPLAY "Enter New Unit Cost (0 to keep): "
               WITH NO ADVANCING
           ACCEPT TEMP-UNIT-COST
           IF TEMP-UNIT-COST > 0
               MOVE TEMP-UNIT-COST TO PO-UNIT-COST
           END-IF

           DISPLAY "Current Expected Date: " PO-EXPECTED-DATE
           DISPLAY "Enter New Expected Date (0 to keep): "
               WITH NO ADVANCING
           ACCEPT TEMP-EXPECTED-DATE
           IF TEMP-EXPECTED-DATE NUMERIC
               AND TEMP-EXPECTED-DATE > 0
               MOVE TEMP-EXPECTED-DATE TO PO-EXPECTED-DATE
           END-IF

      * Cutting the quantity back to what has arrived completes the
      * line.
           IF PO-QTY-RECEIVED NOT < PO-QTY-ORDERED
               SET PO-LINE-CLOSED TO TRUE
           END-IF

           REWRITE PURCHASE-ORDER-RECORD
           IF FILE-OK
               DISPLAY "SUCCESS: PO line updated successfully!"
           ELSE
               SET WARNINGS-OCCURRED TO TRUE
               DISPLAY "ERROR: Failed to update PO line"
               DISPLAY "File Status: " FILE-STATUS
           END-IF.

      * Line zero cancels every open line on the PO; closed lines
      * stay closed, since their stock is already on the shelf.
       CANCEL-PURCHASE-ORDER.
           DISPLAY "--- CANCEL PO OR PO LINE ---"
           DISPLAY "Enter PO Number: " WITH NO ADVANCING
           ACCEPT SEARCH-PO-NUMBER
           DISPLAY "Enter Line Number (0 = whole PO): "
               WITH NO ADVANCING
           ACCEPT SEARCH-PO-LINE
           DISPLAY "Are you sure? (Y/N): " WITH NO ADVANCING
           ACCEPT CONTINUE-FLAG

           IF CONTINUE-FLAG = 'Y' OR CONTINUE-FLAG = 'y'
               MOVE ZERO TO CANCELLED-COUNT
               MOVE 'N' TO END-OF-PO-LINES
               MOVE SEARCH-PO-NUMBER TO PO-NUMBER
               MOVE SEARCH-PO-LINE TO PO-LINE
               START PURCHASE-ORDER-FILE KEY IS >= PO-KEY
                   INVALID KEY
                       SET NO-MORE-PO-LINES TO TRUE
               END-START
               PERFORM CANCEL-NEXT-PO-LINE UNTIL NO-MORE-PO-LINES
               IF CANCELLED-COUNT = 0
                   SET WARNINGS-OCCURRED TO TRUE
                   DISPLAY "ERROR: no open PO line found to cancel"
               ELSE
                   DISPLAY "SUCCESS: " CANCELLED-COUNT
                       " PO line(s) cancelled"
               END-IF
           ELSE
               DISPLAY "Cancel operation cancelled"
           END-IF.

       CANCEL-NEXT-PO-LINE.
           READ PURCHASE-ORDER-FILE NEXT RECORD
               AT END
                   SET NO-MORE-PO-LINES TO TRUE
               NOT AT END
                   IF PO-NUMBER NOT = SEARCH-PO-NUMBER
                       OR (SEARCH-PO-LINE > 0
                           AND PO-LINE NOT = SEARCH-PO-LINE)
                       SET NO-MORE-PO-LINES TO TRUE
                   ELSE
                       IF PO-LINE-OPEN
                           SET PO-LINE-CANCELLED TO TRUE
                           REWRITE PURCHASE-ORDER-RECORD
                           IF FILE-OK
                               ADD 1 TO CANCELLED-COUNT
                           ELSE
                               SET WARNINGS-OCCURRED TO TRUE
                               DISPLAY "ERROR: Failed to cancel line "
                                   PO-LINE " status " FILE-STATUS
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       READ-PURCHASE-ORDER.
           DISPLAY "--- READ PURCHASE ORDER ---"
           DISPLAY "Enter PO Number: " WITH NO ADVANCING
           ACCEPT SEARCH-PO-NUMBER

           PERFORM DISPLAY-PO-HEADINGS
           MOVE ZERO TO PO-LINE-COUNT
           MOVE 'N' TO END-OF-PO-LINES
           MOVE SEARCH-PO-NUMBER TO PO-NUMBER
           MOVE ZERO TO PO-LINE
           START PURCHASE-ORDER-FILE KEY IS >= PO-KEY
               INVALID KEY
                   SET NO-MORE-PO-LINES TO TRUE
           END-START
           PERFORM READ-NEXT-PO-LINE UNTIL NO-MORE-PO-LINES
           IF PO-LINE-COUNT = 0
               SET WARNINGS-OCCURRED TO TRUE
               DISPLAY "ERROR: PO not found"
           END-IF.

       READ-NEXT-PO-LINE.
           READ PURCHASE-ORDER-FILE NEXT RECORD
               AT END
                   SET NO-MORE-PO-LINES TO TRUE
               NOT AT END
                   IF PO-NUMBER NOT = SEARCH-PO-NUMBER
                       SET NO-MORE-PO-LINES TO TRUE
                   ELSE
                       ADD 1 TO PO-LINE-COUNT
                       PERFORM DISPLAY-ONE-PO-LINE
                   END-IF
           END-READ.

      * Blank vendor or product matches any, so buyers can see
      * everything open with a vendor, or everything on order for a
      * product across vendors.
       LIST-OPEN-PO-LINES.
           DISPLAY "--- OPEN PO LINES ---"
           DISPLAY "Enter Vendor ID (blank = any): " WITH NO ADVANCING
           ACCEPT SEARCH-VENDOR-ID
           DISPLAY "Enter Product ID (blank = any): "
               WITH NO ADVANCING
           ACCEPT SEARCH-PROD-ID

           PERFORM DISPLAY-PO-HEADINGS
           MOVE ZERO TO PO-LINE-COUNT
           MOVE 'N' TO END-OF-PO-LINES
           MOVE LOW-VALUES TO PO-KEY
           START PURCHASE-ORDER-FILE KEY IS >= PO-KEY
               INVALID KEY
                   SET NO-MORE-PO-LINES TO TRUE
           END-START
           PERFORM SCAN-OPEN-PO-LINE UNTIL NO-MORE-PO-LINES
           IF PO-LINE-COUNT = 0
               DISPLAY "No open PO lines match"
           END-IF.

       SCAN-OPEN-PO-LINE.
           READ PURCHASE-ORDER-FILE NEXT RECORD
               AT END
                   SET NO-MORE-PO-LINES TO TRUE
               NOT AT END
                   IF PO-LINE-OPEN
                       AND (SEARCH-VENDOR-ID = SPACES
                           OR PO-VENDOR-ID = SEARCH-VENDOR-ID)
                       AND (SEARCH-PROD-ID = SPACES
                           OR PO-PROD-ID = SEARCH-PROD-ID)
                       ADD 1 TO PO-LINE-COUNT
                       PERFORM DISPLAY-ONE-PO-LINE
                   END-IF
           END-READ.

       DISPLAY-PO-HEADINGS.
           DISPLAY "PO/LINE      | VENDOR | PRODUCT    |   ORDERED |"
               "  RECEIVED | UNIT COST | EXPECTED | S"
           DISPLAY "-------------|--------|------------|-----------|"
               "-----------|-----------|----------|--".

       DISPLAY-ONE-PO-LINE.
           MOVE PO-NUMBER TO PLD-PO-NUMBER
           MOVE PO-LINE TO PLD-LINE
           MOVE PO-VENDOR-ID TO PLD-VENDOR-ID
           MOVE PO-PROD-ID TO PLD-PROD-ID
           MOVE PO-QTY-ORDERED TO PLD-ORDERED
           MOVE PO-QTY-RECEIVED TO PLD-RECEIVED
           MOVE PO-UNIT-COST TO PLD-UNIT-COST
           MOVE PO-EXPECTED-DATE TO PLD-EXPECTED-DATE
           MOVE PO-STATUS TO PLD-STATUS
           DISPLAY PO-LINE-DISPLAY.

       READ-PO-NUMBER.
           OPEN INPUT PO-NUMBER-FILE
           IF NUMBER-FILE-STATUS = "00"
               READ PO-NUMBER-FILE
               IF NUMBER-FILE-STATUS = "00"
                   AND PO-NUMBER-RECORD NUMERIC
                   MOVE PO-NUMBER-RECORD TO LAST-PO-NUMBER
               END-IF
               CLOSE PO-NUMBER-FILE
           END-IF.

       SAVE-PO-NUMBER.
           OPEN OUTPUT PO-NUMBER-FILE
           IF NUMBER-FILE-STATUS = "00"
               MOVE LAST-PO-NUMBER TO PO-NUMBER-RECORD
               WRITE PO-NUMBER-RECORD
               CLOSE PO-NUMBER-FILE
           ELSE
               DISPLAY "WARNING: cannot save PO number counter"
                   " (status " NUMBER-FILE-STATUS ")"
               SET WARNINGS-OCCURRED TO TRUE
           END-IF.

       DETERMINE-RETURN-CODE.
           IF PROGRAM-RETURN-CODE = 0 AND WARNINGS-OCCURRED
               MOVE 4 TO PROGRAM-RETURN-CODE
           END-IF.

       CLEANUP.
           CLOSE VENDOR-MASTER
           CLOSE PURCHASE-ORDER-FILE
           CLOSE PRODUCT-MASTER.

       END PROGRAM PO-MAINTENANCE.
