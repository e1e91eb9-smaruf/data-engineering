       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-TRANSFER.
       AUTHOR. MUHAMMAD SHAMSUL MARUF.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * STOCK TRANSFER MAINTENANCE                                    *
      * Interactive shipping and receiving of stock moved between     *
      * locations, mirroring RMA-MAINTENANCE's menu structure.        *
      * Shipping takes the quantity off the sending location's        *
      * on-hand and carries it in transit at the receiving location,  *
      * so the company total on the product master does not move.     *
      * Confirming receipt clears the in-transit quantity and puts    *
      * what actually arrived on the receiving location's on-hand;    *
      * anything that never arrived comes off the company total, is   *
      * reported, and is written off at unit cost to the inventory-   *
      * variance account on gl-interface.txt the way INVENTORY-COUNT  *
      * posts count shrinkage. Location postings go through           *
      * STOCK-LOCATION-POST. Operators sign on the way                *
      * GL-JOURNAL-ENTRY's do; shipping and receiving need update     *
      * authority.                                                    *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSFER-FILE
               ASSIGN TO "../data/output/stock-transfers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRF-NUMBER
               FILE STATUS IS FILE-STATUS.

           SELECT PRODUCT-MASTER
               ASSIGN TO "../data/output/product-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-ID
               FILE STATUS IS PRODUCT-FILE-STATUS.

           SELECT SECURITY-FILE
               ASSIGN TO "../data/output/operators.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-OPERATOR-ID
               FILE STATUS IS SECURITY-FILE-STATUS.

           SELECT GL-INTERFACE-FILE
               ASSIGN TO "../data/output/gl-interface.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-FILE-STATUS.

           SELECT COMPANY-PROFILE-FILE
               ASSIGN TO "../data/input/company-profile.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROFILE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSFER-FILE.
       01  TRANSFER-RECORD.
           COPY "stktrf.cpy".

       FD  PRODUCT-MASTER.
       01  PRODUCT-RECORD.
           COPY "prodrec.cpy".

       FD  SECURITY-FILE.
       01  SECURITY-RECORD.
           COPY "secrec.cpy".

       FD  GL-INTERFACE-FILE.
       01  GL-ENTRY-LINE               PIC X(132).

       FD  COMPANY-PROFILE-FILE.
       01  COMPANY-PROFILE-RECORD.
           COPY "comprof.cpy".

       WORKING-STORAGE SECTION.
       01  FILE-STATUS             PIC XX.
           88  FILE-OK             VALUE "00".
           88  RECORD-NOT-FOUND    VALUE "23".
           88  DUPLICATE-KEY       VALUE "22".
       01  PRODUCT-FILE-STATUS     PIC XX.
           88  PRODUCT-FILE-OK     VALUE "00".
       01  SECURITY-FILE-STATUS    PIC XX.
       01  GL-FILE-STATUS          PIC XX.
       01  PROFILE-FILE-STATUS     PIC XX.

       01  PROGRAM-RETURN-CODE     PIC 9(3) VALUE ZERO.
       01  WARNING-FLAG            PIC X VALUE 'N'.
           88  WARNINGS-OCCURRED   VALUE 'Y'.

       01  USER-CHOICE             PIC 9.
           88  CHOICE-SHIP         VALUE 1.
           88  CHOICE-RECEIVE      VALUE 2.
           88  CHOICE-READ         VALUE 3.
           88  CHOICE-LIST-OPEN    VALUE 4.
           88  CHOICE-EXIT         VALUE 9.

       01  SEARCH-NUMBER           PIC X(8).
       01  CONTINUE-FLAG           PIC X VALUE 'Y'.
       01  TODAY-YYYYMMDD          PIC 9(8).
       01  OPEN-TRANSFER-COUNT     PIC 9(4).
       01  END-OF-TRANSFERS        PIC X.
           88  NO-MORE-TRANSFERS   VALUE 'Y'.

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
       01  JOURNAL-PROGRAM-NAME    PIC X(20) VALUE "STOCK-TRANSFER".
       01  JOURNAL-RESULT          PIC X(8).
       01  JOURNAL-LOCKOUT-FLAG    PIC X(1).
           88  JOURNAL-LOCKED-OUT  VALUE 'Y'.

       01  TEMP-TRANSFER.
           05  TEMP-NUMBER         PIC X(8).
           05  TEMP-PROD-ID        PIC X(10).
           05  TEMP-FROM-LOCATION  PIC X(4).
           05  TEMP-TO-LOCATION    PIC X(4).
           05  TEMP-QUANTITY       PIC 9(6).
           05  TEMP-RECEIVED-QTY   PIC 9(6).

      * Shipment checks: both locations resolved through
      * STOCK-LOCATION-POST, and the sending location's on-hand read
      * back to make sure the stock is there to send.
       01  STOCK-LOCATION-REQUEST.
           COPY "stlreq.cpy".
       01  SHIPMENT-SWITCH         PIC X.
           88  SHIPMENT-ACCEPTED   VALUE 'Y'.
       01  TO-LOCATION-RESULT      PIC X.
       01  FROM-ON-HAND            PIC S9(7).
       01  SHORTFALL-QTY           PIC 9(6).
       01  SHORTFALL-VALUE         PIC 9(9)V99.

      * A shortfall debits the inventory-variance expense account, as
      * INVENTORY-COUNT's shrinkage does; gl-account-map.txt carries
      * the inventory side.
       01  GL-SHRINK-ACCOUNT       PIC X(10) VALUE "6200-SHRNK".
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
           OPEN I-O TRANSFER-FILE

           IF FILE-STATUS = "35"
               CLOSE TRANSFER-FILE
               OPEN OUTPUT TRANSFER-FILE
               CLOSE TRANSFER-FILE
               OPEN I-O TRANSFER-FILE
           END-IF

           IF NOT FILE-OK
               DISPLAY "ERROR: Cannot initialize transfer file"
               DISPLAY "File Status: " FILE-STATUS
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O PRODUCT-MASTER
           IF NOT PRODUCT-FILE-OK
               DISPLAY "ERROR: Cannot open product master"
               DISPLAY "File Status: " PRODUCT-FILE-STATUS
               CLOSE TRANSFER-FILE
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O SECURITY-FILE
           IF SECURITY-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open operator security file"
               DISPLAY "File Status: " SECURITY-FILE-STATUS
               CLOSE TRANSFER-FILE
               CLOSE PRODUCT-MASTER
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
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

      * Shipping and receiving move stock, so they need update
      * authority; inquiry is open to all.
       PROCESS-MENU.
           PERFORM DISPLAY-MENU
           ACCEPT USER-CHOICE

           EVALUATE TRUE
               WHEN (CHOICE-SHIP OR CHOICE-RECEIVE)
                   AND OPERATOR-AUTHORITY < 2
                   DISPLAY "ERROR: operator " OPERATOR-ID
                       " is not authorized to move stock"
                   SET WARNINGS-OCCURRED TO TRUE
               WHEN CHOICE-SHIP
                   PERFORM SHIP-TRANSFER
               WHEN CHOICE-RECEIVE
                   PERFORM RECEIVE-TRANSFER
               WHEN CHOICE-READ
                   PERFORM READ-TRANSFER
               WHEN CHOICE-LIST-OPEN
                   PERFORM LIST-OPEN-TRANSFERS
               WHEN CHOICE-EXIT
                   DISPLAY "Exiting program..."
               WHEN OTHER
                   DISPLAY "Invalid choice. Please try again."
           END-EVALUATE

           DISPLAY " ".

       DISPLAY-MENU.
           DISPLAY " "
           DISPLAY "===== STOCK TRANSFER SYSTEM ====="
           DISPLAY "1. Ship Transfer"
           DISPLAY "2. Confirm Receipt"
           DISPLAY "3. Read Transfer Record"
           DISPLAY "4. List In-Transit Transfers"
           DISPLAY "9. Exit"
           DISPLAY "================================="
           DISPLAY "Enter your choice: " WITH NO ADVANCING.

       SHIP-TRANSFER.
           DISPLAY "--- SHIP TRANSFER ---"
           DISPLAY "Enter Transfer Number: " WITH NO ADVANCING
           ACCEPT TEMP-NUMBER
           DISPLAY "Enter Product ID: " WITH NO ADVANCING
           ACCEPT TEMP-PROD-ID
           DISPLAY "Enter From Location (Enter for default): "
               WITH NO ADVANCING
           ACCEPT TEMP-FROM-LOCATION
           DISPLAY "Enter To Location (Enter for default): "
               WITH NO ADVANCING
           ACCEPT TEMP-TO-LOCATION
           DISPLAY "Enter Quantity to Ship: " WITH NO ADVANCING
           ACCEPT TEMP-QUANTITY

           EVALUATE TRUE
               WHEN TEMP-NUMBER = SPACES
                   DISPLAY "ERROR: transfer number required"
                   SET WARNINGS-OCCURRED TO TRUE
               WHEN TEMP-QUANTITY NOT > 0
                   DISPLAY "ERROR: quantity must be greater than zero"
                   SET WARNINGS-OCCURRED TO TRUE
               WHEN OTHER
                   PERFORM VALIDATE-SHIPMENT
                   IF SHIPMENT-ACCEPTED
                       PERFORM WRITE-SHIPMENT
                   END-IF
           END-EVALUATE.

       VALIDATE-SHIPMENT.
           MOVE 'N' TO SHIPMENT-SWITCH
           MOVE TEMP-PROD-ID TO PROD-ID
           READ PRODUCT-MASTER KEY IS PROD-ID
           IF NOT PRODUCT-FILE-OK
               DISPLAY "ERROR: Product not found"
           ELSE
               PERFORM RESOLVE-TRANSFER-LOCATIONS
           END-IF
           IF NOT SHIPMENT-ACCEPTED
               SET WARNINGS-OCCURRED TO TRUE
           END-IF.

      * A blank location is the default one, so the resolved codes
      * are carried back into the transfer.
       RESOLVE-TRANSFER-LOCATIONS.
           MOVE "V" TO SLQ-ACTION
           MOVE TEMP-PROD-ID TO SLQ-PROD-ID
           MOVE TEMP-TO-LOCATION TO SLQ-LOCATION
           CALL "STOCK-LOCATION-POST" USING STOCK-LOCATION-REQUEST
           MOVE SLQ-RESULT TO TO-LOCATION-RESULT
           MOVE SLQ-LOCATION TO TEMP-TO-LOCATION

           MOVE "R" TO SLQ-ACTION
           MOVE TEMP-PROD-ID TO SLQ-PROD-ID
           MOVE TEMP-FROM-LOCATION TO SLQ-LOCATION
           CALL "STOCK-LOCATION-POST" USING STOCK-LOCATION-REQUEST
           MOVE SLQ-LOCATION TO TEMP-FROM-LOCATION
           MOVE SLQ-ON-HAND TO FROM-ON-HAND

           EVALUATE TRUE
               WHEN SLQ-UNKNOWN-LOCATION
                   DISPLAY "ERROR: Unknown from location"
               WHEN SLQ-FAILED
                   DISPLAY "ERROR: Location stock file unavailable"
               WHEN TO-LOCATION-RESULT NOT = "Y"
                   DISPLAY "ERROR: Unknown to location"
               WHEN TEMP-FROM-LOCATION = TEMP-TO-LOCATION
                   DISPLAY "ERROR: from and to locations must differ"
               WHEN FROM-ON-HAND < TEMP-QUANTITY
                   DISPLAY "ERROR: only " FROM-ON-HAND " on hand at "
                       TEMP-FROM-LOCATION
               WHEN OTHER
                   SET SHIPMENT-ACCEPTED TO TRUE
           END-EVALUATE.

       WRITE-SHIPMENT.
           MOVE TEMP-NUMBER TO TRF-NUMBER
           MOVE TEMP-PROD-ID TO TRF-PROD-ID
           MOVE TEMP-FROM-LOCATION TO TRF-FROM-LOCATION
           MOVE TEMP-TO-LOCATION TO TRF-TO-LOCATION
           MOVE TEMP-QUANTITY TO TRF-QUANTITY
           MOVE ZERO TO TRF-RECEIVED-QTY
           MOVE TODAY-YYYYMMDD TO TRF-SHIP-DATE
           MOVE ZERO TO TRF-RECEIVED-DATE
           MOVE OPERATOR-ID TO TRF-SHIPPED-BY
           MOVE SPACES TO TRF-RECEIVED-BY
           MOVE "T" TO TRF-STATUS

           WRITE TRANSFER-RECORD

           IF FILE-OK
               MOVE "P" TO SLQ-ACTION
               MOVE TRF-PROD-ID TO SLQ-PROD-ID
               MOVE TRF-FROM-LOCATION TO SLQ-LOCATION
               COMPUTE SLQ-QUANTITY = 0 - TRF-QUANTITY
               PERFORM CALL-LOCATION-POST
               MOVE "T" TO SLQ-ACTION
               MOVE TRF-PROD-ID TO SLQ-PROD-ID
               MOVE TRF-TO-LOCATION TO SLQ-LOCATION
               MOVE TRF-QUANTITY TO SLQ-QUANTITY
               PERFORM CALL-LOCATION-POST
               DISPLAY "SUCCESS: " TRF-QUANTITY " shipped from "
                   TRF-FROM-LOCATION " to " TRF-TO-LOCATION
           ELSE
               SET WARNINGS-OCCURRED TO TRUE
               IF DUPLICATE-KEY
                   DISPLAY "ERROR: Transfer number already exists"
               ELSE
                   DISPLAY "ERROR: Failed to ship transfer"
                   DISPLAY "File Status: " FILE-STATUS
               END-IF
           END-IF.

       RECEIVE-TRANSFER.
           DISPLAY "--- CONFIRM RECEIPT ---"
           DISPLAY "Enter Transfer Number: " WITH NO ADVANCING
           ACCEPT SEARCH-NUMBER

           MOVE SEARCH-NUMBER TO TRF-NUMBER
           READ TRANSFER-FILE KEY IS TRF-NUMBER

           IF NOT FILE-OK
               SET WARNINGS-OCCURRED TO TRUE
               DISPLAY "ERROR: Transfer not found"
           ELSE
               IF TRF-RECEIVED
                   DISPLAY "NOTE: Transfer is already received"
               ELSE
                   DISPLAY "Transfer of " TRF-PROD-ID " from "
                       TRF-FROM-LOCATION " to " TRF-TO-LOCATION
                   DISPLAY "Quantity Shipped: " TRF-QUANTITY
                   DISPLAY "Enter Quantity Received: "
                       WITH NO ADVANCING
                   ACCEPT TEMP-RECEIVED-QTY
                   IF TEMP-RECEIVED-QTY > TRF-QUANTITY
                       SET WARNINGS-OCCURRED TO TRUE
                       DISPLAY "ERROR: more received than shipped"
                   ELSE
                       DISPLAY "Are you sure? (Y/N): "
                           WITH NO ADVANCING
                       ACCEPT CONTINUE-FLAG
                       IF CONTINUE-FLAG = 'Y' OR CONTINUE-FLAG = 'y'
                           PERFORM POST-RECEIPT
                       ELSE
                           DISPLAY "Receipt cancelled"
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * The whole shipped quantity leaves in-transit; only what
      * arrived reaches on-hand, and the rest is lost from the
      * company total.
       POST-RECEIPT.
           MOVE TEMP-RECEIVED-QTY TO TRF-RECEIVED-QTY
           MOVE TODAY-YYYYMMDD TO TRF-RECEIVED-DATE
           MOVE OPERATOR-ID TO TRF-RECEIVED-BY
           MOVE "R" TO TRF-STATUS
           REWRITE TRANSFER-RECORD

           IF FILE-OK
               MOVE "T" TO SLQ-ACTION
               MOVE TRF-PROD-ID TO SLQ-PROD-ID
               MOVE TRF-TO-LOCATION TO SLQ-LOCATION
               COMPUTE SLQ-QUANTITY = 0 - TRF-QUANTITY
               PERFORM CALL-LOCATION-POST
               MOVE "P" TO SLQ-ACTION
               MOVE TRF-PROD-ID TO SLQ-PROD-ID
               MOVE TRF-TO-LOCATION TO SLQ-LOCATION
               MOVE TRF-RECEIVED-QTY TO SLQ-QUANTITY
               PERFORM CALL-LOCATION-POST
               COMPUTE SHORTFALL-QTY =
                   TRF-QUANTITY - TRF-RECEIVED-QTY
               IF SHORTFALL-QTY > 0
                   PERFORM WRITE-OFF-SHORTFALL
               END-IF
               DISPLAY "SUCCESS: Transfer received"
           ELSE
               SET WARNINGS-OCCURRED TO TRUE
               DISPLAY "ERROR: Failed to receive transfer"
               DISPLAY "File Status: " FILE-STATUS
           END-IF.

       WRITE-OFF-SHORTFALL.
           SET WARNINGS-OCCURRED TO TRUE
           MOVE TRF-PROD-ID TO PROD-ID
           READ PRODUCT-MASTER KEY IS PROD-ID
           IF PRODUCT-FILE-OK
               SUBTRACT SHORTFALL-QTY FROM PROD-QTY-ON-HAND
               REWRITE PRODUCT-RECORD
           END-IF
           IF PRODUCT-FILE-OK
               DISPLAY "WARNING: " SHORTFALL-QTY " short on transfer "
                   TRF-NUMBER " - removed from company on-hand"
               COMPUTE SHORTFALL-VALUE ROUNDED =
                   SHORTFALL-QTY * PROD-UNIT-COST
               IF SHORTFALL-VALUE > 0
                   PERFORM WRITE-SHORTFALL-GL-ENTRY
               END-IF
           ELSE
               DISPLAY "ERROR: Failed to update product " PROD-ID
               DISPLAY "File Status: " PRODUCT-FILE-STATUS
           END-IF.

       WRITE-SHORTFALL-GL-ENTRY.
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
               DISPLAY "WARNING: cannot open gl-interface.txt, "
                   "status " GL-FILE-STATUS
                   " - shortfall not posted to GL"
           ELSE
               MOVE TODAY-YYYYMMDD(1:6) TO GL-PERIOD
               MOVE SHORTFALL-VALUE TO GL-AMOUNT-FIELD
               MOVE SPACES TO GL-ENTRY-LINE
               STRING GL-SHRINK-ACCOUNT ",DR,"
                   FUNCTION TRIM(GL-AMOUNT-FIELD) ","
                   GL-PERIOD ",TRF-SHORT"
                   DELIMITED BY SIZE INTO GL-ENTRY-LINE
               WRITE GL-ENTRY-LINE
               CLOSE GL-INTERFACE-FILE
               DISPLAY "Shortfall of " FUNCTION TRIM(GL-AMOUNT-FIELD)
                   " written off to " GL-SHRINK-ACCOUNT
           END-IF.

       CALL-LOCATION-POST.
           CALL "STOCK-LOCATION-POST" USING STOCK-LOCATION-REQUEST
           IF NOT SLQ-OK
               SET WARNINGS-OCCURRED TO TRUE
               DISPLAY "WARNING: location stock not updated for "
                   SLQ-PROD-ID " at " SLQ-LOCATION
           END-IF.

       READ-TRANSFER.
           DISPLAY "--- READ TRANSFER RECORD ---"
           DISPLAY "Enter Transfer Number: " WITH NO ADVANCING
           ACCEPT SEARCH-NUMBER

           MOVE SEARCH-NUMBER TO TRF-NUMBER
           READ TRANSFER-FILE KEY IS TRF-NUMBER

           IF FILE-OK
               DISPLAY "Transfer Found:"
               DISPLAY "  Number:     " TRF-NUMBER
               DISPLAY "  Product:    " TRF-PROD-ID
               DISPLAY "  From:       " TRF-FROM-LOCATION
               DISPLAY "  To:         " TRF-TO-LOCATION
               DISPLAY "  Shipped:    " TRF-QUANTITY
               DISPLAY "  Ship Date:  " TRF-SHIP-DATE
               DISPLAY "  Shipped By: " TRF-SHIPPED-BY
               DISPLAY "  Received:   " TRF-RECEIVED-QTY
               DISPLAY "  Recv Date:  " TRF-RECEIVED-DATE
               DISPLAY "  Recv By:    " TRF-RECEIVED-BY
               DISPLAY "  Status:     " TRF-STATUS
           ELSE
               SET WARNINGS-OCCURRED TO TRUE
               IF RECORD-NOT-FOUND
                   DISPLAY "ERROR: Transfer not found"
               ELSE
                   DISPLAY "ERROR: Failed to read transfer"
                   DISPLAY "File Status: " FILE-STATUS
               END-IF
           END-IF.

       LIST-OPEN-TRANSFERS.
           DISPLAY "--- IN-TRANSIT TRANSFERS ---"
           DISPLAY "NUMBER   | PRODUCT    | FROM | TO   | QTY    "
               "| SHIPPED"
           DISPLAY "---------|------------|------|------|--------"
               "|---------"

           MOVE 0 TO OPEN-TRANSFER-COUNT
           MOVE 'N' TO END-OF-TRANSFERS
           MOVE LOW-VALUES TO TRF-NUMBER
           START TRANSFER-FILE KEY IS >= TRF-NUMBER
               INVALID KEY
                   SET NO-MORE-TRANSFERS TO TRUE
           END-START
           PERFORM READ-NEXT-TRANSFER UNTIL NO-MORE-TRANSFERS
           IF OPEN-TRANSFER-COUNT = 0
               DISPLAY "No transfers in transit"
           END-IF.

       READ-NEXT-TRANSFER.
           READ TRANSFER-FILE NEXT RECORD
               AT END
                   SET NO-MORE-TRANSFERS TO TRUE
               NOT AT END
                   IF TRF-IN-TRANSIT
                       ADD 1 TO OPEN-TRANSFER-COUNT
                       DISPLAY TRF-NUMBER " | " TRF-PROD-ID
                           " | " TRF-FROM-LOCATION " | "
                           TRF-TO-LOCATION " | " TRF-QUANTITY
                           " | " TRF-SHIP-DATE
                   END-IF
           END-READ.

       DETERMINE-RETURN-CODE.
           IF PROGRAM-RETURN-CODE = 0 AND WARNINGS-OCCURRED
               MOVE 4 TO PROGRAM-RETURN-CODE
           END-IF.

       CLEANUP.
           CLOSE TRANSFER-FILE
           CLOSE PRODUCT-MASTER
           CLOSE SECURITY-FILE
           MOVE "C" TO SLQ-ACTION
           CALL "STOCK-LOCATION-POST" USING STOCK-LOCATION-REQUEST.

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
           IF PROF-GL-SHRINK-ACCOUNT NOT = SPACES
               MOVE PROF-GL-SHRINK-ACCOUNT TO GL-SHRINK-ACCOUNT
           END-IF.

       END PROGRAM STOCK-TRANSFER.
