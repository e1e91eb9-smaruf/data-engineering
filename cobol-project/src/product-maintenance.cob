      * EMPLOYEE-DATABASE's menu structure - so product IDs and list  *
      * prices are maintained data instead of whatever was free-typed *
      * upstream.                                                     *
      * PROD-QTY-ON-HAND is the company total and PROD-REORDER-POINT  *
      * the default location's point; the stock held and the reorder  *
      * point at each location are kept through STOCK-LOCATION-POST,  *
      * so an opening quantity, a reorder-point change and an on-hand *
      * correction land on a location row as well as the product.     *
      *****************************************************************

       ENVIRONMENT DIVISION.
           88  CHOICE-LIST-ALL     VALUE 5.
           88  CHOICE-SCHEDULE-PRICE VALUE 6.
           88  CHOICE-PRICE-HISTORY VALUE 7.
           88  CHOICE-LOCATION-STOCK VALUE 8.
           88  CHOICE-EXIT         VALUE 9.

       01  SEARCH-ID               PIC X(10).
           05  TEMP-REORDER-POINT  PIC 9(7).
       01  ADJUST-FLAG             PIC X.

      * Location side of a product change, posted once the product
      * record itself has been written.
       01  STOCK-LOCATION-REQUEST.
           COPY "stlreq.cpy".
       01  TEMP-LOCATION           PIC X(4).
       01  LOCATION-ADJUST-QTY     PIC S9(7).
       01  REORDER-CHANGE-SWITCH   PIC X.
           88  REORDER-POINT-CHANGED VALUE 'Y'.
       01  CORRECTION-SWITCH       PIC X.
           88  ON-HAND-CORRECTED   VALUE 'Y'.
       01  LOC-IDX                 PIC 9(2).
       01  LOC-COUNT               PIC 9(2).
       01  LOC-ON-HAND-DISPLAY     PIC -(6)9.
       01  LOC-IN-TRANSIT-DISPLAY  PIC -(6)9.
       01  LOC-REORDER-DISPLAY     PIC Z(6)9.

      * Date-effective price rows: every price change, immediate or
      * scheduled, lands in the price file so the sales-feed
      * deviation check can use the price in force on a given date.
                   PERFORM SCHEDULE-PRICE-CHANGE
               WHEN CHOICE-PRICE-HISTORY
                   PERFORM LIST-PRICE-HISTORY
               WHEN CHOICE-LOCATION-STOCK
                   PERFORM MAINTAIN-LOCATION-STOCK
               WHEN CHOICE-EXIT
                   DISPLAY "Exiting program..."
               WHEN OTHER
           DISPLAY "5. List All Products"
           DISPLAY "6. Schedule Future Price Change"
           DISPLAY "7. List Price History"
           DISPLAY "8. Location Stock and Reorder Points"
           DISPLAY "9. Exit"
           DISPLAY "================================="
           DISPLAY "Enter your choice: " WITH NO ADVANCING.
                   DISPLAY "SUCCESS: Product created successfully!"
                   MOVE TODAY-YYYYMMDD TO TEMP-EFFECTIVE-DATE
                   PERFORM WRITE-PRICE-ROW
                   PERFORM OPEN-DEFAULT-LOCATION-ROW
               ELSE
                   SET WARNINGS-OCCURRED TO TRUE
                   IF DUPLICATE-KEY
           READ PRODUCT-MASTER KEY IS PROD-ID

           IF FILE-OK
               MOVE 'N' TO REORDER-CHANGE-SWITCH
               MOVE 'N' TO CORRECTION-SWITCH
               DISPLAY "Current Description: " PROD-DESCRIPTION
               DISPLAY "Enter New Description (or press Enter to "
                   "keep): " WITH NO ADVANCING
               ACCEPT TEMP-REORDER-POINT
               IF TEMP-REORDER-POINT > 0
                   MOVE TEMP-REORDER-POINT TO PROD-REORDER-POINT
                   SET REORDER-POINT-CHANGED TO TRUE
               END-IF

      * On-hand normally moves only through receipts and sales; the
      * explicit yes/no keeps a physical-count correction deliberate
      * (zero is a legitimate corrected count, so "0 to keep" would
      * not work here). The count is corrected at one location and
      * the difference carried into the company total.
               DISPLAY "Current On-Hand: " PROD-QTY-ON-HAND
               DISPLAY "Correct the on-hand count? (Y/N): "
                   WITH NO ADVANCING
               ACCEPT ADJUST-FLAG
               IF ADJUST-FLAG = 'Y' OR ADJUST-FLAG = 'y'
                   PERFORM CORRECT-LOCATION-ON-HAND
               END-IF

               REWRITE PRODUCT-RECORD

               IF FILE-OK
                   DISPLAY "SUCCESS: Product updated successfully!"
                   PERFORM POST-LOCATION-CHANGES
               ELSE
                   SET WARNINGS-OCCURRED TO TRUE
                   DISPLAY "ERROR: Failed to update product"
               END-IF
           END-IF.

       CORRECT-LOCATION-ON-HAND.
           DISPLAY "Location (Enter for default): "
               WITH NO ADVANCING
           ACCEPT TEMP-LOCATION
           MOVE "R" TO SLQ-ACTION
           MOVE PROD-ID TO SLQ-PROD-ID
           MOVE TEMP-LOCATION TO SLQ-LOCATION
           CALL "STOCK-LOCATION-POST" USING STOCK-LOCATION-REQUEST
           IF SLQ-UNKNOWN-LOCATION OR SLQ-FAILED
               SET WARNINGS-OCCURRED TO TRUE
               DISPLAY "ERROR: Unknown location - on-hand not "
                   "corrected"
           ELSE
               MOVE SLQ-LOCATION TO TEMP-LOCATION
               DISPLAY "On-Hand at " TEMP-LOCATION ": " SLQ-ON-HAND
               DISPLAY "Enter Corrected On-Hand: "
                   WITH NO ADVANCING
               ACCEPT TEMP-ON-HAND
               COMPUTE LOCATION-ADJUST-QTY =
                   TEMP-ON-HAND - SLQ-ON-HAND
               ADD LOCATION-ADJUST-QTY TO PROD-QTY-ON-HAND
               SET ON-HAND-CORRECTED TO TRUE
           END-IF.

       POST-LOCATION-CHANGES.
           IF REORDER-POINT-CHANGED
               MOVE "S" TO SLQ-ACTION
               MOVE PROD-ID TO SLQ-PROD-ID
               MOVE SPACES TO SLQ-LOCATION
               MOVE PROD-REORDER-POINT TO SLQ-QUANTITY
               PERFORM CALL-LOCATION-POST
           END-IF
           IF ON-HAND-CORRECTED
               MOVE "P" TO SLQ-ACTION
               MOVE PROD-ID TO SLQ-PROD-ID
               MOVE TEMP-LOCATION TO SLQ-LOCATION
               MOVE LOCATION-ADJUST-QTY TO SLQ-QUANTITY
               PERFORM CALL-LOCATION-POST
           END-IF.

      * A new product starts out stocked at the default location.
       OPEN-DEFAULT-LOCATION-ROW.
           MOVE "P" TO SLQ-ACTION
           MOVE PROD-ID TO SLQ-PROD-ID
           MOVE SPACES TO SLQ-LOCATION
           MOVE PROD-QTY-ON-HAND TO SLQ-QUANTITY
           PERFORM CALL-LOCATION-POST
           MOVE "S" TO SLQ-ACTION
           MOVE PROD-ID TO SLQ-PROD-ID
           MOVE SPACES TO SLQ-LOCATION
           MOVE PROD-REORDER-POINT TO SLQ-QUANTITY
           PERFORM CALL-LOCATION-POST.

       CALL-LOCATION-POST.
           CALL "STOCK-LOCATION-POST" USING STOCK-LOCATION-REQUEST
           IF NOT SLQ-OK
               SET WARNINGS-OCCURRED TO TRUE
               DISPLAY "WARNING: location stock not updated for "
                   SLQ-PROD-ID " at " SLQ-LOCATION
           END-IF.

       DELETE-RECORD.
           DISPLAY "--- DELETE PRODUCT RECORD ---"
           DISPLAY "Enter Product ID to delete: " WITH NO ADVANCING
                   END-IF
           END-READ.

       MAINTAIN-LOCATION-STOCK.
           DISPLAY "--- LOCATION STOCK AND REORDER POINTS ---"
           DISPLAY "Enter Product ID: " WITH NO ADVANCING
           ACCEPT SEARCH-ID

           MOVE SEARCH-ID TO PROD-ID
           READ PRODUCT-MASTER KEY IS PROD-ID

           IF FILE-OK
               DISPLAY "Product: " PROD-ID " " PROD-DESCRIPTION
               DISPLAY "Company On-Hand: " PROD-QTY-ON-HAND
               MOVE "V" TO SLQ-ACTION
               MOVE PROD-ID TO SLQ-PROD-ID
               MOVE SPACES TO SLQ-LOCATION
               CALL "STOCK-LOCATION-POST" USING STOCK-LOCATION-REQUEST
               MOVE SLQ-LOCATION-COUNT TO LOC-COUNT
               DISPLAY "LOC  NAME                  ON HAND  "
                   "TRANSIT  REORDER  LAST COUNT"
               PERFORM SHOW-LOCATION-STOCK
                   VARYING LOC-IDX FROM 1 BY 1
                   UNTIL LOC-IDX > LOC-COUNT
               DISPLAY "Change a location's reorder point? (Y/N): "
                   WITH NO ADVANCING
               ACCEPT ADJUST-FLAG
               IF ADJUST-FLAG = 'Y' OR ADJUST-FLAG = 'y'
                   PERFORM SET-LOCATION-REORDER-POINT
               END-IF
           ELSE
               SET WARNINGS-OCCURRED TO TRUE
               IF RECORD-NOT-FOUND
                   DISPLAY "ERROR: Product not found"
               ELSE
                   DISPLAY "ERROR: Failed to read product"
                   DISPLAY "File Status: " FILE-STATUS
               END-IF
           END-IF.

       SHOW-LOCATION-STOCK.
           MOVE "R" TO SLQ-ACTION
           MOVE PROD-ID TO SLQ-PROD-ID
           MOVE SLQ-LOC-CODE(LOC-IDX) TO SLQ-LOCATION
           CALL "STOCK-LOCATION-POST" USING STOCK-LOCATION-REQUEST
           MOVE SLQ-ON-HAND TO LOC-ON-HAND-DISPLAY
           MOVE SLQ-IN-TRANSIT TO LOC-IN-TRANSIT-DISPLAY
           MOVE SLQ-REORDER-POINT TO LOC-REORDER-DISPLAY
           IF SLQ-NOT-STOCKED
               DISPLAY SLQ-LOCATION " " SLQ-LOC-NAME(LOC-IDX)
                   "  (not stocked)"
           ELSE
               DISPLAY SLQ-LOCATION " " SLQ-LOC-NAME(LOC-IDX) " "
                   LOC-ON-HAND-DISPLAY "  " LOC-IN-TRANSIT-DISPLAY
                   "  " LOC-REORDER-DISPLAY "  " SLQ-LAST-COUNT-DATE
           END-IF.

      * The default location's point is also the product's own, which
      * the product-level screens and reports still show.
       SET-LOCATION-REORDER-POINT.
           DISPLAY "Location (Enter for default): "
               WITH NO ADVANCING
           ACCEPT TEMP-LOCATION
           DISPLAY "Enter New Reorder Point: " WITH NO ADVANCING
           ACCEPT TEMP-REORDER-POINT
           MOVE "S" TO SLQ-ACTION
           MOVE PROD-ID TO SLQ-PROD-ID
           MOVE TEMP-LOCATION TO SLQ-LOCATION
           MOVE TEMP-REORDER-POINT TO SLQ-QUANTITY
           CALL "STOCK-LOCATION-POST" USING STOCK-LOCATION-REQUEST
           IF SLQ-OK
               DISPLAY "SUCCESS: Reorder point set at " SLQ-LOCATION
               IF SLQ-LOCATION = SLQ-DEFAULT-LOCATION
                   MOVE TEMP-REORDER-POINT TO PROD-REORDER-POINT
                   REWRITE PRODUCT-RECORD
                   IF NOT FILE-OK
                       SET WARNINGS-OCCURRED TO TRUE
                       DISPLAY "ERROR: Failed to update product"
                       DISPLAY "File Status: " FILE-STATUS
                   END-IF
               END-IF
           ELSE
               SET WARNINGS-OCCURRED TO TRUE
               IF SLQ-UNKNOWN-LOCATION
                   DISPLAY "ERROR: Unknown location"
               ELSE
                   DISPLAY "ERROR: Failed to set reorder point"
               END-IF
           END-IF.

       DETERMINE-RETURN-CODE.
           IF PROGRAM-RETURN-CODE = 0 AND WARNINGS-OCCURRED
               MOVE 4 TO PROGRAM-RETURN-CODE

       CLEANUP.
           CLOSE PRODUCT-MASTER
           CLOSE PRODUCT-PRICE-FILE
           MOVE "C" TO SLQ-ACTION
           CALL "STOCK-LOCATION-POST" USING STOCK-LOCATION-REQUEST.

       END PROGRAM PRODUCT-MAINTENANCE.
