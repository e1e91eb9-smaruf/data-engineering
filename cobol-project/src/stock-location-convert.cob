       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-LOCATION-CONVERT.
       AUTHOR. MUHAMMAD SHAMSUL MARUF.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * STOCK LOCATION CONVERSION (ONE-TIME)                          *
      * Seeds stock-locations.dat from the single-number world: every *
      * product with no location row yet gets one at the default      *
      * location carrying its whole PROD-QTY-ON-HAND and its          *
      * PROD-REORDER-POINT, so the company total already equals the   *
      * sum over locations before the first receipt, sale or          *
      * transfer posts by location. Stock actually held elsewhere is  *
      * then moved with STOCK-TRANSFER or corrected by count.         *
      * Safe to rerun: a product already stocked at any location is   *
      * left untouched.                                               *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-MASTER
               ASSIGN TO "../data/output/product-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-ID
               FILE STATUS IS FILE-STATUS.

           SELECT CONVERT-REPORT-FILE
               ASSIGN TO
                   "../data/output/stock-location-convert-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-MASTER.
       01  PRODUCT-RECORD.
           COPY "prodrec.cpy".

       FD  CONVERT-REPORT-FILE.
       01  REPORT-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS             PIC XX.
           88  FILE-OK             VALUE "00".
       01  REPORT-FILE-STATUS      PIC XX.

       01  END-OF-PRODUCTS         PIC X VALUE 'N'.
           88  NO-MORE-PRODUCTS    VALUE 'Y'.
       01  EXISTING-ROW-SWITCH     PIC X.
           88  PRODUCT-HAS-ROWS    VALUE 'Y'.

      * Every location on the list is read for the product; any row
      * found means it has already been converted.
       01  STOCK-LOCATION-REQUEST.
           COPY "stlreq.cpy".
       01  LOC-IDX                 PIC 9(2).
       01  LOC-COUNT               PIC 9(2).
       01  LOCATION-LIST.
           05  LIST-LOCATION       PIC X(4) OCCURS 10 TIMES.

       01  SCANNED-COUNT           PIC 9(6) VALUE ZERO.
       01  CONVERTED-COUNT         PIC 9(6) VALUE ZERO.
       01  SKIPPED-COUNT           PIC 9(6) VALUE ZERO.
       01  CONVERTED-QTY           PIC S9(9) VALUE ZERO.
       01  CONVERTED-QTY-DISPLAY   PIC -(9)9.
       01  ON-HAND-DISPLAY         PIC -(6)9.
       01  REORDER-DISPLAY         PIC Z(6)9.
       01  REPORT-DETAIL           PIC X(100).
       01  PROGRAM-RETURN-CODE     PIC 9(3) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-CONVERT
           PERFORM SCAN-PRODUCTS
           PERFORM WRITE-CONVERT-SUMMARY
           PERFORM CLEANUP-CONVERT
           MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       INITIALIZE-CONVERT.
           OPEN INPUT PRODUCT-MASTER
           IF NOT FILE-OK
               DISPLAY "ERROR: cannot open product master"
               DISPLAY "File Status: " FILE-STATUS
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "V" TO SLQ-ACTION
           MOVE SPACES TO SLQ-PROD-ID
           MOVE SPACES TO SLQ-LOCATION
           CALL "STOCK-LOCATION-POST" USING STOCK-LOCATION-REQUEST
           MOVE SLQ-LOCATION-COUNT TO LOC-COUNT
           PERFORM SAVE-ONE-LOCATION
               VARYING LOC-IDX FROM 1 BY 1
               UNTIL LOC-IDX > LOC-COUNT

           OPEN OUTPUT CONVERT-REPORT-FILE
           MOVE "STOCK LOCATION CONVERSION REPORT" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Default location: " SLQ-DEFAULT-LOCATION
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       SAVE-ONE-LOCATION.
           MOVE SLQ-LOC-CODE(LOC-IDX) TO LIST-LOCATION(LOC-IDX).

       SCAN-PRODUCTS.
           MOVE LOW-VALUES TO PROD-ID
           START PRODUCT-MASTER KEY IS >= PROD-ID
               INVALID KEY
                   SET NO-MORE-PRODUCTS TO TRUE
                   DISPLAY "No products found to convert"
           END-START
           PERFORM READ-NEXT-PRODUCT UNTIL NO-MORE-PRODUCTS.

       READ-NEXT-PRODUCT.
           READ PRODUCT-MASTER NEXT RECORD
               AT END
                   SET NO-MORE-PRODUCTS TO TRUE
               NOT AT END
                   ADD 1 TO SCANNED-COUNT
                   PERFORM CONVERT-ONE-PRODUCT
           END-READ.

       CONVERT-ONE-PRODUCT.
           MOVE 'N' TO EXISTING-ROW-SWITCH
           PERFORM CHECK-LOCATION-ROW
               VARYING LOC-IDX FROM 1 BY 1
               UNTIL LOC-IDX > LOC-COUNT
           IF PRODUCT-HAS-ROWS
               ADD 1 TO SKIPPED-COUNT
               MOVE SPACES TO REPORT-DETAIL
               STRING "SKIPPED id=" PROD-ID
                   " already stocked by location"
                   DELIMITED BY SIZE INTO REPORT-DETAIL
               MOVE REPORT-DETAIL TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM WRITE-DEFAULT-LOCATION-ROW
           END-IF.

       CHECK-LOCATION-ROW.
           MOVE "R" TO SLQ-ACTION
           MOVE PROD-ID TO SLQ-PROD-ID
           MOVE LIST-LOCATION(LOC-IDX) TO SLQ-LOCATION
           CALL "STOCK-LOCATION-POST" USING STOCK-LOCATION-REQUEST
           IF SLQ-OK
               SET PRODUCT-HAS-ROWS TO TRUE
           END-IF.

       WRITE-DEFAULT-LOCATION-ROW.
           MOVE "P" TO SLQ-ACTION
           MOVE PROD-ID TO SLQ-PROD-ID
           MOVE SPACES TO SLQ-LOCATION
           MOVE PROD-QTY-ON-HAND TO SLQ-QUANTITY
           CALL "STOCK-LOCATION-POST" USING STOCK-LOCATION-REQUEST
           IF SLQ-OK
               MOVE "S" TO SLQ-ACTION
               MOVE PROD-ID TO SLQ-PROD-ID
               MOVE SPACES TO SLQ-LOCATION
               MOVE PROD-REORDER-POINT TO SLQ-QUANTITY
               CALL "STOCK-LOCATION-POST" USING STOCK-LOCATION-REQUEST
           END-IF

           IF SLQ-OK
               ADD 1 TO CONVERTED-COUNT
               ADD PROD-QTY-ON-HAND TO CONVERTED-QTY
               MOVE PROD-QTY-ON-HAND TO ON-HAND-DISPLAY
               MOVE PROD-REORDER-POINT TO REORDER-DISPLAY
               MOVE SPACES TO REPORT-DETAIL
               STRING "CONVERTED id=" PROD-ID
                   " on hand " ON-HAND-DISPLAY
                   " reorder at " REORDER-DISPLAY
                   " at " SLQ-LOCATION
                   DELIMITED BY SIZE INTO REPORT-DETAIL
               MOVE REPORT-DETAIL TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               DISPLAY "WARNING: location row write failed for "
                   PROD-ID
               MOVE 8 TO PROGRAM-RETURN-CODE
           END-IF.

       WRITE-CONVERT-SUMMARY.
           MOVE CONVERTED-QTY TO CONVERTED-QTY-DISPLAY
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Products scanned:    " SCANNED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Products converted:  " CONVERTED-COUNT
               " for " CONVERTED-QTY-DISPLAY " units"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Already converted:   " SKIPPED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "Stock location conversion complete: "
               CONVERTED-COUNT " converted, " SKIPPED-COUNT
               " already converted".

       CLEANUP-CONVERT.
           CLOSE PRODUCT-MASTER
           CLOSE CONVERT-REPORT-FILE
           MOVE "C" TO SLQ-ACTION
           CALL "STOCK-LOCATION-POST" USING STOCK-LOCATION-REQUEST.

       END PROGRAM STOCK-LOCATION-CONVERT.
