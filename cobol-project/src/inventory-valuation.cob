       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVENTORY-VALUATION.
       AUTHOR. MUHAMMAD SHAMSUL MARUF.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * MONTH-END INVENTORY VALUATION REPORT                          *
      * Values every product on the master at its weighted-average    *
      * unit cost (re-averaged by STOCK-RECEIPTS on each receipt),    *
      * sorted by category and product, with category subtotals and   *
      * a grand total for finance to tie to the inventory account.    *
      * A negative on-hand is a count error, not negative stock, so   *
      * it is listed but valued at zero; stock on hand with no cost   *
      * captured is flagged so it can be costed before the close.     *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-MASTER
               ASSIGN TO "../data/output/product-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-ID
               FILE STATUS IS PRODUCT-FILE-STATUS.

           SELECT VALUATION-SORT-FILE
               ASSIGN TO "../data/output/valuation-sort-work.tmp".

           SELECT REPORT-FILE
               ASSIGN TO "../data/output/inventory-valuation-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

           SELECT OPS-STATS-FILE
               ASSIGN TO "../data/output/daily-ops-stats.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-STATS-FILE-STATUS.

           SELECT COMPANY-PROFILE-FILE
               ASSIGN TO "../data/input/company-profile.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROFILE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-MASTER.
       01  PRODUCT-RECORD.
           COPY "prodrec.cpy".

       SD  VALUATION-SORT-FILE.
       01  SORT-RECORD.
           05  SORT-CATEGORY       PIC X(15).
           05  SORT-PROD-ID        PIC X(10).
           05  SORT-DESCRIPTION    PIC X(22).
           05  SORT-QTY-ON-HAND    PIC S9(7).
           05  SORT-UNIT-COST      PIC 9(5)V99.

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(132).

       FD  OPS-STATS-FILE.
       01  OPS-STAT-RECORD.
           COPY "opstat.cpy".

       FD  COMPANY-PROFILE-FILE.
       01  COMPANY-PROFILE-RECORD.
           COPY "comprof.cpy".

       WORKING-STORAGE SECTION.
       01  PRODUCT-FILE-STATUS     PIC XX.
       01  REPORT-FILE-STATUS      PIC XX.
       01  OPS-STATS-FILE-STATUS   PIC XX.
       01  PROFILE-FILE-STATUS     PIC XX.

       01  COMPANY-NAME            PIC X(50) VALUE
           "ABC CORPORATION - INVENTORY CONTROL".

       01  TODAY-YYYYMMDD          PIC 9(8).
       01  CURRENT-DATE-FIELDS REDEFINES TODAY-YYYYMMDD.
           05  CURR-YEAR           PIC 9(4).
           05  CURR-MONTH          PIC 9(2).
           05  CURR-DAY            PIC 9(2).
       01  FORMATTED-DATE          PIC X(10).

       01  END-OF-PRODUCTS         PIC X VALUE 'N'.
           88  NO-MORE-PRODUCTS    VALUE 'Y'.
       01  END-OF-SORTED           PIC X VALUE 'N'.
           88  NO-MORE-SORTED      VALUE 'Y'.
       01  FIRST-SORTED-SWITCH     PIC X VALUE 'Y'.
           88  FIRST-SORTED-RECORD VALUE 'Y'.

       01  PREVIOUS-CATEGORY       PIC X(15).
       01  PRODUCT-COUNT           PIC 9(6) VALUE ZERO.
       01  NEGATIVE-COUNT          PIC 9(6) VALUE ZERO.
       01  UNCOSTED-COUNT          PIC 9(6) VALUE ZERO.

       01  EXTENDED-VALUE          PIC S9(12)V99.
       01  CATEGORY-QTY-SUBTOTAL   PIC S9(9) VALUE ZERO.
       01  CATEGORY-VALUE-SUBTOTAL PIC S9(12)V99 VALUE ZERO.
       01  GRAND-QTY-TOTAL         PIC S9(9) VALUE ZERO.
       01  GRAND-VALUE-TOTAL       PIC S9(12)V99 VALUE ZERO.

       01  HEADER-LINE-1.
           05  FILLER              PIC X(40) VALUE SPACES.
           05  HDR-COMPANY         PIC X(50).
           05  FILLER              PIC X(42) VALUE SPACES.

       01  HEADER-LINE-2.
           05  FILLER              PIC X(50) VALUE
               "MONTH-END INVENTORY VALUATION".
           05  FILLER              PIC X(20) VALUE SPACES.
           05  FILLER              PIC X(6) VALUE "Date: ".
           05  HDR-DATE            PIC X(10).
           05  FILLER              PIC X(46) VALUE SPACES.

       01  COLUMN-HEADER-1.
           05  FILLER              PIC X(36) VALUE
               "CATEGORY        | PRODUCT ID | DESCR".
           05  FILLER              PIC X(37) VALUE
               "IPTION            |     ON HAND |  AV".
           05  FILLER              PIC X(36) VALUE
               "G COST |  EXTENDED VALUE | NOTE     ".
           05  FILLER              PIC X(23) VALUE SPACES.

       01  SEPARATOR-LINE          PIC X(132) VALUE ALL "-".

       01  DETAIL-LINE.
           05  DTL-CATEGORY        PIC X(15).
           05  FILLER              PIC X(3) VALUE " | ".
           05  DTL-PROD-ID         PIC X(10).
           05  FILLER              PIC X(3) VALUE " | ".
           05  DTL-DESCRIPTION     PIC X(22).
           05  FILLER              PIC X(3) VALUE " | ".
           05  DTL-ON-HAND         PIC ZZ,ZZZ,ZZ9-.
           05  FILLER              PIC X(3) VALUE " | ".
           05  DTL-UNIT-COST       PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(3) VALUE " | ".
           05  DTL-VALUE           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3) VALUE " | ".
           05  DTL-NOTE            PIC X(22).
           05  FILLER              PIC X(10) VALUE SPACES.

       01  SUBTOTAL-LINE.
           05  FILLER              PIC X(18) VALUE SPACES.
           05  FILLER              PIC X(15) VALUE "Category total ".
           05  STL-CATEGORY        PIC X(15).
           05  FILLER              PIC X(8) VALUE SPACES.
           05  STL-QTY             PIC ZZ,ZZZ,ZZ9-.
           05  FILLER              PIC X(15) VALUE SPACES.
           05  STL-VALUE           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(35) VALUE SPACES.

       01  GRAND-TOTAL-LINE.
           05  FILLER              PIC X(18) VALUE SPACES.
           05  FILLER              PIC X(38) VALUE
               "INVENTORY VALUE - ALL CATEGORIES".
           05  GTL-QTY             PIC ZZ,ZZZ,ZZ9-.
           05  FILLER              PIC X(15) VALUE SPACES.
           05  GTL-VALUE           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(35) VALUE SPACES.

       01  PROGRAM-RETURN-CODE     PIC 9(3) VALUE ZERO.
       01  WARNING-FLAG            PIC X VALUE 'N'.
           88  WARNINGS-OCCURRED   VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-COMPANY-PROFILE
           PERFORM INITIALIZE-REPORT
           PERFORM PRINT-HEADER
           SORT VALUATION-SORT-FILE
               ON ASCENDING KEY SORT-CATEGORY
               ON ASCENDING KEY SORT-PROD-ID
               INPUT PROCEDURE IS RELEASE-PRODUCTS
               OUTPUT PROCEDURE IS PRINT-SORTED-PRODUCTS
           PERFORM FINALIZE-REPORT
           PERFORM DETERMINE-RETURN-CODE
           PERFORM WRITE-OPS-STATS
           MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       INITIALIZE-REPORT.
           CALL "PROCESS-DATE" USING TODAY-YYYYMMDD
           STRING CURR-YEAR "-" CURR-MONTH "-" CURR-DAY
               DELIMITED BY SIZE
               INTO FORMATTED-DATE
           END-STRING

           OPEN INPUT PRODUCT-MASTER
           IF PRODUCT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open product master"
               DISPLAY "File Status: " PRODUCT-FILE-STATUS
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open "
                   "inventory-valuation-report.txt"
               DISPLAY "File Status: " REPORT-FILE-STATUS
               CLOSE PRODUCT-MASTER
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

      * Input side of the sort: every product on the master.
       RELEASE-PRODUCTS.
           MOVE LOW-VALUES TO PROD-ID
           START PRODUCT-MASTER KEY IS >= PROD-ID
               INVALID KEY
                   SET NO-MORE-PRODUCTS TO TRUE
           END-START
           PERFORM RELEASE-NEXT-PRODUCT UNTIL NO-MORE-PRODUCTS.

       RELEASE-NEXT-PRODUCT.
           READ PRODUCT-MASTER NEXT RECORD
               AT END
                   SET NO-MORE-PRODUCTS TO TRUE
               NOT AT END
                   MOVE PROD-CATEGORY TO SORT-CATEGORY
                   MOVE PROD-ID TO SORT-PROD-ID
                   MOVE PROD-DESCRIPTION TO SORT-DESCRIPTION
                   MOVE PROD-QTY-ON-HAND TO SORT-QTY-ON-HAND
                   MOVE PROD-UNIT-COST TO SORT-UNIT-COST
                   RELEASE SORT-RECORD
           END-READ.

      * Output side: detail per product, subtotal on each change of
      * category, grand total after the last.
       PRINT-SORTED-PRODUCTS.
           PERFORM RETURN-NEXT-PRODUCT UNTIL NO-MORE-SORTED
           IF PRODUCT-COUNT > 0
               PERFORM PRINT-CATEGORY-SUBTOTAL
           ELSE
               MOVE "(no products on the product master)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               SET WARNINGS-OCCURRED TO TRUE
           END-IF
           PERFORM PRINT-GRAND-TOTAL.

       RETURN-NEXT-PRODUCT.
           RETURN VALUATION-SORT-FILE
               AT END
                   SET NO-MORE-SORTED TO TRUE
               NOT AT END
                   PERFORM VALUE-ONE-PRODUCT
           END-RETURN.

       VALUE-ONE-PRODUCT.
           IF FIRST-SORTED-RECORD
               MOVE 'N' TO FIRST-SORTED-SWITCH
               MOVE SORT-CATEGORY TO PREVIOUS-CATEGORY
           END-IF
           IF SORT-CATEGORY NOT = PREVIOUS-CATEGORY
               PERFORM PRINT-CATEGORY-SUBTOTAL
               MOVE SORT-CATEGORY TO PREVIOUS-CATEGORY
           END-IF
           ADD 1 TO PRODUCT-COUNT

           MOVE SPACES TO DTL-NOTE
           IF SORT-QTY-ON-HAND < 0
               MOVE ZERO TO EXTENDED-VALUE
               MOVE "NEGATIVE - NOT VALUED" TO DTL-NOTE
               ADD 1 TO NEGATIVE-COUNT
               SET WARNINGS-OCCURRED TO TRUE
           ELSE
               COMPUTE EXTENDED-VALUE =
                   SORT-QTY-ON-HAND * SORT-UNIT-COST
               ADD SORT-QTY-ON-HAND TO CATEGORY-QTY-SUBTOTAL
               ADD SORT-QTY-ON-HAND TO GRAND-QTY-TOTAL
               IF SORT-QTY-ON-HAND > 0 AND SORT-UNIT-COST = 0
                   MOVE "NO COST CAPTURED" TO DTL-NOTE
                   ADD 1 TO UNCOSTED-COUNT
                   SET WARNINGS-OCCURRED TO TRUE
               END-IF
           END-IF
           ADD EXTENDED-VALUE TO CATEGORY-VALUE-SUBTOTAL
           ADD EXTENDED-VALUE TO GRAND-VALUE-TOTAL

           MOVE SORT-CATEGORY TO DTL-CATEGORY
           MOVE SORT-PROD-ID TO DTL-PROD-ID
           MOVE SORT-DESCRIPTION TO DTL-DESCRIPTION
           MOVE SORT-QTY-ON-HAND TO DTL-ON-HAND
           MOVE SORT-UNIT-COST TO DTL-UNIT-COST
           MOVE EXTENDED-VALUE TO DTL-VALUE
           WRITE REPORT-LINE FROM DETAIL-LINE.

       PRINT-CATEGORY-SUBTOTAL.
           MOVE PREVIOUS-CATEGORY TO STL-CATEGORY
           MOVE CATEGORY-QTY-SUBTOTAL TO STL-QTY
           MOVE CATEGORY-VALUE-SUBTOTAL TO STL-VALUE
           WRITE REPORT-LINE FROM SUBTOTAL-LINE
           WRITE REPORT-LINE FROM SPACES
           MOVE ZERO TO CATEGORY-QTY-SUBTOTAL
           MOVE ZERO TO CATEGORY-VALUE-SUBTOTAL.

       PRINT-GRAND-TOTAL.
           WRITE REPORT-LINE FROM SEPARATOR-LINE
           MOVE GRAND-QTY-TOTAL TO GTL-QTY
           MOVE GRAND-VALUE-TOTAL TO GTL-VALUE
           WRITE REPORT-LINE FROM GRAND-TOTAL-LINE.

       PRINT-HEADER.
           MOVE COMPANY-NAME TO HDR-COMPANY
           WRITE REPORT-LINE FROM HEADER-LINE-1
           MOVE FORMATTED-DATE TO HDR-DATE
           WRITE REPORT-LINE FROM HEADER-LINE-2
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM COLUMN-HEADER-1
           WRITE REPORT-LINE FROM SEPARATOR-LINE.

       FINALIZE-REPORT.
           CLOSE PRODUCT-MASTER
           CLOSE REPORT-FILE
           DISPLAY "Inventory valuation complete: " PRODUCT-COUNT
               " products, " NEGATIVE-COUNT " negative, "
               UNCOSTED-COUNT " without cost"
           DISPLAY "Total inventory value: $" GRAND-VALUE-TOTAL
           DISPLAY "Report saved to: "
               "../data/output/inventory-valuation-report.txt".

       DETERMINE-RETURN-CODE.
           IF PROGRAM-RETURN-CODE = 0 AND WARNINGS-OCCURRED
               MOVE 4 TO PROGRAM-RETURN-CODE
           END-IF.

       WRITE-OPS-STATS.
           OPEN EXTEND OPS-STATS-FILE
           IF OPS-STATS-FILE-STATUS = "35"
               OPEN OUTPUT OPS-STATS-FILE
               CLOSE OPS-STATS-FILE
               OPEN EXTEND OPS-STATS-FILE
           END-IF

           MOVE SPACES TO OPS-STAT-RECORD
           MOVE "INVENTORY-VALUATION" TO OPS-PROGRAM-ID
           ACCEPT OPS-RUN-DATE FROM DATE YYYYMMDD
           MOVE PRODUCT-COUNT         TO OPS-RECORDS-PROCESSED
           COMPUTE OPS-REJECTS = NEGATIVE-COUNT + UNCOSTED-COUNT
           MOVE GRAND-VALUE-TOTAL     TO OPS-TOTAL-AMOUNT
           MOVE PROGRAM-RETURN-CODE   TO OPS-RETURN-CODE
           WRITE OPS-STAT-RECORD
           CLOSE OPS-STATS-FILE.

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
           IF PROF-COMPANY-NAME NOT = SPACES
               MOVE SPACES TO COMPANY-NAME
               STRING FUNCTION TRIM(PROF-COMPANY-NAME)
                   " - INVENTORY CONTROL"
                   DELIMITED BY SIZE INTO COMPANY-NAME
           END-IF.

       END PROGRAM INVENTORY-VALUATION.
