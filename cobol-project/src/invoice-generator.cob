      * in invoice-number-control.txt. A rerun of a date already      *
      * invoiced reprints nothing and posts nothing, the same         *
      * posted-marker protection REPORT-GENERATOR uses.               *
      * Each line shows the basis the customer's price should come    *
      * from - contract, quantity break or list, as PRICE-RESOLVER    *
      * works it out - and a line keyed at anything else carries the  *
      * expected price under it. The keyed price is what is billed:   *
      * it is the price the sales report and the GL already booked,   *
      * and the correction goes through the price-exception report.   *
      * Each posted invoice's sales and returns, at price and at the  *
      * product master's unit cost, go to the customer's month and    *
      * year profitability buckets (CUSTOMER-PROFIT-POST).            *
      * Customers with a trading-partner profile asking for           *
      * electronic invoices also get each posted invoice on the       *
      * delimited electronic invoice file, edi-invoices.txt - one     *
      * interchange per run with an envelope header and trailer, and  *
      * per invoice a header, a segment per line and a totals segment *
      * carrying the invoice's segment count. The envelope trailer    *
      * carries the invoice count, the segment count and the control  *
      * total of the interchange. An electronic-only customer gets no *
      * paper copy. Every invoice sent is logged awaiting the         *
      * partner's acknowledgement (EDI-ACK-INTAKE). An invoice        *
      * missing a reference its partner requires is printed instead.  *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MARKER-FILE-STATUS.

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

      * Electronic invoicing: partner profiles, the outbound
      * interchange, the current invoice's line segments while it is
      * being built, the transmission log and the interchange control
      * number counter.
           SELECT TRADING-PARTNER-FILE
               ASSIGN TO "../data/output/trading-partners.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TPP-CUSTOMER-ID
               FILE STATUS IS PARTNER-FILE-STATUS.

           SELECT EDI-INVOICE-FILE
               ASSIGN TO "../data/output/edi-invoices.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EDI-FILE-STATUS.

           SELECT EDI-LINE-WORK-FILE
               ASSIGN TO "../data/output/edi-invoice-work.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EDI-WORK-STATUS.

           SELECT EDI-INVOICE-LOG
               ASSIGN TO "../data/output/edi-invoice-log.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDL-INVOICE-NUMBER
               FILE STATUS IS EDI-LOG-STATUS.

           SELECT EDI-CONTROL-FILE
               ASSIGN TO "../data/output/edi-control-number.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EDI-CONTROL-STATUS.

           SELECT OPS-STATS-FILE
               ASSIGN TO "../data/output/daily-ops-stats.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           05  SORT-UNIT-PRICE     PIC 9(5)V99.
           05  SORT-TXN-TYPE       PIC X(1).
               88  SORT-IS-RETURN  VALUE "R".
           05  SORT-CATEGORY       PIC X(15).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           COPY "custrec.cpy".

       FD  PRODUCT-MASTER.
       01  PRODUCT-RECORD.
           COPY "prodrec.cpy".

       FD  PRODUCT-PRICE-FILE.
       01  PRODUCT-PRICE-RECORD.
           COPY "prodprc.cpy".

       FD  OPEN-INVOICE-FILE.
       01  OPEN-INVOICE-RECORD.
           COPY "openitm.cpy".
       FD  INVOICED-MARKER-FILE.
       01  INVOICED-MARKER-RECORD      PIC 9(8).

       FD  TRADING-PARTNER-FILE.
       01  TRADING-PARTNER-RECORD.
           COPY "tpprof.cpy".

       FD  EDI-INVOICE-FILE.
       01  EDI-LINE                    PIC X(200).

       FD  EDI-LINE-WORK-FILE.
       01  EDI-WORK-LINE               PIC X(200).

       FD  EDI-INVOICE-LOG.
       01  EDI-INVOICE-LOG-RECORD.
           COPY "ediinv.cpy".

       FD  EDI-CONTROL-FILE.
       01  EDI-CONTROL-RECORD          PIC 9(9).

       FD  OPS-STATS-FILE.
       01  OPS-STAT-RECORD.
           COPY "opstat.cpy".
       01  NUMBER-FILE-STATUS      PIC XX.
       01  MARKER-FILE-STATUS      PIC XX.
       01  OPS-STATS-FILE-STATUS   PIC XX.
       01  PRODUCT-FILE-STATUS     PIC XX.
       01  PRICE-LIST-STATUS       PIC XX.
       01  PARTNER-FILE-STATUS     PIC XX.
       01  EDI-FILE-STATUS         PIC XX.
       01  EDI-WORK-STATUS         PIC XX.
       01  EDI-LOG-STATUS          PIC XX.
       01  EDI-CONTROL-STATUS      PIC XX.

       01  COMPANY-NAME            PIC X(50) VALUE
           "ABC CORPORATION - CUSTOMER INVOICING".
       01  INVOICE-LINE-COUNT      PIC 9(4) VALUE ZERO.
       01  TRANSACTION-TOTAL       PIC S9(7)V99.

      * The invoice's sales and returns at price and at cost, for the
      * customer profitability buckets. A product not on the master
      * contributes no cost.
       01  INVOICE-SALES-AMOUNT    PIC S9(10)V99 COMP-3.
       01  INVOICE-SALES-COST      PIC S9(10)V99 COMP-3.
       01  INVOICE-RETURNS-AMOUNT  PIC S9(10)V99 COMP-3.
       01  INVOICE-RETURNS-COST    PIC S9(10)V99 COMP-3.
       01  LINE-COST               PIC S9(10)V99 COMP-3.
       01  PROFIT-REQUEST.
           COPY "cprfreq.cpy".

      * Expected price per line: the price in force (dated price
      * row, else master list) run through PRICE-RESOLVER. Without
      * the product master the basis prints blank and nothing is
      * compared.
       01  PRODUCT-MASTER-SWITCH   PIC X VALUE 'N'.
           88  PRODUCT-MASTER-ACTIVE VALUE 'Y'.
       01  PRICE-LIST-SWITCH       PIC X VALUE 'N'.
           88  PRICE-LIST-ACTIVE   VALUE 'Y'.
       01  END-OF-PRICE-ROWS       PIC X.
           88  NO-MORE-PRICE-ROWS  VALUE 'Y'.
       01  EFFECTIVE-PRICE         PIC 9(5)V99.
       01  PRICE-MISMATCH-COUNT    PIC 9(6) VALUE ZERO.
       01  PRICE-REQUEST.
           COPY "prcreq.cpy".

      * Electronic invoicing. Without the partner profile file
      * every invoice is printed, as before; with it but without the
      * interchange or its log, electronic customers are printed and
      * the run warns.
       01  PARTNER-PROFILE-SWITCH  PIC X VALUE 'N'.
           88  PARTNER-PROFILES-ACTIVE VALUE 'Y'.
       01  EDI-SWITCH              PIC X VALUE 'N'.
           88  EDI-ACTIVE          VALUE 'Y'.
       01  PRINT-SWITCH            PIC X VALUE 'Y'.
           88  PRINT-THIS-INVOICE  VALUE 'Y'.
       01  TRANSMIT-SWITCH         PIC X VALUE 'N'.
           88  TRANSMIT-THIS-INVOICE VALUE 'Y'.
       01  INVOICE-POSTED-SWITCH   PIC X VALUE 'N'.
           88  INVOICE-POSTED      VALUE 'Y'.
       01  END-OF-EDI-WORK         PIC X.
           88  NO-MORE-EDI-WORK    VALUE 'Y'.
       01  WITHHOLD-REASON         PIC X(40).
       01  SENDER-ID               PIC X(15) VALUE "ABCCORP".
       01  INTERCHANGE-NUMBER      PIC 9(9) VALUE ZERO.
       01  EDI-INVOICE-COUNT       PIC 9(6) VALUE ZERO.
       01  EDI-WITHHELD-COUNT      PIC 9(6) VALUE ZERO.
       01  EDI-SEGMENT-TOTAL       PIC 9(7) VALUE ZERO.
       01  EDI-CONTROL-TOTAL       PIC S9(10)V99 VALUE ZERO.
       01  INVOICE-SEGMENT-COUNT   PIC 9(5).
       01  EDI-LINE-NUMBER         PIC 9(4).
       01  EDI-COUNT-OUT           PIC Z(6)9.
       01  EDI-QUANTITY-OUT        PIC Z(5)9.
       01  EDI-PRICE-OUT           PIC Z(4)9.99.
       01  EDI-AMOUNT-OUT          PIC -(10)9.99.

       01  LAST-INVOICE-NUMBER     PIC 9(6) VALUE ZERO.
       01  INVOICE-NUMBER          PIC X(10).


       01  INV-COLUMN-HEADER       PIC X(100) VALUE
           "PRODUCT ID | PRODUCT NAME           | QUANTITY | "
           & "UNIT PRICE | AMOUNT    | PRICE BASIS".

       01  INV-DETAIL-LINE.
           05  IDL-PROD-ID         PIC X(10).
           05  IDL-UNIT-PRICE      PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(3) VALUE " | ".
           05  IDL-AMOUNT          PIC ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3) VALUE " | ".
           05  IDL-PRICE-BASIS     PIC X(12).
           05  FILLER              PIC X(13) VALUE SPACES.

       01  INV-PRICE-NOTE-LINE.
           05  FILLER              PIC X(13) VALUE SPACES.
           05  FILLER              PIC X(22)
               VALUE "** EXPECTED PRICE    ".
           05  IPN-EXPECTED-PRICE  PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(7) VALUE " UNDER ".
           05  IPN-PRICE-BASIS     PIC X(12).
           05  FILLER              PIC X(37)
               VALUE " - KEYED PRICE BILLED, UNDER REVIEW".

       01  INV-TOTAL-LINE.
           05  FILLER              PIC X(18) VALUE "INVOICE TOTAL:    ".
               OPEN EXTEND CUSTOMER-EVENTS-FILE
           END-IF

           OPEN INPUT PRODUCT-MASTER
           IF PRODUCT-FILE-STATUS = "00"
               SET PRODUCT-MASTER-ACTIVE TO TRUE
               OPEN INPUT PRODUCT-PRICE-FILE
               IF PRICE-LIST-STATUS = "00"
                   SET PRICE-LIST-ACTIVE TO TRUE
               END-IF
           ELSE
               DISPLAY "NOTE: product master not available "
                   "(status " PRODUCT-FILE-STATUS ") - price basis "
                   "not shown"
           END-IF

           OPEN OUTPUT INVOICE-PRINT-FILE
           IF PRINT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open customer-invoices.txt"
               PERFORM RELEASE-FILE-LOCK
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           IF NOT ALREADY-INVOICED
               PERFORM OPEN-ELECTRONIC-INVOICING
           END-IF.

      * A rerun of a date already invoiced leaves the last
      * interchange as it was, for the same reason it posts nothing.
       OPEN-ELECTRONIC-INVOICING.
           OPEN INPUT TRADING-PARTNER-FILE
           IF PARTNER-FILE-STATUS = "00"
               SET PARTNER-PROFILES-ACTIVE TO TRUE
               PERFORM START-EDI-INTERCHANGE
           ELSE
               DISPLAY "NOTE: no trading-partner profiles (status "
                   PARTNER-FILE-STATUS ") - all invoices printed"
           END-IF.

       START-EDI-INTERCHANGE.
           OPEN I-O EDI-INVOICE-LOG
           IF EDI-LOG-STATUS = "35"
               CLOSE EDI-INVOICE-LOG
               OPEN OUTPUT EDI-INVOICE-LOG
               CLOSE EDI-INVOICE-LOG
               OPEN I-O EDI-INVOICE-LOG
           END-IF
           IF EDI-LOG-STATUS = "00"
               OPEN OUTPUT EDI-INVOICE-FILE
               IF EDI-FILE-STATUS = "00"
                   SET EDI-ACTIVE TO TRUE
               ELSE
                   CLOSE EDI-INVOICE-LOG
               END-IF
           END-IF

           IF EDI-ACTIVE
               PERFORM READ-INTERCHANGE-NUMBER
               ADD 1 TO INTERCHANGE-NUMBER
               PERFORM CAPTURE-TIMESTAMP
               MOVE SPACES TO EDI-LINE
               STRING "ISA|" INTERCHANGE-NUMBER
                   "|" FUNCTION TRIM(SENDER-ID)
                   "|" TODAY-YYYYMMDD "|" TS-TIME
                   DELIMITED BY SIZE INTO EDI-LINE
               END-STRING
               WRITE EDI-LINE
           ELSE
               DISPLAY "WARNING: electronic invoice file or log not "
                   "available (status " EDI-FILE-STATUS "/"
                   EDI-LOG-STATUS ") - electronic customers printed"
               SET WARNINGS-OCCURRED TO TRUE
           END-IF.

       READ-INTERCHANGE-NUMBER.
           OPEN INPUT EDI-CONTROL-FILE
           IF EDI-CONTROL-STATUS = "00"
               READ EDI-CONTROL-FILE
               IF EDI-CONTROL-STATUS = "00"
                   AND EDI-CONTROL-RECORD NUMERIC
                   MOVE EDI-CONTROL-RECORD TO INTERCHANGE-NUMBER
               END-IF
               CLOSE EDI-CONTROL-FILE
           END-IF.

       SAVE-INTERCHANGE-NUMBER.
           OPEN OUTPUT EDI-CONTROL-FILE
           IF EDI-CONTROL-STATUS = "00"
               MOVE INTERCHANGE-NUMBER TO EDI-CONTROL-RECORD
               WRITE EDI-CONTROL-RECORD
               CLOSE EDI-CONTROL-FILE
           ELSE
               DISPLAY "WARNING: cannot save interchange control "
                   "number (status " EDI-CONTROL-STATUS ")"
               SET WARNINGS-OCCURRED TO TRUE
           END-IF.

       CHECK-INVOICED-MARKER.
                       MOVE TXN-PROD-NAME TO SORT-PROD-NAME
                       MOVE TXN-QUANTITY TO SORT-QUANTITY
                       MOVE TXN-UNIT-PRICE TO SORT-UNIT-PRICE
                       MOVE TXN-CATEGORY TO SORT-CATEGORY
                       IF TXN-IS-RETURN
                           MOVE "R" TO SORT-TXN-TYPE
                       ELSE
           MOVE SORT-QUANTITY TO IDL-QUANTITY
           MOVE SORT-UNIT-PRICE TO IDL-UNIT-PRICE
           MOVE TRANSACTION-TOTAL TO IDL-AMOUNT
           PERFORM RESOLVE-EXPECTED-PRICE
           PERFORM ACCUMULATE-LINE-PROFIT
           IF PRINT-THIS-INVOICE
               WRITE INVOICE-LINE FROM INV-DETAIL-LINE
           END-IF
           IF PRQ-EXPECTED-PRICE > 0
               AND PRQ-EXPECTED-PRICE NOT = SORT-UNIT-PRICE
               ADD 1 TO PRICE-MISMATCH-COUNT
               MOVE PRQ-EXPECTED-PRICE TO IPN-EXPECTED-PRICE
               MOVE PRQ-PRICE-RULE TO IPN-PRICE-BASIS
               IF PRINT-THIS-INVOICE
                   WRITE INVOICE-LINE FROM INV-PRICE-NOTE-LINE
               END-IF
           END-IF
           IF TRANSMIT-THIS-INVOICE
               PERFORM WRITE-EDI-LINE-SEGMENT
           END-IF.

      * Line segments wait on the work file until the invoice is
      * known to have posted.
       WRITE-EDI-LINE-SEGMENT.
           ADD 1 TO EDI-LINE-NUMBER
           MOVE EDI-LINE-NUMBER TO EDI-COUNT-OUT
           MOVE SORT-QUANTITY TO EDI-QUANTITY-OUT
           MOVE SORT-UNIT-PRICE TO EDI-PRICE-OUT
           MOVE TRANSACTION-TOTAL TO EDI-AMOUNT-OUT
           MOVE SPACES TO EDI-WORK-LINE
           STRING "ILN|" FUNCTION TRIM(EDI-COUNT-OUT)
               "|" FUNCTION TRIM(SORT-PROD-ID)
               "|" SORT-TXN-TYPE
               "|" FUNCTION TRIM(EDI-QUANTITY-OUT)
               "|" FUNCTION TRIM(EDI-PRICE-OUT)
               "|" FUNCTION TRIM(EDI-AMOUNT-OUT)
               "|" FUNCTION TRIM(SORT-PROD-NAME)
               DELIMITED BY SIZE INTO EDI-WORK-LINE
           END-STRING
           WRITE EDI-WORK-LINE.

      * RESOLVE-EXPECTED-PRICE has just read the line's product when
      * the master is available.
       ACCUMULATE-LINE-PROFIT.
           MOVE ZERO TO LINE-COST
           IF PRODUCT-MASTER-ACTIVE AND PRODUCT-FILE-STATUS = "00"
               COMPUTE LINE-COST = SORT-QUANTITY * PROD-UNIT-COST
           END-IF
           IF SORT-IS-RETURN
               SUBTRACT TRANSACTION-TOTAL FROM INVOICE-RETURNS-AMOUNT
               ADD LINE-COST TO INVOICE-RETURNS-COST
           ELSE
               ADD TRANSACTION-TOTAL TO INVOICE-SALES-AMOUNT
               ADD LINE-COST TO INVOICE-SALES-COST
           END-IF.

      * Same resolution the sales edit applies, priced on the run
      * date the sales were booked under.
       RESOLVE-EXPECTED-PRICE.
           MOVE SPACES TO IDL-PRICE-BASIS
           MOVE ZERO TO PRQ-EXPECTED-PRICE
           IF PRODUCT-MASTER-ACTIVE
               MOVE SORT-PROD-ID TO PROD-ID
               READ PRODUCT-MASTER KEY IS PROD-ID
               IF PRODUCT-FILE-STATUS = "00"
                   PERFORM LOOK-UP-EFFECTIVE-PRICE
                   SET PRQ-RESOLVE TO TRUE
                   MOVE SORT-CUSTOMER-ID TO PRQ-CUSTOMER-ID
                   MOVE SORT-PROD-ID TO PRQ-PROD-ID
                   MOVE SORT-CATEGORY TO PRQ-CATEGORY
                   MOVE SORT-QUANTITY TO PRQ-QUANTITY
                   MOVE TODAY-YYYYMMDD TO PRQ-PRICE-DATE
                   MOVE EFFECTIVE-PRICE TO PRQ-LIST-PRICE
                   CALL "PRICE-RESOLVER" USING PRICE-REQUEST
                   MOVE PRQ-PRICE-RULE TO IDL-PRICE-BASIS
               END-IF
           END-IF.

       LOOK-UP-EFFECTIVE-PRICE.
           MOVE PROD-LIST-PRICE TO EFFECTIVE-PRICE
           IF PRICE-LIST-ACTIVE
               MOVE 'N' TO END-OF-PRICE-ROWS
               MOVE SORT-PROD-ID TO PPR-PROD-ID
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
                   IF PPR-PROD-ID NOT = SORT-PROD-ID
                       OR PPR-EFFECTIVE-DATE > TODAY-YYYYMMDD
                       SET NO-MORE-PRICE-ROWS TO TRUE
                   ELSE
                       MOVE PPR-PRICE TO EFFECTIVE-PRICE
                   END-IF
           END-READ.

       OPEN-CURRENT-INVOICE.
           MOVE ZERO TO INVOICE-TOTAL
           MOVE ZERO TO INVOICE-LINE-COUNT
           MOVE ZERO TO INVOICE-SALES-AMOUNT
           MOVE ZERO TO INVOICE-SALES-COST
           MOVE ZERO TO INVOICE-RETURNS-AMOUNT
           MOVE ZERO TO INVOICE-RETURNS-COST
           ADD 1 TO LAST-INVOICE-NUMBER
           MOVE SPACES TO INVOICE-NUMBER
           STRING "IN" LAST-INVOICE-NUMBER
               DELIMITED BY SIZE INTO INVOICE-NUMBER
           PERFORM DETERMINE-INVOICE-DELIVERY

           MOVE CURRENT-CUSTOMER-ID TO CUSTOMER-ID
           READ CUSTOMER-FILE KEY IS CUSTOMER-ID
           ELSE
               MOVE "** CUSTOMER NOT ON FILE **" TO ICL-CUSTOMER-NAME
           END-IF
           IF PRINT-THIS-INVOICE
               PERFORM PRINT-INVOICE-HEADING
           END-IF.

       PRINT-INVOICE-HEADING.
           WRITE INVOICE-LINE FROM SEPARATOR-LINE
           MOVE COMPANY-NAME TO IH-COMPANY
           WRITE INVOICE-LINE FROM INV-HEADER-LINE
           MOVE INVOICE-NUMBER TO ITL-NUMBER
           MOVE FORMATTED-DATE TO ITL-DATE
           WRITE INVOICE-LINE FROM INV-TITLE-LINE
           WRITE INVOICE-LINE FROM INV-CUSTOMER-LINE
           WRITE INVOICE-LINE FROM DASH-LINE
           WRITE INVOICE-LINE FROM INV-COLUMN-HEADER.

      * No profile, or a paper-only one, prints as before. An
      * electronic customer is transmitted only when every reference
      * its partner requires is on the profile; otherwise it is
      * printed and the run warns so the profile gets fixed.
       DETERMINE-INVOICE-DELIVERY.
           MOVE 'Y' TO PRINT-SWITCH
           MOVE 'N' TO TRANSMIT-SWITCH
           MOVE 'N' TO INVOICE-POSTED-SWITCH
           MOVE SPACES TO WITHHOLD-REASON
           IF PARTNER-PROFILES-ACTIVE
               MOVE CURRENT-CUSTOMER-ID TO TPP-CUSTOMER-ID
               READ TRADING-PARTNER-FILE KEY IS TPP-CUSTOMER-ID
               IF PARTNER-FILE-STATUS = "00"
                   AND NOT TPP-PAPER-ONLY
                   PERFORM CHECK-PARTNER-REFERENCES
               END-IF
           END-IF
           IF WITHHOLD-REASON NOT = SPACES
               ADD 1 TO EDI-WITHHELD-COUNT
               SET WARNINGS-OCCURRED TO TRUE
               DISPLAY "WARNING: invoice " INVOICE-NUMBER
                   " for customer " CURRENT-CUSTOMER-ID
                   " printed, not sent - "
                   FUNCTION TRIM(WITHHOLD-REASON)
           END-IF.

       CHECK-PARTNER-REFERENCES.
           EVALUATE TRUE
               WHEN NOT EDI-ACTIVE
                   MOVE "electronic file not available"
                       TO WITHHOLD-REASON
               WHEN TPP-PARTNER-ID = SPACES
                   MOVE "no partner ID on profile" TO WITHHOLD-REASON
               WHEN TPP-NEEDS-PO AND TPP-PO-NUMBER = SPACES
                   MOVE "partner requires a PO number"
                       TO WITHHOLD-REASON
               WHEN TPP-NEEDS-SUPPLIER-NUMBER
                   AND TPP-SUPPLIER-NUMBER = SPACES
                   MOVE "partner requires a supplier number"
                       TO WITHHOLD-REASON
               WHEN OTHER
                   OPEN OUTPUT EDI-LINE-WORK-FILE
                   IF EDI-WORK-STATUS = "00"
                       SET TRANSMIT-THIS-INVOICE TO TRUE
                       MOVE ZERO TO EDI-LINE-NUMBER
                       IF TPP-ELECTRONIC-ONLY
                           MOVE 'N' TO PRINT-SWITCH
                       END-IF
                   ELSE
                       MOVE "line work file not available"
                           TO WITHHOLD-REASON
                   END-IF
           END-EVALUATE.

       CLOSE-CURRENT-INVOICE.
           MOVE CURRENT-CUSTOMER-ID TO CUSTOMER-ID
           READ CUSTOMER-FILE KEY IS CUSTOMER-ID
           IF FILE-OK
               MOVE "***" TO ITL-CURRENCY
           END-IF
           MOVE INVOICE-TOTAL TO ITL-AMOUNT
           IF PRINT-THIS-INVOICE
               WRITE INVOICE-LINE FROM DASH-LINE
               WRITE INVOICE-LINE FROM INV-TOTAL-LINE
               WRITE INVOICE-LINE FROM SPACES
           END-IF

           EVALUATE TRUE
               WHEN NOT FILE-OK
                       " - total not positive, nothing posted"
               WHEN OTHER
                   PERFORM POST-INVOICE-TO-CUSTOMER
           END-EVALUATE

           IF TRANSMIT-THIS-INVOICE
               CLOSE EDI-LINE-WORK-FILE
               IF INVOICE-POSTED
                   PERFORM TRANSMIT-EDI-INVOICE
               END-IF
           END-IF.

      * The totals segment's count covers the invoice's own
      * segments, header through totals.
       TRANSMIT-EDI-INVOICE.
           MOVE ZERO TO INVOICE-SEGMENT-COUNT
           MOVE SPACES TO EDI-LINE
           STRING "IHD|" FUNCTION TRIM(INVOICE-NUMBER)
               "|" TODAY-YYYYMMDD
               "|" FUNCTION TRIM(TPP-PARTNER-ID)
               "|" CURRENT-CUSTOMER-ID
               "|" FUNCTION TRIM(TPP-PO-NUMBER)
               "|" FUNCTION TRIM(TPP-SUPPLIER-NUMBER)
               "|" CUSTOMER-CURRENCY-CODE
               DELIMITED BY SIZE INTO EDI-LINE
           END-STRING
           WRITE EDI-LINE
           ADD 1 TO INVOICE-SEGMENT-COUNT

           OPEN INPUT EDI-LINE-WORK-FILE
           MOVE 'N' TO END-OF-EDI-WORK
           PERFORM COPY-EDI-LINE-SEGMENT UNTIL NO-MORE-EDI-WORK
           CLOSE EDI-LINE-WORK-FILE

           ADD 1 TO INVOICE-SEGMENT-COUNT
           MOVE EDI-LINE-NUMBER TO EDI-COUNT-OUT
           MOVE INVOICE-TOTAL TO EDI-AMOUNT-OUT
           MOVE SPACES TO EDI-LINE
           STRING "ITT|" FUNCTION TRIM(INVOICE-NUMBER)
               "|" FUNCTION TRIM(EDI-COUNT-OUT)
               "|" FUNCTION TRIM(EDI-AMOUNT-OUT)
               "|" INVOICE-SEGMENT-COUNT
               DELIMITED BY SIZE INTO EDI-LINE
           END-STRING
           WRITE EDI-LINE

           ADD 1 TO EDI-INVOICE-COUNT
           ADD INVOICE-SEGMENT-COUNT TO EDI-SEGMENT-TOTAL
           ADD INVOICE-TOTAL TO EDI-CONTROL-TOTAL
           PERFORM LOG-EDI-INVOICE.

       COPY-EDI-LINE-SEGMENT.
           READ EDI-LINE-WORK-FILE
               AT END
                   SET NO-MORE-EDI-WORK TO TRUE
               NOT AT END
                   WRITE EDI-LINE FROM EDI-WORK-LINE
                   ADD 1 TO INVOICE-SEGMENT-COUNT
           END-READ.

       LOG-EDI-INVOICE.
           MOVE SPACES TO EDI-INVOICE-LOG-RECORD
           MOVE INVOICE-NUMBER TO EDL-INVOICE-NUMBER
           MOVE CURRENT-CUSTOMER-ID TO EDL-CUSTOMER-ID
           MOVE TPP-PARTNER-ID TO EDL-PARTNER-ID
           MOVE INTERCHANGE-NUMBER TO EDL-INTERCHANGE-NUMBER
           MOVE TODAY-YYYYMMDD TO EDL-SENT-DATE
           MOVE INVOICE-TOTAL TO EDL-INVOICE-AMOUNT
           MOVE INVOICE-SEGMENT-COUNT TO EDL-SEGMENT-COUNT
           SET EDL-AWAITING-ACK TO TRUE
           MOVE ZERO TO EDL-ACK-DATE
           WRITE EDI-INVOICE-LOG-RECORD
           IF EDI-LOG-STATUS = "22"
               REWRITE EDI-INVOICE-LOG-RECORD
           END-IF
           IF EDI-LOG-STATUS NOT = "00"
               DISPLAY "WARNING: transmission log write failed for "
                   "invoice " INVOICE-NUMBER " status "
                   EDI-LOG-STATUS
               SET WARNINGS-OCCURRED TO TRUE
           END-IF.

      * Segment count includes the envelope header and trailer.
       WRITE-EDI-ENVELOPE-TRAILER.
           ADD 2 TO EDI-SEGMENT-TOTAL
           MOVE EDI-INVOICE-COUNT TO EDI-COUNT-OUT
           MOVE EDI-CONTROL-TOTAL TO EDI-AMOUNT-OUT
           MOVE SPACES TO EDI-LINE
           STRING "IEA|" INTERCHANGE-NUMBER
               "|" FUNCTION TRIM(EDI-COUNT-OUT)
               "|" EDI-SEGMENT-TOTAL
               "|" FUNCTION TRIM(EDI-AMOUNT-OUT)
               DELIMITED BY SIZE INTO EDI-LINE
           END-STRING
           WRITE EDI-LINE.

       POST-INVOICE-TO-CUSTOMER.
           MOVE CUSTOMER-RECORD TO BEFORE-IMAGE
           REWRITE CUSTOMER-RECORD

           IF FILE-OK
               SET INVOICE-POSTED TO TRUE
               ADD 1 TO INVOICED-COUNT
               ADD INVOICE-TOTAL TO INVOICED-TOTAL
               PERFORM WRITE-INVOICE-OPEN-ITEM
               PERFORM POST-INVOICE-PROFIT
               PERFORM WRITE-INVOICE-TRANSACTION-LOG
               MOVE CUSTOMER-RECORD TO AFTER-IMAGE
               MOVE "INVOIC" TO AUDIT-OP-CODE
               END-IF
           END-IF.

       POST-INVOICE-PROFIT.
           SET CPQ-POST TO TRUE
           MOVE CUSTOMER-ID TO CPQ-CUSTOMER-ID
           MOVE TODAY-YYYYMMDD TO CPQ-POST-DATE
           INITIALIZE CPQ-AMOUNTS
           MOVE INVOICE-SALES-AMOUNT TO CPQ-SALES-AMOUNT
           MOVE INVOICE-SALES-COST TO CPQ-SALES-COST
           MOVE INVOICE-RETURNS-AMOUNT TO CPQ-RETURNS-AMOUNT
           MOVE INVOICE-RETURNS-COST TO CPQ-RETURNS-COST
           CALL "CUSTOMER-PROFIT-POST" USING PROFIT-REQUEST
           IF NOT CPQ-POSTED
               DISPLAY "WARNING: profitability history not posted "
                   "for invoice " INVOICE-NUMBER
               SET WARNINGS-OCCURRED TO TRUE
           END-IF.

       CHECK-BALANCE-CHANGE-EVENT.
           COMPUTE BALANCE-CHANGE = CUSTOMER-BALANCE - OLD-BALANCE
           IF FUNCTION ABS(BALANCE-CHANGE) > THRESHOLD
               " for " INVOICED-TOTAL
           DISPLAY "  Cash sales (no customer): " NO-CUSTOMER-COUNT
           DISPLAY "  Invoices rejected: " REJECTED-COUNT
           DISPLAY "  Lines off expected price: " PRICE-MISMATCH-COUNT
           DISPLAY "  Invoices sent electronically: " EDI-INVOICE-COUNT
           DISPLAY "  Electronic invoices printed instead: "
               EDI-WITHHELD-COUNT
           DISPLAY "Print file: ../data/output/customer-invoices.txt"
           IF EDI-ACTIVE
               DISPLAY "Electronic file: ../data/output/"
                   "edi-invoices.txt (interchange "
                   INTERCHANGE-NUMBER ")"
           END-IF.

       RELEASE-FILE-LOCK.
           MOVE "R" TO LOCK-ACTION
           CLOSE CUSTOMER-AUDIT-LOG
           CLOSE CUSTOMER-TRANSACTION-LOG
           CLOSE CUSTOMER-EVENTS-FILE
           IF PRODUCT-MASTER-ACTIVE
               CLOSE PRODUCT-MASTER
               SET PRQ-CLOSE TO TRUE
               CALL "PRICE-RESOLVER" USING PRICE-REQUEST
           END-IF
           IF PRICE-LIST-ACTIVE
               CLOSE PRODUCT-PRICE-FILE
           END-IF
           SET CPQ-CLOSE TO TRUE
           CALL "CUSTOMER-PROFIT-POST" USING PROFIT-REQUEST
           CLOSE INVOICE-PRINT-FILE
           IF EDI-ACTIVE
               PERFORM WRITE-EDI-ENVELOPE-TRAILER
               CLOSE EDI-INVOICE-FILE
               CLOSE EDI-INVOICE-LOG
               PERFORM SAVE-INTERCHANGE-NUMBER
           END-IF
           IF PARTNER-PROFILES-ACTIVE
               CLOSE TRADING-PARTNER-FILE
           END-IF.

       DETERMINE-RETURN-CODE.
           IF PROGRAM-RETURN-CODE = 0
