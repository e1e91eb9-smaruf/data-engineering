       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICE-RESOLVER.
       AUTHOR. MUHAMMAD SHAMSUL MARUF.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * EXPECTED PRICE SERVICE (shared subprogram)                    *
      * Works out what a customer should be paying for a product on a *
      * given date, factored out the way PROCESS-DATE is so the sales *
      * edit, INVOICE-GENERATOR and ORDER-ENTRY can never disagree on *
      * it. The order is fixed: a contract price on the product, then *
      * a contract discount on the product's category, then the best  *
      * quantity-break tier the line reaches, then the list price in  *
      * force the caller passed in. The rule that produced the price  *
      * comes back with it, so an exception can say what the keyed    *
      * price was measured against.                                   *
      *                                                               *
      * The agreement and tier files are opened on the first call and *
      * stay open until the caller sends action 'C'. A file that does *
      * not exist yet simply contributes no prices.                   *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRACT-PRICE-FILE
               ASSIGN TO "../data/output/contract-prices.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGR-KEY
               FILE STATUS IS CONTRACT-FILE-STATUS.

           SELECT QUANTITY-BREAK-FILE
               ASSIGN TO "../data/output/quantity-breaks.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QBK-KEY
               FILE STATUS IS BREAK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTRACT-PRICE-FILE.
       01  CONTRACT-PRICE-RECORD.
           COPY "pricagr.cpy".

       FD  QUANTITY-BREAK-FILE.
       01  QUANTITY-BREAK-RECORD.
           COPY "qtybrk.cpy".

       WORKING-STORAGE SECTION.
       01  CONTRACT-FILE-STATUS    PIC XX.
       01  BREAK-FILE-STATUS       PIC XX.

       01  FILES-OPENED-SWITCH     PIC X VALUE 'N'.
           88  PRICING-FILES-OPEN  VALUE 'Y'.
       01  CONTRACT-SWITCH         PIC X VALUE 'N'.
           88  CONTRACTS-ACTIVE    VALUE 'Y'.
       01  BREAK-SWITCH            PIC X VALUE 'N'.
           88  BREAKS-ACTIVE       VALUE 'Y'.

       01  END-OF-AGREEMENTS       PIC X VALUE 'N'.
           88  NO-MORE-AGREEMENTS  VALUE 'Y'.
       01  END-OF-TIERS            PIC X VALUE 'N'.
           88  NO-MORE-TIERS       VALUE 'Y'.

       01  SEARCH-SCOPE            PIC X(1).
       01  SEARCH-ITEM             PIC X(15).
       01  AGREEMENT-SWITCH        PIC X VALUE 'N'.
           88  AGREEMENT-FOUND     VALUE 'Y'.
       01  FOUND-EXPIRY-DATE       PIC 9(8).
       01  FOUND-PRICE             PIC 9(5)V99.
       01  FOUND-DISCOUNT-PCT      PIC 9(2)V99.
       01  TIER-PRICE              PIC 9(5)V99.

       LINKAGE SECTION.
       01  PRICE-REQUEST.
           COPY "prcreq.cpy".

       PROCEDURE DIVISION USING PRICE-REQUEST.
       MAIN-PROCEDURE.
           EVALUATE TRUE
               WHEN PRQ-RESOLVE
                   IF NOT PRICING-FILES-OPEN
                       PERFORM OPEN-PRICING-FILES
                   END-IF
                   PERFORM RESOLVE-EXPECTED-PRICE
               WHEN PRQ-CLOSE
                   PERFORM CLOSE-PRICING-FILES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           GOBACK.

       OPEN-PRICING-FILES.
           SET PRICING-FILES-OPEN TO TRUE
           OPEN INPUT CONTRACT-PRICE-FILE
           IF CONTRACT-FILE-STATUS = "00"
               SET CONTRACTS-ACTIVE TO TRUE
           END-IF
           OPEN INPUT QUANTITY-BREAK-FILE
           IF BREAK-FILE-STATUS = "00"
               SET BREAKS-ACTIVE TO TRUE
           END-IF.

       CLOSE-PRICING-FILES.
           IF CONTRACTS-ACTIVE
               CLOSE CONTRACT-PRICE-FILE
           END-IF
           IF BREAKS-ACTIVE
               CLOSE QUANTITY-BREAK-FILE
           END-IF
           MOVE 'N' TO CONTRACT-SWITCH
           MOVE 'N' TO BREAK-SWITCH
           MOVE 'N' TO FILES-OPENED-SWITCH.

       RESOLVE-EXPECTED-PRICE.
           MOVE PRQ-LIST-PRICE TO PRQ-EXPECTED-PRICE
           SET PRQ-RULE-LIST TO TRUE

           IF CONTRACTS-ACTIVE AND PRQ-CUSTOMER-ID > 0
               MOVE "P" TO SEARCH-SCOPE
               MOVE PRQ-PROD-ID TO SEARCH-ITEM
               PERFORM FIND-AGREEMENT-IN-FORCE
               IF AGREEMENT-FOUND
                   PERFORM APPLY-AGREEMENT
                   SET PRQ-RULE-CONTRACT TO TRUE
               ELSE
                   IF PRQ-CATEGORY NOT = SPACES
                       MOVE "C" TO SEARCH-SCOPE
                       MOVE PRQ-CATEGORY TO SEARCH-ITEM
                       PERFORM FIND-AGREEMENT-IN-FORCE
                       IF AGREEMENT-FOUND
                           PERFORM APPLY-AGREEMENT
                           SET PRQ-RULE-CATEGORY TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF PRQ-RULE-LIST AND BREAKS-ACTIVE
               PERFORM FIND-QUANTITY-BREAK
           END-IF.

      * The latest row on or before the pricing date governs; if that
      * row has expired the customer is back on the standard price,
      * an older row for the same item does not revive.
       FIND-AGREEMENT-IN-FORCE.
           MOVE 'N' TO AGREEMENT-SWITCH
           MOVE 'N' TO END-OF-AGREEMENTS
           MOVE PRQ-CUSTOMER-ID TO AGR-CUSTOMER-ID
           MOVE SEARCH-SCOPE TO AGR-SCOPE
           MOVE SEARCH-ITEM TO AGR-ITEM
           MOVE ZERO TO AGR-EFFECTIVE-DATE
           START CONTRACT-PRICE-FILE KEY IS >= AGR-KEY
               INVALID KEY
                   SET NO-MORE-AGREEMENTS TO TRUE
           END-START
           PERFORM SCAN-NEXT-AGREEMENT UNTIL NO-MORE-AGREEMENTS
           IF AGREEMENT-FOUND
               AND FOUND-EXPIRY-DATE > 0
               AND FOUND-EXPIRY-DATE < PRQ-PRICE-DATE
               MOVE 'N' TO AGREEMENT-SWITCH
           END-IF.

       SCAN-NEXT-AGREEMENT.
           READ CONTRACT-PRICE-FILE NEXT RECORD
               AT END
                   SET NO-MORE-AGREEMENTS TO TRUE
               NOT AT END
                   IF AGR-CUSTOMER-ID NOT = PRQ-CUSTOMER-ID
                       OR AGR-SCOPE NOT = SEARCH-SCOPE
                       OR AGR-ITEM NOT = SEARCH-ITEM
                       OR AGR-EFFECTIVE-DATE > PRQ-PRICE-DATE
                       SET NO-MORE-AGREEMENTS TO TRUE
                   ELSE
                       SET AGREEMENT-FOUND TO TRUE
                       MOVE AGR-EXPIRY-DATE TO FOUND-EXPIRY-DATE
                       MOVE AGR-PRICE TO FOUND-PRICE
                       MOVE AGR-DISCOUNT-PCT TO FOUND-DISCOUNT-PCT
                   END-IF
           END-READ.

       APPLY-AGREEMENT.
           IF FOUND-PRICE > 0
               MOVE FOUND-PRICE TO PRQ-EXPECTED-PRICE
           ELSE
               COMPUTE PRQ-EXPECTED-PRICE ROUNDED =
                   PRQ-LIST-PRICE * (100 - FOUND-DISCOUNT-PCT) / 100
           END-IF.

      * Tiers read in ascending minimum quantity, so the last one the
      * line's quantity reaches is the best break it earns.
       FIND-QUANTITY-BREAK.
           MOVE ZERO TO TIER-PRICE
           MOVE 'N' TO END-OF-TIERS
           MOVE PRQ-PROD-ID TO QBK-PROD-ID
           MOVE ZERO TO QBK-MIN-QTY
           START QUANTITY-BREAK-FILE KEY IS >= QBK-KEY
               INVALID KEY
                   SET NO-MORE-TIERS TO TRUE
           END-START
           PERFORM SCAN-NEXT-TIER UNTIL NO-MORE-TIERS
           IF TIER-PRICE > 0
               MOVE TIER-PRICE TO PRQ-EXPECTED-PRICE
               SET PRQ-RULE-QTY-BREAK TO TRUE
           END-IF.

       SCAN-NEXT-TIER.
           READ QUANTITY-BREAK-FILE NEXT RECORD
               AT END
                   SET NO-MORE-TIERS TO TRUE
               NOT AT END
                   IF QBK-PROD-ID NOT = PRQ-PROD-ID
                       OR QBK-MIN-QTY > PRQ-QUANTITY
                       SET NO-MORE-TIERS TO TRUE
                   ELSE
                       MOVE QBK-PRICE TO TIER-PRICE
                   END-IF
           END-READ.

       END PROGRAM PRICE-RESOLVER.
