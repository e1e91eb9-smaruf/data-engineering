      *****************************************************************
      * ACCOUNTS PAYABLE INVOICE (VOUCHER) RECORD LAYOUT              *
      * One row per vendor invoice keyed by the voucher number        *
      * AP-INVOICE-ENTRY assigns, with an alternate key on vendor and *
      * the vendor's own invoice number so the same bill cannot be    *
      * keyed twice and the payment run and aging report can walk a   *
      * vendor's invoices together. Each invoice is against one PO    *
      * and carries up to ten lines, each naming the PO line it       *
      * bills and the result of the three-way match against the PO    *
      * price and the received quantity.                              *
      * Status: H held on a match failure, M matched and awaiting     *
      * approval, A approved (posted to AP and payable), P paid,      *
      * X rejected.                                                   *
      *****************************************************************
           05  AP-VOUCHER-NUMBER      PIC X(8).
           05  AP-VENDOR-REF.
               10  AP-VENDOR-ID       PIC X(6).
               10  AP-VENDOR-INVOICE  PIC X(15).
           05  AP-INVOICE-DATE        PIC 9(8).
           05  AP-DUE-DATE            PIC 9(8).
           05  AP-PO-NUMBER           PIC X(8).
           05  AP-INVOICE-TOTAL       PIC 9(8)V99 COMP-3.
           05  AP-STATUS              PIC X(1).
               88  AP-IS-HELD         VALUE "H".
               88  AP-IS-MATCHED      VALUE "M".
               88  AP-IS-APPROVED     VALUE "A".
               88  AP-IS-PAID         VALUE "P".
               88  AP-IS-REJECTED     VALUE "X".
               88  AP-IS-UNPAID       VALUE "H" "M" "A".
           05  AP-HOLD-REASON         PIC X(30).
           05  AP-ENTERED-BY          PIC X(8).
           05  AP-ENTERED-DATE        PIC 9(8).
           05  AP-APPROVED-BY         PIC X(8).
           05  AP-APPROVED-DATE       PIC 9(8).
           05  AP-PAID-DATE           PIC 9(8).
           05  AP-LINE-COUNT          PIC 9(2).
           05  AP-LINE-ENTRY OCCURS 10 TIMES.
               10  AP-PO-LINE         PIC 9(3).
               10  AP-PROD-ID         PIC X(10).
               10  AP-QTY-INVOICED    PIC 9(7) COMP-3.
               10  AP-UNIT-PRICE      PIC 9(5)V99 COMP-3.
               10  AP-LINE-MATCH      PIC X(1).
                   88  AP-LINE-MATCHED    VALUE "Y".
                   88  AP-LINE-QTY-FAIL   VALUE "Q".
                   88  AP-LINE-PRICE-FAIL VALUE "P".
