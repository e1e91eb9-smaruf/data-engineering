      *****************************************************************
      * PURCHASE ORDER LINE RECORD LAYOUT                             *
      * One row per product ordered on a PO, keyed by PO number and   *
      * line. Raised, changed and cancelled by buyers through         *
      * PO-MAINTENANCE; STOCK-RECEIPTS matches each dock receipt to   *
      * the open line for its PO number and product and climbs the    *
      * received quantity, so a partial delivery leaves the line      *
      * open for the rest. A line closes when it is fully received    *
      * and is cancelled only by the buyer. The file carries an       *
      * alternate key on the product so REORDER-REPORT can add up a   *
      * product's open balance as the quantity already on order.      *
      * The invoiced quantity climbs as AP-INVOICE-ENTRY matches      *
      * vendor invoices to the line, so a line cannot be billed for   *
      * more than the dock has received.                              *
      *****************************************************************
           05  PO-KEY.
               10  PO-NUMBER          PIC X(8).
               10  PO-LINE            PIC 9(3).
           05  PO-VENDOR-ID           PIC X(6).
           05  PO-PROD-ID             PIC X(10).
           05  PO-ORDER-DATE          PIC 9(8).
           05  PO-EXPECTED-DATE       PIC 9(8).
           05  PO-QTY-ORDERED         PIC 9(7) COMP-3.
           05  PO-QTY-RECEIVED        PIC 9(7) COMP-3.
           05  PO-UNIT-COST           PIC 9(5)V99 COMP-3.
           05  PO-BUYER               PIC X(8).
           05  PO-STATUS              PIC X(1).
               88  PO-LINE-OPEN       VALUE "O".
               88  PO-LINE-CLOSED     VALUE "C".
               88  PO-LINE-CANCELLED  VALUE "X".
           05  PO-QTY-INVOICED        PIC 9(7) COMP-3.
