      *****************************************************************
      * STOCK TRANSFER RECORD LAYOUT                                  *
      * One row per transfer on stock-transfers.dat, keyed by the     *
      * transfer number STOCK-TRANSFER issues it under. Shipping      *
      * takes the quantity off the sending location's on-hand and     *
      * puts it in transit at the receiving location; it stays 'T'    *
      * until the receiving end confirms what arrived, when it moves  *
      * onto that location's on-hand and the transfer closes 'R'. A   *
      * short receipt keeps the shortfall in TRF-QUANTITY less        *
      * TRF-RECEIVED-QTY. Each end is recorded against the operator   *
      * who signed on to ship or receive it.                          *
      *****************************************************************
           05  TRF-NUMBER              PIC X(8).
           05  TRF-PROD-ID             PIC X(10).
           05  TRF-FROM-LOCATION       PIC X(4).
           05  TRF-TO-LOCATION         PIC X(4).
           05  TRF-QUANTITY            PIC 9(6).
           05  TRF-RECEIVED-QTY        PIC 9(6).
           05  TRF-SHIP-DATE           PIC 9(8).
           05  TRF-RECEIVED-DATE       PIC 9(8).
           05  TRF-SHIPPED-BY          PIC X(8).
           05  TRF-RECEIVED-BY         PIC X(8).
           05  TRF-STATUS              PIC X(1).
               88  TRF-IN-TRANSIT      VALUE "T".
               88  TRF-RECEIVED        VALUE "R".
