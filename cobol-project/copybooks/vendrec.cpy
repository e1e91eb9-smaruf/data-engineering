      *****************************************************************
      * VENDOR MASTER RECORD LAYOUT                                   *
      * One row per supplier we buy stock from, maintained from       *
      * PO-MAINTENANCE's menu. Purchase-order lines carry the vendor  *
      * ID, so a PO can only be raised against a vendor on file and   *
      * still active; the payment terms give the due date for the     *
      * vendor's invoices.                                            *
      *****************************************************************
           05  VEND-ID                PIC X(6).
           05  VEND-NAME              PIC X(30).
           05  VEND-ADDRESS-LINE-1    PIC X(30).
           05  VEND-ADDRESS-LINE-2    PIC X(30).
           05  VEND-CITY              PIC X(20).
           05  VEND-STATE             PIC X(2).
           05  VEND-POSTAL-CODE       PIC X(10).
           05  VEND-PHONE             PIC X(15).
           05  VEND-TERMS-DAYS        PIC 9(3).
           05  VEND-ACTIVE-FLAG       PIC X(1).
               88  VEND-IS-ACTIVE     VALUE "Y".
