      *****************************************************************
      * COLLECTION RECOVERY HISTORY RECORD LAYOUT                     *
      * One line on collection-recoveries.txt for every agency        *
      * collection AGENCY-REMITTANCE posts: the agency, its           *
      * remittance reference, the customer, the amount collected,     *
      * the commission the agency kept and the net received, dated    *
      * the day it was posted. COLLECTION-REPORT takes the month's    *
      * recoveries by agency from it.                                 *
      *****************************************************************
           05  CRV-POSTED-DATE         PIC 9(8).
           05  FILLER                  PIC X(1).
           05  CRV-AGENCY-ID           PIC X(6).
           05  FILLER                  PIC X(1).
           05  CRV-REFERENCE           PIC X(12).
           05  FILLER                  PIC X(1).
           05  CRV-CUSTOMER-ID         PIC 9(6).
           05  FILLER                  PIC X(1).
           05  CRV-COLLECTED-AMOUNT    PIC 9(8)V99.
           05  FILLER                  PIC X(1).
           05  CRV-COMMISSION-AMOUNT   PIC 9(8)V99.
           05  FILLER                  PIC X(1).
           05  CRV-NET-AMOUNT          PIC 9(8)V99.
