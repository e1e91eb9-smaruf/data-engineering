      *****************************************************************
      * COLLECTION ACCOUNT RECORD LAYOUT                              *
      * One row per written-off customer on collection-accounts.dat,  *
      * keyed by customer like the mandate and NSF history files and  *
      * kept beside the customer master rather than in it.            *
      * BAD-DEBT-WRITEOFF opens the row with the amount written off;  *
      * COLLECTION-PLACEMENT hands it to an agency and marks it       *
      * placed; AGENCY-REMITTANCE adds what the agency collects and   *
      * the commission it kept, and closes the row once the debt is   *
      * recovered in full or the agency hands it back. The customer's *
      * balance is never reopened - recoveries go to income, not      *
      * receivables.                                                  *
      *****************************************************************
           05  CLA-CUSTOMER-ID         PIC 9(6).
           05  CLA-STATUS              PIC X(1).
               88  CLA-AWAITING-PLACEMENT VALUE "W".
               88  CLA-PLACED          VALUE "P".
               88  CLA-CLOSED          VALUE "C".
           05  CLA-WRITEOFF-DATE       PIC 9(8).
           05  CLA-WRITEOFF-AMOUNT     PIC 9(8)V99 COMP-3.
           05  CLA-AGENCY-ID           PIC X(6).
           05  CLA-PLACEMENT-DATE      PIC 9(8).
           05  CLA-RECOVERED-AMOUNT    PIC 9(8)V99 COMP-3.
           05  CLA-COMMISSION-AMOUNT   PIC 9(8)V99 COMP-3.
           05  CLA-LAST-RECOVERY-DATE  PIC 9(8).
           05  CLA-CLOSED-DATE         PIC 9(8).
           05  CLA-CLOSE-REASON        PIC X(1).
               88  CLA-RECOVERED-IN-FULL VALUE "F".
               88  CLA-RETURNED-BY-AGENCY VALUE "R".
