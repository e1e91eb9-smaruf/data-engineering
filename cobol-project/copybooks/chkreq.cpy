      *****************************************************************
      * CHECK-ISSUE PARAMETER BLOCK                                   *
      * Passed on every CALL "CHECK-ISSUE". Action 'I' takes the next *
      * number off the check counter, records the check on the check  *
      * register and its outstanding payment on the cash book, and    *
      * returns the number in CKQ-CHECK-NUMBER; 'C' closes the        *
      * register and the cash book at the end of the caller's run.    *
      * CKQ-RESULT is "00" when the check was registered.             *
      *****************************************************************
           05  CKQ-ACTION             PIC X(1).
               88  CKQ-ISSUE          VALUE "I".
               88  CKQ-CLOSE          VALUE "C".
           05  CKQ-CHECK-TYPE         PIC X(1).
           05  CKQ-ISSUE-DATE         PIC 9(8).
           05  CKQ-PAYEE-ID           PIC X(6).
           05  CKQ-PAYEE-NAME         PIC X(30).
           05  CKQ-AMOUNT             PIC 9(8)V99.
           05  CKQ-GL-ACCOUNT         PIC X(10).
           05  CKQ-REPLACES           PIC 9(8).
           05  CKQ-CHECK-NUMBER       PIC 9(8).
           05  CKQ-RESULT             PIC X(2).
