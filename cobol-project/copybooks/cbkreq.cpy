      *****************************************************************
      * CASH-BOOK PARAMETER BLOCK                                     *
      * Passed on every CALL "CASH-BOOK". Action 'W' records one      *
      * outstanding cash movement (the module assigns the sequence    *
      * within source and entry date) and returns its key in          *
      * CBQ-ENTRY-KEY; 'V' takes an outstanding row back off the      *
      * books by that key when the check it stands for is voided or   *
      * escheated, dated CBQ-ENTRY-DATE; 'R' reads the row back by    *
      * key into CBQ-ENTRY-STATUS and CBQ-CLEARED-DATE, so a caller   *
      * can see whether the bank has paid it; 'C' closes the cash     *
      * book at the end of the caller's run. The file status comes    *
      * back in CBQ-RESULT ("23" on 'V' when the row is gone or       *
      * already cleared by the bank).                                 *
      *****************************************************************
           05  CBQ-ACTION             PIC X(1).
               88  CBQ-WRITE          VALUE "W".
               88  CBQ-VOID           VALUE "V".
               88  CBQ-READ           VALUE "R".
               88  CBQ-CLOSE          VALUE "C".
           05  CBQ-SOURCE             PIC X(1).
           05  CBQ-ENTRY-DATE         PIC 9(8).
           05  CBQ-ITEM-DATE          PIC 9(8).
           05  CBQ-DIRECTION          PIC X(1).
           05  CBQ-AMOUNT             PIC 9(10)V99.
           05  CBQ-REFERENCE          PIC X(20).
           05  CBQ-PARTY-ID           PIC X(6).
           05  CBQ-RESULT             PIC X(2).
           05  CBQ-ENTRY-KEY          PIC X(14).
           05  CBQ-ENTRY-STATUS       PIC X(1).
               88  CBQ-ENTRY-OUTSTANDING VALUE "O".
               88  CBQ-ENTRY-CLEARED  VALUE "C".
               88  CBQ-ENTRY-VOIDED   VALUE "V".
           05  CBQ-CLEARED-DATE       PIC 9(8).
