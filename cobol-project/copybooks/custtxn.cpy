               88  TXN-IS-UPDATE      VALUE "U".
               88  TXN-IS-DELETE      VALUE "D".
               88  TXN-IS-DEACTIVATE  VALUE "X".
      * A credit limit change carries only the new limit and the
      * limit it replaces; CREDIT-REVIEW-APPLY publishes these for
      * approved review lines.
               88  TXN-IS-LIMIT-CHANGE VALUE "L".
           05  TXN-ID                 PIC 9(6).
           05  TXN-NAME               PIC X(40).
           05  TXN-EMAIL              PIC X(50).
           05  TXN-PHONE              PIC X(15).
           05  TXN-BALANCE            PIC 9(8)V99.
      * A limit change leaves the balance alone and carries here the
      * limit it was approved against, so a stale change cannot
      * overwrite a later one.
           05  TXN-PRIOR-LIMIT REDEFINES TXN-BALANCE
                                      PIC 9(8)V99.
           05  TXN-CREDIT-LIMIT       PIC 9(8)V99.
           05  TXN-CURRENCY-CODE      PIC X(3).
