      *****************************************************************
      * CHECK REGISTER RECORD LAYOUT                                  *
      * One row per paper check the company writes - customer refund  *
      * checks from REFUND-PROCESSING and paper payroll checks from   *
      * DIRECT-DEPOSIT - numbered from check-number-control.txt. The  *
      * row carries the GL account the check was charged to, so a     *
      * void or a stale-check escheatment can reverse it, and the key *
      * of its cash-book row, which is how the register knows whether *
      * the bank has paid the check. The two positive-pay flags say   *
      * whether the issue and the void have gone to the bank yet.     *
      *****************************************************************
           05  CHK-NUMBER             PIC 9(8).
           05  CHK-TYPE               PIC X(1).
               88  CHK-IS-REFUND      VALUE "F".
               88  CHK-IS-PAYROLL     VALUE "P".
           05  CHK-PAYEE-ID           PIC X(6).
           05  CHK-PAYEE-NAME         PIC X(30).
           05  CHK-ISSUE-DATE         PIC 9(8).
           05  CHK-AMOUNT             PIC 9(8)V99.
           05  CHK-STATUS             PIC X(1).
               88  CHK-ISSUED         VALUE "I".
               88  CHK-VOIDED         VALUE "V".
               88  CHK-ESCHEATED      VALUE "E".
           05  CHK-STATUS-DATE        PIC 9(8).
           05  CHK-GL-ACCOUNT         PIC X(10).
           05  CHK-CASH-BOOK-KEY      PIC X(14).
      * Reissue chain: the new check names the one it replaces and
      * the voided check names its replacement.
           05  CHK-REPLACES           PIC 9(8).
           05  CHK-REPLACED-BY        PIC 9(8).
           05  CHK-VOID-REASON        PIC X(30).
           05  CHK-VOIDED-BY          PIC X(8).
           05  CHK-PP-ISSUE-SENT      PIC X(1).
               88  CHK-ISSUE-SENT     VALUE "Y".
           05  CHK-PP-VOID-SENT       PIC X(1).
               88  CHK-VOID-SENT      VALUE "Y".
