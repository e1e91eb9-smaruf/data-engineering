      *****************************************************************
      * MAKER-CHECKER APPROVAL QUEUE RECORD LAYOUT                    *
      * One row on approval-queue.dat for every high-risk change held *
      * back from the master it would have changed: credit limit      *
      * increases and balance adjustments keyed in DATABASE-HANDLER,  *
      * write-offs selected by BAD-DEBT-WRITEOFF, refunds selected by *
      * REFUND-PROCESSING, salary changes from EMPLOYEE-DATABASE or   *
      * EMPLOYEE-BATCH and hourly rate changes keyed in EMPLOYEE-     *
      * DATABASE - each one above its amount in approval-             *
      * thresholds.txt (a rate by what it changes a standard month's  *
      * pay, against the SALARY amount). The row keeps the value      *
      * before and after the change, the operator who keyed it (the   *
      * maker) and the operator who approved or rejected it in        *
      * APPROVAL-REVIEW (the checker). A customer or pay change is    *
      * applied when it is approved; a write-off or refund is applied *
      * by its own program on the next run after approval. The        *
      * alternate key finds the open item for a customer or employee, *
      * so one change at a time is held for each.                     *
      *****************************************************************
           05  APQ-ITEM-NUMBER         PIC 9(8).
           05  APQ-SUBJECT-KEY.
               10  APQ-ITEM-TYPE       PIC X(6).
                   88  APQ-IS-LIMIT        VALUE "LIMIT".
                   88  APQ-IS-BALANCE-ADJ  VALUE "BALADJ".
                   88  APQ-IS-WRITEOFF     VALUE "WRTOFF".
                   88  APQ-IS-REFUND       VALUE "REFUND".
                   88  APQ-IS-SALARY       VALUE "SALARY".
                   88  APQ-IS-HOURLY-RATE  VALUE "HRRATE".
               10  APQ-SUBJECT-ID      PIC 9(6).
           05  APQ-SUBJECT-NAME        PIC X(40).
           05  APQ-OLD-VALUE           PIC 9(8)V99.
           05  APQ-NEW-VALUE           PIC 9(8)V99.
           05  APQ-REASON-CODE         PIC X(4).
           05  APQ-STATUS              PIC X(1).
               88  APQ-PENDING         VALUE "P".
               88  APQ-APPROVED        VALUE "A".
               88  APQ-APPLIED         VALUE "D".
               88  APQ-REJECTED        VALUE "R".
               88  APQ-OPEN            VALUE "P" "A".
           05  APQ-MAKER-ID            PIC X(8).
           05  APQ-MAKER-PROGRAM       PIC X(20).
           05  APQ-MAKER-TIMESTAMP     PIC X(14).
           05  APQ-CHECKER-ID          PIC X(8).
           05  APQ-CHECKER-TIMESTAMP   PIC X(14).
           05  APQ-APPLIED-TIMESTAMP   PIC X(14).
           05  APQ-NOTE                PIC X(30).
