      *****************************************************************
      * CUSTOMER AUTOPAY MANDATE RECORD LAYOUT                        *
      * One row per customer who has signed a direct-debit mandate,   *
      * keyed by customer like the promises file and kept beside the  *
      * customer master rather than in it. Enrolled, changed and      *
      * cancelled from DATABASE-HANDLER's menu, with the routing      *
      * number passing the same ABA check digit EMPLOYEE-DATABASE     *
      * applies to employee bank details. AUTOPAY-RUN debits active   *
      * mandates on the statement date, and STATEMENT-GENERATOR       *
      * prints the debit notice in place of the remittance request.   *
      * A cancelled mandate is kept, not deleted, as the record of    *
      * what the customer authorized and when.                        *
      *****************************************************************
           05  MND-CUSTOMER-ID         PIC 9(6).
           05  MND-ROUTING-NUMBER      PIC 9(9).
           05  MND-ACCOUNT-NUMBER      PIC X(12).
           05  MND-STATUS              PIC X(1).
               88  MND-IS-ACTIVE       VALUE "A".
               88  MND-IS-CANCELLED    VALUE "C".
           05  MND-SIGNED-DATE         PIC 9(8).
           05  MND-STATUS-DATE         PIC 9(8).
           05  MND-OPERATOR            PIC X(8).
