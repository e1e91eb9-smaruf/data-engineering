      *****************************************************************
      * CREDIT REVIEW WORKSHEET LINE LAYOUT                           *
      * One line per active customer on credit-review-worksheet.txt,  *
      * written by CREDIT-REVIEW with the scoring factors, the score  *
      * and the recommended limit. The credit manager marks the       *
      * approval flag Y on the lines to act on, and may key a         *
      * different approved limit over the zeros (zero means take the  *
      * recommendation); CREDIT-REVIEW-APPLY turns the approved lines *
      * into credit limit changes for DATABASE-BATCH.                 *
      *****************************************************************
           05  CRW-CUSTOMER-ID         PIC 9(6).
           05  FILLER                  PIC X(1).
           05  CRW-CUSTOMER-NAME       PIC X(30).
           05  FILLER                  PIC X(1).
           05  CRW-SCORE               PIC 9(3).
           05  FILLER                  PIC X(1).
           05  CRW-AVG-DAYS-TO-PAY     PIC 9(4).
           05  FILLER                  PIC X(1).
           05  CRW-WORST-BUCKET        PIC 9(2).
           05  FILLER                  PIC X(1).
           05  CRW-BROKEN-PROMISES     PIC 9(2).
           05  FILLER                  PIC X(1).
           05  CRW-NSF-RETURNS         PIC 9(2).
           05  FILLER                  PIC X(1).
           05  CRW-FINANCE-CHARGES     PIC 9(2).
           05  FILLER                  PIC X(1).
           05  CRW-UTILIZATION-PCT     PIC 9(3).
           05  FILLER                  PIC X(1).
           05  CRW-BALANCE             PIC 9(8)V99.
           05  FILLER                  PIC X(1).
           05  CRW-CURRENT-LIMIT       PIC 9(8)V99.
           05  FILLER                  PIC X(1).
           05  CRW-RECOMMENDATION      PIC X(8).
               88  CRW-RECOMMENDS-INCREASE VALUE "INCREASE".
               88  CRW-RECOMMENDS-DECREASE VALUE "DECREASE".
               88  CRW-RECOMMENDS-NO-CHANGE VALUE "NOCHANGE".
           05  FILLER                  PIC X(1).
           05  CRW-RECOMMENDED-LIMIT   PIC 9(8)V99.
           05  FILLER                  PIC X(1).
           05  CRW-APPROVED-FLAG       PIC X(1).
               88  CRW-IS-APPROVED     VALUE "Y".
           05  FILLER                  PIC X(1).
           05  CRW-APPROVED-LIMIT      PIC 9(8)V99.
           05  FILLER                  PIC X(1).
           05  CRW-REVIEW-DATE         PIC 9(8).
