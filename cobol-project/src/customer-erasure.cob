       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-ERASURE.
       AUTHOR. MUHAMMAD SHAMSUL MARUF.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * CUSTOMER PERSONAL-DATA ERASURE                                *
      * Works through erasure-requests.txt. An approved request is    *
      * honoured only for an account that is closed with nothing      *
      * owed either way and no open invoices, and never for one on    *
      * legal-holds.txt. For each one honoured the name, email, phone *
      * and address are overwritten with the one token ERASED-nnnnnn  *
      * wherever this system keeps them - the live master, every      *
      * customers-archive year, the before and after images on the    *
      * audit log, the transaction log, the contact notes and the CRM *
      * extract - while IDs, dates and amounts are left exactly as    *
      * they were, so the ledgers and their history still balance.    *
      * Autopay mandate images on the audit log lose only the bank    *
      * routing and account numbers; trading-partner delivery images  *
      * hold no personal fields and are left as they are.             *
      * Promises and balance-change events carry no personal fields   *
      * and are only counted. The certificate report lists every      *
      * request, the reason any was refused, and per customer and per *
      * file the records changed. Line-sequential logs are rewritten  *
      * through a work file, the way EVENT-DISPATCHER flags events.   *
      * A written-off account still awaiting placement with, or       *
      * placed with, a collection agency (collection-accounts.dat) is *
      * refused as well - the agency is working from its name and     *
      * address.                                                      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERASURE-REQUEST-FILE
               ASSIGN TO "../data/input/erasure-requests.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQUEST-FILE-STATUS.

           SELECT LEGAL-HOLD-FILE
               ASSIGN TO "../data/input/legal-holds.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-FILE-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO "../data/output/customers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               ALTERNATE RECORD KEY IS CUSTOMER-EMAIL
                   WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.

           SELECT ARCHIVE-FILE
               ASSIGN TO ARCHIVE-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARCH-CUSTOMER-ID
               FILE STATUS IS ARCHIVE-FILE-STATUS.

           SELECT OPEN-INVOICE-FILE
               ASSIGN TO "../data/output/open-invoices.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-KEY
               FILE STATUS IS OPENITEM-FILE-STATUS.

           SELECT COLLECTION-ACCOUNT-FILE
               ASSIGN TO "../data/output/collection-accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLA-CUSTOMER-ID
               FILE STATUS IS COLLECTION-FILE-STATUS.

           SELECT CUSTOMER-NOTES-FILE
               ASSIGN TO "../data/output/customer-notes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOTE-KEY
               FILE STATUS IS NOTES-FILE-STATUS.

           SELECT PROMISE-FILE
               ASSIGN TO "../data/output/promises.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROM-KEY
               FILE STATUS IS PROMISE-FILE-STATUS.

           SELECT CUSTOMER-EVENTS-FILE
               ASSIGN TO "../data/output/customer-events.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EVENTS-FILE-STATUS.

           SELECT LIVE-LOG-FILE
               ASSIGN TO LIVE-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIVE-LOG-STATUS.

           SELECT ERASURE-WORK-FILE
               ASSIGN TO "../data/output/erasure-work.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-FILE-STATUS.

           SELECT CERTIFICATE-FILE
               ASSIGN TO "../data/output/erasure-certificate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CERTIFICATE-FILE-STATUS.

           SELECT OPS-STATS-FILE
               ASSIGN TO "../data/output/daily-ops-stats.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-STATS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ERASURE-REQUEST-FILE.
       01  ERASURE-REQUEST-RECORD.
           05  ERQ-CUSTOMER-ID         PIC 9(6).
           05  FILLER                  PIC X(1).
           05  ERQ-REQUEST-DATE        PIC 9(8).
           05  FILLER                  PIC X(1).
           05  ERQ-APPROVED-FLAG       PIC X(1).
               88  ERQ-APPROVED        VALUE "Y".
           05  FILLER                  PIC X(1).
           05  ERQ-APPROVED-BY         PIC X(8).

       FD  LEGAL-HOLD-FILE.
       01  LEGAL-HOLD-RECORD.
           05  LH-CUSTOMER-ID          PIC 9(6).
           05  FILLER                  PIC X(1).
           05  LH-REFERENCE            PIC X(20).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           COPY "custrec.cpy".

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           COPY "custrec.cpy" REPLACING
               ==CUSTOMER-ID== BY ==ARCH-CUSTOMER-ID==
               ==CUSTOMER-NAME== BY ==ARCH-CUSTOMER-NAME==
               ==CUSTOMER-EMAIL== BY ==ARCH-CUSTOMER-EMAIL==
               ==CUSTOMER-PHONE== BY ==ARCH-CUSTOMER-PHONE==
               ==CUSTOMER-BALANCE== BY ==ARCH-CUSTOMER-BALANCE==
               ==CUSTOMER-CREDIT-LIMIT== BY
                   ==ARCH-CUSTOMER-CREDIT-LIMIT==
               ==CUSTOMER-CURRENCY-CODE== BY
                   ==ARCH-CUSTOMER-CURRENCY-CODE==
               ==CUSTOMER-LAST-PAYMENT-DATE== BY
                   ==ARCH-CUSTOMER-LAST-PAYMENT-DATE==
               ==CUSTOMER-ACTIVE-FLAG== BY
                   ==ARCH-CUSTOMER-ACTIVE-FLAG==
               ==CUSTOMER-ADDRESS-LINE-1== BY
                   ==ARCH-CUSTOMER-ADDRESS-LINE-1==
               ==CUSTOMER-ADDRESS-LINE-2== BY
                   ==ARCH-CUSTOMER-ADDRESS-LINE-2==
               ==CUSTOMER-CITY== BY ==ARCH-CUSTOMER-CITY==
               ==CUSTOMER-STATE== BY ==ARCH-CUSTOMER-STATE==
               ==CUSTOMER-POSTAL-CODE== BY
                   ==ARCH-CUSTOMER-POSTAL-CODE==
               ==CUSTOMER-CREDIT-HOLD-FLAG== BY
                   ==ARCH-CUSTOMER-CREDIT-HOLD-FLAG==
               ==CUSTOMER-CREDIT-BALANCE== BY
                   ==ARCH-CUSTOMER-CREDIT-BALANCE==.

       FD  OPEN-INVOICE-FILE.
       01  OPEN-INVOICE-RECORD.
           COPY "openitm.cpy".

       FD  COLLECTION-ACCOUNT-FILE.
       01  COLLECTION-ACCOUNT-RECORD.
           COPY "collacct.cpy".

       FD  CUSTOMER-NOTES-FILE.
       01  CUSTOMER-NOTE-RECORD.
           COPY "noterec.cpy".

       FD  PROMISE-FILE.
       01  PROMISE-RECORD.
           COPY "promrec.cpy".

       FD  CUSTOMER-EVENTS-FILE.
       01  EVENT-RECORD.
           05  EVT-TIMESTAMP           PIC X(14).
           05  FILLER                  PIC X(1).
           05  EVT-CUSTOMER-ID         PIC 9(6).
           05  FILLER                  PIC X(1).
           05  EVT-OLD-BALANCE         PIC 9(8)V99.
           05  FILLER                  PIC X(1).
           05  EVT-NEW-BALANCE         PIC 9(8)V99.
           05  FILLER                  PIC X(1).
           05  EVT-CHANGE-AMOUNT       PIC S9(8)V99.
           05  FILLER                  PIC X(1).
           05  EVT-TYPE                PIC X(10).
           05  FILLER                  PIC X(1).
           05  EVT-DISPATCHED-FLAG     PIC X(1).

       FD  LIVE-LOG-FILE.
       01  LIVE-LOG-RECORD             PIC X(512).

       FD  ERASURE-WORK-FILE.
       01  ERASURE-WORK-RECORD         PIC X(512).

       FD  CERTIFICATE-FILE.
       01  CERTIFICATE-LINE            PIC X(100).

       FD  OPS-STATS-FILE.
       01  OPS-STAT-RECORD.
           COPY "opstat.cpy".

       WORKING-STORAGE SECTION.
       01  REQUEST-FILE-STATUS     PIC XX.
       01  HOLD-FILE-STATUS        PIC XX.
       01  FILE-STATUS             PIC XX.
           88  FILE-OK             VALUE "00".
       01  ARCHIVE-FILE-STATUS     PIC XX.
           88  ARCHIVE-OK          VALUE "00".
       01  OPENITEM-FILE-STATUS    PIC XX.
       01  COLLECTION-FILE-STATUS  PIC XX.
       01  NOTES-FILE-STATUS       PIC XX.
       01  PROMISE-FILE-STATUS     PIC XX.
       01  EVENTS-FILE-STATUS      PIC XX.
       01  LIVE-LOG-STATUS         PIC XX.
       01  WORK-FILE-STATUS        PIC XX.
       01  CERTIFICATE-FILE-STATUS PIC XX.
       01  OPS-STATS-FILE-STATUS   PIC XX.

       01  PROGRAM-RETURN-CODE     PIC 9(3) VALUE ZERO.

      * Customer-file enqueue (shared FILE-LOCK subprogram), held
      * for the whole run.
       01  LOCK-ACTION             PIC X(1).
       01  LOCK-REQUESTER          PIC X(20) VALUE "CUSTOMER-ERASURE".
       01  LOCK-RESULT             PIC X(1).
           88  LOCK-GRANTED        VALUE 'Y'.
       01  LOCK-HOLDER             PIC X(20).

      * Archive files are dated by the year the archival ran; every
      * year ARCHIVE-INQUIRY can reach is searched and scrubbed.
       01  TODAY-YYYYMMDD          PIC 9(8).
       01  TODAY-DATE-FIELDS REDEFINES TODAY-YYYYMMDD.
           05  TODAY-YEAR          PIC 9(4).
           05  TODAY-MONTH         PIC 9(2).
           05  TODAY-DAY           PIC 9(2).
       01  ARCHIVE-YEAR            PIC 9(4).
       01  OLDEST-ARCHIVE-YEAR     PIC 9(4).
       01  YEARS-SEARCHED-BACK     PIC 9(2) VALUE 10.
       01  ARCHIVE-FILENAME        PIC X(60).
       01  ARCHIVE-SWITCH          PIC X VALUE 'N'.
           88  ARCHIVE-HIT         VALUE 'Y'.

       01  LIVE-LOG-NAME           PIC X(60).

       01  END-OF-REQUESTS         PIC X VALUE 'N'.
           88  NO-MORE-REQUESTS    VALUE 'Y'.
       01  END-OF-HOLDS            PIC X VALUE 'N'.
           88  NO-MORE-HOLDS       VALUE 'Y'.
       01  END-OF-ITEMS            PIC X VALUE 'N'.
           88  NO-MORE-ITEMS       VALUE 'Y'.
       01  END-OF-LOG              PIC X VALUE 'N'.
           88  NO-MORE-LOG         VALUE 'Y'.

      * Legal holds, loaded once from legal-holds.txt.
       01  HOLD-TABLE.
           05  HOLD-ENTRY OCCURS 500 TIMES.
               10  HT-CUSTOMER-ID  PIC 9(6).
               10  HT-REFERENCE    PIC X(20).
       01  HOLD-COUNT              PIC 9(3) VALUE ZERO.
       01  HOLD-IDX                PIC 9(3).
       01  HOLD-FOUND-IDX          PIC 9(3).
       01  HOLD-SWITCH             PIC X VALUE 'N'.
           88  ON-LEGAL-HOLD       VALUE 'Y'.

      * Customers cleared for erasure, with what each file gave up.
       01  ERASE-TABLE.
           05  ERASE-ENTRY OCCURS 200 TIMES.
               10  ET-CUSTOMER-ID  PIC 9(6).
               10  ET-REQUEST-DATE PIC 9(8).
               10  ET-APPROVED-BY  PIC X(8).
               10  ET-LIVE         PIC 9(6).
               10  ET-ARCHIVE      PIC 9(6).
               10  ET-AUDIT        PIC 9(6).
               10  ET-TXNLOG       PIC 9(6).
               10  ET-NOTES        PIC 9(6).
               10  ET-CRM          PIC 9(6).
               10  ET-PROMISES     PIC 9(6).
               10  ET-EVENTS       PIC 9(6).
       01  ERASE-COUNT             PIC 9(3) VALUE ZERO.
       01  ERASE-IDX               PIC 9(3).
       01  FOUND-IDX               PIC 9(3).
       01  SOUGHT-ID               PIC 9(6).
       01  ENTRY-SWITCH            PIC X VALUE 'N'.
           88  ENTRY-FOUND         VALUE 'Y'.

       01  ERASURE-TOKEN.
           05  FILLER              PIC X(7) VALUE "ERASED-".
           05  TOKEN-CUSTOMER-ID   PIC 9(6).

      * Why a request was not honoured; spaces when it was.
       01  REFUSAL-REASON          PIC X(40).
       01  REQUEST-COUNT           PIC 9(6) VALUE ZERO.
       01  REFUSED-COUNT           PIC 9(6) VALUE ZERO.
       01  SKIPPED-COUNT           PIC 9(6) VALUE ZERO.
       01  OPEN-ITEM-SWITCH        PIC X VALUE 'N'.
           88  HAS-OPEN-ITEMS      VALUE 'Y'.

      * Totals per file for the certificate summary.
       01  FILE-TOTALS.
           05  TOT-LIVE            PIC 9(8) VALUE ZERO.
           05  TOT-ARCHIVE         PIC 9(8) VALUE ZERO.
           05  TOT-AUDIT           PIC 9(8) VALUE ZERO.
           05  TOT-TXNLOG          PIC 9(8) VALUE ZERO.
           05  TOT-NOTES           PIC 9(8) VALUE ZERO.
           05  TOT-CRM             PIC 9(8) VALUE ZERO.
           05  TOT-PROMISES        PIC 9(8) VALUE ZERO.
           05  TOT-EVENTS          PIC 9(8) VALUE ZERO.
       01  TOTAL-CHANGED           PIC 9(8) VALUE ZERO.

      * Which line-sequential file the shared scrub pass is on.
       01  SCRUB-KIND              PIC X(1).
           88  SCRUB-AUDIT-LOG     VALUE "A".
           88  SCRUB-TXN-LOG       VALUE "T".
           88  SCRUB-CRM-EXTRACT   VALUE "C".
       01  LOG-CHANGED-COUNT       PIC 9(8).
       01  LINE-SWITCH             PIC X VALUE 'N'.
           88  LINE-CHANGED        VALUE 'Y'.
       01  IMAGE-SWITCH            PIC X VALUE 'N'.
           88  IMAGE-SCRUBBED      VALUE 'Y'.

       01  LOG-LINE                PIC X(512).
       01  AUDIT-LINE REDEFINES LOG-LINE.
           05  AL-TIMESTAMP        PIC X(14).
           05  FILLER              PIC X(1).
           05  AL-OPERATOR         PIC X(8).
           05  FILLER              PIC X(1).
           05  AL-OPERATION        PIC X(6).
           05  FILLER              PIC X(1).
           05  AL-BEFORE-IMAGE     PIC X(240).
           05  FILLER              PIC X(1).
           05  AL-AFTER-IMAGE      PIC X(240).
       01  TXNLOG-LINE REDEFINES LOG-LINE.
           05  TL-TIMESTAMP        PIC X(14).
           05  FILLER              PIC X(1).
           05  TL-OPERATOR         PIC X(8).
           05  FILLER              PIC X(1).
           05  TL-OPERATION        PIC X(6).
           05  FILLER              PIC X(1).
           05  TL-KEY              PIC 9(6).
           05  FILLER              PIC X(1).
           05  TL-NAME             PIC X(40).
           05  FILLER              PIC X(1).
           05  TL-EMAIL            PIC X(50).
           05  FILLER              PIC X(1).
           05  TL-PHONE            PIC X(15).
       01  CRM-LINE REDEFINES LOG-LINE.
           05  CRM-CUSTOMER-ID     PIC X(6).
           05  FILLER              PIC X(506).

      * A customer record as the audit log holds it, before or after.
       01  IMAGE-RECORD.
           COPY "custrec.cpy" REPLACING
               ==CUSTOMER-ID== BY ==IMG-CUSTOMER-ID==
               ==CUSTOMER-NAME== BY ==IMG-CUSTOMER-NAME==
               ==CUSTOMER-EMAIL== BY ==IMG-CUSTOMER-EMAIL==
               ==CUSTOMER-PHONE== BY ==IMG-CUSTOMER-PHONE==
               ==CUSTOMER-BALANCE== BY ==IMG-CUSTOMER-BALANCE==
               ==CUSTOMER-CREDIT-LIMIT== BY
                   ==IMG-CUSTOMER-CREDIT-LIMIT==
               ==CUSTOMER-CURRENCY-CODE== BY
                   ==IMG-CUSTOMER-CURRENCY-CODE==
               ==CUSTOMER-LAST-PAYMENT-DATE== BY
                   ==IMG-CUSTOMER-LAST-PAYMENT-DATE==
               ==CUSTOMER-ACTIVE-FLAG== BY
                   ==IMG-CUSTOMER-ACTIVE-FLAG==
               ==CUSTOMER-ADDRESS-LINE-1== BY
                   ==IMG-CUSTOMER-ADDRESS-LINE-1==
               ==CUSTOMER-ADDRESS-LINE-2== BY
                   ==IMG-CUSTOMER-ADDRESS-LINE-2==
               ==CUSTOMER-CITY== BY ==IMG-CUSTOMER-CITY==
               ==CUSTOMER-STATE== BY ==IMG-CUSTOMER-STATE==
               ==CUSTOMER-POSTAL-CODE== BY
                   ==IMG-CUSTOMER-POSTAL-CODE==
               ==CUSTOMER-CREDIT-HOLD-FLAG== BY
                   ==IMG-CUSTOMER-CREDIT-HOLD-FLAG==
               ==CUSTOMER-CREDIT-BALANCE== BY
                   ==IMG-CUSTOMER-CREDIT-BALANCE==.
           05  FILLER                  PIC X(6).

      * An autopay mandate as DATABASE-HANDLER logs it under AUTOPY
      * and APCANC.
       01  MANDATE-IMAGE REDEFINES IMAGE-RECORD.
           COPY "mandrec.cpy" REPLACING
               ==MND-CUSTOMER-ID== BY ==IMG-MND-CUSTOMER-ID==
               ==MND-ROUTING-NUMBER== BY ==IMG-MND-ROUTING-NUMBER==
               ==MND-ACCOUNT-NUMBER== BY ==IMG-MND-ACCOUNT-NUMBER==
               ==MND-STATUS-DATE== BY ==IMG-MND-STATUS-DATE==
               ==MND-SIGNED-DATE== BY ==IMG-MND-SIGNED-DATE==
               ==MND-STATUS== BY ==IMG-MND-STATUS==
               ==MND-IS-ACTIVE== BY ==IMG-MND-IS-ACTIVE==
               ==MND-IS-CANCELLED== BY ==IMG-MND-IS-CANCELLED==
               ==MND-OPERATOR== BY ==IMG-MND-OPERATOR==.

      * CRM extract fields, rebuilt around the token.
       01  CRM-FIELD-ID            PIC X(6).
       01  CRM-FIELD-NAME          PIC X(40).
       01  CRM-FIELD-EMAIL         PIC X(50).
       01  CRM-FIELD-PHONE         PIC X(15).
       01  CRM-FIELD-BALANCE       PIC X(11).

       01  CERT-DETAIL.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  CD-FILE-NAME        PIC X(32).
           05  CD-ACTION           PIC X(22).
           05  CD-COUNT            PIC ZZZ,ZZ9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  CD-NOTE             PIC X(30).
       01  CERT-COUNT              PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-ERASURE
           PERFORM LOAD-LEGAL-HOLDS
           PERFORM READ-ERASURE-REQUEST UNTIL NO-MORE-REQUESTS
           CLOSE ERASURE-REQUEST-FILE
           IF ERASE-COUNT > 0
               PERFORM ERASE-LIVE-CUSTOMER
                   VARYING ERASE-IDX FROM 1 BY 1
                   UNTIL ERASE-IDX > ERASE-COUNT
               PERFORM SCRUB-ARCHIVE-YEAR
                   VARYING ARCHIVE-YEAR FROM TODAY-YEAR BY -1
                   UNTIL ARCHIVE-YEAR < OLDEST-ARCHIVE-YEAR
               PERFORM SCRUB-AUDIT-LOG-FILE
               PERFORM SCRUB-TRANSACTION-LOG-FILE
               PERFORM SCRUB-CRM-EXTRACT-FILE
               PERFORM SCRUB-CUSTOMER-NOTES
               PERFORM COUNT-PROMISES
               PERFORM COUNT-EVENTS
           END-IF
           PERFORM WRITE-CERTIFICATE
           PERFORM CLEANUP-ERASURE
           PERFORM DETERMINE-RETURN-CODE
           PERFORM WRITE-OPS-STATS
           MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       INITIALIZE-ERASURE.
           CALL "PROCESS-DATE" USING TODAY-YYYYMMDD
           COMPUTE OLDEST-ARCHIVE-YEAR =
               TODAY-YEAR - YEARS-SEARCHED-BACK

           OPEN INPUT ERASURE-REQUEST-FILE
           IF REQUEST-FILE-STATUS NOT = "00"
               DISPLAY "No erasure requests to process"
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "A" TO LOCK-ACTION
           CALL "FILE-LOCK" USING LOCK-ACTION LOCK-REQUESTER
               LOCK-RESULT LOCK-HOLDER
           IF NOT LOCK-GRANTED
               DISPLAY "ERROR: customer file is locked by "
                   LOCK-HOLDER
               CLOSE ERASURE-REQUEST-FILE
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O CUSTOMER-FILE
           IF NOT FILE-OK
               DISPLAY "ERROR: cannot open customer database"
               DISPLAY "File Status: " FILE-STATUS
               CLOSE ERASURE-REQUEST-FILE
               PERFORM RELEASE-FILE-LOCK
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT OPEN-INVOICE-FILE
           OPEN INPUT COLLECTION-ACCOUNT-FILE

           OPEN OUTPUT CERTIFICATE-FILE
           MOVE "CUSTOMER PERSONAL-DATA ERASURE CERTIFICATE"
               TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE SPACES TO CERTIFICATE-LINE
           STRING "Run date " TODAY-YYYYMMDD
               "  - personal fields replaced by ERASED-<customer id>"
               DELIMITED BY SIZE INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE SPACES TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE.

       LOAD-LEGAL-HOLDS.
           OPEN INPUT LEGAL-HOLD-FILE
           IF HOLD-FILE-STATUS = "00"
               PERFORM READ-NEXT-HOLD UNTIL NO-MORE-HOLDS
               CLOSE LEGAL-HOLD-FILE
           ELSE
               DISPLAY "NOTE: no legal-holds.txt - no accounts on "
                   "legal hold"
           END-IF.

       READ-NEXT-HOLD.
           READ LEGAL-HOLD-FILE
               AT END
                   SET NO-MORE-HOLDS TO TRUE
               NOT AT END
                   IF LH-CUSTOMER-ID NUMERIC
                       IF HOLD-COUNT < 500
                           ADD 1 TO HOLD-COUNT
                           MOVE LH-CUSTOMER-ID
                               TO HT-CUSTOMER-ID(HOLD-COUNT)
                           MOVE LH-REFERENCE
                               TO HT-REFERENCE(HOLD-COUNT)
                       ELSE
                           DISPLAY "ERROR: legal hold table full - "
                               "no erasures run"
                           MOVE 16 TO PROGRAM-RETURN-CODE
                           PERFORM CLEANUP-ERASURE
                           MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
           END-READ.

       READ-ERASURE-REQUEST.
           READ ERASURE-REQUEST-FILE
               AT END
                   SET NO-MORE-REQUESTS TO TRUE
               NOT AT END
                   IF ERQ-CUSTOMER-ID NUMERIC
                       ADD 1 TO REQUEST-COUNT
                       PERFORM SCREEN-ONE-REQUEST
                   END-IF
           END-READ.

      * A request is honoured only when approved, not on legal hold,
      * and for an account closed with nothing owed either way and
      * no open invoices - live, or already archived.
       SCREEN-ONE-REQUEST.
           MOVE SPACES TO REFUSAL-REASON
           MOVE ERQ-CUSTOMER-ID TO SOUGHT-ID
           PERFORM FIND-LEGAL-HOLD
           PERFORM FIND-ERASE-ENTRY

           EVALUATE TRUE
               WHEN NOT ERQ-APPROVED
                   ADD 1 TO SKIPPED-COUNT
                   MOVE SPACES TO CERTIFICATE-LINE
                   STRING "NOT APPROVED  id=" ERQ-CUSTOMER-ID
                       " requested " ERQ-REQUEST-DATE
                       " - left for approval"
                       DELIMITED BY SIZE INTO CERTIFICATE-LINE
                   WRITE CERTIFICATE-LINE
               WHEN ENTRY-FOUND
                   ADD 1 TO SKIPPED-COUNT
                   MOVE SPACES TO CERTIFICATE-LINE
                   STRING "DUPLICATE     id=" ERQ-CUSTOMER-ID
                       " requested " ERQ-REQUEST-DATE
                       " - already in this run"
                       DELIMITED BY SIZE INTO CERTIFICATE-LINE
                   WRITE CERTIFICATE-LINE
               WHEN ON-LEGAL-HOLD
                   STRING "LEGAL HOLD "
                       HT-REFERENCE(HOLD-FOUND-IDX)
                       DELIMITED BY SIZE INTO REFUSAL-REASON
               WHEN OTHER
                   PERFORM CHECK-ACCOUNT-CLOSED
           END-EVALUATE

           IF ERQ-APPROVED AND NOT ENTRY-FOUND
               IF REFUSAL-REASON = SPACES
                   PERFORM ADD-ERASE-ENTRY
               ELSE
                   ADD 1 TO REFUSED-COUNT
                   MOVE SPACES TO CERTIFICATE-LINE
                   STRING "REFUSED       id=" ERQ-CUSTOMER-ID
                       " requested " ERQ-REQUEST-DATE
                       " - " REFUSAL-REASON
                       DELIMITED BY SIZE INTO CERTIFICATE-LINE
                   WRITE CERTIFICATE-LINE
               END-IF
           END-IF.

       CHECK-ACCOUNT-CLOSED.
           MOVE SOUGHT-ID TO CUSTOMER-ID
           READ CUSTOMER-FILE KEY IS CUSTOMER-ID
           IF FILE-OK
               EVALUATE TRUE
                   WHEN CUSTOMER-ACTIVE-FLAG = 'Y'
                       MOVE "ACCOUNT STILL ACTIVE" TO REFUSAL-REASON
                   WHEN CUSTOMER-BALANCE NOT = 0
                       MOVE "BALANCE NOT ZERO" TO REFUSAL-REASON
                   WHEN CUSTOMER-CREDIT-BALANCE NOT = 0
                       MOVE "CREDIT BALANCE NOT REFUNDED"
                           TO REFUSAL-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE
               PERFORM FIND-IN-ARCHIVES
               IF NOT ARCHIVE-HIT
                   MOVE "NOT ON FILE OR ANY ARCHIVE"
                       TO REFUSAL-REASON
               END-IF
           END-IF

           IF REFUSAL-REASON = SPACES
               PERFORM CHECK-OPEN-ITEMS
               IF HAS-OPEN-ITEMS
                   MOVE "OPEN INVOICES ON FILE" TO REFUSAL-REASON
               END-IF
           END-IF

           IF REFUSAL-REASON = SPACES
               PERFORM CHECK-COLLECTION-ACCOUNT
           END-IF.

       CHECK-COLLECTION-ACCOUNT.
           IF COLLECTION-FILE-STATUS NOT = "35"
               MOVE SOUGHT-ID TO CLA-CUSTOMER-ID
               READ COLLECTION-ACCOUNT-FILE KEY IS CLA-CUSTOMER-ID
               IF COLLECTION-FILE-STATUS = "00" AND NOT CLA-CLOSED
                   MOVE "WITH COLLECTION AGENCY" TO REFUSAL-REASON
               END-IF
           END-IF.

       FIND-IN-ARCHIVES.
           MOVE 'N' TO ARCHIVE-SWITCH
           PERFORM LOOK-IN-ARCHIVE-YEAR
               VARYING ARCHIVE-YEAR FROM TODAY-YEAR BY -1
               UNTIL ARCHIVE-YEAR < OLDEST-ARCHIVE-YEAR
                   OR ARCHIVE-HIT.

       LOOK-IN-ARCHIVE-YEAR.
           PERFORM BUILD-ARCHIVE-FILENAME
           OPEN INPUT ARCHIVE-FILE
           IF ARCHIVE-OK
               MOVE SOUGHT-ID TO ARCH-CUSTOMER-ID
               READ ARCHIVE-FILE KEY IS ARCH-CUSTOMER-ID
               IF ARCHIVE-OK
                   SET ARCHIVE-HIT TO TRUE
                   IF ARCH-CUSTOMER-BALANCE NOT = 0
                       OR ARCH-CUSTOMER-CREDIT-BALANCE NOT = 0
                       MOVE "ARCHIVED WITH A BALANCE"
                           TO REFUSAL-REASON
                   END-IF
               END-IF
               CLOSE ARCHIVE-FILE
           END-IF.

       CHECK-OPEN-ITEMS.
           MOVE 'N' TO OPEN-ITEM-SWITCH
           IF OPENITEM-FILE-STATUS NOT = "35"
               MOVE 'N' TO END-OF-ITEMS
               MOVE SOUGHT-ID TO OI-CUSTOMER-ID
               MOVE LOW-VALUES TO OI-INVOICE-NUMBER
               START OPEN-INVOICE-FILE KEY IS >= OI-KEY
                   INVALID KEY
                       SET NO-MORE-ITEMS TO TRUE
               END-START
               PERFORM CHECK-NEXT-OPEN-ITEM
                   UNTIL NO-MORE-ITEMS OR HAS-OPEN-ITEMS
           END-IF.

       CHECK-NEXT-OPEN-ITEM.
           READ OPEN-INVOICE-FILE NEXT RECORD
               AT END
                   SET NO-MORE-ITEMS TO TRUE
               NOT AT END
                   IF OI-CUSTOMER-ID NOT = SOUGHT-ID
                       SET NO-MORE-ITEMS TO TRUE
                   ELSE
                       IF OI-IS-OPEN
                           SET HAS-OPEN-ITEMS TO TRUE
                       END-IF
                   END-IF
           END-READ.

       ADD-ERASE-ENTRY.
           IF ERASE-COUNT < 200
               ADD 1 TO ERASE-COUNT
               MOVE ERQ-CUSTOMER-ID TO ET-CUSTOMER-ID(ERASE-COUNT)
               MOVE ERQ-REQUEST-DATE TO ET-REQUEST-DATE(ERASE-COUNT)
               MOVE ERQ-APPROVED-BY TO ET-APPROVED-BY(ERASE-COUNT)
               MOVE ZERO TO ET-LIVE(ERASE-COUNT)
                            ET-ARCHIVE(ERASE-COUNT)
                            ET-AUDIT(ERASE-COUNT)
                            ET-TXNLOG(ERASE-COUNT)
                            ET-NOTES(ERASE-COUNT)
                            ET-CRM(ERASE-COUNT)
                            ET-PROMISES(ERASE-COUNT)
                            ET-EVENTS(ERASE-COUNT)
           ELSE
               ADD 1 TO SKIPPED-COUNT
               MOVE SPACES TO CERTIFICATE-LINE
               STRING "DEFERRED      id=" ERQ-CUSTOMER-ID
                   " requested " ERQ-REQUEST-DATE
                   " - run limit reached, resubmit"
                   DELIMITED BY SIZE INTO CERTIFICATE-LINE
               WRITE CERTIFICATE-LINE
           END-IF.

       FIND-LEGAL-HOLD.
           MOVE 'N' TO HOLD-SWITCH
           PERFORM MATCH-LEGAL-HOLD
               VARYING HOLD-IDX FROM 1 BY 1
               UNTIL HOLD-IDX > HOLD-COUNT OR ON-LEGAL-HOLD.

       MATCH-LEGAL-HOLD.
           IF HT-CUSTOMER-ID(HOLD-IDX) = SOUGHT-ID
               SET ON-LEGAL-HOLD TO TRUE
               MOVE HOLD-IDX TO HOLD-FOUND-IDX
           END-IF.

       FIND-ERASE-ENTRY.
           MOVE 'N' TO ENTRY-SWITCH
           PERFORM MATCH-ERASE-ENTRY
               VARYING ERASE-IDX FROM 1 BY 1
               UNTIL ERASE-IDX > ERASE-COUNT OR ENTRY-FOUND.

       MATCH-ERASE-ENTRY.
           IF ET-CUSTOMER-ID(ERASE-IDX) = SOUGHT-ID
               SET ENTRY-FOUND TO TRUE
               MOVE ERASE-IDX TO FOUND-IDX
           END-IF.

       BUILD-ARCHIVE-FILENAME.
           MOVE SPACES TO ARCHIVE-FILENAME
           STRING "../data/output/customers-archive-"
               ARCHIVE-YEAR ".dat"
               DELIMITED BY SIZE INTO ARCHIVE-FILENAME.

       ERASE-LIVE-CUSTOMER.
           MOVE ET-CUSTOMER-ID(ERASE-IDX) TO CUSTOMER-ID
           MOVE ET-CUSTOMER-ID(ERASE-IDX) TO TOKEN-CUSTOMER-ID
           READ CUSTOMER-FILE KEY IS CUSTOMER-ID
           IF FILE-OK
               MOVE ERASURE-TOKEN TO CUSTOMER-NAME
               MOVE ERASURE-TOKEN TO CUSTOMER-EMAIL
               MOVE ERASURE-TOKEN TO CUSTOMER-PHONE
               MOVE ERASURE-TOKEN TO CUSTOMER-ADDRESS-LINE-1
               MOVE SPACES TO CUSTOMER-ADDRESS-LINE-2
               MOVE SPACES TO CUSTOMER-CITY
               MOVE SPACES TO CUSTOMER-STATE
               MOVE SPACES TO CUSTOMER-POSTAL-CODE
               REWRITE CUSTOMER-RECORD
               IF FILE-OK
                   ADD 1 TO ET-LIVE(ERASE-IDX)
                   ADD 1 TO TOT-LIVE
               ELSE
                   DISPLAY "ERROR: customer " CUSTOMER-ID
                       " not anonymized, status " FILE-STATUS
                   MOVE 8 TO PROGRAM-RETURN-CODE
               END-IF
           END-IF.

       SCRUB-ARCHIVE-YEAR.
           PERFORM BUILD-ARCHIVE-FILENAME
           OPEN I-O ARCHIVE-FILE
           IF ARCHIVE-OK
               PERFORM SCRUB-ARCHIVE-ENTRY
                   VARYING ERASE-IDX FROM 1 BY 1
                   UNTIL ERASE-IDX > ERASE-COUNT
               CLOSE ARCHIVE-FILE
           END-IF.

       SCRUB-ARCHIVE-ENTRY.
           MOVE ET-CUSTOMER-ID(ERASE-IDX) TO ARCH-CUSTOMER-ID
           MOVE ET-CUSTOMER-ID(ERASE-IDX) TO TOKEN-CUSTOMER-ID
           READ ARCHIVE-FILE KEY IS ARCH-CUSTOMER-ID
           IF ARCHIVE-OK
               MOVE ERASURE-TOKEN TO ARCH-CUSTOMER-NAME
               MOVE ERASURE-TOKEN TO ARCH-CUSTOMER-EMAIL
               MOVE ERASURE-TOKEN TO ARCH-CUSTOMER-PHONE
               MOVE ERASURE-TOKEN TO ARCH-CUSTOMER-ADDRESS-LINE-1
               MOVE SPACES TO ARCH-CUSTOMER-ADDRESS-LINE-2
               MOVE SPACES TO ARCH-CUSTOMER-CITY
               MOVE SPACES TO ARCH-CUSTOMER-STATE
               MOVE SPACES TO ARCH-CUSTOMER-POSTAL-CODE
               REWRITE ARCHIVE-RECORD
               IF ARCHIVE-OK
                   ADD 1 TO ET-ARCHIVE(ERASE-IDX)
                   ADD 1 TO TOT-ARCHIVE
               ELSE
                   DISPLAY "ERROR: archived customer "
                       ARCH-CUSTOMER-ID " in " ARCHIVE-YEAR
                       " not anonymized, status "
                       ARCHIVE-FILE-STATUS
                   MOVE 8 TO PROGRAM-RETURN-CODE
               END-IF
           END-IF.

       SCRUB-AUDIT-LOG-FILE.
           MOVE "../data/output/customer-audit-log.txt"
               TO LIVE-LOG-NAME
           SET SCRUB-AUDIT-LOG TO TRUE
           PERFORM SCRUB-LOG-FILE
           MOVE LOG-CHANGED-COUNT TO TOT-AUDIT.

       SCRUB-TRANSACTION-LOG-FILE.
           MOVE "../data/output/customer-transaction-log.txt"
               TO LIVE-LOG-NAME
           SET SCRUB-TXN-LOG TO TRUE
           PERFORM SCRUB-LOG-FILE
           MOVE LOG-CHANGED-COUNT TO TOT-TXNLOG.

       SCRUB-CRM-EXTRACT-FILE.
           MOVE "../data/output/crm-customer-extract.txt"
               TO LIVE-LOG-NAME
           SET SCRUB-CRM-EXTRACT TO TRUE
           PERFORM SCRUB-LOG-FILE
           MOVE LOG-CHANGED-COUNT TO TOT-CRM.

      * Line-sequential files cannot be rewritten in place: every
      * line goes to the work file, scrubbed where it belongs to a
      * customer being erased, and the work file replaces the live
      * one when anything changed.
       SCRUB-LOG-FILE.
           MOVE ZERO TO LOG-CHANGED-COUNT
           OPEN INPUT LIVE-LOG-FILE
           IF LIVE-LOG-STATUS = "00"
               OPEN OUTPUT ERASURE-WORK-FILE
               MOVE 'N' TO END-OF-LOG
               PERFORM SCRUB-NEXT-LOG-LINE UNTIL NO-MORE-LOG
               CLOSE LIVE-LOG-FILE
               CLOSE ERASURE-WORK-FILE
               IF LOG-CHANGED-COUNT > 0
                   PERFORM REPLACE-LIVE-LOG
               END-IF
           END-IF.

       SCRUB-NEXT-LOG-LINE.
           READ LIVE-LOG-FILE
               AT END
                   SET NO-MORE-LOG TO TRUE
               NOT AT END
                   MOVE LIVE-LOG-RECORD TO LOG-LINE
                   MOVE 'N' TO LINE-SWITCH
                   EVALUATE TRUE
                       WHEN SCRUB-AUDIT-LOG
                           PERFORM SCRUB-AUDIT-LINE
                       WHEN SCRUB-TXN-LOG
                           PERFORM SCRUB-TXNLOG-LINE
                       WHEN OTHER
                           PERFORM SCRUB-CRM-LINE
                   END-EVALUATE
                   IF LINE-CHANGED
                       ADD 1 TO LOG-CHANGED-COUNT
                   END-IF
                   WRITE ERASURE-WORK-RECORD FROM LOG-LINE
           END-READ.

      * Every operation on the log carries customer-record images
      * except the mandate and trading-partner ones DATABASE-HANDLER
      * writes under the same customer ID.
       SCRUB-AUDIT-LINE.
           EVALUATE AL-OPERATION
               WHEN "INVDLV"
                   CONTINUE
               WHEN "AUTOPY"
               WHEN "APCANC"
                   MOVE AL-BEFORE-IMAGE TO IMAGE-RECORD
                   PERFORM SCRUB-MANDATE-IMAGE
                   IF IMAGE-SCRUBBED
                       MOVE IMAGE-RECORD TO AL-BEFORE-IMAGE
                   END-IF
                   MOVE AL-AFTER-IMAGE TO IMAGE-RECORD
                   PERFORM SCRUB-MANDATE-IMAGE
                   IF IMAGE-SCRUBBED
                       MOVE IMAGE-RECORD TO AL-AFTER-IMAGE
                   END-IF
               WHEN OTHER
                   MOVE AL-BEFORE-IMAGE TO IMAGE-RECORD
                   PERFORM SCRUB-IMAGE
                   IF IMAGE-SCRUBBED
                       MOVE IMAGE-RECORD TO AL-BEFORE-IMAGE
                   END-IF
                   MOVE AL-AFTER-IMAGE TO IMAGE-RECORD
                   PERFORM SCRUB-IMAGE
                   IF IMAGE-SCRUBBED
                       MOVE IMAGE-RECORD TO AL-AFTER-IMAGE
                   END-IF
           END-EVALUATE
           IF LINE-CHANGED
               ADD 1 TO ET-AUDIT(FOUND-IDX)
           END-IF.

       SCRUB-IMAGE.
           MOVE 'N' TO IMAGE-SWITCH
           IF IMG-CUSTOMER-ID NUMERIC
               MOVE IMG-CUSTOMER-ID TO SOUGHT-ID
               PERFORM FIND-ERASE-ENTRY
               IF ENTRY-FOUND
                   MOVE SOUGHT-ID TO TOKEN-CUSTOMER-ID
                   MOVE ERASURE-TOKEN TO IMG-CUSTOMER-NAME
                   MOVE ERASURE-TOKEN TO IMG-CUSTOMER-EMAIL
                   MOVE ERASURE-TOKEN TO IMG-CUSTOMER-PHONE
                   MOVE ERASURE-TOKEN TO IMG-CUSTOMER-ADDRESS-LINE-1
                   MOVE SPACES TO IMG-CUSTOMER-ADDRESS-LINE-2
                   MOVE SPACES TO IMG-CUSTOMER-CITY
                   MOVE SPACES TO IMG-CUSTOMER-STATE
                   MOVE SPACES TO IMG-CUSTOMER-POSTAL-CODE
                   SET IMAGE-SCRUBBED TO TRUE
                   SET LINE-CHANGED TO TRUE
               END-IF
           END-IF.

      * The routing number stays numeric so the image still reads
      * as a mandate.
       SCRUB-MANDATE-IMAGE.
           MOVE 'N' TO IMAGE-SWITCH
           IF IMG-MND-CUSTOMER-ID NUMERIC
               MOVE IMG-MND-CUSTOMER-ID TO SOUGHT-ID
               PERFORM FIND-ERASE-ENTRY
               IF ENTRY-FOUND
                   MOVE ZERO TO IMG-MND-ROUTING-NUMBER
                   MOVE SPACES TO IMG-MND-ACCOUNT-NUMBER
                   SET IMAGE-SCRUBBED TO TRUE
                   SET LINE-CHANGED TO TRUE
               END-IF
           END-IF.

       SCRUB-TXNLOG-LINE.
           IF TL-KEY NUMERIC
               MOVE TL-KEY TO SOUGHT-ID
               PERFORM FIND-ERASE-ENTRY
               IF ENTRY-FOUND
                   MOVE SOUGHT-ID TO TOKEN-CUSTOMER-ID
                   MOVE ERASURE-TOKEN TO TL-NAME
                   MOVE ERASURE-TOKEN TO TL-EMAIL
                   MOVE ERASURE-TOKEN TO TL-PHONE
                   SET LINE-CHANGED TO TRUE
                   ADD 1 TO ET-TXNLOG(FOUND-IDX)
               END-IF
           END-IF.

      * CRM-EXTRACT writes ID|NAME|EMAIL|PHONE|BALANCE.
       SCRUB-CRM-LINE.
           IF CRM-CUSTOMER-ID NUMERIC
               MOVE CRM-CUSTOMER-ID TO SOUGHT-ID
               PERFORM FIND-ERASE-ENTRY
               IF ENTRY-FOUND
                   MOVE SOUGHT-ID TO TOKEN-CUSTOMER-ID
                   UNSTRING LOG-LINE DELIMITED BY "|"
                       INTO CRM-FIELD-ID CRM-FIELD-NAME
                           CRM-FIELD-EMAIL CRM-FIELD-PHONE
                           CRM-FIELD-BALANCE
                   END-UNSTRING
                   MOVE SPACES TO LOG-LINE
                   STRING CRM-FIELD-ID "|" ERASURE-TOKEN
                       "|" ERASURE-TOKEN "|" ERASURE-TOKEN
                       "|" CRM-FIELD-BALANCE
                       DELIMITED BY SIZE INTO LOG-LINE
                   SET LINE-CHANGED TO TRUE
                   ADD 1 TO ET-CRM(FOUND-IDX)
               END-IF
           END-IF.

       REPLACE-LIVE-LOG.
           OPEN INPUT ERASURE-WORK-FILE
           OPEN OUTPUT LIVE-LOG-FILE
           MOVE 'N' TO END-OF-LOG
           PERFORM COPY-WORK-LINE UNTIL NO-MORE-LOG
           CLOSE ERASURE-WORK-FILE
           CLOSE LIVE-LOG-FILE.

       COPY-WORK-LINE.
           READ ERASURE-WORK-FILE
               AT END
                   SET NO-MORE-LOG TO TRUE
               NOT AT END
                   WRITE LIVE-LOG-RECORD FROM ERASURE-WORK-RECORD
           END-READ.

      * Contact notes are free text and may name anyone; the whole
      * note text goes.
       SCRUB-CUSTOMER-NOTES.
           OPEN I-O CUSTOMER-NOTES-FILE
           IF NOTES-FILE-STATUS = "00"
               PERFORM SCRUB-NOTES-FOR-ENTRY
                   VARYING ERASE-IDX FROM 1 BY 1
                   UNTIL ERASE-IDX > ERASE-COUNT
               CLOSE CUSTOMER-NOTES-FILE
           END-IF.

       SCRUB-NOTES-FOR-ENTRY.
           MOVE ET-CUSTOMER-ID(ERASE-IDX) TO TOKEN-CUSTOMER-ID
           MOVE ET-CUSTOMER-ID(ERASE-IDX) TO NOTE-CUSTOMER-ID
           MOVE ZERO TO NOTE-SEQUENCE
           MOVE 'N' TO END-OF-ITEMS
           START CUSTOMER-NOTES-FILE KEY IS >= NOTE-KEY
               INVALID KEY
                   SET NO-MORE-ITEMS TO TRUE
           END-START
           PERFORM SCRUB-NEXT-NOTE UNTIL NO-MORE-ITEMS.

       SCRUB-NEXT-NOTE.
           READ CUSTOMER-NOTES-FILE NEXT RECORD
               AT END
                   SET NO-MORE-ITEMS TO TRUE
               NOT AT END
                   IF NOTE-CUSTOMER-ID NOT = ET-CUSTOMER-ID(ERASE-IDX)
                       SET NO-MORE-ITEMS TO TRUE
                   ELSE
                       MOVE ERASURE-TOKEN TO NOTE-TEXT
                       REWRITE CUSTOMER-NOTE-RECORD
                       IF NOTES-FILE-STATUS = "00"
                           ADD 1 TO ET-NOTES(ERASE-IDX)
                           ADD 1 TO TOT-NOTES
                       ELSE
                           DISPLAY "ERROR: note " NOTE-KEY
                               " not anonymized, status "
                               NOTES-FILE-STATUS
                           MOVE 8 TO PROGRAM-RETURN-CODE
                       END-IF
                   END-IF
           END-READ.

      * Promises and balance-change events hold only the customer ID
      * with dates and amounts; they are counted for the certificate
      * and left as they are.
       COUNT-PROMISES.
           OPEN INPUT PROMISE-FILE
           IF PROMISE-FILE-STATUS = "00"
               PERFORM COUNT-PROMISES-FOR-ENTRY
                   VARYING ERASE-IDX FROM 1 BY 1
                   UNTIL ERASE-IDX > ERASE-COUNT
               CLOSE PROMISE-FILE
           END-IF.

       COUNT-PROMISES-FOR-ENTRY.
           MOVE ET-CUSTOMER-ID(ERASE-IDX) TO PROM-CUSTOMER-ID
           MOVE ZERO TO PROM-SEQUENCE
           MOVE 'N' TO END-OF-ITEMS
           START PROMISE-FILE KEY IS >= PROM-KEY
               INVALID KEY
                   SET NO-MORE-ITEMS TO TRUE
           END-START
           PERFORM COUNT-NEXT-PROMISE UNTIL NO-MORE-ITEMS.

       COUNT-NEXT-PROMISE.
           READ PROMISE-FILE NEXT RECORD
               AT END
                   SET NO-MORE-ITEMS TO TRUE
               NOT AT END
                   IF PROM-CUSTOMER-ID NOT = ET-CUSTOMER-ID(ERASE-IDX)
                       SET NO-MORE-ITEMS TO TRUE
                   ELSE
                       ADD 1 TO ET-PROMISES(ERASE-IDX)
                       ADD 1 TO TOT-PROMISES
                   END-IF
           END-READ.

       COUNT-EVENTS.
           OPEN INPUT CUSTOMER-EVENTS-FILE
           IF EVENTS-FILE-STATUS = "00"
               MOVE 'N' TO END-OF-LOG
               PERFORM COUNT-NEXT-EVENT UNTIL NO-MORE-LOG
               CLOSE CUSTOMER-EVENTS-FILE
           END-IF.

       COUNT-NEXT-EVENT.
           READ CUSTOMER-EVENTS-FILE
               AT END
                   SET NO-MORE-LOG TO TRUE
               NOT AT END
                   MOVE EVT-CUSTOMER-ID TO SOUGHT-ID
                   PERFORM FIND-ERASE-ENTRY
                   IF ENTRY-FOUND
                       ADD 1 TO ET-EVENTS(FOUND-IDX)
                       ADD 1 TO TOT-EVENTS
                   END-IF
           END-READ.

       WRITE-CERTIFICATE.
           PERFORM WRITE-CUSTOMER-CERTIFICATE
               VARYING ERASE-IDX FROM 1 BY 1
               UNTIL ERASE-IDX > ERASE-COUNT

           MOVE SPACES TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE "FILES TOUCHED THIS RUN" TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE "customers.dat" TO CD-FILE-NAME
           MOVE TOT-LIVE TO CERT-COUNT
           PERFORM WRITE-CHANGED-LINE
           MOVE "customers-archive-yyyy.dat" TO CD-FILE-NAME
           MOVE TOT-ARCHIVE TO CERT-COUNT
           PERFORM WRITE-CHANGED-LINE
           MOVE "customer-audit-log.txt" TO CD-FILE-NAME
           MOVE TOT-AUDIT TO CERT-COUNT
           PERFORM WRITE-CHANGED-LINE
           MOVE "customer-transaction-log.txt" TO CD-FILE-NAME
           MOVE TOT-TXNLOG TO CERT-COUNT
           PERFORM WRITE-CHANGED-LINE
           MOVE "customer-notes.dat" TO CD-FILE-NAME
           MOVE TOT-NOTES TO CERT-COUNT
           PERFORM WRITE-CHANGED-LINE
           MOVE "crm-customer-extract.txt" TO CD-FILE-NAME
           MOVE TOT-CRM TO CERT-COUNT
           PERFORM WRITE-CHANGED-LINE
           MOVE "promises.dat" TO CD-FILE-NAME
           MOVE TOT-PROMISES TO CERT-COUNT
           PERFORM WRITE-RETAINED-LINE
           MOVE "customer-events.txt" TO CD-FILE-NAME
           MOVE TOT-EVENTS TO CERT-COUNT
           PERFORM WRITE-RETAINED-LINE

           COMPUTE TOTAL-CHANGED = TOT-LIVE + TOT-ARCHIVE + TOT-AUDIT
               + TOT-TXNLOG + TOT-NOTES + TOT-CRM
           MOVE SPACES TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE SPACES TO CERTIFICATE-LINE
           STRING "Requests read:      " REQUEST-COUNT
               DELIMITED BY SIZE INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE SPACES TO CERTIFICATE-LINE
           STRING "Customers erased:   " ERASE-COUNT
               DELIMITED BY SIZE INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE SPACES TO CERTIFICATE-LINE
           STRING "Requests refused:   " REFUSED-COUNT
               DELIMITED BY SIZE INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE SPACES TO CERTIFICATE-LINE
           STRING "Requests not run:   " SKIPPED-COUNT
               DELIMITED BY SIZE INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE SPACES TO CERTIFICATE-LINE
           STRING "Records anonymized: " TOTAL-CHANGED
               DELIMITED BY SIZE INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           DISPLAY "Erasure run complete: " ERASE-COUNT " erased, "
               REFUSED-COUNT " refused, " TOTAL-CHANGED
               " records anonymized".

       WRITE-CUSTOMER-CERTIFICATE.
           MOVE ET-CUSTOMER-ID(ERASE-IDX) TO TOKEN-CUSTOMER-ID
           MOVE SPACES TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           STRING "ERASED        id=" ET-CUSTOMER-ID(ERASE-IDX)
               " requested " ET-REQUEST-DATE(ERASE-IDX)
               " approved by " ET-APPROVED-BY(ERASE-IDX)
               " token " ERASURE-TOKEN
               DELIMITED BY SIZE INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE "customers.dat" TO CD-FILE-NAME
           MOVE ET-LIVE(ERASE-IDX) TO CERT-COUNT
           PERFORM WRITE-CHANGED-LINE
           MOVE "customers-archive-yyyy.dat" TO CD-FILE-NAME
           MOVE ET-ARCHIVE(ERASE-IDX) TO CERT-COUNT
           PERFORM WRITE-CHANGED-LINE
           MOVE "customer-audit-log.txt" TO CD-FILE-NAME
           MOVE ET-AUDIT(ERASE-IDX) TO CERT-COUNT
           PERFORM WRITE-CHANGED-LINE
           MOVE "customer-transaction-log.txt" TO CD-FILE-NAME
           MOVE ET-TXNLOG(ERASE-IDX) TO CERT-COUNT
           PERFORM WRITE-CHANGED-LINE
           MOVE "customer-notes.dat" TO CD-FILE-NAME
           MOVE ET-NOTES(ERASE-IDX) TO CERT-COUNT
           PERFORM WRITE-CHANGED-LINE
           MOVE "crm-customer-extract.txt" TO CD-FILE-NAME
           MOVE ET-CRM(ERASE-IDX) TO CERT-COUNT
           PERFORM WRITE-CHANGED-LINE
           MOVE "promises.dat" TO CD-FILE-NAME
           MOVE ET-PROMISES(ERASE-IDX) TO CERT-COUNT
           PERFORM WRITE-RETAINED-LINE
           MOVE "customer-events.txt" TO CD-FILE-NAME
           MOVE ET-EVENTS(ERASE-IDX) TO CERT-COUNT
           PERFORM WRITE-RETAINED-LINE.

       WRITE-CHANGED-LINE.
           MOVE "records anonymized" TO CD-ACTION
           MOVE CERT-COUNT TO CD-COUNT
           MOVE SPACES TO CD-NOTE
           WRITE CERTIFICATE-LINE FROM CERT-DETAIL.

       WRITE-RETAINED-LINE.
           MOVE "records kept" TO CD-ACTION
           MOVE CERT-COUNT TO CD-COUNT
           MOVE "(no personal fields)" TO CD-NOTE
           WRITE CERTIFICATE-LINE FROM CERT-DETAIL.

       RELEASE-FILE-LOCK.
           MOVE "R" TO LOCK-ACTION
           CALL "FILE-LOCK" USING LOCK-ACTION LOCK-REQUESTER
               LOCK-RESULT LOCK-HOLDER.

       CLEANUP-ERASURE.
           CLOSE CUSTOMER-FILE
           PERFORM RELEASE-FILE-LOCK
           IF OPENITEM-FILE-STATUS NOT = "35"
               CLOSE OPEN-INVOICE-FILE
           END-IF
           IF COLLECTION-FILE-STATUS NOT = "35"
               CLOSE COLLECTION-ACCOUNT-FILE
           END-IF
           CLOSE CERTIFICATE-FILE.

       DETERMINE-RETURN-CODE.
           IF PROGRAM-RETURN-CODE = 0 AND REFUSED-COUNT > 0
               MOVE 4 TO PROGRAM-RETURN-CODE
           END-IF.

       WRITE-OPS-STATS.
           OPEN EXTEND OPS-STATS-FILE
           IF OPS-STATS-FILE-STATUS = "35"
               OPEN OUTPUT OPS-STATS-FILE
               CLOSE OPS-STATS-FILE
               OPEN EXTEND OPS-STATS-FILE
           END-IF

           MOVE SPACES TO OPS-STAT-RECORD
           MOVE "CUSTOMER-ERASURE"    TO OPS-PROGRAM-ID
           ACCEPT OPS-RUN-DATE FROM DATE YYYYMMDD
           MOVE REQUEST-COUNT         TO OPS-RECORDS-PROCESSED
           MOVE REFUSED-COUNT         TO OPS-REJECTS
           MOVE ZERO                  TO OPS-TOTAL-AMOUNT
           MOVE PROGRAM-RETURN-CODE   TO OPS-RETURN-CODE
           WRITE OPS-STAT-RECORD
           CLOSE OPS-STATS-FILE.

       END PROGRAM CUSTOMER-ERASURE.
