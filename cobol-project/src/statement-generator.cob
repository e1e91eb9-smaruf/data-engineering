      * postal/customer/sequence key and a second sort produces the   *
      * print file in presort order - the same statements as the      *
      * per-customer rescan produced, just before the window closes.  *
      *                                                               *
      * The footer asks for payment by remittance, except for         *
      * customers AUTOPAY-RUN has already set up a direct debit for   *
      * on this statement date: they are told the amount will be      *
      * debited on the settlement date from the account on file.      *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATEMENT-FILE-STATUS.

           SELECT AUTOPAY-DEBIT-FILE
               ASSIGN TO "../data/output/autopay-debits.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADB-KEY
               FILE STATUS IS DEBIT-FILE-STATUS.

           SELECT COMPANY-PROFILE-FILE
               ASSIGN TO "../data/input/company-profile.txt"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  STATEMENT-FILE.
       01  STATEMENT-LINE              PIC X(100).

       FD  AUTOPAY-DEBIT-FILE.
       01  AUTOPAY-DEBIT-RECORD.
           COPY "apdebit.cpy".

       FD  COMPANY-PROFILE-FILE.
       01  COMPANY-PROFILE-RECORD.
           COPY "comprof.cpy".
       01  TXNLOG-FILE-STATUS        PIC XX.
       01  WORK-FILE-STATUS          PIC XX.
       01  STATEMENT-FILE-STATUS     PIC XX.
       01  DEBIT-FILE-STATUS         PIC XX.
       01  DEBIT-FILE-SWITCH         PIC X VALUE 'N'.
           88  DEBIT-FILE-OPEN       VALUE 'Y'.

       01  COMPANY-NAME              PIC X(50) VALUE
           "ABC CORPORATION - CUSTOMER STATEMENTS".
           05  AL-BALANCE            PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(49) VALUE SPACES.

       01  AUTOPAY-NOTICE-LINE.
           05  FILLER                PIC X(18) VALUE
               "AMOUNT DUE:       ".
           05  ANL-CURRENCY          PIC X(3).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  ANL-AMOUNT            PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(20) VALUE
               " WILL BE DEBITED ON ".
           05  ANL-SETTLEMENT-DATE   PIC 9999/99/99.
           05  FILLER                PIC X(21) VALUE
               " FROM ACCOUNT ENDING ".
           05  ANL-ACCOUNT-LAST-4    PIC X(4).
           05  FILLER                PIC X(10) VALUE SPACES.

      * Account numbers are held left-justified; right-justifying a
      * copy puts the last four digits in a fixed place.
       01  ACCOUNT-RIGHT-JUSTIFIED   PIC X(12) JUSTIFIED RIGHT.

       01  REMITTANCE-LINE.
           05  FILLER                PIC X(18) VALUE
               "AMOUNT DUE:       ".
           05  RML-CURRENCY          PIC X(3).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  RML-AMOUNT            PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(65) VALUE
               " - PLEASE REMIT PAYMENT WITH THIS STATEMENT".

       01  POSITION-LINE.
           05  PL-LABEL              PIC X(18).
           05  PL-CURRENCY           PIC X(3).
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT AUTOPAY-DEBIT-FILE
           IF DEBIT-FILE-STATUS = "00"
               SET DEBIT-FILE-OPEN TO TRUE
           END-IF.

      * Entries dated after the statement period contribute nothing
           MOVE CUSTOMER-CREDIT-LIMIT TO PL-AMOUNT
           MOVE POSITION-LINE TO STAGE-LINE
           PERFORM STAGE-STATEMENT-LINE
           IF CUSTOMER-BALANCE > ZERO
               PERFORM PRINT-PAYMENT-INSTRUCTION
           END-IF
           MOVE SPACES TO STAGE-LINE
           PERFORM STAGE-STATEMENT-LINE.

      * A debit row for this customer and statement date means the
      * closing balance is already on its way to the bank.
       PRINT-PAYMENT-INSTRUCTION.
           MOVE "99" TO DEBIT-FILE-STATUS
           IF DEBIT-FILE-OPEN
               MOVE CUSTOMER-ID TO ADB-CUSTOMER-ID
               MOVE TODAY-YYYYMMDD TO ADB-STATEMENT-DATE
               READ AUTOPAY-DEBIT-FILE KEY IS ADB-KEY
           END-IF
           IF DEBIT-FILE-STATUS = "00"
               MOVE CUSTOMER-CURRENCY-CODE TO ANL-CURRENCY
               MOVE ADB-AMOUNT TO ANL-AMOUNT
               MOVE ADB-SETTLEMENT-DATE TO ANL-SETTLEMENT-DATE
               MOVE FUNCTION TRIM(ADB-ACCOUNT-NUMBER)
                   TO ACCOUNT-RIGHT-JUSTIFIED
               MOVE ACCOUNT-RIGHT-JUSTIFIED(9:4) TO ANL-ACCOUNT-LAST-4
               MOVE AUTOPAY-NOTICE-LINE TO STAGE-LINE
           ELSE
               MOVE CUSTOMER-CURRENCY-CODE TO RML-CURRENCY
               MOVE CUSTOMER-BALANCE TO RML-AMOUNT
               MOVE REMITTANCE-LINE TO STAGE-LINE
           END-IF
           PERFORM STAGE-STATEMENT-LINE.

       STAGE-STATEMENT-LINE.
           ADD 1 TO STAGE-LINE-SEQ
           MOVE CUSTOMER-POSTAL-CODE TO STG-POSTAL-CODE

       FINALIZE-STATEMENTS.
           CLOSE CUSTOMER-FILE
           IF DEBIT-FILE-OPEN
               CLOSE AUTOPAY-DEBIT-FILE
           END-IF
           CLOSE STATEMENT-FILE
           DISPLAY "Statement generation complete: " STATEMENT-COUNT
               " statements produced"
