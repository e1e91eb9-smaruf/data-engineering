      * balances the file against. Employees with no bank details on  *
      * the master, or who are missing from it, fall to the           *
      * paper-check listing, which doubles as the no-bank-details     *
      * exception report for the payroll clerk. The batch total goes  *
      * on the cash book (shared CASH-BOOK subprogram) as one         *
      * outstanding payment, the single debit the bank will show.     *
      * Each paper check is numbered and registered through the       *
      * shared CHECK-ISSUE subprogram, which books it on the cash     *
      * book as its own outstanding payment.                          *
      *****************************************************************

       ENVIRONMENT DIVISION.
           05  CDL-AMOUNT          PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(3) VALUE " | ".
           05  CDL-REASON          PIC X(25).
           05  FILLER              PIC X(3) VALUE " | ".
           05  CDL-CHECK-NUMBER    PIC 9(8).

       01  CASH-BOOK-REQUEST.
           COPY "cbkreq.cpy".

      * Paper checks are charged back to the salary account when
      * voided, the account PAYROLL-REGISTER's pay lines debit.
       01  CHECK-REQUEST.
           COPY "chkreq.cpy".
       01  GL-SALARY-ACCOUNT       PIC X(10) VALUE "6000-SALRY".

       01  PROGRAM-RETURN-CODE     PIC 9(3) VALUE ZERO.
       01  WARNING-FLAG            PIC X VALUE 'N'.
           MOVE "PAPER CHECK FALLBACK / NO-BANK-DETAILS LISTING"
               TO PAPER-CHECK-LINE
           WRITE PAPER-CHECK-LINE
           MOVE SPACES TO PAPER-CHECK-LINE
           STRING "EMP ID | NAME                           "
               "|        AMOUNT | REASON                    | CHECK NO"
               DELIMITED BY SIZE INTO PAPER-CHECK-LINE
           WRITE PAPER-CHECK-LINE

           MOVE TODAY-YYYYMMDD TO BHR-DATE
           ADD 1 TO CHECK-COUNT
           MOVE PARSED-EMP-ID TO CDL-EMP-ID
           MOVE PARSED-NAME TO CDL-NAME
           MOVE NET-AMOUNT TO CDL-AMOUNT
           PERFORM ISSUE-PAYROLL-CHECK
           MOVE CKQ-CHECK-NUMBER TO CDL-CHECK-NUMBER.

       ISSUE-PAYROLL-CHECK.
           SET CKQ-ISSUE TO TRUE
           MOVE "P" TO CKQ-CHECK-TYPE
           MOVE TODAY-YYYYMMDD TO CKQ-ISSUE-DATE
           MOVE PARSED-EMP-ID TO CKQ-PAYEE-ID
           MOVE PARSED-NAME TO CKQ-PAYEE-NAME
           MOVE NET-AMOUNT TO CKQ-AMOUNT
           MOVE GL-SALARY-ACCOUNT TO CKQ-GL-ACCOUNT
           MOVE ZERO TO CKQ-REPLACES
           MOVE ZERO TO CKQ-CHECK-NUMBER
           CALL "CHECK-ISSUE" USING CHECK-REQUEST
           IF CKQ-RESULT NOT = "00"
               SET WARNINGS-OCCURRED TO TRUE
               DISPLAY "WARNING: check register entry failed for "
                   "employee " PARSED-EMP-ID " status " CKQ-RESULT
           END-IF.

       WRITE-DEPOSIT-DETAIL.
           ADD 1 TO DEPOSIT-COUNT
           MOVE ROUTING-HASH-TOTAL TO BTR-ROUTING-HASH
           COMPUTE DEPOSIT-TOTAL-CENTS = DEPOSIT-TOTAL * 100
           MOVE DEPOSIT-TOTAL-CENTS TO BTR-AMOUNT-CENTS
           WRITE BANK-DEPOSIT-LINE FROM BANK-TRAILER-RECORD
           IF DEPOSIT-TOTAL > 0
               PERFORM RECORD-BATCH-IN-CASH-BOOK
           END-IF.

       RECORD-BATCH-IN-CASH-BOOK.
           SET CBQ-WRITE TO TRUE
           MOVE "P" TO CBQ-SOURCE
           MOVE TODAY-YYYYMMDD TO CBQ-ENTRY-DATE
           MOVE TODAY-YYYYMMDD TO CBQ-ITEM-DATE
           MOVE "O" TO CBQ-DIRECTION
           MOVE DEPOSIT-TOTAL TO CBQ-AMOUNT
           MOVE SPACES TO CBQ-REFERENCE
           STRING "PAYROLL " TODAY-YYYYMMDD
               DELIMITED BY SIZE INTO CBQ-REFERENCE
           MOVE SPACES TO CBQ-PARTY-ID
           CALL "CASH-BOOK" USING CASH-BOOK-REQUEST
           IF CBQ-RESULT NOT = "00"
               SET WARNINGS-OCCURRED TO TRUE
               DISPLAY "WARNING: cash book entry failed for the "
                   "deposit batch, status " CBQ-RESULT
           END-IF.

       FINALIZE-DEPOSIT-RUN.
           CLOSE NET-PAY-FILE
           CLOSE EMPLOYEE-MASTER
           CLOSE BANK-DEPOSIT-FILE
           CLOSE PAPER-CHECK-FILE
           SET CKQ-CLOSE TO TRUE
           CALL "CHECK-ISSUE" USING CHECK-REQUEST
           DISPLAY "Direct deposit build complete: " DEPOSIT-COUNT
               " deposits, " CHECK-COUNT " paper checks"
           DISPLAY "Bank file: ../data/output/bank-deposit-file.txt"
