      * Letters open with the customer's mailing address block and    *
      * the letter file is produced in postal-code order for the      *
      * mail room's presort discounts.                                *
      * Each letter counts toward the customer's cost to serve in the *
      * profitability buckets (CUSTOMER-PROFIT-POST); a posted-date   *
      * marker keeps a rerun of the same date from counting twice.    *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LETTER-FILE-STATUS.

           SELECT POSTED-MARKER-FILE
               ASSIGN TO "../data/output/dunning-posted-date.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MARKER-FILE-STATUS.

           SELECT COMPANY-PROFILE-FILE
               ASSIGN TO "../data/input/company-profile.txt"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  LETTER-FILE.
       01  LETTER-LINE                 PIC X(100).

       FD  POSTED-MARKER-FILE.
       01  POSTED-MARKER-RECORD      PIC 9(8).

       FD  COMPANY-PROFILE-FILE.
       01  COMPANY-PROFILE-RECORD.
           COPY "comprof.cpy".
       01  END-OF-PROMISES           PIC X.
           88  NO-MORE-PROMISES      VALUE 'Y'.

      * Letter counts for the customer profitability buckets, posted
      * once per date.
       01  MARKER-FILE-STATUS        PIC XX.
       01  POSTED-SWITCH             PIC X VALUE 'N'.
           88  ALREADY-POSTED        VALUE 'Y'.
       01  PROFIT-REQUEST.
           COPY "cprfreq.cpy".

       01  PROGRAM-RETURN-CODE       PIC 9(3) VALUE ZERO.

       PROCEDURE DIVISION.
               INPUT PROCEDURE IS RELEASE-ALL-CUSTOMERS
               OUTPUT PROCEDURE IS EVALUATE-SORTED-CUSTOMERS
           PERFORM WRITE-DUNNING-SUMMARY
           PERFORM WRITE-POSTED-MARKER
           PERFORM CLEANUP-DUNNING
           MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
           STOP RUN.
           ELSE
               DISPLAY "NOTE: promise file not available (status "
                   PROMISE-FILE-STATUS ") - no letters suppressed"
           END-IF

           PERFORM CHECK-POSTED-MARKER.

       CHECK-POSTED-MARKER.
           OPEN INPUT POSTED-MARKER-FILE
           IF MARKER-FILE-STATUS = "00"
               READ POSTED-MARKER-FILE
               IF MARKER-FILE-STATUS = "00"
                   AND POSTED-MARKER-RECORD = TODAY-YYYYMMDD
                   SET ALREADY-POSTED TO TRUE
                   DISPLAY "NOTE: letters for " TODAY-YYYYMMDD
                       " already counted - profitability history "
                       "skipped on this rerun"
               END-IF
               CLOSE POSTED-MARKER-FILE
           END-IF.

       WRITE-POSTED-MARKER.
           IF NOT ALREADY-POSTED
               OPEN OUTPUT POSTED-MARKER-FILE
               IF MARKER-FILE-STATUS = "00"
                   MOVE TODAY-YYYYMMDD TO POSTED-MARKER-RECORD
                   WRITE POSTED-MARKER-RECORD
                   CLOSE POSTED-MARKER-FILE
               ELSE
                   DISPLAY "WARNING: cannot write posted-date marker"
                       " (status " MARKER-FILE-STATUS ")"
                   MOVE 4 TO PROGRAM-RETURN-CODE
               END-IF
           END-IF.

       READ-DUNNING-CONTROL.
                   PERFORM WRITE-FINAL-NOTICE-TEXT
           END-EVALUATE

           WRITE LETTER-LINE FROM SPACES
           IF NOT ALREADY-POSTED
               PERFORM POST-LETTER-PROFIT
           END-IF.

       POST-LETTER-PROFIT.
           SET CPQ-POST TO TRUE
           MOVE CUSTOMER-ID TO CPQ-CUSTOMER-ID
           MOVE TODAY-YYYYMMDD TO CPQ-POST-DATE
           INITIALIZE CPQ-AMOUNTS
           MOVE 1 TO CPQ-DUNNING-LETTERS
           CALL "CUSTOMER-PROFIT-POST" USING PROFIT-REQUEST
           IF NOT CPQ-POSTED
               DISPLAY "WARNING: profitability history not posted "
                   "for " CUSTOMER-ID
               MOVE 4 TO PROGRAM-RETURN-CODE
           END-IF.

      * Mailing address block under the To: line; blank address
      * lines are not printed, and a customer with no address at
           IF PROMISES-ACTIVE
               CLOSE PROMISE-FILE
           END-IF
           SET CPQ-CLOSE TO TRUE
           CALL "CUSTOMER-PROFIT-POST" USING PROFIT-REQUEST
           CLOSE LETTER-FILE.


