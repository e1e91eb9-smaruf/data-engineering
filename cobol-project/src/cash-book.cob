       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASH-BOOK.
       AUTHOR. MUHAMMAD SHAMSUL MARUF.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * CASH BOOK WRITER (shared subprogram)                          *
      * Every program that moves money through the bank account       *
      * records the movement here, factored out the way FILE-LOCK is  *
      * so receipts, refunds, vendor checks and payroll deposits all  *
      * land in cash-book.dat the same way for BANK-RECONCILIATION to *
      * clear against the bank statement. The row is written          *
      * outstanding with the next sequence for its source and entry   *
      * date; the file is created on first use and stays open until   *
      * the caller sends action 'C'. A voided or escheated check is   *
      * taken back off the books with action 'V', so it no longer     *
      * shows as an outstanding payment; a check the bank has         *
      * already cleared cannot be voided. Action 'R' reads a row back *
      * so a caller can see whether the bank has paid it.             *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASH-BOOK-FILE
               ASSIGN TO "../data/output/cash-book.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CBK-KEY
               ALTERNATE RECORD KEY IS CBK-MATCH-KEY
                   WITH DUPLICATES
               FILE STATUS IS CASH-BOOK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CASH-BOOK-FILE.
       01  CASH-BOOK-RECORD.
           COPY "cashbk.cpy".

       WORKING-STORAGE SECTION.
       01  CASH-BOOK-STATUS        PIC XX.

       01  FILE-OPEN-SWITCH        PIC X VALUE 'N'.
           88  CASH-BOOK-OPEN      VALUE 'Y'.

      * The last sequence handed out is remembered per source and
      * date, so a run writing hundreds of receipts scans for the
      * high sequence once, not once per receipt.
       01  LAST-SOURCE             PIC X(1) VALUE SPACE.
       01  LAST-ENTRY-DATE         PIC 9(8) VALUE ZERO.
       01  LAST-SEQUENCE           PIC 9(5) VALUE ZERO.
       01  END-OF-SEQUENCES        PIC X.
           88  NO-MORE-SEQUENCES   VALUE 'Y'.

       LINKAGE SECTION.
       01  CASH-BOOK-REQUEST.
           COPY "cbkreq.cpy".

       PROCEDURE DIVISION USING CASH-BOOK-REQUEST.
       MAIN-PROCEDURE.
           EVALUATE TRUE
               WHEN CBQ-WRITE
                   IF NOT CASH-BOOK-OPEN
                       PERFORM OPEN-CASH-BOOK
                   END-IF
                   IF CASH-BOOK-OPEN
                       PERFORM WRITE-CASH-BOOK-ENTRY
                   END-IF
                   MOVE CASH-BOOK-STATUS TO CBQ-RESULT
               WHEN CBQ-VOID
                   IF NOT CASH-BOOK-OPEN
                       PERFORM OPEN-CASH-BOOK
                   END-IF
                   IF CASH-BOOK-OPEN
                       PERFORM VOID-CASH-BOOK-ENTRY
                   END-IF
                   MOVE CASH-BOOK-STATUS TO CBQ-RESULT
               WHEN CBQ-READ
                   IF NOT CASH-BOOK-OPEN
                       PERFORM OPEN-CASH-BOOK
                   END-IF
                   IF CASH-BOOK-OPEN
                       PERFORM READ-CASH-BOOK-ENTRY
                   END-IF
                   MOVE CASH-BOOK-STATUS TO CBQ-RESULT
               WHEN CBQ-CLOSE
                   IF CASH-BOOK-OPEN
                       CLOSE CASH-BOOK-FILE
                       MOVE 'N' TO FILE-OPEN-SWITCH
                   END-IF
                   MOVE "00" TO CBQ-RESULT
               WHEN OTHER
                   MOVE "99" TO CBQ-RESULT
           END-EVALUATE

           GOBACK.

       OPEN-CASH-BOOK.
           OPEN I-O CASH-BOOK-FILE
           IF CASH-BOOK-STATUS = "35"
               OPEN OUTPUT CASH-BOOK-FILE
               CLOSE CASH-BOOK-FILE
               OPEN I-O CASH-BOOK-FILE
           END-IF
           IF CASH-BOOK-STATUS = "00"
               SET CASH-BOOK-OPEN TO TRUE
           END-IF.

       WRITE-CASH-BOOK-ENTRY.
           IF CBQ-SOURCE NOT = LAST-SOURCE
               OR CBQ-ENTRY-DATE NOT = LAST-ENTRY-DATE
               PERFORM FIND-LAST-SEQUENCE
           END-IF
           ADD 1 TO LAST-SEQUENCE

           MOVE SPACES TO CASH-BOOK-RECORD
           MOVE CBQ-SOURCE TO CBK-SOURCE
           MOVE CBQ-ENTRY-DATE TO CBK-ENTRY-DATE
           MOVE LAST-SEQUENCE TO CBK-SEQUENCE
           SET CBK-OUTSTANDING TO TRUE
           MOVE CBQ-SOURCE TO CBK-MATCH-SOURCE
           MOVE CBQ-AMOUNT TO CBK-AMOUNT
           MOVE CBQ-DIRECTION TO CBK-DIRECTION
           MOVE CBQ-ITEM-DATE TO CBK-ITEM-DATE
           MOVE CBQ-REFERENCE TO CBK-REFERENCE
           MOVE CBQ-PARTY-ID TO CBK-PARTY-ID
           MOVE ZERO TO CBK-CLEARED-DATE
           WRITE CASH-BOOK-RECORD
           MOVE CBK-KEY TO CBQ-ENTRY-KEY.

       VOID-CASH-BOOK-ENTRY.
           MOVE CBQ-ENTRY-KEY TO CBK-KEY
           READ CASH-BOOK-FILE KEY IS CBK-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CBK-OUTSTANDING
                       SET CBK-VOIDED TO TRUE
                       MOVE CBQ-ENTRY-DATE TO CBK-CLEARED-DATE
                       REWRITE CASH-BOOK-RECORD
                   ELSE
                       MOVE "23" TO CASH-BOOK-STATUS
                   END-IF
           END-READ.

       READ-CASH-BOOK-ENTRY.
           MOVE SPACE TO CBQ-ENTRY-STATUS
           MOVE ZERO TO CBQ-CLEARED-DATE
           MOVE CBQ-ENTRY-KEY TO CBK-KEY
           READ CASH-BOOK-FILE KEY IS CBK-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CBK-STATUS TO CBQ-ENTRY-STATUS
                   MOVE CBK-CLEARED-DATE TO CBQ-CLEARED-DATE
           END-READ.

       FIND-LAST-SEQUENCE.
           MOVE CBQ-SOURCE TO LAST-SOURCE
           MOVE CBQ-ENTRY-DATE TO LAST-ENTRY-DATE
           MOVE ZERO TO LAST-SEQUENCE
           MOVE 'N' TO END-OF-SEQUENCES
           MOVE CBQ-SOURCE TO CBK-SOURCE
           MOVE CBQ-ENTRY-DATE TO CBK-ENTRY-DATE
           MOVE ZERO TO CBK-SEQUENCE
           START CASH-BOOK-FILE KEY IS >= CBK-KEY
               INVALID KEY
                   SET NO-MORE-SEQUENCES TO TRUE
           END-START
           PERFORM SCAN-NEXT-SEQUENCE UNTIL NO-MORE-SEQUENCES.

       SCAN-NEXT-SEQUENCE.
           READ CASH-BOOK-FILE NEXT RECORD
               AT END
                   SET NO-MORE-SEQUENCES TO TRUE
               NOT AT END
                   IF CBK-SOURCE NOT = LAST-SOURCE
                       OR CBK-ENTRY-DATE NOT = LAST-ENTRY-DATE
                       SET NO-MORE-SEQUENCES TO TRUE
                   ELSE
                       MOVE CBK-SEQUENCE TO LAST-SEQUENCE
                   END-IF
           END-READ.

       END PROGRAM CASH-BOOK.
