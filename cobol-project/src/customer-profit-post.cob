       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-PROFIT-POST.
       AUTHOR. MUHAMMAD SHAMSUL MARUF.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * CUSTOMER PROFITABILITY POSTING SERVICE (shared subprogram)    *
      * Adds one customer's revenue, cost and cost-to-serve figures   *
      * into the month-to-date and year-to-date buckets on            *
      * customer-profit-history.dat, factored out the way             *
      * PRICE-RESOLVER is so every program that earns or spends money *
      * on a customer posts the buckets the same way. A bucket not    *
      * yet on file is written; one already there is added to.        *
      *                                                               *
      * The history file is opened (created when it does not exist    *
      * yet) on the first call and stays open until the caller sends  *
      * action 'C'. If it cannot be opened every post comes back not  *
      * posted, and the caller warns.                                 *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFIT-HISTORY-FILE
               ASSIGN TO "../data/output/customer-profit-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPH-KEY
               FILE STATUS IS PROFIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROFIT-HISTORY-FILE.
       01  PROFIT-HISTORY-RECORD.
           COPY "cprofhst.cpy".

       WORKING-STORAGE SECTION.
       01  PROFIT-FILE-STATUS      PIC XX.

       01  FILE-OPENED-SWITCH      PIC X VALUE 'N'.
           88  HISTORY-OPEN-TRIED  VALUE 'Y'.
       01  HISTORY-SWITCH          PIC X VALUE 'N'.
           88  HISTORY-ACTIVE      VALUE 'Y'.

       01  POST-PERIOD             PIC 9(8).
       01  BUCKET-SWITCH           PIC X.
           88  BUCKET-POSTED       VALUE 'Y'.
       01  BUCKETS-POSTED          PIC 9(1).

       LINKAGE SECTION.
       01  PROFIT-REQUEST.
           COPY "cprfreq.cpy".

       PROCEDURE DIVISION USING PROFIT-REQUEST.
       MAIN-PROCEDURE.
           EVALUATE TRUE
               WHEN CPQ-POST
                   IF NOT HISTORY-OPEN-TRIED
                       PERFORM OPEN-PROFIT-HISTORY
                   END-IF
                   PERFORM POST-CUSTOMER-BUCKETS
               WHEN CPQ-CLOSE
                   PERFORM CLOSE-PROFIT-HISTORY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           GOBACK.

       OPEN-PROFIT-HISTORY.
           SET HISTORY-OPEN-TRIED TO TRUE
           OPEN I-O PROFIT-HISTORY-FILE
           IF PROFIT-FILE-STATUS = "35"
               CLOSE PROFIT-HISTORY-FILE
               OPEN OUTPUT PROFIT-HISTORY-FILE
               CLOSE PROFIT-HISTORY-FILE
               OPEN I-O PROFIT-HISTORY-FILE
           END-IF
           IF PROFIT-FILE-STATUS = "00"
               SET HISTORY-ACTIVE TO TRUE
           END-IF.

       CLOSE-PROFIT-HISTORY.
           IF HISTORY-ACTIVE
               CLOSE PROFIT-HISTORY-FILE
           END-IF
           MOVE 'N' TO HISTORY-SWITCH
           MOVE 'N' TO FILE-OPENED-SWITCH.

       POST-CUSTOMER-BUCKETS.
           MOVE 'N' TO CPQ-RESULT
           MOVE ZERO TO BUCKETS-POSTED
           IF HISTORY-ACTIVE
               MOVE CPQ-POST-DATE TO POST-PERIOD
               MOVE ZERO TO POST-PERIOD(7:2)
               PERFORM POST-ONE-BUCKET
               MOVE ZERO TO POST-PERIOD(5:4)
               PERFORM POST-ONE-BUCKET
               IF BUCKETS-POSTED = 2
                   SET CPQ-POSTED TO TRUE
               END-IF
           END-IF.

       POST-ONE-BUCKET.
           MOVE 'N' TO BUCKET-SWITCH
           MOVE CPQ-CUSTOMER-ID TO CPH-CUSTOMER-ID
           MOVE POST-PERIOD TO CPH-PERIOD
           READ PROFIT-HISTORY-FILE KEY IS CPH-KEY
           IF PROFIT-FILE-STATUS = "00"
               PERFORM ADD-REQUEST-FIGURES
               REWRITE PROFIT-HISTORY-RECORD
               IF PROFIT-FILE-STATUS = "00"
                   SET BUCKET-POSTED TO TRUE
               END-IF
           ELSE
               INITIALIZE PROFIT-HISTORY-RECORD
               MOVE CPQ-CUSTOMER-ID TO CPH-CUSTOMER-ID
               MOVE POST-PERIOD TO CPH-PERIOD
               PERFORM ADD-REQUEST-FIGURES
               WRITE PROFIT-HISTORY-RECORD
               IF PROFIT-FILE-STATUS = "00"
                   SET BUCKET-POSTED TO TRUE
               END-IF
           END-IF
           IF BUCKET-POSTED
               ADD 1 TO BUCKETS-POSTED
           END-IF.

       ADD-REQUEST-FIGURES.
           ADD CPQ-SALES-AMOUNT TO CPH-SALES-AMOUNT
           ADD CPQ-SALES-COST TO CPH-SALES-COST
           ADD CPQ-RETURNS-AMOUNT TO CPH-RETURNS-AMOUNT
           ADD CPQ-RETURNS-COST TO CPH-RETURNS-COST
           ADD CPQ-FINANCE-CHARGE TO CPH-FINANCE-CHARGES
           ADD CPQ-WRITEOFF-AMOUNT TO CPH-WRITEOFF-AMOUNT
           ADD CPQ-REFUND-AMOUNT TO CPH-REFUND-AMOUNT
           ADD CPQ-DUNNING-LETTERS TO CPH-DUNNING-LETTERS.

       END PROGRAM CUSTOMER-PROFIT-POST.
