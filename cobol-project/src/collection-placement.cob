       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLECTION-PLACEMENT.
       AUTHOR. MUHAMMAD SHAMSUL MARUF.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * COLLECTION AGENCY PLACEMENT                                   *
      * Month-end run that hands written-off accounts not yet with an *
      * agency to the collection agencies. Every customer written off *
      * (active flag 'W') whose collection-accounts.dat row is still  *
      * awaiting placement is given to the next agency taking         *
      * placements on collection-agencies.txt, in turn, and the row   *
      * is marked placed with the agency and the date. Accounts       *
      * written off before collection rows were kept are picked up    *
      * the same way, the amount taken from the write-offs in the     *
      * customer's profitability history.                             *
      * Today's placements then go out on collection-placements.txt,  *
      * one header / detail / trailer section per agency: customer,   *
      * name and address, phone, amount written off, write-off date   *
      * and last payment date. A rerun on the same day writes the     *
      * file again with the same placements. Accounts that cannot be  *
      * placed are listed on the report and set return code 4.        *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE
               ASSIGN TO "../data/output/customers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               ALTERNATE RECORD KEY IS CUSTOMER-EMAIL
                   WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.

           SELECT COLLECTION-ACCOUNT-FILE
               ASSIGN TO "../data/output/collection-accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLA-CUSTOMER-ID
               FILE STATUS IS COLLECTION-FILE-STATUS.

           SELECT PROFIT-HISTORY-FILE
               ASSIGN TO "../data/output/customer-profit-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPH-KEY
               FILE STATUS IS PROFIT-FILE-STATUS.

           SELECT AGENCY-FILE
               ASSIGN TO "../data/input/collection-agencies.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGENCY-FILE-STATUS.

           SELECT PLACEMENT-FILE
               ASSIGN TO "../data/output/collection-placements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLACEMENT-FILE-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "../data/output/collection-placed-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

           SELECT COMPANY-PROFILE-FILE
               ASSIGN TO "../data/input/company-profile.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROFILE-FILE-STATUS.

           SELECT OPS-STATS-FILE
               ASSIGN TO "../data/output/daily-ops-stats.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-STATS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           COPY "custrec.cpy".

       FD  COLLECTION-ACCOUNT-FILE.
       01  COLLECTION-ACCOUNT-RECORD.
           COPY "collacct.cpy".

       FD  PROFIT-HISTORY-FILE.
       01  PROFIT-HISTORY-RECORD.
           COPY "cprofhst.cpy".

       FD  AGENCY-FILE.
       01  AGENCY-RECORD.
           COPY "colagy.cpy".

       FD  PLACEMENT-FILE.
       01  PLACEMENT-LINE              PIC X(200).

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(100).

       FD  COMPANY-PROFILE-FILE.
       01  COMPANY-PROFILE-RECORD.
           COPY "comprof.cpy".

       FD  OPS-STATS-FILE.
       01  OPS-STAT-RECORD.
           COPY "opstat.cpy".

       WORKING-STORAGE SECTION.
       01  FILE-STATUS             PIC XX.
           88  FILE-OK             VALUE "00".
       01  COLLECTION-FILE-STATUS  PIC XX.
       01  PROFIT-FILE-STATUS      PIC XX.
       01  AGENCY-FILE-STATUS      PIC XX.
       01  PLACEMENT-FILE-STATUS   PIC XX.
       01  REPORT-FILE-STATUS      PIC XX.
       01  PROFILE-FILE-STATUS     PIC XX.
       01  OPS-STATS-FILE-STATUS   PIC XX.
       01  PROFIT-SWITCH           PIC X VALUE 'N'.
           88  PROFIT-HISTORY-ACTIVE VALUE 'Y'.

       01  COMPANY-NAME            PIC X(30) VALUE "ABC CORPORATION".
       01  TODAY-YYYYMMDD          PIC 9(8).

      * The agencies from collection-agencies.txt, with today's
      * placements counted per agency for the file trailers.
       01  AGENCY-TABLE.
           05  AGENCY-ENTRY OCCURS 20 TIMES.
               10  AT-AGENCY-ID        PIC X(6).
               10  AT-NAME             PIC X(30).
               10  AT-ACCEPTING-FLAG   PIC X(1).
                   88  AT-TAKING-PLACEMENTS VALUE "Y".
               10  AT-PLACED-COUNT     PIC 9(6).
               10  AT-PLACED-TOTAL     PIC 9(10)V99.
       01  AGENCY-COUNT            PIC 9(3) VALUE ZERO.
       01  ACCEPTING-COUNT         PIC 9(3) VALUE ZERO.
       01  AGENCY-IDX              PIC 9(3).
       01  NEXT-AGENCY-IDX         PIC 9(3) VALUE ZERO.
       01  AGENCY-FOUND-SWITCH     PIC X.
           88  AGENCY-FOUND        VALUE 'Y'.

       01  END-OF-CUSTOMERS        PIC X VALUE 'N'.
           88  NO-MORE-CUSTOMERS   VALUE 'Y'.
       01  END-OF-AGENCIES         PIC X VALUE 'N'.
           88  NO-MORE-AGENCIES    VALUE 'Y'.
       01  END-OF-COLLECTIONS      PIC X.
           88  NO-MORE-COLLECTIONS VALUE 'Y'.
       01  END-OF-HISTORY          PIC X.
           88  NO-MORE-HISTORY     VALUE 'Y'.

       01  ROW-SWITCH              PIC X.
           88  ROW-ON-FILE         VALUE 'Y'.
       01  LEGACY-AMOUNT           PIC S9(10)V99.
       01  SKIP-REASON             PIC X(40).

      * Placement file records - one header and trailer per agency
      * around its detail records, amounts in cents.
       01  PLACEMENT-HEADER-RECORD.
           05  PLH-TYPE            PIC X(1) VALUE "1".
           05  PLH-AGENCY-ID       PIC X(6).
           05  PLH-AGENCY-NAME     PIC X(30).
           05  PLH-COMPANY-NAME    PIC X(30).
           05  PLH-DATE            PIC 9(8).
           05  PLH-DESCRIPTION     PIC X(20)
                                   VALUE "COLLECTION PLACEMENT".
           05  FILLER              PIC X(105) VALUE SPACES.

       01  PLACEMENT-DETAIL-RECORD.
           05  PLD-TYPE            PIC X(1) VALUE "2".
           05  PLD-AGENCY-ID       PIC X(6).
           05  PLD-CUSTOMER-ID     PIC 9(6).
           05  PLD-NAME            PIC X(40).
           05  PLD-ADDRESS-LINE-1  PIC X(30).
           05  PLD-ADDRESS-LINE-2  PIC X(30).
           05  PLD-CITY            PIC X(20).
           05  PLD-STATE           PIC X(2).
           05  PLD-POSTAL-CODE     PIC X(10).
           05  PLD-PHONE           PIC X(15).
           05  PLD-AMOUNT-CENTS    PIC 9(10).
           05  PLD-WRITEOFF-DATE   PIC 9(8).
           05  PLD-LAST-PAYMENT-DATE PIC 9(8).
           05  PLD-CURRENCY-CODE   PIC X(3).
           05  FILLER              PIC X(11) VALUE SPACES.

       01  PLACEMENT-TRAILER-RECORD.
           05  PLT-TYPE            PIC X(1) VALUE "9".
           05  PLT-AGENCY-ID       PIC X(6).
           05  PLT-RECORD-COUNT    PIC 9(6).
           05  PLT-AMOUNT-CENTS    PIC 9(12).
           05  FILLER              PIC X(175) VALUE SPACES.

       01  AMOUNT-CENTS            PIC 9(12).

       01  SCANNED-COUNT           PIC 9(6) VALUE ZERO.
       01  PLACED-COUNT            PIC 9(6) VALUE ZERO.
       01  LEGACY-COUNT            PIC 9(6) VALUE ZERO.
       01  NOT-PLACED-COUNT        PIC 9(6) VALUE ZERO.
       01  FILE-DETAIL-COUNT       PIC 9(6) VALUE ZERO.
       01  FILE-TOTAL              PIC 9(10)V99 VALUE ZERO.
       01  AMOUNT-DISPLAY          PIC Z(7)9.99.
       01  REPORT-DETAIL           PIC X(100).
       01  PROGRAM-RETURN-CODE     PIC 9(3) VALUE ZERO.
       01  WARNING-FLAG            PIC X VALUE 'N'.
           88  WARNINGS-OCCURRED   VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-COMPANY-PROFILE
           PERFORM INITIALIZE-PLACEMENT
           IF ACCEPTING-COUNT > 0
               PERFORM SCAN-WRITTEN-OFF-CUSTOMERS
                   UNTIL NO-MORE-CUSTOMERS
           END-IF
           PERFORM WRITE-AGENCY-PLACEMENTS
               VARYING AGENCY-IDX FROM 1 BY 1
               UNTIL AGENCY-IDX > AGENCY-COUNT
           PERFORM WRITE-PLACEMENT-SUMMARY
           PERFORM CLEANUP-PLACEMENT
           PERFORM DETERMINE-RETURN-CODE
           PERFORM WRITE-OPS-STATS
           MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       INITIALIZE-PLACEMENT.
           CALL "PROCESS-DATE" USING TODAY-YYYYMMDD

           OPEN INPUT CUSTOMER-FILE
           IF NOT FILE-OK
               DISPLAY "ERROR: cannot open customer database"
               DISPLAY "File Status: " FILE-STATUS
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O COLLECTION-ACCOUNT-FILE
           IF COLLECTION-FILE-STATUS = "35"
               CLOSE COLLECTION-ACCOUNT-FILE
               OPEN OUTPUT COLLECTION-ACCOUNT-FILE
               CLOSE COLLECTION-ACCOUNT-FILE
               OPEN I-O COLLECTION-ACCOUNT-FILE
           END-IF
           IF COLLECTION-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open collection-accounts.dat"
               DISPLAY "File Status: " COLLECTION-FILE-STATUS
               CLOSE CUSTOMER-FILE
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT PROFIT-HISTORY-FILE
           IF PROFIT-FILE-STATUS = "00"
               SET PROFIT-HISTORY-ACTIVE TO TRUE
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE "COLLECTION AGENCY PLACEMENT" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Placements for " TODAY-YYYYMMDD
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM LOAD-AGENCIES
           IF ACCEPTING-COUNT = 0
               DISPLAY "WARNING: no collection agency is taking "
                   "placements - nothing placed"
               MOVE "NO AGENCY TAKING PLACEMENTS - NOTHING PLACED"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               SET WARNINGS-OCCURRED TO TRUE
           END-IF

           OPEN OUTPUT PLACEMENT-FILE

           MOVE ZERO TO CUSTOMER-ID
           START CUSTOMER-FILE KEY IS >= CUSTOMER-ID
               INVALID KEY
                   SET NO-MORE-CUSTOMERS TO TRUE
           END-START.

       LOAD-AGENCIES.
           OPEN INPUT AGENCY-FILE
           IF AGENCY-FILE-STATUS = "00"
               PERFORM LOAD-ONE-AGENCY UNTIL NO-MORE-AGENCIES
               CLOSE AGENCY-FILE
           ELSE
               DISPLAY "WARNING: no collection-agencies.txt supplied"
           END-IF.

       LOAD-ONE-AGENCY.
           READ AGENCY-FILE
               AT END
                   SET NO-MORE-AGENCIES TO TRUE
               NOT AT END
                   IF AGY-AGENCY-ID NOT = SPACES
                       IF AGENCY-COUNT < 20
                           ADD 1 TO AGENCY-COUNT
                           MOVE AGY-AGENCY-ID
                               TO AT-AGENCY-ID(AGENCY-COUNT)
                           MOVE AGY-NAME TO AT-NAME(AGENCY-COUNT)
                           MOVE AGY-ACCEPTING-FLAG
                               TO AT-ACCEPTING-FLAG(AGENCY-COUNT)
                           MOVE ZERO TO AT-PLACED-COUNT(AGENCY-COUNT)
                           MOVE ZERO TO AT-PLACED-TOTAL(AGENCY-COUNT)
                           IF AGY-ACCEPTING
                               ADD 1 TO ACCEPTING-COUNT
                           END-IF
                       ELSE
                           DISPLAY "WARNING: more than 20 agencies - "
                               AGY-AGENCY-ID " ignored"
                           SET WARNINGS-OCCURRED TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *****************************************************************
      * Pass 1 - give each written-off account awaiting placement to  *
      * the next agency taking placements.                            *
      *****************************************************************
       SCAN-WRITTEN-OFF-CUSTOMERS.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   SET NO-MORE-CUSTOMERS TO TRUE
               NOT AT END
                   IF CUSTOMER-ACTIVE-FLAG = 'W'
                       AND CUSTOMER-NAME(1:7) NOT = "ERASED-"
                       ADD 1 TO SCANNED-COUNT
                       PERFORM PLACE-ONE-ACCOUNT
                   END-IF
           END-READ.

       PLACE-ONE-ACCOUNT.
           MOVE SPACES TO SKIP-REASON
           MOVE CUSTOMER-ID TO CLA-CUSTOMER-ID
           READ COLLECTION-ACCOUNT-FILE KEY IS CLA-CUSTOMER-ID
           IF COLLECTION-FILE-STATUS = "00"
               MOVE 'Y' TO ROW-SWITCH
           ELSE
               MOVE 'N' TO ROW-SWITCH
               PERFORM OPEN-LEGACY-ACCOUNT
           END-IF

           IF SKIP-REASON = SPACES AND CLA-AWAITING-PLACEMENT
               PERFORM ASSIGN-NEXT-AGENCY
               SET CLA-PLACED TO TRUE
               MOVE AT-AGENCY-ID(NEXT-AGENCY-IDX) TO CLA-AGENCY-ID
               MOVE TODAY-YYYYMMDD TO CLA-PLACEMENT-DATE
               IF ROW-ON-FILE
                   REWRITE COLLECTION-ACCOUNT-RECORD
               ELSE
                   WRITE COLLECTION-ACCOUNT-RECORD
               END-IF
               IF COLLECTION-FILE-STATUS = "00"
                   ADD 1 TO PLACED-COUNT
                   PERFORM REPORT-PLACED-ACCOUNT
               ELSE
                   MOVE "COLLECTION ROW NOT UPDATED" TO SKIP-REASON
               END-IF
           END-IF

           IF SKIP-REASON NOT = SPACES
               PERFORM REPORT-NOT-PLACED
           END-IF.

      * A customer written off before collection rows were kept has
      * none; the amount written off is the sum of the write-offs in
      * the customer's year-to-date profitability buckets.
       OPEN-LEGACY-ACCOUNT.
           MOVE ZERO TO LEGACY-AMOUNT
           IF PROFIT-HISTORY-ACTIVE
               PERFORM SUM-LEGACY-WRITEOFFS
           END-IF
           IF LEGACY-AMOUNT > 0
               MOVE SPACES TO COLLECTION-ACCOUNT-RECORD
               MOVE CUSTOMER-ID TO CLA-CUSTOMER-ID
               SET CLA-AWAITING-PLACEMENT TO TRUE
               MOVE ZERO TO CLA-WRITEOFF-DATE
               MOVE LEGACY-AMOUNT TO CLA-WRITEOFF-AMOUNT
               MOVE ZERO TO CLA-PLACEMENT-DATE
               MOVE ZERO TO CLA-RECOVERED-AMOUNT
               MOVE ZERO TO CLA-COMMISSION-AMOUNT
               MOVE ZERO TO CLA-LAST-RECOVERY-DATE
               MOVE ZERO TO CLA-CLOSED-DATE
               ADD 1 TO LEGACY-COUNT
           ELSE
               MOVE "NO WRITE-OFF AMOUNT ON FILE" TO SKIP-REASON
           END-IF.

       SUM-LEGACY-WRITEOFFS.
           MOVE 'N' TO END-OF-HISTORY
           MOVE CUSTOMER-ID TO CPH-CUSTOMER-ID
           MOVE ZERO TO CPH-PERIOD
           START PROFIT-HISTORY-FILE KEY IS >= CPH-KEY
               INVALID KEY
                   SET NO-MORE-HISTORY TO TRUE
           END-START
           PERFORM ADD-ONE-YEAR-BUCKET UNTIL NO-MORE-HISTORY.

       ADD-ONE-YEAR-BUCKET.
           READ PROFIT-HISTORY-FILE NEXT RECORD
               AT END
                   SET NO-MORE-HISTORY TO TRUE
               NOT AT END
                   IF CPH-CUSTOMER-ID NOT = CUSTOMER-ID
                       SET NO-MORE-HISTORY TO TRUE
                   ELSE
                       IF CPH-PERIOD(5:4) = "0000"
                           ADD CPH-WRITEOFF-AMOUNT TO LEGACY-AMOUNT
                       END-IF
                   END-IF
           END-READ.

       ASSIGN-NEXT-AGENCY.
           MOVE 'N' TO AGENCY-FOUND-SWITCH
           PERFORM ADVANCE-AGENCY-POINTER UNTIL AGENCY-FOUND.

       ADVANCE-AGENCY-POINTER.
           ADD 1 TO NEXT-AGENCY-IDX
           IF NEXT-AGENCY-IDX > AGENCY-COUNT
               MOVE 1 TO NEXT-AGENCY-IDX
           END-IF
           IF AT-TAKING-PLACEMENTS(NEXT-AGENCY-IDX)
               SET AGENCY-FOUND TO TRUE
           END-IF.

       REPORT-PLACED-ACCOUNT.
           MOVE CLA-WRITEOFF-AMOUNT TO AMOUNT-DISPLAY
           MOVE SPACES TO REPORT-DETAIL
           STRING "PLACED     id=" CUSTOMER-ID
               " " CUSTOMER-NAME(1:30)
               " " AMOUNT-DISPLAY
               " agency " CLA-AGENCY-ID
               DELIMITED BY SIZE INTO REPORT-DETAIL
           MOVE REPORT-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE.

       REPORT-NOT-PLACED.
           ADD 1 TO NOT-PLACED-COUNT
           SET WARNINGS-OCCURRED TO TRUE
           MOVE SPACES TO REPORT-DETAIL
           STRING "NOT PLACED id=" CUSTOMER-ID
               " " CUSTOMER-NAME(1:30)
               " " SKIP-REASON
               DELIMITED BY SIZE INTO REPORT-DETAIL
           MOVE REPORT-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      * Pass 2 - one section of the placement file per agency, with   *
      * every account placed with it today.                           *
      *****************************************************************
       WRITE-AGENCY-PLACEMENTS.
           MOVE 'N' TO END-OF-COLLECTIONS
           MOVE LOW-VALUES TO CLA-CUSTOMER-ID
           START COLLECTION-ACCOUNT-FILE KEY IS >= CLA-CUSTOMER-ID
               INVALID KEY
                   SET NO-MORE-COLLECTIONS TO TRUE
           END-START
           PERFORM SELECT-TODAYS-PLACEMENT UNTIL NO-MORE-COLLECTIONS
           IF AT-PLACED-COUNT(AGENCY-IDX) > 0
               MOVE AT-AGENCY-ID(AGENCY-IDX) TO PLT-AGENCY-ID
               MOVE AT-PLACED-COUNT(AGENCY-IDX) TO PLT-RECORD-COUNT
               COMPUTE AMOUNT-CENTS = AT-PLACED-TOTAL(AGENCY-IDX) * 100
               MOVE AMOUNT-CENTS TO PLT-AMOUNT-CENTS
               MOVE PLACEMENT-TRAILER-RECORD TO PLACEMENT-LINE
               WRITE PLACEMENT-LINE
           END-IF.

       SELECT-TODAYS-PLACEMENT.
           READ COLLECTION-ACCOUNT-FILE NEXT RECORD
               AT END
                   SET NO-MORE-COLLECTIONS TO TRUE
               NOT AT END
                   IF CLA-PLACED
                       AND CLA-AGENCY-ID = AT-AGENCY-ID(AGENCY-IDX)
                       AND CLA-PLACEMENT-DATE = TODAY-YYYYMMDD
                       PERFORM WRITE-PLACEMENT-DETAIL
                   END-IF
           END-READ.

       WRITE-PLACEMENT-DETAIL.
           MOVE CLA-CUSTOMER-ID TO CUSTOMER-ID
           READ CUSTOMER-FILE KEY IS CUSTOMER-ID
           IF NOT FILE-OK
               MOVE SPACES TO CUSTOMER-RECORD
               MOVE CLA-CUSTOMER-ID TO CUSTOMER-ID
               MOVE ZERO TO CUSTOMER-LAST-PAYMENT-DATE
               DISPLAY "WARNING: customer " CLA-CUSTOMER-ID
                   " placed but not on the customer master"
               SET WARNINGS-OCCURRED TO TRUE
           END-IF

           IF AT-PLACED-COUNT(AGENCY-IDX) = 0
               MOVE AT-AGENCY-ID(AGENCY-IDX) TO PLH-AGENCY-ID
               MOVE AT-NAME(AGENCY-IDX) TO PLH-AGENCY-NAME
               MOVE COMPANY-NAME TO PLH-COMPANY-NAME
               MOVE TODAY-YYYYMMDD TO PLH-DATE
               MOVE PLACEMENT-HEADER-RECORD TO PLACEMENT-LINE
               WRITE PLACEMENT-LINE
           END-IF

           MOVE CLA-AGENCY-ID TO PLD-AGENCY-ID
           MOVE CLA-CUSTOMER-ID TO PLD-CUSTOMER-ID
           MOVE CUSTOMER-NAME TO PLD-NAME
           MOVE CUSTOMER-ADDRESS-LINE-1 TO PLD-ADDRESS-LINE-1
           MOVE CUSTOMER-ADDRESS-LINE-2 TO PLD-ADDRESS-LINE-2
           MOVE CUSTOMER-CITY TO PLD-CITY
           MOVE CUSTOMER-STATE TO PLD-STATE
           MOVE CUSTOMER-POSTAL-CODE TO PLD-POSTAL-CODE
           MOVE CUSTOMER-PHONE TO PLD-PHONE
           COMPUTE AMOUNT-CENTS = CLA-WRITEOFF-AMOUNT * 100
           MOVE AMOUNT-CENTS TO PLD-AMOUNT-CENTS
           MOVE CLA-WRITEOFF-DATE TO PLD-WRITEOFF-DATE
           MOVE CUSTOMER-LAST-PAYMENT-DATE TO PLD-LAST-PAYMENT-DATE
           MOVE CUSTOMER-CURRENCY-CODE TO PLD-CURRENCY-CODE
           MOVE PLACEMENT-DETAIL-RECORD TO PLACEMENT-LINE
           WRITE PLACEMENT-LINE

           ADD 1 TO AT-PLACED-COUNT(AGENCY-IDX)
           ADD CLA-WRITEOFF-AMOUNT TO AT-PLACED-TOTAL(AGENCY-IDX)
           ADD 1 TO FILE-DETAIL-COUNT
           ADD CLA-WRITEOFF-AMOUNT TO FILE-TOTAL.

       WRITE-PLACEMENT-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-AGENCY-TOTAL-LINE
               VARYING AGENCY-IDX FROM 1 BY 1
               UNTIL AGENCY-IDX > AGENCY-COUNT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           STRING "Written-off accounts:  " SCANNED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Placed this run:       " PLACED-COUNT
               " (" LEGACY-COUNT " from before collection rows)"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Not placed:            " NOT-PLACED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE FILE-TOTAL TO AMOUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "On placement file:     " FILE-DETAIL-COUNT
               " for " AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "Collection placement: " PLACED-COUNT " placed, "
               NOT-PLACED-COUNT " not placed, " FILE-DETAIL-COUNT
               " on file"
           DISPLAY "Placement file: ../data/output/"
               "collection-placements.txt".

       WRITE-AGENCY-TOTAL-LINE.
           IF AT-PLACED-COUNT(AGENCY-IDX) > 0
               MOVE AT-PLACED-TOTAL(AGENCY-IDX) TO AMOUNT-DISPLAY
               MOVE SPACES TO REPORT-DETAIL
               STRING "AGENCY " AT-AGENCY-ID(AGENCY-IDX)
                   " " AT-NAME(AGENCY-IDX)
                   " placed today " AT-PLACED-COUNT(AGENCY-IDX)
                   " for " AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-DETAIL
               MOVE REPORT-DETAIL TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       READ-COMPANY-PROFILE.
           OPEN INPUT COMPANY-PROFILE-FILE
           IF PROFILE-FILE-STATUS = "00"
               READ COMPANY-PROFILE-FILE
               IF PROFILE-FILE-STATUS = "00"
                   AND PROF-COMPANY-NAME NOT = SPACES
                   MOVE PROF-COMPANY-NAME TO COMPANY-NAME
               END-IF
               CLOSE COMPANY-PROFILE-FILE
           END-IF.

       CLEANUP-PLACEMENT.
           CLOSE CUSTOMER-FILE
           CLOSE COLLECTION-ACCOUNT-FILE
           IF PROFIT-HISTORY-ACTIVE
               CLOSE PROFIT-HISTORY-FILE
           END-IF
           CLOSE PLACEMENT-FILE
           CLOSE REPORT-FILE.

       DETERMINE-RETURN-CODE.
           IF PROGRAM-RETURN-CODE = 0 AND WARNINGS-OCCURRED
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
           MOVE "COLLECTION-PLACEMENT" TO OPS-PROGRAM-ID
           ACCEPT OPS-RUN-DATE FROM DATE YYYYMMDD
           MOVE PLACED-COUNT          TO OPS-RECORDS-PROCESSED
           MOVE NOT-PLACED-COUNT      TO OPS-REJECTS
           MOVE FILE-TOTAL            TO OPS-TOTAL-AMOUNT
           MOVE PROGRAM-RETURN-CODE   TO OPS-RETURN-CODE
           WRITE OPS-STAT-RECORD
           CLOSE OPS-STATS-FILE.

       END PROGRAM COLLECTION-PLACEMENT.
