       IDENTIFICATION DIVISION.
       PROGRAM-ID. STALE-APPROVALS.
       AUTHOR. MUHAMMAD SHAMSUL MARUF.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * STALE APPROVALS REPORT                                        *
      * Nightly list of maker-checker items left open too long: a     *
      * change still pending more than the stale-days allowance on    *
      * approval-thresholds.txt after it was raised, or a write-off   *
      * or refund approved that long ago and still not applied by its *
      * batch program. Anything listed sets return code 4 so the      *
      * batch window report shows the queue needs a checker.          *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-FILE
               ASSIGN TO "../data/output/approval-queue.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APQ-ITEM-NUMBER
               ALTERNATE RECORD KEY IS APQ-SUBJECT-KEY
                   WITH DUPLICATES
               FILE STATUS IS APPROVAL-FILE-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "../data/output/approval-stale-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

           SELECT OPS-STATS-FILE
               ASSIGN TO "../data/output/daily-ops-stats.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-STATS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPROVAL-FILE.
       01  APPROVAL-RECORD.
           COPY "apqrec.cpy".

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(100).

       FD  OPS-STATS-FILE.
       01  OPS-STAT-RECORD.
           COPY "opstat.cpy".

       WORKING-STORAGE SECTION.
       01  APPROVAL-FILE-STATUS    PIC XX.
       01  REPORT-FILE-STATUS      PIC XX.
       01  OPS-STATS-FILE-STATUS   PIC XX.
       01  QUEUE-SWITCH            PIC X VALUE 'N'.
           88  QUEUE-OPEN          VALUE 'Y'.

      * Stale-days allowance, served by the APPROVAL-QUEUE module.
       01  APPROVAL-REQUEST.
           COPY "apqreq.cpy".

       01  TODAY-YYYYMMDD          PIC 9(8).
       01  TODAY-DAY-NUMBER        PIC 9(7).
       01  AGE-FROM-DATE           PIC 9(8).
       01  ITEM-AGE-DAYS           PIC 9(5).

       01  END-OF-ITEMS            PIC X VALUE 'N'.
           88  NO-MORE-ITEMS       VALUE 'Y'.

       01  SCANNED-COUNT           PIC 9(6) VALUE ZERO.
       01  OPEN-COUNT              PIC 9(6) VALUE ZERO.
       01  STALE-COUNT             PIC 9(6) VALUE ZERO.
       01  STALE-TOTAL             PIC 9(10)V99 VALUE ZERO.
       01  OLD-VALUE-DISPLAY       PIC 9(8).99.
       01  NEW-VALUE-DISPLAY       PIC 9(8).99.
       01  STALE-STATE             PIC X(8).
       01  REPORT-DETAIL           PIC X(100).
       01  PROGRAM-RETURN-CODE     PIC 9(3) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-REPORT
           PERFORM SCAN-APPROVAL-ITEMS UNTIL NO-MORE-ITEMS
           PERFORM WRITE-STALE-SUMMARY
           PERFORM CLEANUP-REPORT
           PERFORM DETERMINE-RETURN-CODE
           PERFORM WRITE-OPS-STATS
           MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       INITIALIZE-REPORT.
           CALL "PROCESS-DATE" USING TODAY-YYYYMMDD
           COMPUTE TODAY-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(TODAY-YYYYMMDD)

           SET AQR-GET-THRESHOLD TO TRUE
           MOVE "LIMIT" TO AQR-ITEM-TYPE
           CALL "APPROVAL-QUEUE" USING APPROVAL-REQUEST

           OPEN OUTPUT REPORT-FILE
           MOVE "STALE APPROVALS REPORT" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Items open more than " AQR-STALE-DAYS
               " days as of " TODAY-YYYYMMDD
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           OPEN INPUT APPROVAL-FILE
           IF APPROVAL-FILE-STATUS NOT = "00"
               DISPLAY "No approval queue on file"
               SET NO-MORE-ITEMS TO TRUE
           ELSE
               SET QUEUE-OPEN TO TRUE
               MOVE ZERO TO APQ-ITEM-NUMBER
               START APPROVAL-FILE KEY IS >= APQ-ITEM-NUMBER
                   INVALID KEY
                       SET NO-MORE-ITEMS TO TRUE
               END-START
           END-IF.

       SCAN-APPROVAL-ITEMS.
           READ APPROVAL-FILE NEXT RECORD
               AT END
                   SET NO-MORE-ITEMS TO TRUE
               NOT AT END
                   ADD 1 TO SCANNED-COUNT
                   IF APQ-OPEN
                       ADD 1 TO OPEN-COUNT
                       PERFORM AGE-ONE-ITEM
                   END-IF
           END-READ.

      * A pending item ages from when it was raised, an approved one
      * from when the checker approved it.
       AGE-ONE-ITEM.
           IF APQ-PENDING
               MOVE APQ-MAKER-TIMESTAMP(1:8) TO AGE-FROM-DATE
               MOVE "PENDING" TO STALE-STATE
           ELSE
               MOVE APQ-CHECKER-TIMESTAMP(1:8) TO AGE-FROM-DATE
               MOVE "APPROVED" TO STALE-STATE
           END-IF

           IF AGE-FROM-DATE NUMERIC AND AGE-FROM-DATE > 0
               COMPUTE ITEM-AGE-DAYS = TODAY-DAY-NUMBER -
                   FUNCTION INTEGER-OF-DATE(AGE-FROM-DATE)
           ELSE
               MOVE ZERO TO ITEM-AGE-DAYS
           END-IF

           IF ITEM-AGE-DAYS > AQR-STALE-DAYS
               PERFORM WRITE-STALE-LINE
           END-IF.

       WRITE-STALE-LINE.
           ADD 1 TO STALE-COUNT
           ADD APQ-NEW-VALUE TO STALE-TOTAL
           MOVE APQ-OLD-VALUE TO OLD-VALUE-DISPLAY
           MOVE APQ-NEW-VALUE TO NEW-VALUE-DISPLAY
           MOVE SPACES TO REPORT-DETAIL
           STRING STALE-STATE " item=" APQ-ITEM-NUMBER
               " " APQ-ITEM-TYPE
               " id=" APQ-SUBJECT-ID
               " " OLD-VALUE-DISPLAY
               " -> " NEW-VALUE-DISPLAY
               " by " APQ-MAKER-ID
               " age=" ITEM-AGE-DAYS
               DELIMITED BY SIZE INTO REPORT-DETAIL
           MOVE REPORT-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-STALE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           STRING "Items scanned:    " SCANNED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           STRING "Items open:       " OPEN-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           STRING "Items stale:      " STALE-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "Stale approvals: " STALE-COUNT " of "
               OPEN-COUNT " open items".

       CLEANUP-REPORT.
           IF QUEUE-OPEN
               CLOSE APPROVAL-FILE
           END-IF
           CLOSE REPORT-FILE
           SET AQR-CLOSE TO TRUE
           CALL "APPROVAL-QUEUE" USING APPROVAL-REQUEST.

       DETERMINE-RETURN-CODE.
           IF PROGRAM-RETURN-CODE = 0 AND STALE-COUNT > 0
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
           MOVE "STALE-APPROVALS"     TO OPS-PROGRAM-ID
           ACCEPT OPS-RUN-DATE FROM DATE YYYYMMDD
           MOVE OPEN-COUNT            TO OPS-RECORDS-PROCESSED
           MOVE STALE-COUNT           TO OPS-REJECTS
           MOVE STALE-TOTAL           TO OPS-TOTAL-AMOUNT
           MOVE PROGRAM-RETURN-CODE   TO OPS-RETURN-CODE
           WRITE OPS-STAT-RECORD
           CLOSE OPS-STATS-FILE.

       END PROGRAM STALE-APPROVALS.
