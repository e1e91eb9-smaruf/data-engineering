       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPROVAL-QUEUE.
       AUTHOR. MUHAMMAD SHAMSUL MARUF.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * MAKER-CHECKER APPROVAL QUEUE (shared subprogram)              *
      * Holds back the high-risk changes the maintenance programs     *
      * would otherwise apply on one operator's say-so. The programs  *
      * that make such changes ask here for the threshold of each     *
      * kind of change (approval-thresholds.txt), park anything above *
      * it on approval-queue.dat for a second operator to approve or  *
      * reject in APPROVAL-REVIEW, and - for the batch selections -   *
      * look up whether an approved item is waiting for them and mark *
      * it applied once they have applied it. Items are numbered from *
      * approval-number-control.txt, saved after every item the way   *
      * CHECK-ISSUE saves its check counter. Files stay open until    *
      * the caller sends action 'C'.                                  *
      * approval-thresholds.txt: one line per change type - the type  *
      * (LIMIT, BALADJ, WRTOFF, REFUND, SALARY), a space and the      *
      * amount (9(8)V99) above which it is held - and a STALE line    *
      * carrying in three digits the days after which an open item    *
      * goes on APPROVAL-STALE-REPORT. LIMIT is measured on the       *
      * increase, BALADJ and SALARY on the change either way, WRTOFF  *
      * and REFUND on the amount. An hourly rate change (HRRATE) has  *
      * no line of its own: it is held against the SALARY amount by   *
      * what it changes a standard month's pay.                       *
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

           SELECT APPROVAL-NUMBER-FILE
               ASSIGN TO "../data/output/approval-number-control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NUMBER-FILE-STATUS.

           SELECT THRESHOLD-FILE
               ASSIGN TO "../data/input/approval-thresholds.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS THRESHOLD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPROVAL-FILE.
       01  APPROVAL-RECORD.
           COPY "apqrec.cpy".

       FD  APPROVAL-NUMBER-FILE.
       01  APPROVAL-NUMBER-RECORD      PIC 9(8).

       FD  THRESHOLD-FILE.
       01  THRESHOLD-IN-RECORD.
           05  THR-IN-TYPE             PIC X(6).
           05  FILLER                  PIC X(1).
           05  THR-IN-AMOUNT           PIC 9(8)V99.
           05  THR-IN-DAYS-VIEW REDEFINES THR-IN-AMOUNT.
               10  THR-IN-DAYS         PIC 9(3).
               10  FILLER              PIC X(7).

       WORKING-STORAGE SECTION.
       01  APPROVAL-FILE-STATUS    PIC XX.
       01  NUMBER-FILE-STATUS      PIC XX.
       01  THRESHOLD-FILE-STATUS   PIC XX.

       01  FILE-OPEN-SWITCH        PIC X VALUE 'N'.
           88  QUEUE-OPEN          VALUE 'Y'.
       01  THRESHOLD-LOADED-SWITCH PIC X VALUE 'N'.
           88  THRESHOLDS-LOADED   VALUE 'Y'.
       01  END-OF-THRESHOLDS       PIC X.
           88  NO-MORE-THRESHOLDS  VALUE 'Y'.
       01  END-OF-SUBJECT          PIC X.
           88  NO-MORE-FOR-SUBJECT VALUE 'Y'.

       01  LAST-ITEM-NUMBER        PIC 9(8) VALUE ZERO.

       01  TS-DATE                 PIC 9(8).
       01  TS-TIME                 PIC X(6).
       01  TIMESTAMP-FULL          PIC X(14).

      * Thresholds by change type; a type the file does not name is
      * never held.
       01  THRESHOLD-TABLE.
           05  FILLER              PIC X(6) VALUE "LIMIT".
           05  FILLER              PIC 9(8)V99 VALUE 99999999.99.
           05  FILLER              PIC X(6) VALUE "BALADJ".
           05  FILLER              PIC 9(8)V99 VALUE 99999999.99.
           05  FILLER              PIC X(6) VALUE "WRTOFF".
           05  FILLER              PIC 9(8)V99 VALUE 99999999.99.
           05  FILLER              PIC X(6) VALUE "REFUND".
           05  FILLER              PIC 9(8)V99 VALUE 99999999.99.
           05  FILLER              PIC X(6) VALUE "SALARY".
           05  FILLER              PIC 9(8)V99 VALUE 99999999.99.
       01  THRESHOLD-REDEF REDEFINES THRESHOLD-TABLE.
           05  THRESHOLD-ENTRY OCCURS 5 TIMES.
               10  THT-TYPE        PIC X(6).
               10  THT-AMOUNT      PIC 9(8)V99.
       01  THT-IDX                 PIC 9(2).
       01  FOUND-IDX               PIC 9(2).
       01  SOUGHT-TYPE             PIC X(6).
       01  TYPE-SWITCH             PIC X.
           88  TYPE-FOUND          VALUE 'Y'.
       01  STALE-DAYS              PIC 9(3) VALUE 5.

       LINKAGE SECTION.
       01  APPROVAL-REQUEST.
           COPY "apqreq.cpy".

       PROCEDURE DIVISION USING APPROVAL-REQUEST.
       MAIN-PROCEDURE.
           EVALUATE TRUE
               WHEN AQR-GET-THRESHOLD
                   IF NOT THRESHOLDS-LOADED
                       PERFORM LOAD-THRESHOLDS
                   END-IF
                   PERFORM LOOK-UP-THRESHOLD
                   MOVE "00" TO AQR-RESULT
               WHEN AQR-FIND-OPEN OR AQR-QUEUE-ITEM
                   OR AQR-MARK-APPLIED OR AQR-WITHDRAW
                   IF NOT QUEUE-OPEN
                       PERFORM OPEN-APPROVAL-QUEUE
                   END-IF
                   IF QUEUE-OPEN
                       PERFORM SERVE-QUEUE-ACTION
                   ELSE
                       MOVE APPROVAL-FILE-STATUS TO AQR-RESULT
                   END-IF
               WHEN AQR-CLOSE
                   IF QUEUE-OPEN
                       CLOSE APPROVAL-FILE
                       MOVE 'N' TO FILE-OPEN-SWITCH
                   END-IF
                   MOVE "00" TO AQR-RESULT
               WHEN OTHER
                   MOVE "99" TO AQR-RESULT
           END-EVALUATE

           GOBACK.

       SERVE-QUEUE-ACTION.
           EVALUATE TRUE
               WHEN AQR-FIND-OPEN
                   PERFORM FIND-OPEN-ITEM
               WHEN AQR-QUEUE-ITEM
                   PERFORM FIND-OPEN-ITEM
                   IF AQR-DONE
                       MOVE "DP" TO AQR-RESULT
                   ELSE
                       PERFORM QUEUE-NEW-ITEM
                   END-IF
               WHEN AQR-MARK-APPLIED
                   PERFORM MARK-ITEM-APPLIED
               WHEN AQR-WITHDRAW
                   PERFORM WITHDRAW-ITEM
           END-EVALUATE.

       LOAD-THRESHOLDS.
           SET THRESHOLDS-LOADED TO TRUE
           MOVE 'N' TO END-OF-THRESHOLDS
           OPEN INPUT THRESHOLD-FILE
           IF THRESHOLD-FILE-STATUS = "00"
               PERFORM READ-NEXT-THRESHOLD
                   UNTIL NO-MORE-THRESHOLDS
               CLOSE THRESHOLD-FILE
           ELSE
               DISPLAY "NOTE: no approval-thresholds.txt supplied"
                   " - no changes held for approval"
           END-IF.

       READ-NEXT-THRESHOLD.
           READ THRESHOLD-FILE
               AT END
                   SET NO-MORE-THRESHOLDS TO TRUE
               NOT AT END
                   IF THR-IN-TYPE = "STALE"
                       IF THR-IN-DAYS NUMERIC
                           MOVE THR-IN-DAYS TO STALE-DAYS
                       END-IF
                   ELSE
                       PERFORM STORE-THRESHOLD
                   END-IF
           END-READ.

       STORE-THRESHOLD.
           IF THR-IN-AMOUNT NOT NUMERIC
               DISPLAY "WARNING: approval threshold for "
                   THR-IN-TYPE " is not numeric - ignored"
           ELSE
               MOVE THR-IN-TYPE TO SOUGHT-TYPE
               PERFORM FIND-THRESHOLD-TYPE
               IF NOT TYPE-FOUND
                   DISPLAY "WARNING: unknown approval type "
                       THR-IN-TYPE " - ignored"
               ELSE
                   MOVE THR-IN-AMOUNT TO THT-AMOUNT(FOUND-IDX)
               END-IF
           END-IF.

       FIND-THRESHOLD-TYPE.
           MOVE 'N' TO TYPE-SWITCH
           PERFORM MATCH-THRESHOLD-TYPE
               VARYING THT-IDX FROM 1 BY 1
               UNTIL THT-IDX > 5 OR TYPE-FOUND.

       MATCH-THRESHOLD-TYPE.
           IF THT-TYPE(THT-IDX) = SOUGHT-TYPE
               SET TYPE-FOUND TO TRUE
               MOVE THT-IDX TO FOUND-IDX
           END-IF.

       LOOK-UP-THRESHOLD.
           MOVE 99999999.99 TO AQR-THRESHOLD
           MOVE STALE-DAYS TO AQR-STALE-DAYS
           MOVE AQR-ITEM-TYPE TO SOUGHT-TYPE
           PERFORM FIND-THRESHOLD-TYPE
           IF TYPE-FOUND
               MOVE THT-AMOUNT(FOUND-IDX) TO AQR-THRESHOLD
           END-IF.

       OPEN-APPROVAL-QUEUE.
           OPEN I-O APPROVAL-FILE
           IF APPROVAL-FILE-STATUS = "35"
               OPEN OUTPUT APPROVAL-FILE
               CLOSE APPROVAL-FILE
               OPEN I-O APPROVAL-FILE
           END-IF
           IF APPROVAL-FILE-STATUS = "00"
               SET QUEUE-OPEN TO TRUE
               PERFORM READ-ITEM-NUMBER
           ELSE
               DISPLAY "WARNING: cannot open approval-queue.dat"
                   " (status " APPROVAL-FILE-STATUS ")"
           END-IF.

      * A subject has at most one open item, but its applied and
      * rejected items stay on file under the same alternate key.
       FIND-OPEN-ITEM.
           MOVE "23" TO AQR-RESULT
           MOVE 'N' TO END-OF-SUBJECT
           MOVE AQR-ITEM-TYPE TO APQ-ITEM-TYPE
           MOVE AQR-SUBJECT-ID TO APQ-SUBJECT-ID
           START APPROVAL-FILE KEY IS = APQ-SUBJECT-KEY
               INVALID KEY
                   SET NO-MORE-FOR-SUBJECT TO TRUE
           END-START
           PERFORM READ-NEXT-FOR-SUBJECT
               UNTIL NO-MORE-FOR-SUBJECT.

       READ-NEXT-FOR-SUBJECT.
           READ APPROVAL-FILE NEXT RECORD
               AT END
                   SET NO-MORE-FOR-SUBJECT TO TRUE
               NOT AT END
                   IF APQ-ITEM-TYPE NOT = AQR-ITEM-TYPE
                       OR APQ-SUBJECT-ID NOT = AQR-SUBJECT-ID
                       SET NO-MORE-FOR-SUBJECT TO TRUE
                   ELSE
                       IF APQ-OPEN
                           SET NO-MORE-FOR-SUBJECT TO TRUE
                           MOVE APQ-ITEM-NUMBER TO AQR-ITEM-NUMBER
                           MOVE APQ-STATUS TO AQR-ITEM-STATUS
                           MOVE APQ-OLD-VALUE TO AQR-OLD-VALUE
                           MOVE APQ-NEW-VALUE TO AQR-NEW-VALUE
                           MOVE "00" TO AQR-RESULT
                       END-IF
                   END-IF
           END-READ.

       QUEUE-NEW-ITEM.
           PERFORM CAPTURE-TIMESTAMP
           ADD 1 TO LAST-ITEM-NUMBER

           MOVE SPACES TO APPROVAL-RECORD
           MOVE LAST-ITEM-NUMBER TO APQ-ITEM-NUMBER
           MOVE AQR-ITEM-TYPE TO APQ-ITEM-TYPE
           MOVE AQR-SUBJECT-ID TO APQ-SUBJECT-ID
           MOVE AQR-SUBJECT-NAME TO APQ-SUBJECT-NAME
           MOVE AQR-OLD-VALUE TO APQ-OLD-VALUE
           MOVE AQR-NEW-VALUE TO APQ-NEW-VALUE
           MOVE AQR-REASON-CODE TO APQ-REASON-CODE
           SET APQ-PENDING TO TRUE
           MOVE AQR-MAKER-ID TO APQ-MAKER-ID
           MOVE AQR-MAKER-PROGRAM TO APQ-MAKER-PROGRAM
           MOVE TIMESTAMP-FULL TO APQ-MAKER-TIMESTAMP
           MOVE AQR-NOTE TO APQ-NOTE
           WRITE APPROVAL-RECORD

           MOVE APPROVAL-FILE-STATUS TO AQR-RESULT
           IF APPROVAL-FILE-STATUS = "00"
               MOVE APQ-ITEM-NUMBER TO AQR-ITEM-NUMBER
               MOVE "P" TO AQR-ITEM-STATUS
               PERFORM SAVE-ITEM-NUMBER
           ELSE
               DISPLAY "WARNING: approval item " LAST-ITEM-NUMBER
                   " not queued, status " APPROVAL-FILE-STATUS
           END-IF.

       MARK-ITEM-APPLIED.
           MOVE AQR-ITEM-NUMBER TO APQ-ITEM-NUMBER
           READ APPROVAL-FILE KEY IS APQ-ITEM-NUMBER
           IF APPROVAL-FILE-STATUS = "00"
               PERFORM CAPTURE-TIMESTAMP
               SET APQ-APPLIED TO TRUE
               MOVE TIMESTAMP-FULL TO APQ-APPLIED-TIMESTAMP
               REWRITE APPROVAL-RECORD
           END-IF
           MOVE APPROVAL-FILE-STATUS TO AQR-RESULT.

      * An approved item the caller can no longer apply as approved
      * (the amount has moved since) is closed as rejected with the
      * caller's reason, so a fresh item can be raised for the new
      * amount.
       WITHDRAW-ITEM.
           MOVE AQR-ITEM-NUMBER TO APQ-ITEM-NUMBER
           READ APPROVAL-FILE KEY IS APQ-ITEM-NUMBER
           IF APPROVAL-FILE-STATUS = "00"
               PERFORM CAPTURE-TIMESTAMP
               SET APQ-REJECTED TO TRUE
               IF APQ-CHECKER-ID = SPACES
                   MOVE AQR-MAKER-ID TO APQ-CHECKER-ID
                   MOVE TIMESTAMP-FULL TO APQ-CHECKER-TIMESTAMP
               END-IF
               MOVE AQR-NOTE TO APQ-NOTE
               REWRITE APPROVAL-RECORD
           END-IF
           MOVE APPROVAL-FILE-STATUS TO AQR-RESULT.

       CAPTURE-TIMESTAMP.
           ACCEPT TS-DATE FROM DATE YYYYMMDD
           ACCEPT TS-TIME FROM TIME
           MOVE TS-DATE TO TIMESTAMP-FULL(1:8)
           MOVE TS-TIME TO TIMESTAMP-FULL(9:6).

       READ-ITEM-NUMBER.
           OPEN INPUT APPROVAL-NUMBER-FILE
           IF NUMBER-FILE-STATUS = "00"
               READ APPROVAL-NUMBER-FILE
               IF NUMBER-FILE-STATUS = "00"
                   AND APPROVAL-NUMBER-RECORD NUMERIC
                   MOVE APPROVAL-NUMBER-RECORD TO LAST-ITEM-NUMBER
               END-IF
               CLOSE APPROVAL-NUMBER-FILE
           END-IF.

       SAVE-ITEM-NUMBER.
           OPEN OUTPUT APPROVAL-NUMBER-FILE
           IF NUMBER-FILE-STATUS = "00"
               MOVE LAST-ITEM-NUMBER TO APPROVAL-NUMBER-RECORD
               WRITE APPROVAL-NUMBER-RECORD
               CLOSE APPROVAL-NUMBER-FILE
           ELSE
               DISPLAY "WARNING: cannot save approval item counter"
                   " (status " NUMBER-FILE-STATUS ")"
           END-IF.

       END PROGRAM APPROVAL-QUEUE.
