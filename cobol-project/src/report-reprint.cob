       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-REPRINT.
       AUTHOR. MUHAMMAD SHAMSUL MARUF.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * ARCHIVED REPORT INQUIRY AND REPRINT                           *
      * Read-back companion to REPORT-CAPTURE. An operator signs on   *
      * through operators.dat the way DATABASE-HANDLER's do, lists    *
      * the copies held on report-archive-index.dat for one report or *
      * all of them, picks a report and a processing date (or the     *
      * latest copy) and pages through it on screen at the depth it   *
      * was captured at - next, previous or straight to a page. Any   *
      * copy can be sent whole to a reprint file,                     *
      * reprint-<report>-<date>.txt, headed with who asked for it and *
      * when, ready to print - so last Tuesday's aging report is a    *
      * lookup rather than a rerun.                                   *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-INDEX-FILE
               ASSIGN TO "../data/output/report-archive-index.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RIX-KEY
               FILE STATUS IS INDEX-FILE-STATUS.

           SELECT ARCHIVE-STORE-FILE
               ASSIGN TO ARCHIVE-STORE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STORE-FILE-STATUS.

           SELECT REPRINT-FILE
               ASSIGN TO REPRINT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPRINT-FILE-STATUS.

           SELECT SECURITY-FILE
               ASSIGN TO "../data/output/operators.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-OPERATOR-ID
               FILE STATUS IS SECURITY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-INDEX-FILE.
       01  REPORT-INDEX-RECORD.
           COPY "rptidx.cpy".

       FD  ARCHIVE-STORE-FILE.
       01  ARCHIVE-STORE-RECORD.
           COPY "rptarc.cpy".

       FD  REPRINT-FILE.
       01  REPRINT-LINE                PIC X(200).

       FD  SECURITY-FILE.
       01  SECURITY-RECORD.
           COPY "secrec.cpy".

       WORKING-STORAGE SECTION.
       01  INDEX-FILE-STATUS       PIC XX.
           88  INDEX-OK            VALUE "00".
       01  STORE-FILE-STATUS       PIC XX.
       01  REPRINT-FILE-STATUS     PIC XX.
       01  SECURITY-FILE-STATUS    PIC XX.

       01  PROGRAM-RETURN-CODE     PIC 9(3) VALUE ZERO.
       01  WARNING-FLAG            PIC X VALUE 'N'.
           88  WARNINGS-OCCURRED   VALUE 'Y'.

       01  USER-CHOICE             PIC 9.
           88  CHOICE-LIST         VALUE 1.
           88  CHOICE-BROWSE       VALUE 2.
           88  CHOICE-REPRINT      VALUE 3.
           88  CHOICE-EXIT         VALUE 9.

       01  TS-DATE                 PIC 9(8).
       01  TS-TIME                 PIC X(6).
       01  TIMESTAMP-FULL          PIC X(14).

      * Operator sign-on
       01  OPERATOR-ID             PIC X(8) VALUE SPACES.
       01  OPERATOR-AUTHORITY      PIC 9(1) VALUE 1.
       01  SIGNON-OPERATOR-ID      PIC X(8).
       01  SIGNON-PIN              PIC X(8).
       01  PIN-HASH-REQUEST.
           COPY "pinreq.cpy".
       01  SIGNON-ATTEMPTS         PIC 9 VALUE 0.
       01  SIGNON-OK               PIC X VALUE 'N'.
           88  SIGNED-ON           VALUE 'Y'.

      * Sign-on journaling and automatic lockout (shared
      * SIGNON-JOURNAL subprogram).
       01  JOURNAL-PROGRAM-NAME    PIC X(20) VALUE "REPORT-REPRINT".
       01  JOURNAL-RESULT          PIC X(8).
       01  JOURNAL-LOCKOUT-FLAG    PIC X(1).
           88  JOURNAL-LOCKED-OUT  VALUE 'Y'.

       01  REPORT-NAME-IN          PIC X(30).
       01  RUN-DATE-IN             PIC 9(8).
       01  PAGE-IN                 PIC 9(5).
       01  BROWSE-COMMAND          PIC X(1).
       01  ARCHIVE-STORE-NAME      PIC X(60).
       01  REPRINT-FILE-NAME       PIC X(60).

       01  END-OF-INDEX            PIC X.
           88  NO-MORE-INDEX       VALUE 'Y'.
       01  END-OF-STORE            PIC X.
           88  NO-MORE-STORE       VALUE 'Y'.
       01  COPY-SWITCH             PIC X.
           88  COPY-FOUND          VALUE 'Y'.
       01  BROWSE-SWITCH           PIC X.
           88  BROWSE-DONE         VALUE 'Y'.

      * The copy being looked at, from its index row.
       01  SELECTED-REPORT-NAME    PIC X(30).
       01  SELECTED-RUN-DATE       PIC 9(8).
       01  LATEST-RUN-DATE         PIC 9(8).
       01  COPY-COUNT              PIC 9(5).

       01  CURRENT-PAGE            PIC 9(5).
       01  FIRST-LINE-OF-PAGE      PIC 9(7).
       01  LAST-LINE-OF-PAGE       PIC 9(7).
       01  LINES-SHOWN             PIC 9(7).
       01  LINES-REPRINTED         PIC 9(7).

       01  INDEX-LIST-LINE.
           05  ILL-REPORT-NAME     PIC X(30).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  ILL-RUN-DATE        PIC 9(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  ILL-PROGRAM-ID      PIC X(24).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  ILL-PAGES           PIC ZZ,ZZ9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  ILL-LINES           PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-INQUIRY
           PERFORM SIGN-ON
           IF SIGNED-ON
               PERFORM PROCESS-MENU UNTIL CHOICE-EXIT
           END-IF
           PERFORM CLEANUP
           PERFORM DETERMINE-RETURN-CODE
           MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       INITIALIZE-INQUIRY.
           OPEN INPUT REPORT-INDEX-FILE
           IF NOT INDEX-OK
               DISPLAY "ERROR: cannot open report-archive-index.dat"
               DISPLAY "File Status: " INDEX-FILE-STATUS
               DISPLAY "No reports have been captured yet"
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O SECURITY-FILE
           IF SECURITY-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open operator security file"
               DISPLAY "File Status: " SECURITY-FILE-STATUS
               CLOSE REPORT-INDEX-FILE
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

       SIGN-ON.
           MOVE 0 TO SIGNON-ATTEMPTS
           PERFORM ATTEMPT-SIGN-ON
               UNTIL SIGNED-ON OR SIGNON-ATTEMPTS >= 3

           IF NOT SIGNED-ON
               DISPLAY "ERROR: sign-on failed, exiting"
               MOVE 16 TO PROGRAM-RETURN-CODE
           END-IF.

       ATTEMPT-SIGN-ON.
           DISPLAY "Operator ID: " WITH NO ADVANCING
           ACCEPT SIGNON-OPERATOR-ID
           DISPLAY "PIN: " WITH NO ADVANCING
           ACCEPT SIGNON-PIN

           MOVE SIGNON-OPERATOR-ID TO SEC-OPERATOR-ID
           READ SECURITY-FILE KEY IS SEC-OPERATOR-ID
           MOVE "N" TO PHQ-RESULT
           IF SECURITY-FILE-STATUS = "00"
               SET PHQ-VERIFY TO TRUE
               MOVE SIGNON-PIN TO PHQ-PIN
               MOVE SEC-PIN-SALT TO PHQ-SALT
               MOVE SEC-PIN-HASH TO PHQ-HASH
               CALL "PIN-HASH" USING PIN-HASH-REQUEST
           END-IF

           EVALUATE TRUE
               WHEN SECURITY-FILE-STATUS NOT = "00"
                   ADD 1 TO SIGNON-ATTEMPTS
                   MOVE "UNKNOWN" TO JOURNAL-RESULT
                   PERFORM JOURNAL-SIGNON-ATTEMPT
                   DISPLAY "ERROR: invalid operator ID or PIN"
               WHEN NOT PHQ-PIN-MATCHES
                   ADD 1 TO SIGNON-ATTEMPTS
                   MOVE "BADPIN" TO JOURNAL-RESULT
                   PERFORM JOURNAL-SIGNON-ATTEMPT
                   DISPLAY "ERROR: invalid operator ID or PIN"
               WHEN SEC-IS-SUSPENDED
                   ADD 1 TO SIGNON-ATTEMPTS
                   MOVE "SUSPEND" TO JOURNAL-RESULT
                   PERFORM JOURNAL-SIGNON-ATTEMPT
                   DISPLAY "ERROR: operator is suspended"
               WHEN SEC-MUST-CHANGE-PIN
                   ADD 1 TO SIGNON-ATTEMPTS
                   MOVE "PINCHG" TO JOURNAL-RESULT
                   PERFORM JOURNAL-SIGNON-ATTEMPT
                   DISPLAY "ERROR: PIN change required - sign "
                       "on to DATABASE-HANDLER first"
               WHEN OTHER
                   SET SIGNED-ON TO TRUE
                   MOVE "SUCCESS" TO JOURNAL-RESULT
                   PERFORM JOURNAL-SIGNON-ATTEMPT
                   MOVE SIGNON-OPERATOR-ID TO OPERATOR-ID
                   MOVE SEC-AUTHORITY-LEVEL TO OPERATOR-AUTHORITY
                   DISPLAY "Signed on as " SEC-OPERATOR-NAME
           END-EVALUATE.

       JOURNAL-SIGNON-ATTEMPT.
           CALL "SIGNON-JOURNAL" USING JOURNAL-PROGRAM-NAME
               SIGNON-OPERATOR-ID JOURNAL-RESULT
               JOURNAL-LOCKOUT-FLAG
           IF JOURNAL-LOCKED-OUT
               MOVE "S" TO SEC-STATUS-FLAG
               REWRITE SECURITY-RECORD
               DISPLAY "ERROR: operator suspended after repeated "
                   "sign-on failures"
           END-IF.

       PROCESS-MENU.
           PERFORM DISPLAY-MENU
           ACCEPT USER-CHOICE

           EVALUATE TRUE
               WHEN CHOICE-LIST
                   PERFORM LIST-ARCHIVED-COPIES
               WHEN CHOICE-BROWSE
                   PERFORM BROWSE-REPORT
               WHEN CHOICE-REPRINT
                   PERFORM REPRINT-REPORT
               WHEN CHOICE-EXIT
                   DISPLAY "Exiting program..."
               WHEN OTHER
                   DISPLAY "Invalid choice. Please try again."
           END-EVALUATE

           DISPLAY " ".

       DISPLAY-MENU.
           DISPLAY " "
           DISPLAY "===== ARCHIVED REPORT INQUIRY ====="
           DISPLAY "1. List Archived Reports"
           DISPLAY "2. Browse a Report"
           DISPLAY "3. Reprint a Report"
           DISPLAY "9. Exit"
           DISPLAY "==================================="
           DISPLAY "Enter your choice: " WITH NO ADVANCING.

       CAPTURE-TIMESTAMP.
           ACCEPT TS-DATE FROM DATE YYYYMMDD
           ACCEPT TS-TIME FROM TIME
           MOVE TS-DATE TO TIMESTAMP-FULL(1:8)
           MOVE TS-TIME TO TIMESTAMP-FULL(9:6).

      * Blank lists every copy on the archive; a report name lists
      * that report's copies, oldest first.
       LIST-ARCHIVED-COPIES.
           DISPLAY "--- ARCHIVED REPORTS ---"
           DISPLAY "Report name (blank for all): " WITH NO ADVANCING
           ACCEPT REPORT-NAME-IN
           MOVE FUNCTION LOWER-CASE(REPORT-NAME-IN) TO REPORT-NAME-IN

           MOVE ZERO TO COPY-COUNT
           MOVE 'N' TO END-OF-INDEX
           IF REPORT-NAME-IN = SPACES
               MOVE LOW-VALUES TO RIX-KEY
           ELSE
               MOVE REPORT-NAME-IN TO RIX-REPORT-NAME
               MOVE ZERO TO RIX-RUN-DATE
           END-IF
           START REPORT-INDEX-FILE KEY IS >= RIX-KEY
               INVALID KEY
                   SET NO-MORE-INDEX TO TRUE
           END-START

           DISPLAY "REPORT                         DATE     "
               "PROGRAM                   PAGES     LINES"
           PERFORM LIST-NEXT-COPY UNTIL NO-MORE-INDEX
           IF COPY-COUNT = 0
               DISPLAY "No archived copies found"
               SET WARNINGS-OCCURRED TO TRUE
           ELSE
               DISPLAY COPY-COUNT " archived copy(ies)"
           END-IF.

       LIST-NEXT-COPY.
           READ REPORT-INDEX-FILE NEXT RECORD
               AT END
                   SET NO-MORE-INDEX TO TRUE
               NOT AT END
                   IF REPORT-NAME-IN NOT = SPACES
                       AND RIX-REPORT-NAME NOT = REPORT-NAME-IN
                       SET NO-MORE-INDEX TO TRUE
                   ELSE
                       ADD 1 TO COPY-COUNT
                       MOVE RIX-REPORT-NAME TO ILL-REPORT-NAME
                       MOVE RIX-RUN-DATE TO ILL-RUN-DATE
                       MOVE RIX-PROGRAM-ID TO ILL-PROGRAM-ID
                       MOVE RIX-PAGE-COUNT TO ILL-PAGES
                       MOVE RIX-LINE-COUNT TO ILL-LINES
                       DISPLAY INDEX-LIST-LINE
                   END-IF
           END-READ.

      * Report and date in; a zero date takes the latest copy. On
      * return COPY-FOUND is set and the index row is in the record
      * area.
       SELECT-ARCHIVED-COPY.
           MOVE 'N' TO COPY-SWITCH
           DISPLAY "Report name: " WITH NO ADVANCING
           ACCEPT REPORT-NAME-IN
           MOVE FUNCTION LOWER-CASE(REPORT-NAME-IN) TO REPORT-NAME-IN
           DISPLAY "Processing date YYYYMMDD (0 for latest): "
               WITH NO ADVANCING
           ACCEPT RUN-DATE-IN

           MOVE REPORT-NAME-IN TO SELECTED-REPORT-NAME
           IF RUN-DATE-IN = 0
               PERFORM FIND-LATEST-COPY
               MOVE LATEST-RUN-DATE TO SELECTED-RUN-DATE
           ELSE
               MOVE RUN-DATE-IN TO SELECTED-RUN-DATE
           END-IF

           MOVE SELECTED-REPORT-NAME TO RIX-REPORT-NAME
           MOVE SELECTED-RUN-DATE TO RIX-RUN-DATE
           READ REPORT-INDEX-FILE KEY IS RIX-KEY
           IF INDEX-OK
               SET COPY-FOUND TO TRUE
               MOVE RIX-ARCHIVE-FILE TO ARCHIVE-STORE-NAME
               DISPLAY RIX-REPORT-NAME " of " RIX-RUN-DATE
                   " from " RIX-PROGRAM-ID
               DISPLAY RIX-LINE-COUNT " lines, " RIX-PAGE-COUNT
                   " pages of " RIX-PAGE-DEPTH " lines"
           ELSE
               DISPLAY "ERROR: no archived copy of "
                   FUNCTION TRIM(REPORT-NAME-IN)
                   " for that date - use option 1 to list copies"
               SET WARNINGS-OCCURRED TO TRUE
           END-IF.

       FIND-LATEST-COPY.
           MOVE ZERO TO LATEST-RUN-DATE
           MOVE 'N' TO END-OF-INDEX
           MOVE SELECTED-REPORT-NAME TO RIX-REPORT-NAME
           MOVE ZERO TO RIX-RUN-DATE
           START REPORT-INDEX-FILE KEY IS >= RIX-KEY
               INVALID KEY
                   SET NO-MORE-INDEX TO TRUE
           END-START
           PERFORM NOTE-NEXT-COPY-DATE UNTIL NO-MORE-INDEX.

       NOTE-NEXT-COPY-DATE.
           READ REPORT-INDEX-FILE NEXT RECORD
               AT END
                   SET NO-MORE-INDEX TO TRUE
               NOT AT END
                   IF RIX-REPORT-NAME NOT = SELECTED-REPORT-NAME
                       SET NO-MORE-INDEX TO TRUE
                   ELSE
                       MOVE RIX-RUN-DATE TO LATEST-RUN-DATE
                   END-IF
           END-READ.

       BROWSE-REPORT.
           DISPLAY "--- BROWSE ARCHIVED REPORT ---"
           PERFORM SELECT-ARCHIVED-COPY
           IF COPY-FOUND
               MOVE 1 TO CURRENT-PAGE
               MOVE 'N' TO BROWSE-SWITCH
               PERFORM BROWSE-ONE-PAGE UNTIL BROWSE-DONE
           END-IF.

       BROWSE-ONE-PAGE.
           PERFORM SHOW-CURRENT-PAGE
           DISPLAY "Page " CURRENT-PAGE " of " RIX-PAGE-COUNT
               " - N next, P previous, G go to page, R reprint, "
               "Q quit: " WITH NO ADVANCING
           ACCEPT BROWSE-COMMAND

           EVALUATE BROWSE-COMMAND
               WHEN "N"
               WHEN "n"
                   IF CURRENT-PAGE < RIX-PAGE-COUNT
                       ADD 1 TO CURRENT-PAGE
                   ELSE
                       DISPLAY "Already on the last page"
                   END-IF
               WHEN "P"
               WHEN "p"
                   IF CURRENT-PAGE > 1
                       SUBTRACT 1 FROM CURRENT-PAGE
                   ELSE
                       DISPLAY "Already on the first page"
                   END-IF
               WHEN "G"
               WHEN "g"
                   DISPLAY "Go to page: " WITH NO ADVANCING
                   ACCEPT PAGE-IN
                   IF PAGE-IN > 0 AND PAGE-IN NOT > RIX-PAGE-COUNT
                       MOVE PAGE-IN TO CURRENT-PAGE
                   ELSE
                       DISPLAY "ERROR: no page " PAGE-IN
                   END-IF
               WHEN "R"
               WHEN "r"
                   PERFORM WRITE-REPRINT-FILE
               WHEN "Q"
               WHEN "q"
                   SET BROWSE-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Invalid command"
           END-EVALUATE.

      * The store holds every retained copy of the report; only the
      * lines of the selected copy on the current page are shown.
       SHOW-CURRENT-PAGE.
           COMPUTE FIRST-LINE-OF-PAGE =
               (CURRENT-PAGE - 1) * RIX-PAGE-DEPTH + 1
           COMPUTE LAST-LINE-OF-PAGE =
               CURRENT-PAGE * RIX-PAGE-DEPTH
           MOVE ZERO TO LINES-SHOWN
           DISPLAY " "
           OPEN INPUT ARCHIVE-STORE-FILE
           IF STORE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: archive store "
                   FUNCTION TRIM(RIX-ARCHIVE-FILE) " is missing"
               SET WARNINGS-OCCURRED TO TRUE
               SET BROWSE-DONE TO TRUE
           ELSE
               MOVE 'N' TO END-OF-STORE
               PERFORM SHOW-NEXT-STORE-LINE UNTIL NO-MORE-STORE
               CLOSE ARCHIVE-STORE-FILE
               IF LINES-SHOWN = 0
                   DISPLAY "(no lines held for this page)"
               END-IF
           END-IF.

       SHOW-NEXT-STORE-LINE.
           READ ARCHIVE-STORE-FILE
               AT END
                   SET NO-MORE-STORE TO TRUE
               NOT AT END
                   IF RAL-RUN-DATE = SELECTED-RUN-DATE
                       IF RAL-LINE-NUMBER > LAST-LINE-OF-PAGE
                           SET NO-MORE-STORE TO TRUE
                       ELSE
                           IF RAL-LINE-NUMBER NOT < FIRST-LINE-OF-PAGE
                               ADD 1 TO LINES-SHOWN
                               DISPLAY FUNCTION TRIM(RAL-TEXT TRAILING)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       REPRINT-REPORT.
           DISPLAY "--- REPRINT ARCHIVED REPORT ---"
           PERFORM SELECT-ARCHIVED-COPY
           IF COPY-FOUND
               PERFORM WRITE-REPRINT-FILE
           END-IF.

      * The whole copy, under a heading line naming the copy, the
      * operator and the time it was asked for.
       WRITE-REPRINT-FILE.
           MOVE SPACES TO REPRINT-FILE-NAME
           STRING "../data/output/reprint-"
               RIX-REPORT-NAME DELIMITED BY SPACE
               "-" RIX-RUN-DATE ".txt" DELIMITED BY SIZE
               INTO REPRINT-FILE-NAME

           OPEN INPUT ARCHIVE-STORE-FILE
           IF STORE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: archive store "
                   FUNCTION TRIM(RIX-ARCHIVE-FILE) " is missing"
               SET WARNINGS-OCCURRED TO TRUE
           ELSE
               OPEN OUTPUT REPRINT-FILE
               IF REPRINT-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: cannot open "
                       FUNCTION TRIM(REPRINT-FILE-NAME)
                   DISPLAY "File Status: " REPRINT-FILE-STATUS
                   SET WARNINGS-OCCURRED TO TRUE
               ELSE
                   PERFORM CAPTURE-TIMESTAMP
                   MOVE SPACES TO REPRINT-LINE
                   STRING "REPRINT OF " RIX-REPORT-NAME
                       DELIMITED BY SPACE
                       " FOR " RIX-RUN-DATE
                       " REQUESTED BY " OPERATOR-ID
                       " AT " TIMESTAMP-FULL
                       DELIMITED BY SIZE INTO REPRINT-LINE
                   WRITE REPRINT-LINE
                   MOVE SPACES TO REPRINT-LINE
                   WRITE REPRINT-LINE
                   MOVE ZERO TO LINES-REPRINTED
                   MOVE 'N' TO END-OF-STORE
                   PERFORM REPRINT-NEXT-STORE-LINE
                       UNTIL NO-MORE-STORE
                   CLOSE REPRINT-FILE
                   DISPLAY LINES-REPRINTED " lines sent to "
                       FUNCTION TRIM(REPRINT-FILE-NAME)
               END-IF
               CLOSE ARCHIVE-STORE-FILE
           END-IF.

       REPRINT-NEXT-STORE-LINE.
           READ ARCHIVE-STORE-FILE
               AT END
                   SET NO-MORE-STORE TO TRUE
               NOT AT END
                   IF RAL-RUN-DATE = SELECTED-RUN-DATE
                       MOVE RAL-TEXT TO REPRINT-LINE
                       WRITE REPRINT-LINE
                       ADD 1 TO LINES-REPRINTED
                   END-IF
           END-READ.

       DETERMINE-RETURN-CODE.
           IF PROGRAM-RETURN-CODE = 0 AND WARNINGS-OCCURRED
               MOVE 4 TO PROGRAM-RETURN-CODE
           END-IF.

       CLEANUP.
           CLOSE REPORT-INDEX-FILE
           CLOSE SECURITY-FILE.

       END PROGRAM REPORT-REPRINT.
