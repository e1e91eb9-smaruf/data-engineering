       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVENTORY-COUNT.
       AUTHOR. MUHAMMAD SHAMSUL MARUF.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * PHYSICAL INVENTORY AND CYCLE COUNT                            *
      * Puts the on-hand counts back in line with the shelves. The    *
      * first run prints blind count sheets (no book quantity shown)  *
      * from product-master.dat, either for one PROD-CATEGORY (blank  *
      * for the full wall-to-wall count) or for the next group of a   *
      * rotating cycle count, and freezes each product's book         *
      * quantity and unit cost on inventory-count.dat. The second run *
      * loads the keyed counts from physical-count.txt and prints the *
      * variance report in units and at the frozen unit cost. A       *
      * supervisor (administration authority) then approves the       *
      * adjustment: on-hand moves by the variance, any sales relief   *
      * REPORT-GENERATOR held while the product was frozen comes off, *
      * the shrinkage and overage values go to gl-interface.txt, and  *
      * the freeze is released. Operators sign on the way             *
      * ARCHIVE-INQUIRY's do.                                         *
      * Each sheet counts one stocking location (blank is the default *
      * location): the book quantity frozen is that location's        *
      * on-hand, the keyed count names its location, and the          *
      * approved variance moves the location's on-hand (and records   *
      * its last count) through STOCK-LOCATION-POST as well as the    *
      * product's total. The same product may be out at several       *
      * locations at once.                                            *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-MASTER
               ASSIGN TO "../data/output/product-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-ID
               FILE STATUS IS PRODUCT-FILE-STATUS.

           SELECT COUNT-FILE
               ASSIGN TO "../data/output/inventory-count.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNT-KEY
               FILE STATUS IS FILE-STATUS.

           SELECT SECURITY-FILE
               ASSIGN TO "../data/output/operators.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-OPERATOR-ID
               FILE STATUS IS SECURITY-FILE-STATUS.

           SELECT CYCLE-CONTROL-FILE
               ASSIGN TO "../data/output/cycle-count-control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CYCLE-FILE-STATUS.

           SELECT COUNT-FEED-FILE
               ASSIGN TO "../data/input/physical-count.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEED-FILE-STATUS.

           SELECT COUNT-SHEET-FILE
               ASSIGN TO "../data/output/count-sheets.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHEET-FILE-STATUS.

           SELECT VARIANCE-REPORT-FILE
               ASSIGN TO "../data/output/count-variance-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

           SELECT ADJUSTMENT-LOG-FILE
               ASSIGN TO "../data/output/count-adjustment-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADJLOG-FILE-STATUS.

           SELECT GL-INTERFACE-FILE
               ASSIGN TO "../data/output/gl-interface.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-FILE-STATUS.

           SELECT COMPANY-PROFILE-FILE
               ASSIGN TO "../data/input/company-profile.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROFILE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-MASTER.
       01  PRODUCT-RECORD.
           COPY "prodrec.cpy".

       FD  COUNT-FILE.
       01  COUNT-RECORD.
           COPY "cntrec.cpy".

       FD  SECURITY-FILE.
       01  SECURITY-RECORD.
           COPY "secrec.cpy".

      * Number of cycle-count groups and the group counted last.
       FD  CYCLE-CONTROL-FILE.
       01  CYCLE-CONTROL-RECORD.
           05  CYC-GROUP-COUNT         PIC 9(2).
           05  FILLER                  PIC X(1).
           05  CYC-LAST-GROUP          PIC 9(2).

       FD  COUNT-FEED-FILE.
       01  COUNT-FEED-RECORD.
           05  PCT-PROD-ID             PIC X(10).
           05  FILLER                  PIC X(1).
           05  PCT-COUNTED-QTY         PIC 9(7).
           05  FILLER                  PIC X(1).
           05  PCT-LOCATION            PIC X(4).

       FD  COUNT-SHEET-FILE.
       01  SHEET-LINE                  PIC X(100).

       FD  VARIANCE-REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).

       FD  ADJUSTMENT-LOG-FILE.
       01  ADJLOG-RECORD.
           05  ADJ-DATE                PIC 9(8).
           05  FILLER                  PIC X(1).
           05  ADJ-OPERATOR            PIC X(8).
           05  FILLER                  PIC X(1).
           05  ADJ-PROD-ID             PIC X(10).
           05  FILLER                  PIC X(1).
           05  ADJ-BOOK-QTY            PIC -(7)9.
           05  FILLER                  PIC X(1).
           05  ADJ-COUNTED-QTY         PIC -(7)9.
           05  FILLER                  PIC X(1).
           05  ADJ-SALES-HELD-QTY      PIC -(7)9.
           05  FILLER                  PIC X(1).
           05  ADJ-NEW-ON-HAND         PIC -(7)9.
           05  FILLER                  PIC X(1).
           05  ADJ-VALUE               PIC -(9)9.99.
           05  FILLER                  PIC X(1).
           05  ADJ-LOCATION            PIC X(4).

       FD  GL-INTERFACE-FILE.
       01  GL-ENTRY-LINE               PIC X(132).

       FD  COMPANY-PROFILE-FILE.
       01  COMPANY-PROFILE-RECORD.
           COPY "comprof.cpy".

       WORKING-STORAGE SECTION.
       01  FILE-STATUS             PIC XX.
           88  FILE-OK             VALUE "00".
           88  RECORD-NOT-FOUND    VALUE "23".
           88  DUPLICATE-KEY       VALUE "22".
       01  PRODUCT-FILE-STATUS     PIC XX.
       01  SECURITY-FILE-STATUS    PIC XX.
       01  CYCLE-FILE-STATUS       PIC XX.
       01  FEED-FILE-STATUS        PIC XX.
       01  SHEET-FILE-STATUS       PIC XX.
       01  REPORT-FILE-STATUS      PIC XX.
       01  ADJLOG-FILE-STATUS      PIC XX.
       01  GL-FILE-STATUS          PIC XX.
       01  PROFILE-FILE-STATUS     PIC XX.

       01  PROGRAM-RETURN-CODE     PIC 9(3) VALUE ZERO.
       01  WARNING-FLAG            PIC X VALUE 'N'.
           88  WARNINGS-OCCURRED   VALUE 'Y'.

       01  USER-CHOICE             PIC 9.
           88  CHOICE-CATEGORY-SHEETS VALUE 1.
           88  CHOICE-CYCLE-SHEETS VALUE 2.
           88  CHOICE-LOAD-COUNTS  VALUE 3.
           88  CHOICE-POST-ADJUST  VALUE 4.
           88  CHOICE-LIST-FROZEN  VALUE 5.
           88  CHOICE-EXIT         VALUE 9.

       01  CONTINUE-FLAG           PIC X VALUE 'Y'.
       01  TODAY-YYYYMMDD          PIC 9(8).

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
       01  JOURNAL-PROGRAM-NAME    PIC X(20) VALUE "INVENTORY-COUNT".
       01  JOURNAL-RESULT          PIC X(8).
       01  JOURNAL-LOCKOUT-FLAG    PIC X(1).
           88  JOURNAL-LOCKED-OUT  VALUE 'Y'.

      * Sheet selection: one category (spaces = every product) or
      * one group of the rotating cycle count.
       01  SELECT-CATEGORY         PIC X(15).
       01  SELECTION-MODE          PIC X.
           88  SELECT-BY-CATEGORY  VALUE 'C'.
           88  SELECT-BY-CYCLE     VALUE 'Y'.
       01  CYCLE-GROUP-COUNT       PIC 9(2) VALUE 4.
       01  CYCLE-GROUP             PIC 9(2) VALUE ZERO.
       01  PRODUCT-ORDINAL         PIC 9(7).
       01  PRODUCT-GROUP           PIC 9(2).
       01  ORDINAL-QUOTIENT        PIC 9(7).
       01  END-OF-PRODUCTS         PIC X.
           88  NO-MORE-PRODUCTS    VALUE 'Y'.
       01  END-OF-COUNTS           PIC X.
           88  NO-MORE-COUNTS      VALUE 'Y'.
       01  END-OF-FEED             PIC X.
           88  NO-MORE-FEED        VALUE 'Y'.

      * The location a sheet is printed for, and the location
      * service that holds each location's on-hand.
       01  COUNT-LOCATION          PIC X(4).
       01  STOCK-LOCATION-REQUEST.
           COPY "stlreq.cpy".
       01  LOCATION-SWITCH         PIC X.
           88  LOCATION-CHOSEN     VALUE 'Y'.

       01  FROZEN-COUNT            PIC 9(6).
       01  SKIPPED-COUNT           PIC 9(6).
       01  LOADED-COUNT            PIC 9(6).
       01  UNKNOWN-COUNT           PIC 9(6).
       01  UNCOUNTED-COUNT         PIC 9(6).
       01  POSTED-COUNT            PIC 9(6).

       01  VARIANCE-QTY            PIC S9(8).
       01  VARIANCE-VALUE          PIC S9(9)V99.
       01  SHRINKAGE-TOTAL         PIC 9(10)V99.
       01  OVERAGE-TOTAL           PIC 9(10)V99.
       01  NET-VARIANCE-TOTAL      PIC S9(10)V99.

       01  SHEET-DETAIL-LINE.
           05  SHT-PROD-ID         PIC X(10).
           05  FILLER              PIC X(3) VALUE " | ".
           05  SHT-DESCRIPTION     PIC X(22).
           05  FILLER              PIC X(3) VALUE " | ".
           05  SHT-CATEGORY        PIC X(15).
           05  FILLER              PIC X(3) VALUE " | ".
           05  SHT-COUNT-BLANK     PIC X(12) VALUE "____________".

       01  VARIANCE-DETAIL-LINE.
           05  VAR-PROD-ID         PIC X(10).
           05  FILLER              PIC X(3) VALUE " | ".
           05  VAR-LOCATION        PIC X(4).
           05  FILLER              PIC X(3) VALUE " | ".
           05  VAR-CATEGORY        PIC X(15).
           05  FILLER              PIC X(3) VALUE " | ".
           05  VAR-BOOK-QTY        PIC -,---,--9.
           05  FILLER              PIC X(3) VALUE " | ".
           05  VAR-COUNTED-QTY     PIC -,---,--9.
           05  FILLER              PIC X(3) VALUE " | ".
           05  VAR-VARIANCE-QTY    PIC -,---,--9.
           05  FILLER              PIC X(3) VALUE " | ".
           05  VAR-UNIT-COST       PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(3) VALUE " | ".
           05  VAR-VALUE           PIC -,---,---,--9.99.
           05  FILLER              PIC X(3) VALUE " | ".
           05  VAR-NOTE            PIC X(14).

       01  TOTAL-EDIT              PIC -,---,---,--9.99.
       01  REPORT-DETAIL           PIC X(132).

      * Shrinkage debits and overage credits the inventory-variance
      * expense account; gl-account-map.txt carries the inventory
      * side.
       01  GL-SHRINK-ACCOUNT       PIC X(10) VALUE "6200-SHRNK".
       01  GL-PERIOD               PIC 9(6).
       01  GL-AMOUNT-FIELD         PIC ZZZZZZZZZ9.99.
       01  GL-HEADER-LINE          PIC X(132) VALUE
           "GL_ACCOUNT,DR_CR,AMOUNT,PERIOD,SOURCE_REFERENCE".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-COMPANY-PROFILE
           PERFORM INITIALIZE-COUNT
           PERFORM SIGN-ON
           IF SIGNED-ON
               PERFORM PROCESS-MENU UNTIL CHOICE-EXIT
           END-IF
           PERFORM CLEANUP
           PERFORM DETERMINE-RETURN-CODE
           MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       INITIALIZE-COUNT.
           ACCEPT TODAY-YYYYMMDD FROM DATE YYYYMMDD

           OPEN I-O PRODUCT-MASTER
           IF PRODUCT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open product master"
               DISPLAY "File Status: " PRODUCT-FILE-STATUS
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O COUNT-FILE
           IF FILE-STATUS = "35"
               CLOSE COUNT-FILE
               OPEN OUTPUT COUNT-FILE
               CLOSE COUNT-FILE
               OPEN I-O COUNT-FILE
           END-IF
           IF NOT FILE-OK
               DISPLAY "ERROR: cannot initialize inventory count file"
               DISPLAY "File Status: " FILE-STATUS
               CLOSE PRODUCT-MASTER
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O SECURITY-FILE
           IF SECURITY-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open operator security file"
               DISPLAY "File Status: " SECURITY-FILE-STATUS
               CLOSE PRODUCT-MASTER
               CLOSE COUNT-FILE
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

      * Printing sheets and loading counts need update authority;
      * approving the adjustment is a supervisor's call and needs
      * administration authority.
       PROCESS-MENU.
           PERFORM DISPLAY-MENU
           ACCEPT USER-CHOICE

           EVALUATE TRUE
               WHEN (CHOICE-CATEGORY-SHEETS OR CHOICE-CYCLE-SHEETS
                   OR CHOICE-LOAD-COUNTS) AND OPERATOR-AUTHORITY < 2
                   DISPLAY "ERROR: operator " OPERATOR-ID
                       " is not authorized to run counts"
                   SET WARNINGS-OCCURRED TO TRUE
               WHEN CHOICE-POST-ADJUST AND OPERATOR-AUTHORITY < 3
                   DISPLAY "ERROR: operator " OPERATOR-ID
                       " is not authorized to approve count "
                       "adjustments"
                   SET WARNINGS-OCCURRED TO TRUE
               WHEN CHOICE-CATEGORY-SHEETS
                   PERFORM SELECT-COUNT-LOCATION
                   IF LOCATION-CHOSEN
                       PERFORM PRINT-CATEGORY-SHEETS
                   END-IF
               WHEN CHOICE-CYCLE-SHEETS
                   PERFORM SELECT-COUNT-LOCATION
                   IF LOCATION-CHOSEN
                       PERFORM PRINT-CYCLE-SHEETS
                   END-IF
               WHEN CHOICE-LOAD-COUNTS
                   PERFORM LOAD-COUNTS-AND-REPORT
               WHEN CHOICE-POST-ADJUST
                   PERFORM APPROVE-AND-POST
               WHEN CHOICE-LIST-FROZEN
                   PERFORM LIST-FROZEN-PRODUCTS
               WHEN CHOICE-EXIT
                   DISPLAY "Exiting program..."
               WHEN OTHER
                   DISPLAY "Invalid choice. Please try again."
           END-EVALUATE

           DISPLAY " ".

       DISPLAY-MENU.
           DISPLAY " "
           DISPLAY "===== PHYSICAL INVENTORY / CYCLE COUNT ====="
           DISPLAY "1. Print Count Sheets by Category"
           DISPLAY "2. Print Next Cycle-Count Sheets"
           DISPLAY "3. Load Counts and Print Variance Report"
           DISPLAY "4. Approve and Post Count Adjustments"
           DISPLAY "5. List Products Frozen for Count"
           DISPLAY "9. Exit"
           DISPLAY "============================================"
           DISPLAY "Enter your choice: " WITH NO ADVANCING.

       SELECT-COUNT-LOCATION.
           MOVE 'N' TO LOCATION-SWITCH
           DISPLAY "Enter Location (blank = default): "
               WITH NO ADVANCING
           ACCEPT COUNT-LOCATION
           SET SLQ-VALIDATE TO TRUE
           MOVE SPACES TO SLQ-PROD-ID
           MOVE COUNT-LOCATION TO SLQ-LOCATION
           CALL "STOCK-LOCATION-POST" USING STOCK-LOCATION-REQUEST
           IF SLQ-OK
               MOVE SLQ-LOCATION TO COUNT-LOCATION
               SET LOCATION-CHOSEN TO TRUE
           ELSE
               DISPLAY "ERROR: location " SLQ-LOCATION
                   " is not on the location list"
               SET WARNINGS-OCCURRED TO TRUE
           END-IF.

       PRINT-CATEGORY-SHEETS.
           DISPLAY "--- COUNT SHEETS BY CATEGORY ---"
           DISPLAY "Enter Category (blank = all products): "
               WITH NO ADVANCING
           ACCEPT SELECT-CATEGORY
           SET SELECT-BY-CATEGORY TO TRUE
           PERFORM OPEN-COUNT-SHEETS
           IF SELECT-CATEGORY = SPACES
               MOVE "SELECTION: ALL PRODUCTS" TO SHEET-LINE
           ELSE
               MOVE SPACES TO SHEET-LINE
               STRING "SELECTION: CATEGORY " SELECT-CATEGORY
                   DELIMITED BY SIZE INTO SHEET-LINE
           END-IF
           PERFORM WRITE-SHEET-COLUMN-HEADER
           PERFORM FREEZE-SELECTED-PRODUCTS
           PERFORM CLOSE-COUNT-SHEETS.

      * The cycle count walks the master in key order and deals the
      * products into CYCLE-GROUP-COUNT groups; each run counts the
      * next group, so every product is counted once per rotation.
       PRINT-CYCLE-SHEETS.
           DISPLAY "--- CYCLE-COUNT SHEETS ---"
           MOVE ZERO TO CYCLE-GROUP
           OPEN INPUT CYCLE-CONTROL-FILE
           IF CYCLE-FILE-STATUS = "00"
               READ CYCLE-CONTROL-FILE
               IF CYCLE-FILE-STATUS = "00"
                   IF CYC-GROUP-COUNT NUMERIC AND CYC-GROUP-COUNT > 0
                       MOVE CYC-GROUP-COUNT TO CYCLE-GROUP-COUNT
                   END-IF
                   IF CYC-LAST-GROUP NUMERIC
                       MOVE CYC-LAST-GROUP TO CYCLE-GROUP
                   END-IF
               END-IF
               CLOSE CYCLE-CONTROL-FILE
           END-IF
           ADD 1 TO CYCLE-GROUP
           IF CYCLE-GROUP > CYCLE-GROUP-COUNT
               MOVE 1 TO CYCLE-GROUP
           END-IF

           SET SELECT-BY-CYCLE TO TRUE
           PERFORM OPEN-COUNT-SHEETS
           MOVE SPACES TO SHEET-LINE
           STRING "SELECTION: CYCLE GROUP " CYCLE-GROUP " OF "
               CYCLE-GROUP-COUNT
               DELIMITED BY SIZE INTO SHEET-LINE
           PERFORM WRITE-SHEET-COLUMN-HEADER
           PERFORM FREEZE-SELECTED-PRODUCTS
           PERFORM CLOSE-COUNT-SHEETS

           OPEN OUTPUT CYCLE-CONTROL-FILE
           IF CYCLE-FILE-STATUS = "00"
               MOVE SPACES TO CYCLE-CONTROL-RECORD
               MOVE CYCLE-GROUP-COUNT TO CYC-GROUP-COUNT
               MOVE CYCLE-GROUP TO CYC-LAST-GROUP
               WRITE CYCLE-CONTROL-RECORD
               CLOSE CYCLE-CONTROL-FILE
           ELSE
               DISPLAY "WARNING: cannot save cycle-count group"
                   " (status " CYCLE-FILE-STATUS ")"
               SET WARNINGS-OCCURRED TO TRUE
           END-IF.

       OPEN-COUNT-SHEETS.
           MOVE ZERO TO FROZEN-COUNT
           MOVE ZERO TO SKIPPED-COUNT
           OPEN OUTPUT COUNT-SHEET-FILE
           MOVE SPACES TO SHEET-LINE
           STRING "PHYSICAL INVENTORY COUNT SHEET    DATE: "
               TODAY-YYYYMMDD "    COUNTER: ____________"
               "    LOCATION: " COUNT-LOCATION
               DELIMITED BY SIZE INTO SHEET-LINE
           WRITE SHEET-LINE.

       WRITE-SHEET-COLUMN-HEADER.
           WRITE SHEET-LINE
           MOVE SPACES TO SHEET-LINE
           WRITE SHEET-LINE
           MOVE SPACES TO SHEET-LINE
           STRING "PRODUCT ID | DESCRIPTION            | "
               "CATEGORY        | COUNTED QTY"
               DELIMITED BY SIZE INTO SHEET-LINE
           WRITE SHEET-LINE
           MOVE ALL "-" TO SHEET-LINE
           WRITE SHEET-LINE.

       FREEZE-SELECTED-PRODUCTS.
           MOVE ZERO TO PRODUCT-ORDINAL
           MOVE 'N' TO END-OF-PRODUCTS
           MOVE LOW-VALUES TO PROD-ID
           START PRODUCT-MASTER KEY IS >= PROD-ID
               INVALID KEY
                   SET NO-MORE-PRODUCTS TO TRUE
           END-START
           PERFORM SELECT-NEXT-PRODUCT UNTIL NO-MORE-PRODUCTS.

       SELECT-NEXT-PRODUCT.
           READ PRODUCT-MASTER NEXT RECORD
               AT END
                   SET NO-MORE-PRODUCTS TO TRUE
               NOT AT END
                   ADD 1 TO PRODUCT-ORDINAL
                   IF SELECT-BY-CYCLE
                       DIVIDE PRODUCT-ORDINAL BY CYCLE-GROUP-COUNT
                           GIVING ORDINAL-QUOTIENT
                           REMAINDER PRODUCT-GROUP
                       IF PRODUCT-GROUP = 0
                           MOVE CYCLE-GROUP-COUNT TO PRODUCT-GROUP
                       END-IF
                       IF PRODUCT-GROUP = CYCLE-GROUP
                           PERFORM FREEZE-ONE-PRODUCT
                       END-IF
                   ELSE
                       IF SELECT-CATEGORY = SPACES
                           OR PROD-CATEGORY = SELECT-CATEGORY
                           PERFORM FREEZE-ONE-PRODUCT
                       END-IF
                   END-IF
           END-READ.

      * A product already out on an uncounted or unposted sheet for
      * the location keeps its original freeze; it is not frozen a
      * second time. The book quantity is the location's on-hand -
      * zero when the product has never been stocked there.
       FREEZE-ONE-PRODUCT.
           SET SLQ-READ TO TRUE
           MOVE PROD-ID TO SLQ-PROD-ID
           MOVE COUNT-LOCATION TO SLQ-LOCATION
           CALL "STOCK-LOCATION-POST" USING STOCK-LOCATION-REQUEST
           MOVE SPACES TO COUNT-RECORD
           MOVE PROD-ID TO CNT-PROD-ID
           MOVE COUNT-LOCATION TO CNT-LOCATION
           MOVE PROD-CATEGORY TO CNT-CATEGORY
           MOVE TODAY-YYYYMMDD TO CNT-FREEZE-DATE
           MOVE SLQ-ON-HAND TO CNT-BOOK-QTY
           MOVE PROD-UNIT-COST TO CNT-UNIT-COST
           MOVE ZERO TO CNT-COUNTED-QTY
           MOVE ZERO TO CNT-SALES-HELD-QTY
           SET CNT-IS-FROZEN TO TRUE
           WRITE COUNT-RECORD
           EVALUATE TRUE
               WHEN FILE-OK
                   ADD 1 TO FROZEN-COUNT
                   MOVE PROD-ID TO SHT-PROD-ID
                   MOVE PROD-DESCRIPTION TO SHT-DESCRIPTION
                   MOVE PROD-CATEGORY TO SHT-CATEGORY
                   WRITE SHEET-LINE FROM SHEET-DETAIL-LINE
               WHEN DUPLICATE-KEY
                   ADD 1 TO SKIPPED-COUNT
               WHEN OTHER
                   SET WARNINGS-OCCURRED TO TRUE
                   DISPLAY "WARNING: cannot freeze " PROD-ID
                       " status " FILE-STATUS
           END-EVALUATE.

       CLOSE-COUNT-SHEETS.
           MOVE SPACES TO SHEET-LINE
           WRITE SHEET-LINE
           MOVE SPACES TO SHEET-LINE
           STRING "PRODUCTS ON THIS SHEET: " FROZEN-COUNT
               DELIMITED BY SIZE INTO SHEET-LINE
           WRITE SHEET-LINE
           CLOSE COUNT-SHEET-FILE
           DISPLAY "SUCCESS: " FROZEN-COUNT " products frozen for "
               "count, " SKIPPED-COUNT " already on an open sheet"
           DISPLAY "Sheets saved to: ../data/output/count-sheets.txt".

       LOAD-COUNTS-AND-REPORT.
           DISPLAY "--- LOAD COUNTS AND PRINT VARIANCE REPORT ---"
           MOVE ZERO TO LOADED-COUNT
           MOVE ZERO TO UNKNOWN-COUNT
           OPEN INPUT COUNT-FEED-FILE
           IF FEED-FILE-STATUS NOT = "00"
               DISPLAY "NOTE: no physical-count.txt supplied - "
                   "reporting counts already loaded"
           ELSE
               MOVE 'N' TO END-OF-FEED
               PERFORM LOAD-ONE-COUNT UNTIL NO-MORE-FEED
               CLOSE COUNT-FEED-FILE
               DISPLAY "Counts loaded: " LOADED-COUNT
                   ", not on any open sheet: " UNKNOWN-COUNT
           END-IF
           PERFORM PRINT-VARIANCE-REPORT.

       LOAD-ONE-COUNT.
           READ COUNT-FEED-FILE
               AT END
                   SET NO-MORE-FEED TO TRUE
               NOT AT END
                   PERFORM APPLY-ONE-COUNT
           END-READ.

      * A count with no location is for the default location.
       APPLY-ONE-COUNT.
           SET SLQ-VALIDATE TO TRUE
           MOVE PCT-PROD-ID TO SLQ-PROD-ID
           MOVE PCT-LOCATION TO SLQ-LOCATION
           CALL "STOCK-LOCATION-POST" USING STOCK-LOCATION-REQUEST
           MOVE PCT-PROD-ID TO CNT-PROD-ID
           MOVE SLQ-LOCATION TO CNT-LOCATION
           READ COUNT-FILE KEY IS CNT-KEY
           EVALUATE TRUE
               WHEN NOT FILE-OK
                   ADD 1 TO UNKNOWN-COUNT
                   SET WARNINGS-OCCURRED TO TRUE
                   DISPLAY "WARNING: " PCT-PROD-ID " at "
                       CNT-LOCATION
                       " is not on an open count sheet - ignored"
               WHEN PCT-COUNTED-QTY NOT NUMERIC
                   ADD 1 TO UNKNOWN-COUNT
                   SET WARNINGS-OCCURRED TO TRUE
                   DISPLAY "WARNING: count for " PCT-PROD-ID
                       " is not numeric - ignored"
               WHEN OTHER
                   MOVE PCT-COUNTED-QTY TO CNT-COUNTED-QTY
                   SET CNT-IS-COUNTED TO TRUE
                   REWRITE COUNT-RECORD
                   IF FILE-OK
                       ADD 1 TO LOADED-COUNT
                   ELSE
                       SET WARNINGS-OCCURRED TO TRUE
                       DISPLAY "WARNING: count for " PCT-PROD-ID
                           " not saved, status " FILE-STATUS
                   END-IF
           END-EVALUATE.

       PRINT-VARIANCE-REPORT.
           OPEN OUTPUT VARIANCE-REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               SET WARNINGS-OCCURRED TO TRUE
               DISPLAY "ERROR: cannot open count-variance-report.txt"
               DISPLAY "File Status: " REPORT-FILE-STATUS
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "PHYSICAL COUNT VARIANCE REPORT    DATE: "
                   TODAY-YYYYMMDD
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "PRODUCT ID | LOC  | CATEGORY        | "
                   "     BOOK | "
                   "  COUNTED |  VARIANCE | UNIT COST | "
                   "           VALUE | NOTE"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE ALL "-" TO REPORT-LINE
               WRITE REPORT-LINE

               MOVE ZERO TO SHRINKAGE-TOTAL
               MOVE ZERO TO OVERAGE-TOTAL
               MOVE ZERO TO UNCOUNTED-COUNT
               PERFORM START-COUNT-SCAN
               PERFORM REPORT-NEXT-COUNT UNTIL NO-MORE-COUNTS
               PERFORM PRINT-VARIANCE-TOTALS
               CLOSE VARIANCE-REPORT-FILE
               DISPLAY "Report saved to: "
                   "../data/output/count-variance-report.txt"
           END-IF.

       START-COUNT-SCAN.
           MOVE 'N' TO END-OF-COUNTS
           MOVE LOW-VALUES TO CNT-KEY
           START COUNT-FILE KEY IS >= CNT-KEY
               INVALID KEY
                   SET NO-MORE-COUNTS TO TRUE
           END-START.

       REPORT-NEXT-COUNT.
           READ COUNT-FILE NEXT RECORD
               AT END
                   SET NO-MORE-COUNTS TO TRUE
               NOT AT END
                   PERFORM PRINT-ONE-VARIANCE
           END-READ.

       PRINT-ONE-VARIANCE.
           MOVE CNT-PROD-ID TO VAR-PROD-ID
           MOVE CNT-LOCATION TO VAR-LOCATION
           MOVE CNT-CATEGORY TO VAR-CATEGORY
           MOVE CNT-BOOK-QTY TO VAR-BOOK-QTY
           MOVE CNT-UNIT-COST TO VAR-UNIT-COST
           IF CNT-IS-COUNTED
               PERFORM COMPUTE-VARIANCE
               MOVE CNT-COUNTED-QTY TO VAR-COUNTED-QTY
               MOVE VARIANCE-QTY TO VAR-VARIANCE-QTY
               MOVE VARIANCE-VALUE TO VAR-VALUE
               EVALUATE TRUE
                   WHEN VARIANCE-QTY < 0
                       MOVE "SHRINKAGE" TO VAR-NOTE
                   WHEN VARIANCE-QTY > 0
                       MOVE "OVERAGE" TO VAR-NOTE
                   WHEN OTHER
                       MOVE SPACES TO VAR-NOTE
               END-EVALUATE
           ELSE
               ADD 1 TO UNCOUNTED-COUNT
               MOVE ZERO TO VAR-COUNTED-QTY
               MOVE ZERO TO VAR-VARIANCE-QTY
               MOVE ZERO TO VAR-VALUE
               MOVE "NOT COUNTED" TO VAR-NOTE
           END-IF
           WRITE REPORT-LINE FROM VARIANCE-DETAIL-LINE.

       COMPUTE-VARIANCE.
           COMPUTE VARIANCE-QTY = CNT-COUNTED-QTY - CNT-BOOK-QTY
           COMPUTE VARIANCE-VALUE ROUNDED =
               VARIANCE-QTY * CNT-UNIT-COST
           IF VARIANCE-VALUE < 0
               SUBTRACT VARIANCE-VALUE FROM SHRINKAGE-TOTAL
           ELSE
               ADD VARIANCE-VALUE TO OVERAGE-TOTAL
           END-IF.

       PRINT-VARIANCE-TOTALS.
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SHRINKAGE-TOTAL TO TOTAL-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "SHRINKAGE AT COST:    " TOTAL-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE OVERAGE-TOTAL TO TOTAL-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "OVERAGE AT COST:      " TOTAL-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           COMPUTE NET-VARIANCE-TOTAL = OVERAGE-TOTAL - SHRINKAGE-TOTAL
           MOVE NET-VARIANCE-TOTAL TO TOTAL-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "NET VARIANCE AT COST: " TOTAL-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF UNCOUNTED-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               STRING "FROZEN BUT NOT YET COUNTED: " UNCOUNTED-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      * Every counted product posts: on-hand moves by the variance
      * (so receipts booked since the freeze are kept), the sales
      * relief held during the count comes off, and the freeze row
      * is deleted to release the product. Frozen products with no
      * count yet stay frozen for a later approval.
       APPROVE-AND-POST.
           DISPLAY "--- APPROVE AND POST COUNT ADJUSTMENTS ---"
           DISPLAY "Post all counted variances as approved by "
               OPERATOR-ID "? (Y/N): " WITH NO ADVANCING
           ACCEPT CONTINUE-FLAG
           IF CONTINUE-FLAG NOT = 'Y' AND CONTINUE-FLAG NOT = 'y'
               DISPLAY "Posting cancelled"
           ELSE
               MOVE ZERO TO POSTED-COUNT
               MOVE ZERO TO UNCOUNTED-COUNT
               MOVE ZERO TO SHRINKAGE-TOTAL
               MOVE ZERO TO OVERAGE-TOTAL
               OPEN EXTEND ADJUSTMENT-LOG-FILE
               IF ADJLOG-FILE-STATUS = "35"
                   OPEN OUTPUT ADJUSTMENT-LOG-FILE
                   CLOSE ADJUSTMENT-LOG-FILE
                   OPEN EXTEND ADJUSTMENT-LOG-FILE
               END-IF
               PERFORM START-COUNT-SCAN
               PERFORM POST-NEXT-COUNT UNTIL NO-MORE-COUNTS
               CLOSE ADJUSTMENT-LOG-FILE
               PERFORM WRITE-VARIANCE-GL-ENTRIES
               MOVE SHRINKAGE-TOTAL TO TOTAL-EDIT
               DISPLAY "SUCCESS: " POSTED-COUNT " products adjusted,"
                   " shrinkage " TOTAL-EDIT
               MOVE OVERAGE-TOTAL TO TOTAL-EDIT
               DISPLAY "         overage " TOTAL-EDIT ", "
                   UNCOUNTED-COUNT " still awaiting a count"
           END-IF.

       POST-NEXT-COUNT.
           READ COUNT-FILE NEXT RECORD
               AT END
                   SET NO-MORE-COUNTS TO TRUE
               NOT AT END
                   IF CNT-IS-COUNTED
                       PERFORM POST-ONE-ADJUSTMENT
                   ELSE
                       ADD 1 TO UNCOUNTED-COUNT
                   END-IF
           END-READ.

       POST-ONE-ADJUSTMENT.
           MOVE CNT-PROD-ID TO PROD-ID
           READ PRODUCT-MASTER KEY IS PROD-ID
           IF PRODUCT-FILE-STATUS NOT = "00"
               SET WARNINGS-OCCURRED TO TRUE
               DISPLAY "WARNING: " CNT-PROD-ID " no longer on the "
                   "product master - count released unposted"
               DELETE COUNT-FILE RECORD
           ELSE
               PERFORM COMPUTE-VARIANCE
               ADD VARIANCE-QTY TO PROD-QTY-ON-HAND
               SUBTRACT CNT-SALES-HELD-QTY FROM PROD-QTY-ON-HAND
               REWRITE PRODUCT-RECORD
               IF PRODUCT-FILE-STATUS = "00"
                   ADD 1 TO POSTED-COUNT
                   PERFORM POST-LOCATION-ADJUSTMENT
                   PERFORM WRITE-ADJUSTMENT-LOG
                   DELETE COUNT-FILE RECORD
                   IF NOT FILE-OK
                       SET WARNINGS-OCCURRED TO TRUE
                       DISPLAY "WARNING: freeze on " CNT-PROD-ID
                           " not released, status " FILE-STATUS
                   END-IF
               ELSE
                   SET WARNINGS-OCCURRED TO TRUE
                   DISPLAY "WARNING: adjustment for " CNT-PROD-ID
                       " failed, status " PRODUCT-FILE-STATUS
                   IF VARIANCE-VALUE < 0
                       ADD VARIANCE-VALUE TO SHRINKAGE-TOTAL
                   ELSE
                       SUBTRACT VARIANCE-VALUE FROM OVERAGE-TOTAL
                   END-IF
               END-IF
           END-IF.

      * The counted location moves by the same variance and held
      * relief as the product's total, and keeps the count as its
      * last one.
       POST-LOCATION-ADJUSTMENT.
           SET SLQ-POST-ON-HAND TO TRUE
           MOVE CNT-PROD-ID TO SLQ-PROD-ID
           MOVE CNT-LOCATION TO SLQ-LOCATION
           COMPUTE SLQ-QUANTITY = VARIANCE-QTY - CNT-SALES-HELD-QTY
           CALL "STOCK-LOCATION-POST" USING STOCK-LOCATION-REQUEST
           IF SLQ-OK
               SET SLQ-RECORD-COUNT TO TRUE
               MOVE CNT-LOCATION TO SLQ-LOCATION
               MOVE CNT-COUNTED-QTY TO SLQ-QUANTITY
               MOVE TODAY-YYYYMMDD TO SLQ-POST-DATE
               CALL "STOCK-LOCATION-POST" USING STOCK-LOCATION-REQUEST
           END-IF
           IF NOT SLQ-OK
               SET WARNINGS-OCCURRED TO TRUE
               DISPLAY "WARNING: location " CNT-LOCATION
                   " not adjusted for " CNT-PROD-ID
                   " - location totals need review"
           END-IF.

       WRITE-ADJUSTMENT-LOG.
           MOVE SPACES TO ADJLOG-RECORD
           MOVE TODAY-YYYYMMDD TO ADJ-DATE
           MOVE OPERATOR-ID TO ADJ-OPERATOR
           MOVE CNT-PROD-ID TO ADJ-PROD-ID
           MOVE CNT-BOOK-QTY TO ADJ-BOOK-QTY
           MOVE CNT-COUNTED-QTY TO ADJ-COUNTED-QTY
           MOVE CNT-SALES-HELD-QTY TO ADJ-SALES-HELD-QTY
           MOVE PROD-QTY-ON-HAND TO ADJ-NEW-ON-HAND
           MOVE VARIANCE-VALUE TO ADJ-VALUE
           MOVE CNT-LOCATION TO ADJ-LOCATION
           WRITE ADJLOG-RECORD.

       WRITE-VARIANCE-GL-ENTRIES.
           IF SHRINKAGE-TOTAL > 0 OR OVERAGE-TOTAL > 0
               OPEN EXTEND GL-INTERFACE-FILE
               IF GL-FILE-STATUS = "35"
                   OPEN OUTPUT GL-INTERFACE-FILE
                   MOVE GL-HEADER-LINE TO GL-ENTRY-LINE
                   WRITE GL-ENTRY-LINE
                   CLOSE GL-INTERFACE-FILE
                   OPEN EXTEND GL-INTERFACE-FILE
               END-IF
               IF GL-FILE-STATUS NOT = "00"
                   SET WARNINGS-OCCURRED TO TRUE
                   DISPLAY "WARNING: cannot open gl-interface.txt, "
                       "status " GL-FILE-STATUS
                       " - post the count variance by hand"
               ELSE
                   MOVE TODAY-YYYYMMDD(1:6) TO GL-PERIOD
                   IF SHRINKAGE-TOTAL > 0
                       MOVE SHRINKAGE-TOTAL TO GL-AMOUNT-FIELD
                       MOVE SPACES TO GL-ENTRY-LINE
                       STRING GL-SHRINK-ACCOUNT ",DR,"
                           FUNCTION TRIM(GL-AMOUNT-FIELD) ","
                           GL-PERIOD ",INV-COUNT"
                           DELIMITED BY SIZE INTO GL-ENTRY-LINE
                       WRITE GL-ENTRY-LINE
                   END-IF
                   IF OVERAGE-TOTAL > 0
                       MOVE OVERAGE-TOTAL TO GL-AMOUNT-FIELD
                       MOVE SPACES TO GL-ENTRY-LINE
                       STRING GL-SHRINK-ACCOUNT ",CR,"
                           FUNCTION TRIM(GL-AMOUNT-FIELD) ","
                           GL-PERIOD ",INV-COUNT"
                           DELIMITED BY SIZE INTO GL-ENTRY-LINE
                       WRITE GL-ENTRY-LINE
                   END-IF
                   CLOSE GL-INTERFACE-FILE
               END-IF
           END-IF.

       LIST-FROZEN-PRODUCTS.
           DISPLAY "--- PRODUCTS FROZEN FOR COUNT ---"
           DISPLAY "PRODUCT ID | LOC  | CATEGORY        | FROZEN   |"
               " ST | SALES HELD"
           DISPLAY "-----------|------|-----------------|----------|"
               "----|-----------"
           MOVE ZERO TO FROZEN-COUNT
           PERFORM START-COUNT-SCAN
           PERFORM LIST-NEXT-FROZEN UNTIL NO-MORE-COUNTS
           IF FROZEN-COUNT = 0
               DISPLAY "No products are frozen for count"
           END-IF.

       LIST-NEXT-FROZEN.
           READ COUNT-FILE NEXT RECORD
               AT END
                   SET NO-MORE-COUNTS TO TRUE
               NOT AT END
                   ADD 1 TO FROZEN-COUNT
                   MOVE CNT-SALES-HELD-QTY TO VAR-VARIANCE-QTY
                   DISPLAY CNT-PROD-ID " | " CNT-LOCATION " | "
                       CNT-CATEGORY " | "
                       CNT-FREEZE-DATE " | " CNT-STATUS "  | "
                       VAR-VARIANCE-QTY
           END-READ.

       DETERMINE-RETURN-CODE.
           IF PROGRAM-RETURN-CODE = 0 AND WARNINGS-OCCURRED
               MOVE 4 TO PROGRAM-RETURN-CODE
           END-IF.

       CLEANUP.
           CLOSE PRODUCT-MASTER
           CLOSE COUNT-FILE
           CLOSE SECURITY-FILE
           SET SLQ-CLOSE TO TRUE
           CALL "STOCK-LOCATION-POST" USING STOCK-LOCATION-REQUEST.

       READ-COMPANY-PROFILE.
           OPEN INPUT COMPANY-PROFILE-FILE
           IF PROFILE-FILE-STATUS = "00"
               READ COMPANY-PROFILE-FILE
               IF PROFILE-FILE-STATUS = "00"
                   PERFORM APPLY-COMPANY-PROFILE
               END-IF
               CLOSE COMPANY-PROFILE-FILE
           END-IF.

       APPLY-COMPANY-PROFILE.
           IF PROF-GL-SHRINK-ACCOUNT NOT = SPACES
               MOVE PROF-GL-SHRINK-ACCOUNT TO GL-SHRINK-ACCOUNT
           END-IF.

       END PROGRAM INVENTORY-COUNT.
