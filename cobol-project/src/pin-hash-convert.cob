       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIN-HASH-CONVERT.
       AUTHOR. MUHAMMAD SHAMSUL MARUF.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * OPERATOR PIN HASH ONE-TIME CONVERSION                         *
      * The SECURITY-RECORD grew from 49 to 57 bytes when the plain   *
      * PIN gave way to a salt and a one-way hash, so operators.dat   *
      * written under the old layout opens with file status 39 and    *
      * every sign-on fails. This utility reads the old-layout file   *
      * and rewrites it in the new layout, each operator's PIN        *
      * replaced by a fresh salt and the hash of that PIN (through    *
      * the shared PIN-HASH module) and a PIN change forced at the    *
      * next sign-on, so the PIN that sat readable on the file and    *
      * its backups stops working once the operator signs on. Run     *
      * once after the new programs are installed; a file already in  *
      * the new layout is left untouched. Retire the older backups    *
      * that still hold plain PINs once it has run.                   *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECURITY-FILE
               ASSIGN TO "../data/output/operators.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-OPERATOR-ID
               FILE STATUS IS FILE-STATUS.

           SELECT SECURITY-OLD-FILE
               ASSIGN TO "../data/output/operators.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-SEC-OPERATOR-ID
               FILE STATUS IS OLD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SECURITY-FILE.
       01  SECURITY-RECORD.
           COPY "secrec.cpy".

       FD  SECURITY-OLD-FILE.
       01  SECURITY-OLD-RECORD.
           05  OLD-SEC-OPERATOR-ID     PIC X(8).
           05  OLD-SEC-OPERATOR-PIN    PIC X(8).
           05  OLD-SEC-OPERATOR-NAME   PIC X(30).
           05  OLD-SEC-AUTHORITY-LEVEL PIC 9(1).
           05  OLD-SEC-STATUS-FLAG     PIC X(1).
           05  OLD-SEC-FORCE-PIN-CHANGE PIC X(1).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS             PIC XX.
           88  FILE-OK             VALUE "00".
       01  OLD-FILE-STATUS         PIC XX.

       01  END-OF-OPERATORS        PIC X VALUE 'N'.
           88  NO-MORE-OPERATORS   VALUE 'Y'.

      * Old-layout rows are held here between reading the old file
      * and rewriting it in the new layout.
       01  OPERATOR-TABLE.
           05  OPERATOR-ENTRY OCCURS 200 TIMES.
               10  OPT-ID              PIC X(8).
               10  OPT-PIN             PIC X(8).
               10  OPT-NAME            PIC X(30).
               10  OPT-AUTHORITY       PIC 9(1).
               10  OPT-STATUS          PIC X(1).
       01  OPERATOR-COUNT          PIC 9(3) VALUE 0.
       01  OPERATOR-IDX            PIC 9(3).

       01  PIN-HASH-REQUEST.
           COPY "pinreq.cpy".

       01  PROGRAM-RETURN-CODE     PIC 9(3) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CHECK-CURRENT-LAYOUT
           PERFORM LOAD-OLD-OPERATORS
           PERFORM REWRITE-NEW-LAYOUT
           DISPLAY "Conversion complete: " OPERATOR-COUNT
               " operators rewritten with hashed PINs"
           MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       CHECK-CURRENT-LAYOUT.
           OPEN INPUT SECURITY-FILE
           EVALUATE TRUE
               WHEN FILE-OK
                   CLOSE SECURITY-FILE
                   DISPLAY "operators.dat already holds hashed PINs "
                       "- nothing to convert"
                   MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
                   STOP RUN
               WHEN FILE-STATUS = "35"
                   DISPLAY "operators.dat does not exist - nothing "
                       "to convert"
                   MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
                   STOP RUN
               WHEN FILE-STATUS = "39"
                   DISPLAY "operators.dat holds plain PINs - "
                       "converting"
               WHEN OTHER
                   DISPLAY "ERROR: cannot open operators.dat"
                   DISPLAY "File Status: " FILE-STATUS
                   MOVE 16 TO PROGRAM-RETURN-CODE
                   MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       LOAD-OLD-OPERATORS.
           OPEN INPUT SECURITY-OLD-FILE
           IF OLD-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open operators.dat with the "
                   "plain-PIN layout either - run SECURITY-CONVERT "
                   "first if it predates operator authority levels"
               DISPLAY "File Status: " OLD-FILE-STATUS
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-NEXT-OPERATOR UNTIL NO-MORE-OPERATORS
           CLOSE SECURITY-OLD-FILE

           IF OPERATOR-COUNT = 0
               DISPLAY "NOTE: no operator rows found to convert"
           END-IF.

       LOAD-NEXT-OPERATOR.
           READ SECURITY-OLD-FILE NEXT RECORD
               AT END
                   SET NO-MORE-OPERATORS TO TRUE
               NOT AT END
                   IF OPERATOR-COUNT < 200
                       ADD 1 TO OPERATOR-COUNT
                       MOVE OLD-SEC-OPERATOR-ID
                           TO OPT-ID(OPERATOR-COUNT)
                       MOVE OLD-SEC-OPERATOR-PIN
                           TO OPT-PIN(OPERATOR-COUNT)
                       MOVE OLD-SEC-OPERATOR-NAME
                           TO OPT-NAME(OPERATOR-COUNT)
                       MOVE OLD-SEC-AUTHORITY-LEVEL
                           TO OPT-AUTHORITY(OPERATOR-COUNT)
                       MOVE OLD-SEC-STATUS-FLAG
                           TO OPT-STATUS(OPERATOR-COUNT)
                   ELSE
                       DISPLAY "ERROR: operator table full - "
                           "conversion abandoned, file unchanged"
                       MOVE 16 TO PROGRAM-RETURN-CODE
                       MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.

       REWRITE-NEW-LAYOUT.
           OPEN OUTPUT SECURITY-FILE
           IF NOT FILE-OK
               DISPLAY "ERROR: cannot rewrite operators.dat"
               DISPLAY "File Status: " FILE-STATUS
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM WRITE-ONE-OPERATOR
               VARYING OPERATOR-IDX FROM 1 BY 1
               UNTIL OPERATOR-IDX > OPERATOR-COUNT

           CLOSE SECURITY-FILE.

       WRITE-ONE-OPERATOR.
           MOVE OPT-ID(OPERATOR-IDX) TO SEC-OPERATOR-ID
           SET PHQ-SET-PIN TO TRUE
           MOVE OPT-ID(OPERATOR-IDX) TO PHQ-OPERATOR-ID
           MOVE OPT-PIN(OPERATOR-IDX) TO PHQ-PIN
           CALL "PIN-HASH" USING PIN-HASH-REQUEST
           MOVE PHQ-SALT TO SEC-PIN-SALT
           MOVE PHQ-HASH TO SEC-PIN-HASH
           MOVE SPACES TO OPT-PIN(OPERATOR-IDX)
           MOVE OPT-NAME(OPERATOR-IDX) TO SEC-OPERATOR-NAME
           MOVE OPT-AUTHORITY(OPERATOR-IDX) TO SEC-AUTHORITY-LEVEL
           MOVE OPT-STATUS(OPERATOR-IDX) TO SEC-STATUS-FLAG
           MOVE "Y" TO SEC-FORCE-PIN-CHANGE
           WRITE SECURITY-RECORD
           IF NOT FILE-OK
               DISPLAY "ERROR: write failed for operator "
                   SEC-OPERATOR-ID " status " FILE-STATUS
               MOVE 16 TO PROGRAM-RETURN-CODE
           END-IF
           DISPLAY "Converted operator " SEC-OPERATOR-ID
               " - PIN change forced".

       END PROGRAM PIN-HASH-CONVERT.
