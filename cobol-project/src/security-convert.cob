      * utility reads the old-layout file, rewrites it in the new     *
      * layout and defaults every operator to authority 1 (inquiry)   *
      * and active status - except ADMIN, which keeps administrator   *
      * authority so someone can still raise the others. The old PIN  *
      * is carried over only as its salted hash, with a PIN change    *
      * forced at the next sign-on. Run once after the new programs   *
      * are installed; a file already in the new layout is left       *
      * untouched.                                                    *
      *****************************************************************

       ENVIRONMENT DIVISION.
       01  OPERATOR-COUNT          PIC 9(3) VALUE 0.
       01  OPERATOR-IDX            PIC 9(3).

       01  PIN-HASH-REQUEST.
           COPY "pinreq.cpy".

       01  PROGRAM-RETURN-CODE     PIC 9(3) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM VARYING OPERATOR-IDX FROM 1 BY 1
               UNTIL OPERATOR-IDX > OPERATOR-COUNT
               MOVE OPT-ID(OPERATOR-IDX) TO SEC-OPERATOR-ID
               SET PHQ-SET-PIN TO TRUE
               MOVE OPT-ID(OPERATOR-IDX) TO PHQ-OPERATOR-ID
               MOVE OPT-PIN(OPERATOR-IDX) TO PHQ-PIN
               CALL "PIN-HASH" USING PIN-HASH-REQUEST
               MOVE PHQ-SALT TO SEC-PIN-SALT
               MOVE PHQ-HASH TO SEC-PIN-HASH
               MOVE OPT-NAME(OPERATOR-IDX) TO SEC-OPERATOR-NAME
               IF SEC-OPERATOR-ID = "ADMIN"
                   MOVE 3 TO SEC-AUTHORITY-LEVEL
                   MOVE 1 TO SEC-AUTHORITY-LEVEL
               END-IF
               MOVE "A" TO SEC-STATUS-FLAG
               MOVE "Y" TO SEC-FORCE-PIN-CHANGE
               WRITE SECURITY-RECORD
               IF NOT FILE-OK
                   DISPLAY "ERROR: write failed for operator "
