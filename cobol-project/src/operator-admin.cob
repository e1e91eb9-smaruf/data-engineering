       01  OPERATOR-ID             PIC X(8) VALUE SPACES.
       01  SIGNON-OPERATOR-ID      PIC X(8).
       01  SIGNON-PIN              PIC X(8).
       01  PIN-HASH-REQUEST.
           COPY "pinreq.cpy".
       01  SIGNON-ATTEMPTS         PIC 9 VALUE 0.
       01  SIGNON-OK               PIC X VALUE 'N'.
           88  SIGNED-ON           VALUE 'Y'.
               CLOSE SECURITY-FILE
               OPEN OUTPUT SECURITY-FILE
               MOVE "ADMIN" TO SEC-OPERATOR-ID
               MOVE "CHANGEME" TO PHQ-PIN
               PERFORM STORE-NEW-PIN
               MOVE "DEFAULT ADMINISTRATOR" TO SEC-OPERATOR-NAME
               MOVE 3 TO SEC-AUTHORITY-LEVEL
               MOVE "A" TO SEC-STATUS-FLAG

               MOVE SIGNON-OPERATOR-ID TO SEC-OPERATOR-ID
               READ SECURITY-FILE KEY IS SEC-OPERATOR-ID
               MOVE "N" TO PHQ-RESULT
               IF FILE-OK
                   SET PHQ-VERIFY TO TRUE
                   MOVE SIGNON-PIN TO PHQ-PIN
                   MOVE SEC-PIN-SALT TO PHQ-SALT
                   MOVE SEC-PIN-HASH TO PHQ-HASH
                   CALL "PIN-HASH" USING PIN-HASH-REQUEST
               END-IF

               EVALUATE TRUE
                   WHEN NOT FILE-OK
                       MOVE "UNKNOWN" TO JOURNAL-RESULT
                       PERFORM JOURNAL-SIGNON-ATTEMPT
                       DISPLAY "ERROR: invalid operator ID or PIN"
                   WHEN NOT PHQ-PIN-MATCHES
                       ADD 1 TO SIGNON-ATTEMPTS
                       MOVE "BADPIN" TO JOURNAL-RESULT
                       PERFORM JOURNAL-SIGNON-ATTEMPT
                   SET WARNINGS-OCCURRED TO TRUE
               WHEN OTHER
                   MOVE TEMP-ID TO SEC-OPERATOR-ID
                   MOVE TEMP-PIN TO PHQ-PIN
                   PERFORM STORE-NEW-PIN
                   MOVE TEMP-NAME TO SEC-OPERATOR-NAME
                   MOVE TEMP-AUTHORITY TO SEC-AUTHORITY-LEVEL
                   MOVE "A" TO SEC-STATUS-FLAG
                   DISPLAY "ERROR: temporary PIN required"
                   SET WARNINGS-OCCURRED TO TRUE
               WHEN OTHER
                   MOVE TEMP-PIN TO PHQ-PIN
                   PERFORM STORE-NEW-PIN
                   MOVE "Y" TO SEC-FORCE-PIN-CHANGE
                   REWRITE SECURITY-RECORD
                   IF FILE-OK
                   END-IF
           END-EVALUATE.

      * The PIN goes on the operator row only as a fresh salt and
      * its hash.
       STORE-NEW-PIN.
           SET PHQ-SET-PIN TO TRUE
           MOVE SEC-OPERATOR-ID TO PHQ-OPERATOR-ID
           CALL "PIN-HASH" USING PIN-HASH-REQUEST
           MOVE PHQ-SALT TO SEC-PIN-SALT
           MOVE PHQ-HASH TO SEC-PIN-HASH.

       LIST-OPERATORS.
           DISPLAY "--- ALL OPERATORS ---"
           DISPLAY "ID       | NAME                           | "
