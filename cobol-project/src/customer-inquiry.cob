       01  OPERATOR-ID             PIC X(8) VALUE SPACES.
       01  SIGNON-OPERATOR-ID      PIC X(8).
       01  SIGNON-PIN              PIC X(8).
       01  PIN-HASH-REQUEST.
           COPY "pinreq.cpy".
       01  SIGNON-ATTEMPTS         PIC 9 VALUE 0.
       01  SIGNON-OK               PIC X VALUE 'N'.
           88  SIGNED-ON           VALUE 'Y'.

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
                       MOVE "UNKNOWN" TO JOURNAL-RESULT
                       PERFORM JOURNAL-SIGNON-ATTEMPT
                       DISPLAY "ERROR: invalid operator ID or PIN"
                   WHEN NOT PHQ-PIN-MATCHES
                       ADD 1 TO SIGNON-ATTEMPTS
                       MOVE "BADPIN" TO JOURNAL-RESULT
                       PERFORM JOURNAL-SIGNON-ATTEMPT
