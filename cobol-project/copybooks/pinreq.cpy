      *****************************************************************
      * PIN-HASH PARAMETER BLOCK                                      *
      * Passed on every CALL "PIN-HASH". Action 'V' hashes PHQ-PIN    *
      * with the operator's stored salt and sets PHQ-RESULT to 'Y'    *
      * when it matches the stored hash in PHQ-HASH; 'S' draws a      *
      * fresh salt for PHQ-OPERATOR-ID and returns it with the hash   *
      * of the new PIN, for the caller to store on the operator row.  *
      * The PIN itself is never written anywhere.                     *
      *****************************************************************
           05  PHQ-ACTION             PIC X(1).
               88  PHQ-VERIFY         VALUE "V".
               88  PHQ-SET-PIN        VALUE "S".
           05  PHQ-OPERATOR-ID        PIC X(8).
           05  PHQ-PIN                PIC X(8).
           05  PHQ-SALT               PIC X(8).
           05  PHQ-HASH               PIC X(16).
           05  PHQ-RESULT             PIC X(1).
               88  PHQ-PIN-MATCHES    VALUE "Y".
