      * (including delete and operator maintenance).                  *
      *****************************************************************
           05  SEC-OPERATOR-ID         PIC X(8).
      * The PIN is held only as a salted one-way hash (PIN-HASH
      * module); the salt is drawn fresh each time the PIN is set.
           05  SEC-PIN-SALT            PIC X(8).
           05  SEC-PIN-HASH            PIC X(16).
           05  SEC-OPERATOR-NAME       PIC X(30).
           05  SEC-AUTHORITY-LEVEL     PIC 9(1).
               88  SEC-AUTH-INQUIRY    VALUE 1.
