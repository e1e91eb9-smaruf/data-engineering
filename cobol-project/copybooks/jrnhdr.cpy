      *****************************************************************
      * GL JOURNAL HEADER RECORD LAYOUT                               *
      * One row per manual journal the accountants key through        *
      * GL-JOURNAL-ENTRY, numbered from gl-journal-control.txt. A     *
      * journal is saved pending and only a second operator with      *
      * administration authority can approve it; GL-POSTING posts     *
      * approved journals both sides as keyed, with no account-map    *
      * offset, since the lines already balance. A standard or        *
      * reversing journal posts once to its period; a reversing one   *
      * then backs itself out in the following period. A recurring    *
      * journal stays approved and posts to every period from its     *
      * first to its last (zero for no end), the last period done     *
      * kept on the row.                                              *
      *****************************************************************
           05  JRH-JOURNAL-NUMBER     PIC 9(6).
           05  JRH-TYPE               PIC X(1).
               88  JRH-IS-STANDARD    VALUE "S".
               88  JRH-IS-RECURRING   VALUE "R".
               88  JRH-IS-REVERSING   VALUE "V".
           05  JRH-DESCRIPTION        PIC X(30).
           05  JRH-PERIOD             PIC 9(6).
           05  JRH-END-PERIOD         PIC 9(6).
           05  JRH-STATUS             PIC X(1).
               88  JRH-IS-PENDING     VALUE "E".
               88  JRH-IS-APPROVED    VALUE "A".
               88  JRH-IS-POSTED      VALUE "P".
               88  JRH-IS-CANCELLED   VALUE "X".
           05  JRH-LINE-COUNT         PIC 9(3).
           05  JRH-TOTAL-AMOUNT       PIC 9(10)V99 COMP-3.
           05  JRH-ENTERED-BY         PIC X(8).
           05  JRH-ENTERED-DATE       PIC 9(8).
           05  JRH-APPROVED-BY        PIC X(8).
           05  JRH-APPROVED-DATE      PIC 9(8).
           05  JRH-POSTED-DATE        PIC 9(8).
           05  JRH-LAST-POSTED-PERIOD PIC 9(6).
           05  JRH-REVERSAL-PERIOD    PIC 9(6).
           05  JRH-REVERSED-FLAG      PIC X(1).
               88  JRH-REVERSAL-POSTED VALUE "Y".
