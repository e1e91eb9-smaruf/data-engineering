      *****************************************************************
      * GL JOURNAL DETAIL RECORD LAYOUT                               *
      * One row for every line GL-POSTING applies to the balance      *
      * master on gl-journal-detail.dat. Each interface line posts as *
      * a journal of two lines - line 1 the side the source program   *
      * sent, line 2 the balancing side generated from the account    *
      * map - and each manual journal posting (a recurrence or a      *
      * reversal counts as its own posting) as a journal of its keyed *
      * lines. Journal numbers run on from gl-detail-control.txt.     *
      * The alternate key reads an account's lines for a period back  *
      * in the order they posted, which is how GL-ACCOUNT-INQUIRY and *
      * GL-DETAIL-REPORT get from a trial balance figure to the       *
      * postings behind it. The run timestamp is the clock time of    *
      * the posting run, comparable with the audit trail timestamps.  *
      *****************************************************************
           05  GLD-KEY.
               10  GLD-JOURNAL-NUMBER  PIC 9(8).
               10  GLD-LINE            PIC 9(3).
           05  GLD-ACCOUNT-PERIOD.
               10  GLD-ACCOUNT         PIC X(10).
               10  GLD-PERIOD          PIC 9(6).
           05  GLD-DR-CR               PIC X(2).
           05  GLD-AMOUNT              PIC 9(10)V99 COMP-3.
           05  GLD-POSTING-DATE        PIC 9(8).
           05  GLD-RUN-TIMESTAMP       PIC X(14).
           05  GLD-SOURCE-PROGRAM      PIC X(24).
           05  GLD-SOURCE-REFERENCE    PIC X(20).
           05  GLD-LINE-TYPE           PIC X(1).
               88  GLD-IS-INTERFACE    VALUE "I".
               88  GLD-IS-BALANCING    VALUE "B".
               88  GLD-IS-MANUAL       VALUE "M".
               88  GLD-IS-REVERSAL     VALUE "R".
           05  GLD-MANUAL-JOURNAL      PIC 9(6).
           05  GLD-DESCRIPTION         PIC X(30).
