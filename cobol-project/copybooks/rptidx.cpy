      *****************************************************************
      * REPORT ARCHIVE INDEX RECORD LAYOUT                            *
      * One row on report-archive-index.dat for every copy of a       *
      * nightly report REPORT-CAPTURE has put away: which report,     *
      * the processing date it was captured under, the program that   *
      * produced it, its size in lines and pages, and the archive     *
      * store file holding the copy. The check total lets the next    *
      * capture recognise a report that has not been run again since. *
      * REPORT-REPRINT lists and browses the archive through it.      *
      *****************************************************************
           05  RIX-KEY.
               10  RIX-REPORT-NAME     PIC X(30).
               10  RIX-RUN-DATE        PIC 9(8).
           05  RIX-PROGRAM-ID          PIC X(24).
           05  RIX-CAPTURE-TIME        PIC X(6).
           05  RIX-PAGE-COUNT          PIC 9(5).
           05  RIX-LINE-COUNT          PIC 9(7).
           05  RIX-PAGE-DEPTH          PIC 9(3).
           05  RIX-CHECK-TOTAL         PIC 9(10).
           05  RIX-ARCHIVE-FILE        PIC X(60).
