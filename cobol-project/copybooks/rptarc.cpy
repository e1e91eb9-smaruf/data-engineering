      *****************************************************************
      * REPORT ARCHIVE STORE LINE LAYOUT                              *
      * Each report kept by REPORT-CAPTURE has its own line-          *
      * sequential store, report-archive-<report>.txt, holding every  *
      * retained copy one after another. Every line carries the       *
      * processing date of the copy it belongs to and its line number *
      * within that copy, so REPORT-REPRINT can page through one copy *
      * and retention can drop whole copies by date.                  *
      *****************************************************************
           05  RAL-RUN-DATE            PIC 9(8).
           05  FILLER                  PIC X(1).
           05  RAL-LINE-NUMBER         PIC 9(7).
           05  FILLER                  PIC X(1).
           05  RAL-TEXT                PIC X(200).
