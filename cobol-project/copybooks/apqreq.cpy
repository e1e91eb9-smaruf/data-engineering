      *****************************************************************
      * APPROVAL-QUEUE PARAMETER BLOCK                                *
      * Passed on every CALL "APPROVAL-QUEUE". Action 'T' returns the *
      * approval threshold for AQR-ITEM-TYPE and the stale-item age   *
      * in days from approval-thresholds.txt; a type with no          *
      * threshold comes back all nines, so nothing of that type is    *
      * held. 'F' finds the open (pending or approved) item for the   *
      * type and subject and returns its number, status and values;   *
      * 'Q' queues a new pending item from the block and returns its  *
      * number, or the open item's number with result "DP" when the   *
      * subject already has one; 'D' marks item AQR-ITEM-NUMBER       *
      * applied; 'W' withdraws it as rejected with AQR-NOTE, the      *
      * caller standing as checker; 'C' closes the queue at the end   *
      * of the caller's run. AQR-RESULT is "00" when the action was   *
      * done, "23" when 'F' found no open item.                       *
      *****************************************************************
           05  AQR-ACTION             PIC X(1).
               88  AQR-GET-THRESHOLD  VALUE "T".
               88  AQR-FIND-OPEN      VALUE "F".
               88  AQR-QUEUE-ITEM     VALUE "Q".
               88  AQR-MARK-APPLIED   VALUE "D".
               88  AQR-WITHDRAW       VALUE "W".
               88  AQR-CLOSE          VALUE "C".
           05  AQR-ITEM-TYPE          PIC X(6).
           05  AQR-SUBJECT-ID         PIC 9(6).
           05  AQR-SUBJECT-NAME       PIC X(40).
           05  AQR-OLD-VALUE          PIC 9(8)V99.
           05  AQR-NEW-VALUE          PIC 9(8)V99.
           05  AQR-REASON-CODE        PIC X(4).
           05  AQR-MAKER-ID           PIC X(8).
           05  AQR-MAKER-PROGRAM      PIC X(20).
           05  AQR-NOTE               PIC X(30).
           05  AQR-THRESHOLD          PIC 9(8)V99.
           05  AQR-STALE-DAYS         PIC 9(3).
           05  AQR-ITEM-NUMBER        PIC 9(8).
           05  AQR-ITEM-STATUS        PIC X(1).
               88  AQR-ITEM-PENDING   VALUE "P".
               88  AQR-ITEM-APPROVED  VALUE "A".
           05  AQR-RESULT             PIC X(2).
               88  AQR-DONE           VALUE "00".
               88  AQR-ALREADY-QUEUED VALUE "DP".
               88  AQR-NONE-OPEN      VALUE "23".
