      *****************************************************************
      * COLLECTION AGENCY CONTROL RECORD                              *
      * One operator-maintained line per collection agency on         *
      * collection-agencies.txt: the agency's code, its name, the     *
      * commission it keeps on what it collects (percent, two         *
      * decimals) and whether it is taking new placements.            *
      * COLLECTION-PLACEMENT shares new placements out in turn among  *
      * the agencies taking them; AGENCY-REMITTANCE applies the rate  *
      * when a remittance line does not state the commission.         *
      *****************************************************************
           05  AGY-AGENCY-ID           PIC X(6).
           05  FILLER                  PIC X(1).
           05  AGY-NAME                PIC X(30).
           05  FILLER                  PIC X(1).
           05  AGY-COMMISSION-PCT      PIC 9(2)V99.
           05  FILLER                  PIC X(1).
           05  AGY-ACCEPTING-FLAG      PIC X(1).
               88  AGY-ACCEPTING       VALUE "Y".
