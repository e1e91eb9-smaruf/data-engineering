      *****************************************************************
      * STOCK-LOCATION-POST PARAMETER BLOCK                           *
      * Passed on every CALL "STOCK-LOCATION-POST". The caller fills  *
      * the action, product and location (spaces = the default        *
      * location) and, for a posting, SLQ-QUANTITY:                   *
      *   'V' validate the location only                              *
      *   'R' read the product's row at the location                  *
      *   'P' add SLQ-QUANTITY (signed) to on-hand                    *
      *   'T' add SLQ-QUANTITY (signed) to in-transit                 *
      *   'S' set the reorder point to SLQ-QUANTITY                   *
      *   'K' record a count of SLQ-QUANTITY taken on SLQ-POST-DATE   *
      *   'C' close the location file at the end of the caller's run  *
      * A posting to a product not yet stocked at the location starts *
      * its row at zero. Every call but 'C' hands back the resolved   *
      * location code, the row as it now stands (zeros when there is  *
      * none), the default location and the location list. The list   *
      * comes from inventory-locations.txt; without it the company    *
      * has the single location MAIN.                                 *
      *****************************************************************
           05  SLQ-ACTION              PIC X(1).
               88  SLQ-VALIDATE        VALUE "V".
               88  SLQ-READ            VALUE "R".
               88  SLQ-POST-ON-HAND    VALUE "P".
               88  SLQ-POST-IN-TRANSIT VALUE "T".
               88  SLQ-SET-REORDER     VALUE "S".
               88  SLQ-RECORD-COUNT    VALUE "K".
               88  SLQ-CLOSE           VALUE "C".
           05  SLQ-PROD-ID             PIC X(10).
           05  SLQ-LOCATION            PIC X(4).
           05  SLQ-QUANTITY            PIC S9(7) COMP-3.
           05  SLQ-POST-DATE           PIC 9(8).
           05  SLQ-ON-HAND             PIC S9(7) COMP-3.
           05  SLQ-IN-TRANSIT          PIC S9(7) COMP-3.
           05  SLQ-REORDER-POINT       PIC 9(7) COMP-3.
           05  SLQ-LAST-COUNT-DATE     PIC 9(8).
           05  SLQ-LAST-COUNT-QTY      PIC S9(7) COMP-3.
           05  SLQ-DEFAULT-LOCATION    PIC X(4).
           05  SLQ-LOCATION-COUNT      PIC 9(2).
           05  SLQ-LOCATION-ENTRY      OCCURS 10 TIMES.
               10  SLQ-LOC-CODE        PIC X(4).
               10  SLQ-LOC-NAME        PIC X(20).
           05  SLQ-RESULT              PIC X(1).
               88  SLQ-OK              VALUE "Y".
               88  SLQ-NOT-STOCKED     VALUE "M".
               88  SLQ-UNKNOWN-LOCATION VALUE "L".
               88  SLQ-FAILED          VALUE "N".
