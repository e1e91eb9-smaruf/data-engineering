       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-LOCATION-POST.
       AUTHOR. MUHAMMAD SHAMSUL MARUF.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * STOCK LOCATION POSTING SERVICE (shared subprogram)            *
      * Keeps each product's on-hand, in-transit quantity, reorder    *
      * point and last count per stocking location on                 *
      * stock-locations.dat, factored out the way                     *
      * CUSTOMER-PROFIT-POST is so receipts, sales relief, transfers, *
      * counts and maintenance all move a location's stock the same   *
      * way. The callers still move PROD-QTY-ON-HAND themselves; this *
      * service only keeps the location rows that add up to it.       *
      *                                                               *
      * The locations themselves come from inventory-locations.txt    *
      * (code, name, and 'Y' against the default location - the one   *
      * a receipt or sale with no location is booked to). Without     *
      * the list the company has the single location MAIN, so a       *
      * shop that stocks in one place runs unchanged.                 *
      *                                                               *
      * The location file is opened (created when it does not exist   *
      * yet) on the first call and stays open until the caller sends  *
      * action 'C'. If it cannot be opened every read and post comes  *
      * back failed, and the caller warns.                            *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK-LOCATION-FILE
               ASSIGN TO "../data/output/stock-locations.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLC-KEY
               FILE STATUS IS LOCATION-FILE-STATUS.

           SELECT LOCATION-LIST-FILE
               ASSIGN TO "../data/input/inventory-locations.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-LOCATION-FILE.
       01  STOCK-LOCATION-RECORD.
           COPY "stkloc.cpy".

       FD  LOCATION-LIST-FILE.
       01  LOCATION-LIST-RECORD.
           05  LST-CODE                PIC X(4).
           05  FILLER                  PIC X(1).
           05  LST-NAME                PIC X(20).
           05  FILLER                  PIC X(1).
           05  LST-DEFAULT-FLAG        PIC X(1).
               88  LST-IS-DEFAULT      VALUE "Y".

       WORKING-STORAGE SECTION.
       01  LOCATION-FILE-STATUS    PIC XX.
       01  LIST-FILE-STATUS        PIC XX.

       01  FILE-OPENED-SWITCH      PIC X VALUE 'N'.
           88  LOCATIONS-OPEN-TRIED VALUE 'Y'.
       01  LOCATION-FILE-SWITCH    PIC X VALUE 'N'.
           88  LOCATIONS-ACTIVE    VALUE 'Y'.
       01  LIST-LOADED-SWITCH      PIC X VALUE 'N'.
           88  LOCATION-LIST-LOADED VALUE 'Y'.
       01  END-OF-LIST             PIC X.
           88  NO-MORE-LOCATIONS   VALUE 'Y'.

      * The location list, loaded once per run.
       01  DEFAULT-LOCATION        PIC X(4) VALUE SPACES.
       01  LOCATION-COUNT          PIC 9(2) VALUE ZERO.
       01  LOCATION-TABLE.
           05  LOCATION-ENTRY      OCCURS 10 TIMES.
               10  LOC-CODE        PIC X(4).
               10  LOC-NAME        PIC X(20).
       01  LOC-IDX                 PIC 9(2).
       01  LOCATION-SWITCH         PIC X.
           88  LOCATION-KNOWN      VALUE 'Y'.
       01  ROW-SWITCH              PIC X.
           88  ROW-POSTED          VALUE 'Y'.

       LINKAGE SECTION.
       01  STOCK-LOCATION-REQUEST.
           COPY "stlreq.cpy".

       PROCEDURE DIVISION USING STOCK-LOCATION-REQUEST.
       MAIN-PROCEDURE.
           EVALUATE TRUE
               WHEN SLQ-CLOSE
                   PERFORM CLOSE-STOCK-LOCATIONS
               WHEN OTHER
                   IF NOT LOCATION-LIST-LOADED
                       PERFORM LOAD-LOCATION-LIST
                   END-IF
                   IF NOT LOCATIONS-OPEN-TRIED
                       PERFORM OPEN-STOCK-LOCATIONS
                   END-IF
                   PERFORM SERVE-LOCATION-REQUEST
           END-EVALUATE

           GOBACK.

       LOAD-LOCATION-LIST.
           SET LOCATION-LIST-LOADED TO TRUE
           MOVE ZERO TO LOCATION-COUNT
           MOVE SPACES TO DEFAULT-LOCATION
           OPEN INPUT LOCATION-LIST-FILE
           IF LIST-FILE-STATUS = "00"
               MOVE 'N' TO END-OF-LIST
               PERFORM LOAD-NEXT-LOCATION UNTIL NO-MORE-LOCATIONS
               CLOSE LOCATION-LIST-FILE
           END-IF
           IF LOCATION-COUNT = 0
               MOVE 1 TO LOCATION-COUNT
               MOVE "MAIN" TO LOC-CODE(1)
               MOVE "MAIN WAREHOUSE" TO LOC-NAME(1)
           END-IF
           IF DEFAULT-LOCATION = SPACES
               MOVE LOC-CODE(1) TO DEFAULT-LOCATION
           END-IF.

       LOAD-NEXT-LOCATION.
           READ LOCATION-LIST-FILE
               AT END
                   SET NO-MORE-LOCATIONS TO TRUE
               NOT AT END
                   IF LST-CODE NOT = SPACES AND LOCATION-COUNT < 10
                       INSPECT LST-CODE CONVERTING
                           "abcdefghijklmnopqrstuvwxyz"
                           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                       ADD 1 TO LOCATION-COUNT
                       MOVE LST-CODE TO LOC-CODE(LOCATION-COUNT)
                       MOVE LST-NAME TO LOC-NAME(LOCATION-COUNT)
                       IF LST-IS-DEFAULT
                           AND DEFAULT-LOCATION = SPACES
                           MOVE LST-CODE TO DEFAULT-LOCATION
                       END-IF
                   END-IF
           END-READ.

       OPEN-STOCK-LOCATIONS.
           SET LOCATIONS-OPEN-TRIED TO TRUE
           OPEN I-O STOCK-LOCATION-FILE
           IF LOCATION-FILE-STATUS = "35"
               CLOSE STOCK-LOCATION-FILE
               OPEN OUTPUT STOCK-LOCATION-FILE
               CLOSE STOCK-LOCATION-FILE
               OPEN I-O STOCK-LOCATION-FILE
           END-IF
           IF LOCATION-FILE-STATUS = "00"
               SET LOCATIONS-ACTIVE TO TRUE
           END-IF.

       CLOSE-STOCK-LOCATIONS.
           IF LOCATIONS-ACTIVE
               CLOSE STOCK-LOCATION-FILE
           END-IF
           MOVE 'N' TO LOCATION-FILE-SWITCH
           MOVE 'N' TO FILE-OPENED-SWITCH.

       SERVE-LOCATION-REQUEST.
           MOVE 'N' TO SLQ-RESULT
           MOVE ZERO TO SLQ-ON-HAND
           MOVE ZERO TO SLQ-IN-TRANSIT
           MOVE ZERO TO SLQ-REORDER-POINT
           MOVE ZERO TO SLQ-LAST-COUNT-DATE
           MOVE ZERO TO SLQ-LAST-COUNT-QTY
           MOVE DEFAULT-LOCATION TO SLQ-DEFAULT-LOCATION
           MOVE LOCATION-COUNT TO SLQ-LOCATION-COUNT
           PERFORM RETURN-ONE-LOCATION
               VARYING LOC-IDX FROM 1 BY 1
               UNTIL LOC-IDX > 10

           PERFORM RESOLVE-LOCATION
           IF NOT LOCATION-KNOWN
               SET SLQ-UNKNOWN-LOCATION TO TRUE
           ELSE
               EVALUATE TRUE
                   WHEN SLQ-VALIDATE
                       SET SLQ-OK TO TRUE
                   WHEN SLQ-READ
                       PERFORM READ-LOCATION-ROW
                   WHEN SLQ-POST-ON-HAND
                   WHEN SLQ-POST-IN-TRANSIT
                   WHEN SLQ-SET-REORDER
                   WHEN SLQ-RECORD-COUNT
                       PERFORM POST-LOCATION-ROW
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       RETURN-ONE-LOCATION.
           IF LOC-IDX > LOCATION-COUNT
               MOVE SPACES TO SLQ-LOCATION-ENTRY(LOC-IDX)
           ELSE
               MOVE LOC-CODE(LOC-IDX) TO SLQ-LOC-CODE(LOC-IDX)
               MOVE LOC-NAME(LOC-IDX) TO SLQ-LOC-NAME(LOC-IDX)
           END-IF.

      * Spaces mean the default location; anything else must be on
      * the location list.
       RESOLVE-LOCATION.
           MOVE 'N' TO LOCATION-SWITCH
           IF SLQ-LOCATION = SPACES
               MOVE DEFAULT-LOCATION TO SLQ-LOCATION
           END-IF
           INSPECT SLQ-LOCATION CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM CHECK-LOCATION-ENTRY
               VARYING LOC-IDX FROM 1 BY 1
               UNTIL LOC-IDX > LOCATION-COUNT OR LOCATION-KNOWN.

       CHECK-LOCATION-ENTRY.
           IF LOC-CODE(LOC-IDX) = SLQ-LOCATION
               SET LOCATION-KNOWN TO TRUE
           END-IF.

       READ-LOCATION-ROW.
           IF LOCATIONS-ACTIVE
               MOVE SLQ-PROD-ID TO SLC-PROD-ID
               MOVE SLQ-LOCATION TO SLC-LOCATION
               READ STOCK-LOCATION-FILE KEY IS SLC-KEY
               IF LOCATION-FILE-STATUS = "00"
                   PERFORM RETURN-LOCATION-ROW
                   SET SLQ-OK TO TRUE
               ELSE
                   SET SLQ-NOT-STOCKED TO TRUE
               END-IF
           END-IF.

       POST-LOCATION-ROW.
           MOVE 'N' TO ROW-SWITCH
           IF LOCATIONS-ACTIVE
               MOVE SLQ-PROD-ID TO SLC-PROD-ID
               MOVE SLQ-LOCATION TO SLC-LOCATION
               READ STOCK-LOCATION-FILE KEY IS SLC-KEY
               IF LOCATION-FILE-STATUS = "00"
                   PERFORM APPLY-LOCATION-REQUEST
                   REWRITE STOCK-LOCATION-RECORD
               ELSE
                   INITIALIZE STOCK-LOCATION-RECORD
                   MOVE SLQ-PROD-ID TO SLC-PROD-ID
                   MOVE SLQ-LOCATION TO SLC-LOCATION
                   PERFORM APPLY-LOCATION-REQUEST
                   WRITE STOCK-LOCATION-RECORD
               END-IF
               IF LOCATION-FILE-STATUS = "00"
                   SET ROW-POSTED TO TRUE
               END-IF
           END-IF
           IF ROW-POSTED
               PERFORM RETURN-LOCATION-ROW
               SET SLQ-OK TO TRUE
           END-IF.

       APPLY-LOCATION-REQUEST.
           EVALUATE TRUE
               WHEN SLQ-POST-ON-HAND
                   ADD SLQ-QUANTITY TO SLC-QTY-ON-HAND
               WHEN SLQ-POST-IN-TRANSIT
                   ADD SLQ-QUANTITY TO SLC-QTY-IN-TRANSIT
               WHEN SLQ-SET-REORDER
                   MOVE SLQ-QUANTITY TO SLC-REORDER-POINT
               WHEN SLQ-RECORD-COUNT
                   MOVE SLQ-POST-DATE TO SLC-LAST-COUNT-DATE
                   MOVE SLQ-QUANTITY TO SLC-LAST-COUNT-QTY
           END-EVALUATE.

       RETURN-LOCATION-ROW.
           MOVE SLC-QTY-ON-HAND TO SLQ-ON-HAND
           MOVE SLC-QTY-IN-TRANSIT TO SLQ-IN-TRANSIT
           MOVE SLC-REORDER-POINT TO SLQ-REORDER-POINT
           MOVE SLC-LAST-COUNT-DATE TO SLQ-LAST-COUNT-DATE
           MOVE SLC-LAST-COUNT-QTY TO SLQ-LAST-COUNT-QTY.

       END PROGRAM STOCK-LOCATION-POST.
