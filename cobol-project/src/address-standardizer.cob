       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRESS-STANDARDIZER.
       AUTHOR. MUHAMMAD SHAMSUL MARUF.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Shared name and address standardization, built from           *
      * STRING-PROCESSOR's case-conversion, trimming and replace      *
      * demos so every program that puts a name or mailing address    *
      * on CUSTOMER-FILE stores it the same way. Statements and       *
      * dunning letters are mailed from these fields, the statement   *
      * presort keys on the postal code and CUSTOMER-MERGE matches    *
      * on the name, so "123 main street" and "123 MAIN ST" have to   *
      * come out identical.                                           *
      * - name, address lines and city: upper case, leading spaces    *
      *   dropped, runs of spaces closed up to one                    *
      * - address lines: periods and commas dropped, then each word   *
      *   found in the suffix/unit table replaced by its abbreviation *
      * - state: two-letter code or spelled-out name, checked         *
      *   against the state table and returned as the code            *
      * - postal code: five or nine digits, returned as 99999 or      *
      *   99999-9999                                                  *
      * Nothing is rejected here; the caller decides what an invalid  *
      * state or postal code means for its own run.                   *
      *****************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WORK-TEXT                PIC X(40).
       01  CLEAN-TEXT               PIC X(40).
       01  CLEAN-LENGTH             PIC 9(3).
       01  SCAN-INDEX               PIC 9(3).
       01  TEMP-CHAR                PIC X.
       01  PREV-SPACE-SWITCH        PIC X.
           88  PREV-WAS-SPACE       VALUE 'Y'.

       01  ADDRESS-WORD             PIC X(40).
       01  WORD-POINTER             PIC 9(3).
       01  OUTPUT-POINTER           PIC 9(3).

      * Street suffixes and unit designators, spelled out and the
      * abbreviation they are stored as.
       01  SUFFIX-TABLE.
           05  FILLER              PIC X(16) VALUE "STREET      ST".
           05  FILLER              PIC X(16) VALUE "AVENUE      AVE".
           05  FILLER              PIC X(16) VALUE "ROAD        RD".
           05  FILLER              PIC X(16) VALUE "DRIVE       DR".
           05  FILLER              PIC X(16) VALUE "BOULEVARD   BLVD".
           05  FILLER              PIC X(16) VALUE "LANE        LN".
           05  FILLER              PIC X(16) VALUE "COURT       CT".
           05  FILLER              PIC X(16) VALUE "PLACE       PL".
           05  FILLER              PIC X(16) VALUE "TERRACE     TER".
           05  FILLER              PIC X(16) VALUE "CIRCLE      CIR".
           05  FILLER              PIC X(16) VALUE "PARKWAY     PKWY".
           05  FILLER              PIC X(16) VALUE "HIGHWAY     HWY".
           05  FILLER              PIC X(16) VALUE "EXPRESSWAY  EXPY".
           05  FILLER              PIC X(16) VALUE "SQUARE      SQ".
           05  FILLER              PIC X(16) VALUE "TRAIL       TRL".
           05  FILLER              PIC X(16) VALUE "APARTMENT   APT".
           05  FILLER              PIC X(16) VALUE "SUITE       STE".
           05  FILLER              PIC X(16) VALUE "FLOOR       FL".
           05  FILLER              PIC X(16) VALUE "BUILDING    BLDG".
           05  FILLER              PIC X(16) VALUE "ROOM        RM".
           05  FILLER              PIC X(16) VALUE "DEPARTMENT  DEPT".
       01  SUFFIX-REDEF REDEFINES SUFFIX-TABLE.
           05  SUFFIX-ENTRY OCCURS 21 TIMES.
               10  SFX-WORD        PIC X(12).
               10  SFX-ABBREV      PIC X(4).
       01  SUFFIX-COUNT            PIC 9(3) VALUE 21.
       01  SFX-IDX                 PIC 9(3).
       01  SUFFIX-SWITCH           PIC X.
           88  SUFFIX-FOUND        VALUE 'Y'.

      * The fifty states and the District of Columbia.
       01  STATE-TABLE.
           05  FILLER              PIC X(22) VALUE "ALALABAMA".
           05  FILLER              PIC X(22) VALUE "AKALASKA".
           05  FILLER              PIC X(22) VALUE "AZARIZONA".
           05  FILLER              PIC X(22) VALUE "ARARKANSAS".
           05  FILLER              PIC X(22) VALUE "CACALIFORNIA".
           05  FILLER              PIC X(22) VALUE "COCOLORADO".
           05  FILLER              PIC X(22) VALUE "CTCONNECTICUT".
           05  FILLER              PIC X(22) VALUE "DEDELAWARE".
           05  FILLER              PIC X(22) VALUE
               "DCDISTRICT OF COLUMBIA".
           05  FILLER              PIC X(22) VALUE "FLFLORIDA".
           05  FILLER              PIC X(22) VALUE "GAGEORGIA".
           05  FILLER              PIC X(22) VALUE "HIHAWAII".
           05  FILLER              PIC X(22) VALUE "IDIDAHO".
           05  FILLER              PIC X(22) VALUE "ILILLINOIS".
           05  FILLER              PIC X(22) VALUE "ININDIANA".
           05  FILLER              PIC X(22) VALUE "IAIOWA".
           05  FILLER              PIC X(22) VALUE "KSKANSAS".
           05  FILLER              PIC X(22) VALUE "KYKENTUCKY".
           05  FILLER              PIC X(22) VALUE "LALOUISIANA".
           05  FILLER              PIC X(22) VALUE "MEMAINE".
           05  FILLER              PIC X(22) VALUE "MDMARYLAND".
           05  FILLER              PIC X(22) VALUE "MAMASSACHUSETTS".
           05  FILLER              PIC X(22) VALUE "MIMICHIGAN".
           05  FILLER              PIC X(22) VALUE "MNMINNESOTA".
           05  FILLER              PIC X(22) VALUE "MSMISSISSIPPI".
           05  FILLER              PIC X(22) VALUE "MOMISSOURI".
           05  FILLER              PIC X(22) VALUE "MTMONTANA".
           05  FILLER              PIC X(22) VALUE "NENEBRASKA".
           05  FILLER              PIC X(22) VALUE "NVNEVADA".
           05  FILLER              PIC X(22) VALUE "NHNEW HAMPSHIRE".
           05  FILLER              PIC X(22) VALUE "NJNEW JERSEY".
           05  FILLER              PIC X(22) VALUE "NMNEW MEXICO".
           05  FILLER              PIC X(22) VALUE "NYNEW YORK".
           05  FILLER              PIC X(22) VALUE "NCNORTH CAROLINA".
           05  FILLER              PIC X(22) VALUE "NDNORTH DAKOTA".
           05  FILLER              PIC X(22) VALUE "OHOHIO".
           05  FILLER              PIC X(22) VALUE "OKOKLAHOMA".
           05  FILLER              PIC X(22) VALUE "OROREGON".
           05  FILLER              PIC X(22) VALUE "PAPENNSYLVANIA".
           05  FILLER              PIC X(22) VALUE "RIRHODE ISLAND".
           05  FILLER              PIC X(22) VALUE "SCSOUTH CAROLINA".
           05  FILLER              PIC X(22) VALUE "SDSOUTH DAKOTA".
           05  FILLER              PIC X(22) VALUE "TNTENNESSEE".
           05  FILLER              PIC X(22) VALUE "TXTEXAS".
           05  FILLER              PIC X(22) VALUE "UTUTAH".
           05  FILLER              PIC X(22) VALUE "VTVERMONT".
           05  FILLER              PIC X(22) VALUE "VAVIRGINIA".
           05  FILLER              PIC X(22) VALUE "WAWASHINGTON".
           05  FILLER              PIC X(22) VALUE "WVWEST VIRGINIA".
           05  FILLER              PIC X(22) VALUE "WIWISCONSIN".
           05  FILLER              PIC X(22) VALUE "WYWYOMING".
       01  STATE-REDEF REDEFINES STATE-TABLE.
           05  STATE-ENTRY OCCURS 51 TIMES.
               10  STT-CODE        PIC X(2).
               10  STT-NAME        PIC X(20).
       01  STATE-COUNT             PIC 9(3) VALUE 51.
       01  STT-IDX                 PIC 9(3).
       01  STATE-SWITCH            PIC X.
           88  STATE-FOUND         VALUE 'Y'.

       01  POSTAL-DIGITS           PIC X(9).
       01  POSTAL-DIGIT-COUNT      PIC 9(3).
       01  POSTAL-SWITCH           PIC X.
           88  POSTAL-BAD-CHARACTER VALUE 'Y'.

       LINKAGE SECTION.
       01  ADDRESS-REQUEST.
           COPY "adsreq.cpy".

       PROCEDURE DIVISION USING ADDRESS-REQUEST.
       MAIN-PROCEDURE.
           MOVE ASQ-NAME TO WORK-TEXT
           PERFORM CLEAN-WORK-TEXT
           MOVE WORK-TEXT TO ASQ-NAME

           MOVE ASQ-ADDRESS-LINE-1 TO WORK-TEXT
           PERFORM STANDARDIZE-ADDRESS-LINE
           MOVE WORK-TEXT TO ASQ-ADDRESS-LINE-1

           MOVE ASQ-ADDRESS-LINE-2 TO WORK-TEXT
           PERFORM STANDARDIZE-ADDRESS-LINE
           MOVE WORK-TEXT TO ASQ-ADDRESS-LINE-2

           MOVE ASQ-CITY TO WORK-TEXT
           PERFORM CLEAN-WORK-TEXT
           MOVE WORK-TEXT TO ASQ-CITY

           PERFORM STANDARDIZE-STATE
           PERFORM STANDARDIZE-POSTAL-CODE

           GOBACK.

      *****************************************************************
      * Upper-case WORK-TEXT and close it up: leading spaces dropped  *
      * and every run of embedded spaces reduced to one.              *
      *****************************************************************
       CLEAN-WORK-TEXT.
           INSPECT WORK-TEXT
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE SPACES TO CLEAN-TEXT
           MOVE 0 TO CLEAN-LENGTH
           SET PREV-WAS-SPACE TO TRUE
           PERFORM COPY-ONE-CHARACTER
               VARYING SCAN-INDEX FROM 1 BY 1 UNTIL SCAN-INDEX > 40
           MOVE CLEAN-TEXT TO WORK-TEXT.

       COPY-ONE-CHARACTER.
           MOVE WORK-TEXT(SCAN-INDEX:1) TO TEMP-CHAR
           IF TEMP-CHAR = SPACE OR TEMP-CHAR = LOW-VALUE
               SET PREV-WAS-SPACE TO TRUE
           ELSE
               IF PREV-WAS-SPACE AND CLEAN-LENGTH > 0
                   ADD 1 TO CLEAN-LENGTH
               END-IF
               ADD 1 TO CLEAN-LENGTH
               MOVE TEMP-CHAR TO CLEAN-TEXT(CLEAN-LENGTH:1)
               MOVE 'N' TO PREV-SPACE-SWITCH
           END-IF.

       STANDARDIZE-ADDRESS-LINE.
           INSPECT WORK-TEXT REPLACING ALL "." BY SPACE
                                       ALL "," BY SPACE
           PERFORM CLEAN-WORK-TEXT
           MOVE SPACES TO CLEAN-TEXT
           MOVE 1 TO WORD-POINTER
           MOVE 1 TO OUTPUT-POINTER
           PERFORM ABBREVIATE-NEXT-WORD UNTIL WORD-POINTER > 40
           MOVE CLEAN-TEXT TO WORK-TEXT.

      *****************************************************************
      * Take the next word of the cleaned line and carry it across to *
      * CLEAN-TEXT, swapping in the table abbreviation when the word  *
      * is a spelled-out suffix or unit designator. The line is       *
      * already single-spaced, so a blank word means the end of it.   *
      *****************************************************************
       ABBREVIATE-NEXT-WORD.
           MOVE SPACES TO ADDRESS-WORD
           UNSTRING WORK-TEXT DELIMITED BY SPACE
               INTO ADDRESS-WORD
               WITH POINTER WORD-POINTER
           END-UNSTRING

           IF ADDRESS-WORD = SPACES
               MOVE 41 TO WORD-POINTER
           ELSE
               MOVE 'N' TO SUFFIX-SWITCH
               PERFORM CHECK-SUFFIX-ENTRY
                   VARYING SFX-IDX FROM 1 BY 1
                   UNTIL SFX-IDX > SUFFIX-COUNT OR SUFFIX-FOUND
               IF SUFFIX-FOUND
                   SUBTRACT 1 FROM SFX-IDX
                   MOVE SFX-ABBREV(SFX-IDX) TO ADDRESS-WORD
               END-IF
               IF OUTPUT-POINTER > 1
                   STRING " " DELIMITED BY SIZE
                       INTO CLEAN-TEXT WITH POINTER OUTPUT-POINTER
                   END-STRING
               END-IF
               STRING ADDRESS-WORD DELIMITED BY SPACE
                   INTO CLEAN-TEXT WITH POINTER OUTPUT-POINTER
               END-STRING
           END-IF.

       CHECK-SUFFIX-ENTRY.
           IF SFX-WORD(SFX-IDX) = ADDRESS-WORD
               SET SUFFIX-FOUND TO TRUE
           END-IF.

      *****************************************************************
      * A two-character entry must be a code on the state table; a    *
      * longer one must be a state name, and is replaced by its code. *
      *****************************************************************
       STANDARDIZE-STATE.
           MOVE ASQ-STATE TO WORK-TEXT
           PERFORM CLEAN-WORK-TEXT
           MOVE WORK-TEXT TO ASQ-STATE
           MOVE 'N' TO STATE-SWITCH

           IF WORK-TEXT = SPACES
               SET ASQ-STATE-MISSING TO TRUE
           ELSE
               IF WORK-TEXT(3:) = SPACES
                   PERFORM CHECK-STATE-CODE
                       VARYING STT-IDX FROM 1 BY 1
                       UNTIL STT-IDX > STATE-COUNT OR STATE-FOUND
               ELSE
                   PERFORM CHECK-STATE-NAME
                       VARYING STT-IDX FROM 1 BY 1
                       UNTIL STT-IDX > STATE-COUNT OR STATE-FOUND
               END-IF

               IF STATE-FOUND
                   SUBTRACT 1 FROM STT-IDX
                   MOVE STT-CODE(STT-IDX) TO ASQ-STATE
                   SET ASQ-STATE-VALID TO TRUE
               ELSE
                   SET ASQ-STATE-INVALID TO TRUE
               END-IF
           END-IF.

       CHECK-STATE-CODE.
           IF STT-CODE(STT-IDX) = WORK-TEXT(1:2)
               SET STATE-FOUND TO TRUE
           END-IF.

       CHECK-STATE-NAME.
           IF STT-NAME(STT-IDX) = WORK-TEXT
               SET STATE-FOUND TO TRUE
           END-IF.

      *****************************************************************
      * Spaces and hyphens are ignored; anything else that is not a   *
      * digit fails the code, as does any digit count but 5 or 9.     *
      *****************************************************************
       STANDARDIZE-POSTAL-CODE.
           MOVE ASQ-POSTAL-CODE TO WORK-TEXT
           PERFORM CLEAN-WORK-TEXT
           MOVE WORK-TEXT TO ASQ-POSTAL-CODE
           MOVE SPACES TO POSTAL-DIGITS
           MOVE 0 TO POSTAL-DIGIT-COUNT
           MOVE 'N' TO POSTAL-SWITCH

           IF WORK-TEXT = SPACES
               SET ASQ-POSTAL-MISSING TO TRUE
           ELSE
               PERFORM COLLECT-POSTAL-DIGIT
                   VARYING SCAN-INDEX FROM 1 BY 1 UNTIL SCAN-INDEX > 10
               IF POSTAL-BAD-CHARACTER
                   SET ASQ-POSTAL-INVALID TO TRUE
               ELSE
                   EVALUATE POSTAL-DIGIT-COUNT
                       WHEN 5
                           MOVE POSTAL-DIGITS(1:5) TO ASQ-POSTAL-CODE
                           SET ASQ-POSTAL-VALID TO TRUE
                       WHEN 9
                           MOVE SPACES TO ASQ-POSTAL-CODE
                           STRING POSTAL-DIGITS(1:5) "-"
                               POSTAL-DIGITS(6:4)
                               DELIMITED BY SIZE INTO ASQ-POSTAL-CODE
                           SET ASQ-POSTAL-VALID TO TRUE
                       WHEN OTHER
                           SET ASQ-POSTAL-INVALID TO TRUE
                   END-EVALUATE
               END-IF
           END-IF.

       COLLECT-POSTAL-DIGIT.
           MOVE WORK-TEXT(SCAN-INDEX:1) TO TEMP-CHAR
           EVALUATE TRUE
               WHEN TEMP-CHAR = SPACE OR TEMP-CHAR = "-"
                   CONTINUE
               WHEN TEMP-CHAR IS NUMERIC
                   ADD 1 TO POSTAL-DIGIT-COUNT
                   IF POSTAL-DIGIT-COUNT NOT > 9
                       MOVE TEMP-CHAR
                           TO POSTAL-DIGITS(POSTAL-DIGIT-COUNT:1)
                   END-IF
               WHEN OTHER
                   SET POSTAL-BAD-CHARACTER TO TRUE
           END-EVALUATE.

       END PROGRAM ADDRESS-STANDARDIZER.
