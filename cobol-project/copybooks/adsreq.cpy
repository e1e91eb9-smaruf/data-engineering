      *****************************************************************
      * ADDRESS-STANDARDIZER PARAMETER BLOCK                          *
      * Passed on every CALL "ADDRESS-STANDARDIZER". The caller fills *
      * whatever name and address fields it has (blanks are left      *
      * blank) and gets them back standardized in place: upper case,  *
      * left-justified, single-spaced, street suffixes and unit       *
      * designators abbreviated, the state reduced to its two-letter  *
      * code and the postal code put in 99999 or 99999-9999 form.     *
      * ASQ-STATE is wide enough for a spelled-out state name; the    *
      * code comes back in its first two positions. The two result    *
      * bytes say whether the state and postal code passed - a space  *
      * means the caller supplied none.                               *
      *****************************************************************
           05  ASQ-NAME               PIC X(40).
           05  ASQ-ADDRESS-LINE-1     PIC X(30).
           05  ASQ-ADDRESS-LINE-2     PIC X(30).
           05  ASQ-CITY               PIC X(20).
           05  ASQ-STATE              PIC X(20).
           05  ASQ-POSTAL-CODE        PIC X(10).
           05  ASQ-STATE-RESULT       PIC X(1).
               88  ASQ-STATE-VALID    VALUE "Y".
               88  ASQ-STATE-INVALID  VALUE "N".
               88  ASQ-STATE-MISSING  VALUE " ".
           05  ASQ-POSTAL-RESULT      PIC X(1).
               88  ASQ-POSTAL-VALID   VALUE "Y".
               88  ASQ-POSTAL-INVALID VALUE "N".
               88  ASQ-POSTAL-MISSING VALUE " ".
