       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIN-HASH.
       AUTHOR. MUHAMMAD SHAMSUL MARUF.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * OPERATOR PIN HASHING (shared subprogram)                      *
      * Every sign-on compares PINs through here, so operators.dat    *
      * and its BACKUP-MASTERS copies hold only a salt and a one-way  *
      * hash, never the PIN. The hash runs the salt and the PIN       *
      * through two modular accumulators many times over and prints   *
      * them as sixteen hex digits; the same PIN under two salts      *
      * hashes differently, so equal hashes on the file say nothing   *
      * about equal PINs. Action 'S' draws the salt from the clock    *
      * and the operator ID when a PIN is set or reset.               *
      *****************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  HASH-INPUT.
           05  HIN-SALT-FRONT      PIC X(8).
           05  HIN-PIN             PIC X(8).
           05  HIN-SALT-BACK       PIC X(8).
       01  HASH-INPUT-LENGTH       PIC 9(2) VALUE 24.
       01  HASH-ROUNDS             PIC 9(4) VALUE 256.

       01  ACCUM-1                 PIC 9(10).
       01  ACCUM-2                 PIC 9(10).
       01  CHAR-CODE               PIC 9(3).
       01  ROUND-IDX               PIC 9(4).
       01  BYTE-IDX                PIC 9(2).
       01  COMPUTED-HASH           PIC X(16).

       01  SALT-DATE               PIC 9(8).
       01  SALT-TIME               PIC 9(8).
       01  SALT-SEED               PIC 9(10).
       01  ID-CODE-TOTAL           PIC 9(8).

       01  HEX-DIGITS              PIC X(16)
           VALUE "0123456789ABCDEF".
       01  HEX-WORK                PIC 9(10).
       01  HEX-QUOTIENT            PIC 9(10).
       01  HEX-REMAINDER           PIC 9(2).
       01  HEX-POS                 PIC S9(2).
       01  HEX-OUT                 PIC X(8).

       LINKAGE SECTION.
       01  PIN-HASH-REQUEST.
           COPY "pinreq.cpy".

       PROCEDURE DIVISION USING PIN-HASH-REQUEST.
       MAIN-PROCEDURE.
           EVALUATE TRUE
               WHEN PHQ-VERIFY
                   PERFORM HASH-PIN
                   IF COMPUTED-HASH = PHQ-HASH
                       MOVE "Y" TO PHQ-RESULT
                   ELSE
                       MOVE "N" TO PHQ-RESULT
                   END-IF
               WHEN PHQ-SET-PIN
                   PERFORM DRAW-SALT
                   PERFORM HASH-PIN
                   MOVE COMPUTED-HASH TO PHQ-HASH
                   MOVE "Y" TO PHQ-RESULT
               WHEN OTHER
                   MOVE "N" TO PHQ-RESULT
           END-EVALUATE
           GOBACK.

       HASH-PIN.
           MOVE PHQ-SALT TO HIN-SALT-FRONT
           MOVE PHQ-PIN TO HIN-PIN
           MOVE PHQ-SALT TO HIN-SALT-BACK
           MOVE 2166136261 TO ACCUM-1
           MOVE 3141592653 TO ACCUM-2
           PERFORM MIX-ONE-BYTE
               VARYING ROUND-IDX FROM 1 BY 1
                   UNTIL ROUND-IDX > HASH-ROUNDS
               AFTER BYTE-IDX FROM 1 BY 1
                   UNTIL BYTE-IDX > HASH-INPUT-LENGTH
           MOVE ACCUM-1 TO HEX-WORK
           PERFORM FORMAT-HEX
           MOVE HEX-OUT TO COMPUTED-HASH(1:8)
           MOVE ACCUM-2 TO HEX-WORK
           PERFORM FORMAT-HEX
           MOVE HEX-OUT TO COMPUTED-HASH(9:8).

       MIX-ONE-BYTE.
           COMPUTE CHAR-CODE =
               FUNCTION ORD(HASH-INPUT(BYTE-IDX:1))
           COMPUTE ACCUM-1 = FUNCTION MOD(
               ACCUM-1 * 31 + CHAR-CODE + ROUND-IDX, 4294967291)
           COMPUTE ACCUM-2 = FUNCTION MOD(
               ACCUM-2 * 131 + CHAR-CODE * BYTE-IDX + ACCUM-1,
               4294967279).

      * The salt only has to differ from one PIN setting to the next;
      * the clock to the hundredth of a second and the operator ID
      * see to that.
       DRAW-SALT.
           ACCEPT SALT-DATE FROM DATE YYYYMMDD
           ACCEPT SALT-TIME FROM TIME
           MOVE ZERO TO ID-CODE-TOTAL
           PERFORM ADD-ID-BYTE
               VARYING BYTE-IDX FROM 1 BY 1 UNTIL BYTE-IDX > 8
           COMPUTE SALT-SEED = FUNCTION MOD(
               SALT-TIME * 7919 + SALT-DATE + ID-CODE-TOTAL * 104729,
               4294967291)
           MOVE SALT-SEED TO HEX-WORK
           PERFORM FORMAT-HEX
           MOVE HEX-OUT TO PHQ-SALT.

       ADD-ID-BYTE.
           COMPUTE ID-CODE-TOTAL = ID-CODE-TOTAL * 3 +
               FUNCTION ORD(PHQ-OPERATOR-ID(BYTE-IDX:1)).

       FORMAT-HEX.
           PERFORM FORMAT-ONE-HEX-DIGIT
               VARYING HEX-POS FROM 8 BY -1 UNTIL HEX-POS < 1.

       FORMAT-ONE-HEX-DIGIT.
           DIVIDE HEX-WORK BY 16 GIVING HEX-QUOTIENT
               REMAINDER HEX-REMAINDER
           MOVE HEX-DIGITS(HEX-REMAINDER + 1:1) TO HEX-OUT(HEX-POS:1)
           MOVE HEX-QUOTIENT TO HEX-WORK.

       END PROGRAM PIN-HASH.
