       01  DOMAIN                  PIC X(30).
       01  AT-POSITION             PIC 9(2).

       01  ADDRESS-REQUEST.
           COPY "adsreq.cpy".

       01  PROGRAM-RETURN-CODE          PIC 9(3) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM WORD-COUNTING
           PERFORM STRING-TRIMMING
           PERFORM EMAIL-PARSING
           PERFORM ADDRESS-STANDARDIZATION
           
           DISPLAY " "
           DISPLAY "===== ALL TESTS COMPLETED ====="
               DISPLAY "   Invalid email format"
           END-IF
           DISPLAY " ".

       ADDRESS-STANDARDIZATION.
           DISPLAY "10. ADDRESS STANDARDIZATION"
           MOVE SPACES TO ADDRESS-REQUEST
           MOVE "  muhammad   shamsul maruf" TO ASQ-NAME
           MOVE "42 elm street, apartment 7" TO ASQ-ADDRESS-LINE-1
           MOVE "springfield" TO ASQ-CITY
           MOVE "Illinois" TO ASQ-STATE
           MOVE "627011234" TO ASQ-POSTAL-CODE
           DISPLAY "   Before: " ASQ-NAME
           DISPLAY "           " ASQ-ADDRESS-LINE-1
           DISPLAY "           " ASQ-CITY " " ASQ-STATE
               " " ASQ-POSTAL-CODE

           CALL "ADDRESS-STANDARDIZER" USING ADDRESS-REQUEST

           DISPLAY "   After:  " ASQ-NAME
           DISPLAY "           " ASQ-ADDRESS-LINE-1
           DISPLAY "           " ASQ-CITY " " ASQ-STATE(1:2)
               " " ASQ-POSTAL-CODE
           IF ASQ-STATE-VALID AND ASQ-POSTAL-VALID
               DISPLAY "   State and postal code are valid"
           ELSE
               DISPLAY "   State or postal code is invalid"
           END-IF
           DISPLAY " ".
       
       END PROGRAM STRING-PROCESSOR.
