                   MOVE "01" TO REJECT-REASON-CODE
                   MOVE "INVALID EMPLOYEE ID" TO REJECT-REASON-TEXT
                   PERFORM WRITE-REJECT-RECORD
               WHEN NOT EMP-IS-SALARIED OF INPUT-RECORD
                   AND NOT EMP-IS-HOURLY OF INPUT-RECORD
                   MOVE "05" TO REJECT-REASON-CODE
                   MOVE "INVALID PAY TYPE" TO REJECT-REASON-TEXT
                   PERFORM WRITE-REJECT-RECORD
               WHEN EMP-IS-HOURLY OF INPUT-RECORD
                   AND (EMP-HOURLY-RATE OF INPUT-RECORD NOT NUMERIC
                   OR EMP-HOURLY-RATE OF INPUT-RECORD NOT > 0)
                   MOVE "06" TO REJECT-REASON-CODE
                   MOVE "INVALID HOURLY RATE" TO REJECT-REASON-TEXT
                   PERFORM WRITE-REJECT-RECORD
               WHEN EMP-IS-SALARIED OF INPUT-RECORD
                   AND EMP-SALARY NOT > 0
                   MOVE "02" TO REJECT-REASON-CODE
                   MOVE "INVALID SALARY" TO REJECT-REASON-TEXT
                   PERFORM WRITE-REJECT-RECORD
               PERFORM SAVE-NEXT-BANK-DETAIL
                   UNTIL NO-MORE-OLD-MASTER
               CLOSE EMPLOYEE-MASTER
           END-IF
      * No master yet (35) is a first run with nothing to carry
      * forward; any other failure would rebuild the master with
      * every employee's bank details blanked, so stop instead.
           IF MASTER-FILE-STATUS NOT = "00"
               AND MASTER-FILE-STATUS NOT = "35"
               DISPLAY "ERROR: Cannot read employee master for bank "
                   "details"
               DISPLAY "File Status: " MASTER-FILE-STATUS
               IF MASTER-FILE-STATUS = "39"
                   DISPLAY "Run EMPLOYEE-MASTER-CONVERT and swap the "
                       "converted master into place first"
               END-IF
               CLOSE INPUT-FILE
               CLOSE OUTPUT-FILE
               CLOSE REJECT-FILE
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

       SAVE-NEXT-BANK-DETAIL.
           MOVE EMP-NAME       TO MST-EMP-NAME
           MOVE EMP-SALARY     TO MST-EMP-SALARY
           MOVE EMP-DEPARTMENT TO MST-EMP-DEPARTMENT
           IF EMP-IS-HOURLY OF INPUT-RECORD
               MOVE "H" TO EMP-PAY-TYPE OF MASTER-RECORD
               MOVE EMP-HOURLY-RATE OF INPUT-RECORD
                   TO EMP-HOURLY-RATE OF MASTER-RECORD
           ELSE
               MOVE "S" TO EMP-PAY-TYPE OF MASTER-RECORD
               MOVE ZERO TO EMP-HOURLY-RATE OF MASTER-RECORD
           END-IF
           MOVE ZERO TO EMP-ROUTING-NUMBER OF MASTER-RECORD
           MOVE SPACES TO EMP-ACCOUNT-NUMBER OF MASTER-RECORD
           PERFORM RESTORE-BANK-DETAILS
