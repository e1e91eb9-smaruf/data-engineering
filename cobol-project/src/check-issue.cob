       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-ISSUE.
       AUTHOR. MUHAMMAD SHAMSUL MARUF.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * CHECK NUMBERING AND REGISTRATION (shared subprogram)          *
      * Every paper check the batch runs write is numbered and        *
      * registered here, factored out the way CASH-BOOK is so refund  *
      * checks and paper payroll checks draw on the one counter in    *
      * check-number-control.txt and land on check-register.dat the   *
      * same way. The check's outstanding payment goes on the cash    *
      * book in the same call and the cash-book key is kept on the    *
      * register row, so CHECK-MAINTENANCE and UNCLAIMED-PROPERTY can *
      * tell whether the bank has paid it. The counter is saved after *
      * every check so an abend mid-run cannot hand a number out      *
      * twice. Files stay open until the caller sends action 'C'.     *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-REGISTER-FILE
               ASSIGN TO "../data/output/check-register.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHK-NUMBER
               ALTERNATE RECORD KEY IS CHK-PAYEE-ID
                   WITH DUPLICATES
               FILE STATUS IS REGISTER-FILE-STATUS.

           SELECT CHECK-NUMBER-FILE
               ASSIGN TO "../data/output/check-number-control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NUMBER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-REGISTER-FILE.
       01  CHECK-REGISTER-RECORD.
           COPY "chkreg.cpy".

       FD  CHECK-NUMBER-FILE.
       01  CHECK-NUMBER-RECORD         PIC 9(8).

       WORKING-STORAGE SECTION.
       01  REGISTER-FILE-STATUS    PIC XX.
       01  NUMBER-FILE-STATUS      PIC XX.

       01  FILE-OPEN-SWITCH        PIC X VALUE 'N'.
           88  REGISTER-OPEN       VALUE 'Y'.

       01  LAST-CHECK-NUMBER       PIC 9(8) VALUE ZERO.

       01  CASH-BOOK-REQUEST.
           COPY "cbkreq.cpy".

       LINKAGE SECTION.
       01  CHECK-REQUEST.
           COPY "chkreq.cpy".

       PROCEDURE DIVISION USING CHECK-REQUEST.
       MAIN-PROCEDURE.
           EVALUATE TRUE
               WHEN CKQ-ISSUE
                   IF NOT REGISTER-OPEN
                       PERFORM OPEN-CHECK-REGISTER
                   END-IF
                   IF REGISTER-OPEN
                       PERFORM ISSUE-ONE-CHECK
                   END-IF
                   MOVE REGISTER-FILE-STATUS TO CKQ-RESULT
               WHEN CKQ-CLOSE
                   IF REGISTER-OPEN
                       CLOSE CHECK-REGISTER-FILE
                       MOVE 'N' TO FILE-OPEN-SWITCH
                   END-IF
                   SET CBQ-CLOSE TO TRUE
                   CALL "CASH-BOOK" USING CASH-BOOK-REQUEST
                   MOVE "00" TO CKQ-RESULT
               WHEN OTHER
                   MOVE "99" TO CKQ-RESULT
           END-EVALUATE

           GOBACK.

       OPEN-CHECK-REGISTER.
           OPEN I-O CHECK-REGISTER-FILE
           IF REGISTER-FILE-STATUS = "35"
               OPEN OUTPUT CHECK-REGISTER-FILE
               CLOSE CHECK-REGISTER-FILE
               OPEN I-O CHECK-REGISTER-FILE
           END-IF
           IF REGISTER-FILE-STATUS = "00"
               SET REGISTER-OPEN TO TRUE
               PERFORM READ-CHECK-NUMBER
           END-IF.

       ISSUE-ONE-CHECK.
           ADD 1 TO LAST-CHECK-NUMBER
           MOVE LAST-CHECK-NUMBER TO CKQ-CHECK-NUMBER

           SET CBQ-WRITE TO TRUE
           MOVE CKQ-CHECK-TYPE TO CBQ-SOURCE
           MOVE CKQ-ISSUE-DATE TO CBQ-ENTRY-DATE
           MOVE CKQ-ISSUE-DATE TO CBQ-ITEM-DATE
           MOVE "O" TO CBQ-DIRECTION
           MOVE CKQ-AMOUNT TO CBQ-AMOUNT
           MOVE CKQ-CHECK-NUMBER TO CBQ-REFERENCE
           MOVE CKQ-PAYEE-ID TO CBQ-PARTY-ID
           MOVE SPACES TO CBQ-ENTRY-KEY
           CALL "CASH-BOOK" USING CASH-BOOK-REQUEST
           IF CBQ-RESULT NOT = "00"
               DISPLAY "WARNING: cash book entry failed for check "
                   CKQ-CHECK-NUMBER " status " CBQ-RESULT
               MOVE SPACES TO CBQ-ENTRY-KEY
           END-IF

           MOVE SPACES TO CHECK-REGISTER-RECORD
           MOVE CKQ-CHECK-NUMBER TO CHK-NUMBER
           MOVE CKQ-CHECK-TYPE TO CHK-TYPE
           MOVE CKQ-PAYEE-ID TO CHK-PAYEE-ID
           MOVE CKQ-PAYEE-NAME TO CHK-PAYEE-NAME
           MOVE CKQ-ISSUE-DATE TO CHK-ISSUE-DATE
           MOVE CKQ-AMOUNT TO CHK-AMOUNT
           SET CHK-ISSUED TO TRUE
           MOVE CKQ-ISSUE-DATE TO CHK-STATUS-DATE
           MOVE CKQ-GL-ACCOUNT TO CHK-GL-ACCOUNT
           MOVE CBQ-ENTRY-KEY TO CHK-CASH-BOOK-KEY
           MOVE CKQ-REPLACES TO CHK-REPLACES
           MOVE ZERO TO CHK-REPLACED-BY
           MOVE "N" TO CHK-PP-ISSUE-SENT
           MOVE "N" TO CHK-PP-VOID-SENT
           WRITE CHECK-REGISTER-RECORD
           IF REGISTER-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: check " CKQ-CHECK-NUMBER
                   " not registered, status " REGISTER-FILE-STATUS
           END-IF

           PERFORM SAVE-CHECK-NUMBER.

       READ-CHECK-NUMBER.
           OPEN INPUT CHECK-NUMBER-FILE
           IF NUMBER-FILE-STATUS = "00"
               READ CHECK-NUMBER-FILE
               IF NUMBER-FILE-STATUS = "00"
                   AND CHECK-NUMBER-RECORD NUMERIC
                   MOVE CHECK-NUMBER-RECORD TO LAST-CHECK-NUMBER
               END-IF
               CLOSE CHECK-NUMBER-FILE
           END-IF.

       SAVE-CHECK-NUMBER.
           OPEN OUTPUT CHECK-NUMBER-FILE
           IF NUMBER-FILE-STATUS = "00"
               MOVE LAST-CHECK-NUMBER TO CHECK-NUMBER-RECORD
               WRITE CHECK-NUMBER-RECORD
               CLOSE CHECK-NUMBER-FILE
           ELSE
               DISPLAY "WARNING: cannot save check number counter"
                   " (status " NUMBER-FILE-STATUS ")"
           END-IF.

       END PROGRAM CHECK-ISSUE.
