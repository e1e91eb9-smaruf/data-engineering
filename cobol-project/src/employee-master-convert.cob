       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYEE-MASTER-CONVERT.
       AUTHOR. MUHAMMAD SHAMSUL MARUF.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * EMPLOYEE MASTER LAYOUT CONVERSION (ONE-TIME)                  *
      * The employee master row grew the pay type and hourly rate;    *
      * rows written before that change are short and cannot be read  *
      * with the new layout, which would also stop FILE-IO-DEMO       *
      * carrying each employee's bank details into the nightly        *
      * rebuild. This utility reads employee-master.dat with the OLD  *
      * layout and writes employee-master-converted.dat in the NEW    *
      * layout with every employee salaried ("S") at a zero hourly    *
      * rate, as PAYROLL-YTD-CONVERT did for the year-to-date file.   *
      * The operator swaps the -converted file into place (after      *
      * BACKUP-MASTERS has a verified copy of the original);          *
      * rerunning simply rebuilds the -converted copy. Hourly staff   *
      * are then set up through EMPLOYEE-DATABASE or the employee     *
      * feed.                                                         *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER-FILE
               ASSIGN TO "../data/output/employee-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLDE-EMP-ID
               FILE STATUS IS OLD-FILE-STATUS.

           SELECT NEW-MASTER-FILE
               ASSIGN TO "../data/output/employee-master-converted.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS NEW-FILE-STATUS.

           SELECT CONVERT-REPORT-FILE
               ASSIGN TO
                   "../data/output/employee-master-convert-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Employee row as it was before the pay type and hourly rate
      * were added.
       FD  OLD-MASTER-FILE.
       01  OLD-MASTER-RECORD.
           05  OLDE-EMP-ID            PIC 9(6).
           05  FILLER                 PIC X(1).
           05  OLDE-EMP-NAME          PIC X(30).
           05  FILLER                 PIC X(1).
           05  OLDE-EMP-SALARY        PIC 9(7)V99.
           05  FILLER                 PIC X(1).
           05  OLDE-EMP-DEPARTMENT    PIC X(20).
           05  FILLER                 PIC X(1).
           05  OLDE-ROUTING-NUMBER    PIC 9(9).
           05  FILLER                 PIC X(1).
           05  OLDE-ACCOUNT-NUMBER    PIC X(12).

       FD  NEW-MASTER-FILE.
       01  NEW-MASTER-RECORD.
           COPY "emprec.cpy".

       FD  CONVERT-REPORT-FILE.
       01  REPORT-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  OLD-FILE-STATUS         PIC XX.
       01  NEW-FILE-STATUS         PIC XX.
       01  REPORT-FILE-STATUS      PIC XX.

       01  END-OF-OLD-FILE         PIC X VALUE 'N'.
           88  NO-MORE-OLD-RECORDS VALUE 'Y'.

       01  FILE-CONVERTED-COUNT    PIC 9(8) VALUE ZERO.
       01  REPORT-DETAIL           PIC X(100).
       01  PROGRAM-RETURN-CODE     PIC 9(3) VALUE ZERO.
       01  WARNING-FLAG            PIC X VALUE 'N'.
           88  WARNINGS-OCCURRED   VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-CONVERT
           PERFORM CONVERT-EMPLOYEE-MASTER
           PERFORM FINALIZE-CONVERT
           PERFORM DETERMINE-RETURN-CODE
           MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       INITIALIZE-CONVERT.
           OPEN OUTPUT CONVERT-REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open "
                   "employee-master-convert-report.txt"
               DISPLAY "File Status: " REPORT-FILE-STATUS
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "EMPLOYEE MASTER LAYOUT CONVERSION REPORT"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       CONVERT-EMPLOYEE-MASTER.
           OPEN INPUT OLD-MASTER-FILE
           IF OLD-FILE-STATUS NOT = "00"
               MOVE "employee-master.dat not present - skipped"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               OPEN OUTPUT NEW-MASTER-FILE
               IF NEW-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: cannot open "
                       "employee-master-converted.dat"
                   DISPLAY "File Status: " NEW-FILE-STATUS
                   CLOSE OLD-MASTER-FILE
                   MOVE 16 TO PROGRAM-RETURN-CODE
               ELSE
                   PERFORM COPY-EMPLOYEE-RECORD
                       UNTIL NO-MORE-OLD-RECORDS
                   CLOSE OLD-MASTER-FILE
                   CLOSE NEW-MASTER-FILE
                   MOVE SPACES TO REPORT-DETAIL
                   STRING "employee-master.dat: "
                       FILE-CONVERTED-COUNT " records converted"
                       DELIMITED BY SIZE INTO REPORT-DETAIL
                   MOVE REPORT-DETAIL TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.

       COPY-EMPLOYEE-RECORD.
           READ OLD-MASTER-FILE NEXT RECORD
               AT END
                   SET NO-MORE-OLD-RECORDS TO TRUE
               NOT AT END
                   MOVE SPACES TO NEW-MASTER-RECORD
                   MOVE OLDE-EMP-ID TO EMP-ID
                   MOVE OLDE-EMP-NAME TO EMP-NAME
                   MOVE OLDE-EMP-SALARY TO EMP-SALARY
                   MOVE OLDE-EMP-DEPARTMENT TO EMP-DEPARTMENT
                   MOVE OLDE-ROUTING-NUMBER TO EMP-ROUTING-NUMBER
                   MOVE OLDE-ACCOUNT-NUMBER TO EMP-ACCOUNT-NUMBER
                   MOVE "S" TO EMP-PAY-TYPE
                   MOVE ZERO TO EMP-HOURLY-RATE
                   WRITE NEW-MASTER-RECORD
                   IF NEW-FILE-STATUS = "00"
                       ADD 1 TO FILE-CONVERTED-COUNT
                   ELSE
                       DISPLAY "WARNING: converted write failed for "
                           OLDE-EMP-ID " status " NEW-FILE-STATUS
                       SET WARNINGS-OCCURRED TO TRUE
                   END-IF
           END-READ.

       FINALIZE-CONVERT.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Swap the -converted file into place once verified."
               TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE CONVERT-REPORT-FILE
           DISPLAY "Employee master conversion complete: "
               FILE-CONVERTED-COUNT " records converted"
           DISPLAY "Report: "
               "../data/output/employee-master-convert-report.txt".

       DETERMINE-RETURN-CODE.
           IF PROGRAM-RETURN-CODE = 0 AND WARNINGS-OCCURRED
               MOVE 4 TO PROGRAM-RETURN-CODE
           END-IF.

       END PROGRAM EMPLOYEE-MASTER-CONVERT.
