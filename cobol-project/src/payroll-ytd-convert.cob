       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-YTD-CONVERT.
       AUTHOR. MUHAMMAD SHAMSUL MARUF.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * PAYROLL YEAR-TO-DATE LAYOUT CONVERSION (ONE-TIME)             *
      * The payroll year-to-date row grew the employer tax fields -   *
      * the year's employer tax total and one slot per tax with its   *
      * taxable wages and amount; rows written before that change     *
      * are short and cannot be read with the new layout. This        *
      * utility reads payroll-ytd.dat with the OLD layout and writes  *
      * payroll-ytd-converted.dat in the NEW layout with the employer *
      * tax fields zeroed and the slots unassigned, as                *
      * MASTER-LAYOUT-CONVERT did for the product, department and     *
      * sales history files. The operator swaps the -converted file   *
      * into place (after BACKUP-MASTERS has a verified copy of the   *
      * original); rerunning simply rebuilds the -converted copy. A   *
      * year converted part way through starts its wage bases from    *
      * the month of the swap.                                        *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-YTD-FILE
               ASSIGN TO "../data/output/payroll-ytd.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLDY-KEY
               FILE STATUS IS OLD-FILE-STATUS.

           SELECT NEW-YTD-FILE
               ASSIGN TO "../data/output/payroll-ytd-converted.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-KEY
               FILE STATUS IS NEW-FILE-STATUS.

           SELECT CONVERT-REPORT-FILE
               ASSIGN TO
                   "../data/output/payroll-ytd-convert-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Year-to-date row as it was before the employer tax fields
      * were added.
       FD  OLD-YTD-FILE.
       01  OLD-YTD-RECORD.
           05  OLDY-KEY.
               10  OLDY-EMP-ID        PIC 9(6).
               10  OLDY-YEAR          PIC 9(4).
           05  OLDY-EMP-NAME          PIC X(30).
           05  OLDY-GROSS             PIC 9(10)V99 COMP-3.
           05  OLDY-TAX               PIC 9(10)V99 COMP-3.
           05  OLDY-DEDUCTIONS        PIC 9(10)V99 COMP-3.
           05  OLDY-NET               PIC 9(10)V99 COMP-3.

       FD  NEW-YTD-FILE.
       01  NEW-YTD-RECORD.
           COPY "payytd.cpy".

       FD  CONVERT-REPORT-FILE.
       01  REPORT-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  OLD-FILE-STATUS         PIC XX.
       01  NEW-FILE-STATUS         PIC XX.
       01  REPORT-FILE-STATUS      PIC XX.

       01  END-OF-OLD-FILE         PIC X VALUE 'N'.
           88  NO-MORE-OLD-RECORDS VALUE 'Y'.

       01  FILE-CONVERTED-COUNT    PIC 9(8) VALUE ZERO.
       01  SLOT-IDX                PIC 9(2).
       01  REPORT-DETAIL           PIC X(100).
       01  PROGRAM-RETURN-CODE     PIC 9(3) VALUE ZERO.
       01  WARNING-FLAG            PIC X VALUE 'N'.
           88  WARNINGS-OCCURRED   VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-CONVERT
           PERFORM CONVERT-PAYROLL-YTD
           PERFORM FINALIZE-CONVERT
           PERFORM DETERMINE-RETURN-CODE
           MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       INITIALIZE-CONVERT.
           OPEN OUTPUT CONVERT-REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open "
                   "payroll-ytd-convert-report.txt"
               DISPLAY "File Status: " REPORT-FILE-STATUS
               MOVE 16 TO PROGRAM-RETURN-CODE
               MOVE PROGRAM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "PAYROLL YEAR-TO-DATE LAYOUT CONVERSION REPORT"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       CONVERT-PAYROLL-YTD.
           OPEN INPUT OLD-YTD-FILE
           IF OLD-FILE-STATUS NOT = "00"
               MOVE "payroll-ytd.dat not present - skipped"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               OPEN OUTPUT NEW-YTD-FILE
               IF NEW-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: cannot open "
                       "payroll-ytd-converted.dat"
                   DISPLAY "File Status: " NEW-FILE-STATUS
                   CLOSE OLD-YTD-FILE
                   MOVE 16 TO PROGRAM-RETURN-CODE
               ELSE
                   PERFORM COPY-YTD-RECORD
                       UNTIL NO-MORE-OLD-RECORDS
                   CLOSE OLD-YTD-FILE
                   CLOSE NEW-YTD-FILE
                   MOVE SPACES TO REPORT-DETAIL
                   STRING "payroll-ytd.dat: "
                       FILE-CONVERTED-COUNT " records converted"
                       DELIMITED BY SIZE INTO REPORT-DETAIL
                   MOVE REPORT-DETAIL TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.

       COPY-YTD-RECORD.
           READ OLD-YTD-FILE NEXT RECORD
               AT END
                   SET NO-MORE-OLD-RECORDS TO TRUE
               NOT AT END
                   MOVE OLDY-EMP-ID TO YTD-EMP-ID
                   MOVE OLDY-YEAR TO YTD-YEAR
                   MOVE OLDY-EMP-NAME TO YTD-EMP-NAME
                   MOVE OLDY-GROSS TO YTD-GROSS
                   MOVE OLDY-TAX TO YTD-TAX
                   MOVE OLDY-DEDUCTIONS TO YTD-DEDUCTIONS
                   MOVE OLDY-NET TO YTD-NET
                   MOVE ZERO TO YTD-ER-TAX-TOTAL
                   PERFORM CLEAR-ER-TAX-SLOT
                       VARYING SLOT-IDX FROM 1 BY 1 UNTIL SLOT-IDX > 6
                   WRITE NEW-YTD-RECORD
                   IF NEW-FILE-STATUS = "00"
                       ADD 1 TO FILE-CONVERTED-COUNT
                   ELSE
                       DISPLAY "WARNING: converted write failed for "
                           OLDY-EMP-ID " status " NEW-FILE-STATUS
                       SET WARNINGS-OCCURRED TO TRUE
                   END-IF
           END-READ.

       CLEAR-ER-TAX-SLOT.
           MOVE SPACES TO YTD-ER-CODE(SLOT-IDX)
           MOVE ZERO TO YTD-ER-WAGES(SLOT-IDX)
           MOVE ZERO TO YTD-ER-AMOUNT(SLOT-IDX).

       FINALIZE-CONVERT.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Swap the -converted file into place once verified."
               TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE CONVERT-REPORT-FILE
           DISPLAY "Payroll YTD conversion complete: "
               FILE-CONVERTED-COUNT " records converted"
           DISPLAY "Report: "
               "../data/output/payroll-ytd-convert-report.txt".

       DETERMINE-RETURN-CODE.
           IF PROGRAM-RETURN-CODE = 0 AND WARNINGS-OCCURRED
               MOVE 4 TO PROGRAM-RETURN-CODE
           END-IF.

       END PROGRAM PAYROLL-YTD-CONVERT.
