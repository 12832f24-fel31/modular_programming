       ENVIRONMENT DIVISION .
       INPUT-OUTPUT SECTION .
       FILE-CONTROL .

      * EMPLOYEE-FILE is read only here, sequentially, to feed the
      * sort -- this program never adds/changes/deletes an employee .
           SELECT EMPLOYEE-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\EMPLOYEE12.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY EMPLOYEE-NO
               ALTERNATE RECORD KEY EMPLOYEE-SURNAME
                   WITH DUPLICATES
               FILE STATUS WS-EMP-STATUS .
           SELECT GRADE-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\GRADE12.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY GRADE-CODE
               FILE STATUS WS-GRADE-STATUS .
           SELECT SORT-WORK-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\SRTWKB12.DAT" .
           SELECT PRINT-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\GRDRPT12.DAT"
               FILE STATUS WS-PRINT-STATUS .
       DATA DIVISION .
       FILE SECTION .
       FD  EMPLOYEE-FILE .
       01  EMPLOYEE-REC .
           03  EMPLOYEE-NO      PIC X(8) .
           03  EMPLOYEE-INITS   PIC X(4) .
           03  EMPLOYEE-SURNAME PIC X(16) .
           03  EMPLOYEE-SALARY  PIC 9(6)V99 .
           03  EMPLOYEE-ADDRESS PIC X(40) .
           03  EMPLOYEE-DEPT    PIC X(10) .
           03  EMPLOYEE-STATUS  PIC X .
           88  EMPLOYEE-TERMINATED
                                VALUE "T" .
           03  EMPLOYEE-TERM-DATE
                                PIC 9(8) .
           03  EMPLOYEE-GRADE   PIC X(2) .
           03  EMPLOYEE-HIRE-DATE
                                PIC 9(8) .
           03  EMPLOYEE-PROBATION-END
                                PIC 9(8) .

      * GRADE-REC must stay byte for byte what PROGRAM12K maintains .
       FD  GRADE-FILE .
       01  GRADE-REC .
           03  GRADE-CODE             PIC X(2) .
           03  GRADE-DESC             PIC X(20) .
           03  GRADE-MIN-SALARY       PIC 9(6)V99 .
           03  GRADE-MID-SALARY       PIC 9(6)V99 .
           03  GRADE-MAX-SALARY       PIC 9(6)V99 .
           03  GRADE-BAND-CHECK       PIC X .
           88  GRADE-BAND-ENFORCED    VALUE "Y" .

      * only what the listing prints travels through the sort --
      * grade first so each band prints as one block, ungraded
      * employees (blank grade) sorting to the front .
       SD  SORT-WORK-FILE .
       01  SORT-REC .
           03  SORT-GRADE            PIC X(2) .
           03  SORT-EMPLOYEE-NO      PIC X(8) .
           03  SORT-EMPLOYEE-INITS   PIC X(4) .
           03  SORT-EMPLOYEE-SURNAME PIC X(16) .
           03  SORT-EMPLOYEE-DEPT    PIC X(10) .
           03  SORT-EMPLOYEE-SALARY  PIC 9(6)V99 .

       FD  PRINT-FILE .
       01  PRINT-LINE           PIC X(132) .

       WORKING-STORAGE SECTION .
       01  WS-EMP-STATUS        PIC XX .
       01  WS-GRADE-STATUS      PIC XX .
       01  WS-GRADE-FILE-FLAG   PIC 9 VALUE 0 .
       88  NO-GRADE-FILE        VALUE 1 .
       01  WS-PRINT-STATUS      PIC XX .
       01  WS-EOF               PIC 9 VALUE 0 .
       88  NO-MORE-SORTED-RECS  VALUE 1 .
       01  WS-READ-EOF          PIC 9 VALUE 0 .
       88  NO-MORE-EMPLOYEES    VALUE 1 .
       01  WS-RUN-DATE          PIC 9(8) .
       01  WS-PAGE-NO           PIC 9(4) VALUE 0 .
       01  WS-LINE-COUNT        PIC 9(3) VALUE 0 .
       01  WS-LINES-PER-PAGE    PIC 9(3) VALUE 50 .
       01  WS-PAGE-ED           PIC ZZZ9 .

      * the grade block being printed, and what the grade table
      * said about it when the block started .
       01  WS-PREV-GRADE        PIC X(2) VALUE SPACES .
       01  WS-FIRST-REC-FLAG    PIC 9 VALUE 1 .
       88  FIRST-REC            VALUE 1 .
       01  WS-GRADE-KNOWN-FLAG  PIC 9 .
       88  GRADE-KNOWN          VALUE 1 .
       01  WS-ENFORCED-TEXT     PIC X(22) .

      * per-employee band position .  the compa-ratio is salary over
      * the band midpoint as a percentage; the position runs 0 at the
      * band minimum to 100 at the maximum .
       01  WS-COMPA-RATIO       PIC 9(3)V9 .
       01  WS-BAND-POSITION     PIC 9(3) .
       01  WS-BAND-FLAG         PIC X(14) .
       01  WS-COMPA-ED          PIC ZZ9.9 .
       01  WS-POSITION-ED       PIC ZZ9 .
       01  WS-SALARY-ED         PIC Z,ZZZ,ZZ9.99 .
       01  WS-MIN-ED            PIC Z,ZZZ,ZZ9.99 .
       01  WS-MID-ED            PIC Z,ZZZ,ZZ9.99 .
       01  WS-MAX-ED            PIC Z,ZZZ,ZZ9.99 .

      * grade-block and report totals .
       01  WS-GRADE-COUNT       PIC 9(7) VALUE 0 .
       01  WS-GRADE-BELOW       PIC 9(7) VALUE 0 .
       01  WS-GRADE-ABOVE       PIC 9(7) VALUE 0 .
       01  WS-GRADE-COMPA-SUM   PIC 9(9)V9 VALUE 0 .
       01  WS-READ-COUNT        PIC 9(7) VALUE 0 .
       01  WS-TERMINATED-COUNT  PIC 9(7) VALUE 0 .
       01  WS-LISTED-COUNT      PIC 9(7) VALUE 0 .
       01  WS-UNGRADED-COUNT    PIC 9(7) VALUE 0 .
       01  WS-UNKNOWN-COUNT     PIC 9(7) VALUE 0 .
       01  WS-BELOW-COUNT       PIC 9(7) VALUE 0 .
       01  WS-ABOVE-COUNT       PIC 9(7) VALUE 0 .
       01  WS-COUNT-ED          PIC Z,ZZZ,ZZ9 .

       PROCEDURE DIVISION .
       PROG .
       INIT-PARA .
           DISPLAY "PAY GRADE COMPA-RATIO REPORT STARTING" .
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD .
           OPEN OUTPUT PRINT-FILE .
           IF WS-PRINT-STATUS NOT EQUAL TO "00"
               DISPLAY "ERROR OPENING GRADE REPORT FILE "
                   WS-PRINT-STATUS
               STOP RUN
           END-IF .
      * no grade file yet means no grades loaded -- an empty table .
           OPEN INPUT GRADE-FILE .
           IF WS-GRADE-STATUS EQUAL "35"
               MOVE 1 TO WS-GRADE-FILE-FLAG
           ELSE
               IF WS-GRADE-STATUS NOT EQUAL TO "00"
                   DISPLAY "ERROR OPENING GRADE FILE " WS-GRADE-STATUS
                   STOP RUN
               END-IF
           END-IF .
       BOD-PARA .
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-GRADE
               ON ASCENDING KEY SORT-EMPLOYEE-NO
               INPUT PROCEDURE IS RELEASE-ACTIVE-RECS
               OUTPUT PROCEDURE IS WRITE-REPORT-RECS .
       END-PARA .
           IF NOT NO-GRADE-FILE
               CLOSE GRADE-FILE
           END-IF .
           CLOSE PRINT-FILE .
           DISPLAY "PROGRAM CONCLUDES" .
           STOP RUN .

      * terminated employees are off the payroll and out of any band
      * that matters -- only the active master is profiled .
       RELEASE-ACTIVE-RECS .
           MOVE 0 TO WS-READ-EOF .
           OPEN INPUT EMPLOYEE-FILE .
           IF WS-EMP-STATUS NOT EQUAL TO "00"
               DISPLAY "ERROR OPENING EMPLOYEE FILE " WS-EMP-STATUS
               STOP RUN
           END-IF .
           READ EMPLOYEE-FILE
             AT END MOVE 1 TO WS-READ-EOF .
           PERFORM RELEASE-ONE-EMPLOYEE UNTIL NO-MORE-EMPLOYEES .
           CLOSE EMPLOYEE-FILE .
       RELEASE-ONE-EMPLOYEE .
           ADD 1 TO WS-READ-COUNT .
           IF EMPLOYEE-TERMINATED
               ADD 1 TO WS-TERMINATED-COUNT
           ELSE
               MOVE EMPLOYEE-GRADE TO SORT-GRADE
               MOVE EMPLOYEE-NO TO SORT-EMPLOYEE-NO
               MOVE EMPLOYEE-INITS TO SORT-EMPLOYEE-INITS
               MOVE EMPLOYEE-SURNAME TO SORT-EMPLOYEE-SURNAME
               MOVE EMPLOYEE-DEPT TO SORT-EMPLOYEE-DEPT
               MOVE EMPLOYEE-SALARY TO SORT-EMPLOYEE-SALARY
               RELEASE SORT-REC
           END-IF .
           READ EMPLOYEE-FILE
             AT END MOVE 1 TO WS-READ-EOF .
       WRITE-REPORT-RECS .
           PERFORM WRITE-HEADING .
           RETURN SORT-WORK-FILE
             AT END MOVE 1 TO WS-EOF
           END-RETURN .
           PERFORM PROCESS-SORTED-REC UNTIL NO-MORE-SORTED-RECS .
           IF NOT FIRST-REC
               PERFORM WRITE-GRADE-TOTAL
           END-IF .
           PERFORM WRITE-REPORT-TOTALS .
       PROCESS-SORTED-REC .
           IF FIRST-REC
               OR SORT-GRADE NOT EQUAL TO WS-PREV-GRADE
               IF NOT FIRST-REC
                   PERFORM WRITE-GRADE-TOTAL
               END-IF
               MOVE 0 TO WS-FIRST-REC-FLAG
               MOVE SORT-GRADE TO WS-PREV-GRADE
               PERFORM START-GRADE-BLOCK
           END-IF .
           PERFORM WRITE-DETAIL-LINE .
           ADD 1 TO WS-LISTED-COUNT .
           RETURN SORT-WORK-FILE
             AT END MOVE 1 TO WS-EOF
           END-RETURN .

      * each grade block opens with the band as the grade table has
      * it today .  a blank grade is the not-yet-graded group; a grade
      * missing from the table prints every member as UNKNOWN GRADE,
      * which is exactly what the nightly edit would reject them for .
       START-GRADE-BLOCK .
           MOVE 0 TO WS-GRADE-COUNT .
           MOVE 0 TO WS-GRADE-BELOW .
           MOVE 0 TO WS-GRADE-ABOVE .
           MOVE 0 TO WS-GRADE-COMPA-SUM .
           MOVE 0 TO WS-GRADE-KNOWN-FLAG .
           IF WS-LINE-COUNT GREATER THAN WS-LINES-PER-PAGE - 6
               PERFORM WRITE-HEADING
           END-IF .
           MOVE SPACES TO PRINT-LINE .
           WRITE PRINT-LINE .
           MOVE SPACES TO PRINT-LINE .
           IF WS-PREV-GRADE EQUAL SPACES
               STRING "NO GRADE -- NOT YET ASSIGNED TO A BAND"
                   DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               MOVE WS-PREV-GRADE TO GRADE-CODE
               MOVE "23" TO WS-GRADE-STATUS
               IF NOT NO-GRADE-FILE
                   READ GRADE-FILE
               END-IF
               IF WS-GRADE-STATUS EQUAL "00"
                   MOVE 1 TO WS-GRADE-KNOWN-FLAG
                   MOVE GRADE-MIN-SALARY TO WS-MIN-ED
                   MOVE GRADE-MID-SALARY TO WS-MID-ED
                   MOVE GRADE-MAX-SALARY TO WS-MAX-ED
                   IF GRADE-BAND-ENFORCED
                       MOVE "BAND ENFORCED" TO WS-ENFORCED-TEXT
                   ELSE
                       MOVE "BAND NOT YET ENFORCED" TO WS-ENFORCED-TEXT
                   END-IF
                   STRING "GRADE " WS-PREV-GRADE " " GRADE-DESC
                       " MIN " WS-MIN-ED " MID " WS-MID-ED
                       " MAX " WS-MAX-ED "  " WS-ENFORCED-TEXT
                       DELIMITED BY SIZE INTO PRINT-LINE
               ELSE
                   STRING "GRADE " WS-PREV-GRADE
                       " -- NOT ON THE GRADE TABLE"
                       DELIMITED BY SIZE INTO PRINT-LINE
               END-IF
           END-IF .
           WRITE PRINT-LINE .
           ADD 2 TO WS-LINE-COUNT .
       WRITE-HEADING .
           IF WS-PAGE-NO NOT EQUAL TO 0
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               AFTER ADVANCING PAGE
           END-IF .
           ADD 1 TO WS-PAGE-NO .
           MOVE WS-PAGE-NO TO WS-PAGE-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "EMPLOYEES BY PAY GRADE -- POSITION IN BAND"
               "  RUN DATE " WS-RUN-DATE "  PAGE " WS-PAGE-ED
               DELIMITED BY SIZE INTO PRINT-LINE .
           WRITE PRINT-LINE .
           MOVE SPACES TO PRINT-LINE .
           STRING "EMP-NO   INITS SURNAME          DEPT       "
               "      SALARY  COMPA  POSITION"
               DELIMITED BY SIZE INTO PRINT-LINE .
           WRITE PRINT-LINE .
           MOVE 2 TO WS-LINE-COUNT .

      * one employee .  inside the band the line shows the compa-ratio
      * and how far up the band the salary sits; outside it the
      * position is replaced by the flag HR has to clear .
       WRITE-DETAIL-LINE .
           IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
               PERFORM WRITE-HEADING
           END-IF .
           ADD 1 TO WS-GRADE-COUNT .
           MOVE SPACES TO WS-BAND-FLAG .
           MOVE 0 TO WS-COMPA-RATIO .
           MOVE 0 TO WS-BAND-POSITION .
           EVALUATE TRUE
             WHEN WS-PREV-GRADE EQUAL SPACES
               MOVE "NO GRADE" TO WS-BAND-FLAG
               ADD 1 TO WS-UNGRADED-COUNT
             WHEN NOT GRADE-KNOWN
               MOVE "UNKNOWN GRADE" TO WS-BAND-FLAG
               ADD 1 TO WS-UNKNOWN-COUNT
             WHEN OTHER
               PERFORM COMPUTE-BAND-POSITION
           END-EVALUATE .
           MOVE SORT-EMPLOYEE-SALARY TO WS-SALARY-ED .
           MOVE WS-COMPA-RATIO TO WS-COMPA-ED .
           MOVE WS-BAND-POSITION TO WS-POSITION-ED .
           MOVE SPACES TO PRINT-LINE .
           IF WS-BAND-FLAG EQUAL SPACES
               STRING SORT-EMPLOYEE-NO " " SORT-EMPLOYEE-INITS "  "
                   SORT-EMPLOYEE-SURNAME " " SORT-EMPLOYEE-DEPT " "
                   WS-SALARY-ED "  " WS-COMPA-ED "    " WS-POSITION-ED
                   "%" DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               IF GRADE-KNOWN
                   STRING SORT-EMPLOYEE-NO " " SORT-EMPLOYEE-INITS "  "
                       SORT-EMPLOYEE-SURNAME " " SORT-EMPLOYEE-DEPT " "
                       WS-SALARY-ED "  " WS-COMPA-ED "  ** "
                       WS-BAND-FLAG
                       DELIMITED BY SIZE INTO PRINT-LINE
               ELSE
                   STRING SORT-EMPLOYEE-NO " " SORT-EMPLOYEE-INITS "  "
                       SORT-EMPLOYEE-SURNAME " " SORT-EMPLOYEE-DEPT " "
                       WS-SALARY-ED "         ** " WS-BAND-FLAG
                       DELIMITED BY SIZE INTO PRINT-LINE
               END-IF
           END-IF .
           WRITE PRINT-LINE .
           ADD 1 TO WS-LINE-COUNT .
       COMPUTE-BAND-POSITION .
           IF GRADE-MID-SALARY GREATER THAN ZERO
               COMPUTE WS-COMPA-RATIO ROUNDED =
                   SORT-EMPLOYEE-SALARY * 100 / GRADE-MID-SALARY
               ON SIZE ERROR MOVE 999.9 TO WS-COMPA-RATIO
               END-COMPUTE
           END-IF .
           ADD WS-COMPA-RATIO TO WS-GRADE-COMPA-SUM .
           EVALUATE TRUE
             WHEN SORT-EMPLOYEE-SALARY LESS THAN GRADE-MIN-SALARY
               MOVE "BELOW BAND" TO WS-BAND-FLAG
               ADD 1 TO WS-GRADE-BELOW
               ADD 1 TO WS-BELOW-COUNT
             WHEN SORT-EMPLOYEE-SALARY GREATER THAN GRADE-MAX-SALARY
               MOVE "ABOVE BAND" TO WS-BAND-FLAG
               ADD 1 TO WS-GRADE-ABOVE
               ADD 1 TO WS-ABOVE-COUNT
             WHEN GRADE-MAX-SALARY EQUAL GRADE-MIN-SALARY
               MOVE 100 TO WS-BAND-POSITION
             WHEN OTHER
               COMPUTE WS-BAND-POSITION ROUNDED =
                   (SORT-EMPLOYEE-SALARY - GRADE-MIN-SALARY) * 100
                   / (GRADE-MAX-SALARY - GRADE-MIN-SALARY)
           END-EVALUATE .
       WRITE-GRADE-TOTAL .
           MOVE WS-GRADE-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           IF GRADE-KNOWN AND WS-GRADE-COUNT GREATER THAN ZERO
               COMPUTE WS-COMPA-RATIO ROUNDED =
                   WS-GRADE-COMPA-SUM / WS-GRADE-COUNT
               MOVE WS-COMPA-RATIO TO WS-COMPA-ED
               STRING "     GRADE " WS-PREV-GRADE " EMPLOYEES "
                   WS-COUNT-ED "  AVERAGE COMPA " WS-COMPA-ED
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               MOVE WS-GRADE-BELOW TO WS-COUNT-ED
               STRING "     BELOW BAND " WS-COUNT-ED
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               MOVE WS-GRADE-ABOVE TO WS-COUNT-ED
               STRING "     ABOVE BAND " WS-COUNT-ED
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               ADD 3 TO WS-LINE-COUNT
           ELSE
               STRING "     GRADE " WS-PREV-GRADE " EMPLOYEES "
                   WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF .
       WRITE-REPORT-TOTALS .
           MOVE SPACES TO PRINT-LINE .
           WRITE PRINT-LINE .
           MOVE WS-READ-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "EMPLOYEES READ................ "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           WRITE PRINT-LINE .
           MOVE WS-TERMINATED-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "TERMINATED - NOT LISTED....... "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           WRITE PRINT-LINE .
           MOVE WS-LISTED-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "ACTIVE EMPLOYEES LISTED....... "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           WRITE PRINT-LINE .
           MOVE WS-BELOW-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "BELOW THEIR BAND.............. "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           WRITE PRINT-LINE .
           MOVE WS-ABOVE-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "ABOVE THEIR BAND.............. "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           WRITE PRINT-LINE .
           MOVE WS-UNGRADED-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "NO GRADE ASSIGNED............. "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           WRITE PRINT-LINE .
           MOVE WS-UNKNOWN-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "GRADE NOT ON GRADE TABLE...... "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           WRITE PRINT-LINE .
