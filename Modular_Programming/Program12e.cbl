       ENVIRONMENT DIVISION .
       INPUT-OUTPUT SECTION .
       FILE-CONTROL .

      * EMPLOYEE-FILE is swept here sequentially and read-only --
      * this program only ever reads, and all maintenance still goes
      * through PROGRAM12A .
           SELECT EMPLOYEE-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\EMPLOYEE12.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY EMPLOYEE-NO
               ALTERNATE RECORD KEY EMPLOYEE-SURNAME
                   WITH DUPLICATES
               FILE STATUS WS-EMP-STATUS .

      * DEPARTMENT-FILE drives the report -- read in department code
      * order, so every department on file appears whether it has
      * staff, a budget, both or neither .
           SELECT DEPARTMENT-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\DEPART12.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY DEPT-CODE
               FILE STATUS WS-DEPT-STATUS .

      * BUDGET12.DAT is keyed by department and fiscal period, and
      * is maintained by PROGRAM12D .  a department's budget for the
      * report month is the latest period on file not after it .
           SELECT BUDGET-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\BUDGET12.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY BUDGET-KEY
               FILE STATUS WS-BUDGET-STATUS .
           SELECT PRINT-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\BUDVAR12.DAT"
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

       FD  DEPARTMENT-FILE .
       01  DEPARTMENT-REC .
           03  DEPT-CODE              PIC X(10) .
           03  DEPT-NAME              PIC X(20) .
           03  DEPT-MANAGER-EMP-NO    PIC X(8) .
           03  DEPT-COST-CENTER       PIC X(6) .

      * BUDGET-REC must stay byte for byte what PROGRAM12D maintains .
       FD  BUDGET-FILE .
       01  BUDGET-REC .
           03  BUDGET-KEY .
               05  BUDGET-DEPT-CODE       PIC X(10) .
               05  BUDGET-PERIOD          PIC 9(6) .
           03  BUDGET-HEADCOUNT           PIC 9(5) .
           03  BUDGET-ANNUAL-COST         PIC 9(9)V99 .
           03  BUDGET-AMENDED-DATE        PIC 9(8) .

       FD  PRINT-FILE .
       01  PRINT-LINE           PIC X(132) .

       WORKING-STORAGE SECTION .
       01  WS-EMP-STATUS        PIC XX .
       01  WS-DEPT-STATUS       PIC XX .
       01  WS-BUDGET-STATUS     PIC XX .
       01  WS-BUDGET-FILE-FLAG  PIC 9 VALUE 0 .
       88  NO-BUDGET-FILE       VALUE 1 .
       01  WS-PRINT-STATUS      PIC XX .
       01  WS-EOF               PIC 9 VALUE 0 .
       88  NO-MORE-EMPLOYEES    VALUE 1 .
       01  WS-DEPT-EOF          PIC 9 VALUE 0 .
       88  NO-MORE-DEPARTMENTS  VALUE 1 .
       01  WS-BUDGET-EOF        PIC 9 .
       88  NO-MORE-DEPT-BUDGETS VALUE 1 .

      * the report month is the fiscal period the run date falls in .
       01  WS-RUN-DATE .
           03  WS-RUN-PERIOD        PIC 9(6) .
           03  WS-RUN-DAY           PIC 9(2) .

      * actuals table -- one slot per distinct department seen on the
      * employee sweep, marked off as the department file is read so
      * staff on a department missing from DEPART12.DAT still show .
       01  WS-DEPT-ACTUAL-TABLE .
           03  WS-DA-ENTRY OCCURS 200 .
               05  WS-DA-DEPT        PIC X(10) .
               05  WS-DA-HEADCOUNT   PIC 9(7) .
               05  WS-DA-COST        PIC 9(9)V99 .
               05  WS-DA-MATCHED     PIC 9 .
       01  WS-DA-USED           PIC 9(3) VALUE 0 .
       01  WS-DX                PIC 9(3) .
       01  WS-DA-SLOT           PIC 9(3) .
       01  WS-LAST-EMP-DEPT     PIC X(10) VALUE SPACES .

      * cost-center rollup table -- budget and actual side by side,
      * suspense included, one slot per center .
       01  WS-CC-ROLLUP-TABLE .
           03  WS-CC-ENTRY OCCURS 200 .
               05  WS-CC-CODE        PIC X(6) .
               05  WS-CC-BUD-HC      PIC 9(7) .
               05  WS-CC-ACT-HC      PIC 9(7) .
               05  WS-CC-BUD-COST    PIC 9(11)V99 .
               05  WS-CC-ACT-COST    PIC 9(11)V99 .
       01  WS-CC-USED           PIC 9(3) VALUE 0 .
       01  WS-CX                PIC 9(3) .
       01  WS-CC-SLOT           PIC 9(3) .
       01  WS-ROLL-CC           PIC X(6) .

      * staff on a department not on file roll into the same suspense
      * center PROGRAM12G posts them to .
       01  WS-SUSPENSE-CC       PIC X(6) VALUE "*SUSP*" .

      * the department currently being reported .
       01  WS-BUD-FOUND-FLAG    PIC 9 .
       88  BUDGET-FOUND         VALUE 1 .
       01  WS-BUD-PERIOD        PIC 9(6) .
       01  WS-BUD-HC            PIC 9(7) .
       01  WS-BUD-COST          PIC 9(11)V99 .
       01  WS-ACT-HC            PIC 9(7) .
       01  WS-ACT-COST          PIC 9(11)V99 .
       01  WS-HC-VARIANCE       PIC S9(7) .
       01  WS-COST-VARIANCE     PIC S9(11)V99 .
       01  WS-VARIANCE-WORD     PIC X(12) .

      * control counters and totals .
       01  WS-READ-COUNT        PIC 9(7) VALUE 0 .
       01  WS-TERM-SKIP-COUNT   PIC 9(7) VALUE 0 .
       01  WS-DEPT-COUNT        PIC 9(7) VALUE 0 .
       01  WS-NO-BUDGET-COUNT   PIC 9(7) VALUE 0 .
       01  WS-OVER-COUNT        PIC 9(7) VALUE 0 .
       01  WS-UNDER-COUNT       PIC 9(7) VALUE 0 .
       01  WS-UNKNOWN-DEPT-COUNT
                                PIC 9(7) VALUE 0 .
       01  WS-TOTAL-BUD-HC      PIC 9(7) VALUE 0 .
       01  WS-TOTAL-ACT-HC      PIC 9(7) VALUE 0 .
       01  WS-TOTAL-BUD-COST    PIC 9(11)V99 VALUE 0 .
       01  WS-TOTAL-ACT-COST    PIC 9(11)V99 VALUE 0 .
       01  WS-COUNT-ED          PIC Z,ZZZ,ZZ9 .
       01  WS-BUD-HC-ED         PIC ZZZ,ZZ9 .
       01  WS-ACT-HC-ED         PIC ZZZ,ZZ9 .
       01  WS-HC-VAR-ED         PIC ---,--9 .
       01  WS-BUD-COST-ED       PIC ZZ,ZZZ,ZZZ,ZZ9.99 .
       01  WS-ACT-COST-ED       PIC ZZ,ZZZ,ZZZ,ZZ9.99 .
       01  WS-COST-VAR-ED       PIC --,---,---,--9.99 .
       01  WS-TOTAL-ED          PIC Z,ZZZ,ZZZ,ZZ9.99 .

       PROCEDURE DIVISION .
       PROG .
       INIT-PARA .
           DISPLAY "BUDGET VARIANCE REPORT STARTING" .
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD .
           OPEN OUTPUT PRINT-FILE .
           IF WS-PRINT-STATUS NOT EQUAL TO "00"
               DISPLAY "ERROR OPENING VARIANCE REPORT FILE "
                   WS-PRINT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF .
           OPEN INPUT EMPLOYEE-FILE .
           IF WS-EMP-STATUS NOT EQUAL TO "00"
               DISPLAY "ERROR OPENING EMPLOYEE FILE " WS-EMP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF .
           OPEN INPUT DEPARTMENT-FILE .
           IF WS-DEPT-STATUS NOT EQUAL TO "00"
               DISPLAY "ERROR OPENING DEPARTMENT FILE " WS-DEPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF .
      * no budget file yet means no budgets loaded -- an empty table .
           OPEN INPUT BUDGET-FILE .
           IF WS-BUDGET-STATUS EQUAL "35"
               MOVE 1 TO WS-BUDGET-FILE-FLAG
           ELSE
               IF WS-BUDGET-STATUS NOT EQUAL TO "00"
                   DISPLAY "ERROR OPENING BUDGET FILE " WS-BUDGET-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF .
           READ EMPLOYEE-FILE
             AT END MOVE 1 TO WS-EOF .
       BOD-PARA .
           PERFORM TALLY-EMPLOYEE-REC UNTIL NO-MORE-EMPLOYEES .
           PERFORM WRITE-REPORT-HEADING .
           READ DEPARTMENT-FILE
             AT END MOVE 1 TO WS-DEPT-EOF .
           PERFORM REPORT-DEPARTMENT UNTIL NO-MORE-DEPARTMENTS .
           PERFORM REPORT-UNKNOWN-DEPARTMENTS .
       END-PARA .
           PERFORM WRITE-COST-CENTER-ROLLUP .
           PERFORM WRITE-REPORT-TOTALS .
           CLOSE EMPLOYEE-FILE .
           CLOSE DEPARTMENT-FILE .
           IF NOT NO-BUDGET-FILE
               CLOSE BUDGET-FILE
           END-IF .
           CLOSE PRINT-FILE .
           DISPLAY "PROGRAM CONCLUDES" .
           STOP RUN .

      * one employee -- terminated staff are off the variance, active
      * staff count once into their department's headcount and cost .
       TALLY-EMPLOYEE-REC .
           ADD 1 TO WS-READ-COUNT .
           IF EMPLOYEE-TERMINATED
               ADD 1 TO WS-TERM-SKIP-COUNT
           ELSE
               PERFORM FIND-DEPT-ACTUAL-SLOT
               ADD 1 TO WS-DA-HEADCOUNT (WS-DA-SLOT)
               ADD EMPLOYEE-SALARY TO WS-DA-COST (WS-DA-SLOT)
           END-IF .
           READ EMPLOYEE-FILE
             AT END MOVE 1 TO WS-EOF .

      * actuals table paragraphs -- the last slot answered is tried
      * first, then the table, then a fresh slot .  the table holds
      * every department the company has with room to spare, so a
      * full table is a hard stop, not a silent leak .
       FIND-DEPT-ACTUAL-SLOT .
           IF EMPLOYEE-DEPT NOT EQUAL TO WS-LAST-EMP-DEPT
               OR WS-DA-USED EQUAL ZERO
               MOVE EMPLOYEE-DEPT TO WS-LAST-EMP-DEPT
               MOVE 0 TO WS-DA-SLOT
               PERFORM MATCH-DEPT-ACTUAL-SLOT
                   VARYING WS-DX FROM 1 BY 1
                   UNTIL WS-DX GREATER THAN WS-DA-USED
                       OR WS-DA-SLOT NOT EQUAL TO ZERO
               IF WS-DA-SLOT EQUAL ZERO
                   PERFORM OPEN-DEPT-ACTUAL-SLOT
               END-IF
           END-IF .
       MATCH-DEPT-ACTUAL-SLOT .
           IF WS-DA-DEPT (WS-DX) EQUAL EMPLOYEE-DEPT
               MOVE WS-DX TO WS-DA-SLOT
           END-IF .
       OPEN-DEPT-ACTUAL-SLOT .
           IF WS-DA-USED LESS THAN 200
               ADD 1 TO WS-DA-USED
               MOVE WS-DA-USED TO WS-DA-SLOT
               MOVE EMPLOYEE-DEPT TO WS-DA-DEPT (WS-DA-SLOT)
               MOVE 0 TO WS-DA-HEADCOUNT (WS-DA-SLOT)
               MOVE 0 TO WS-DA-COST (WS-DA-SLOT)
               MOVE 0 TO WS-DA-MATCHED (WS-DA-SLOT)
           ELSE
               DISPLAY "DEPARTMENT TABLE FULL - VARIANCE "
                   "WOULD BE INCOMPLETE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF .

      * one department -- its actuals come off the table, its budget
      * off BUDGET12.DAT, and both roll into its cost center .
       REPORT-DEPARTMENT .
           ADD 1 TO WS-DEPT-COUNT .
           MOVE 0 TO WS-ACT-HC .
           MOVE 0 TO WS-ACT-COST .
           MOVE 0 TO WS-DA-SLOT .
           PERFORM MATCH-DEPARTMENT-ACTUAL
               VARYING WS-DX FROM 1 BY 1
               UNTIL WS-DX GREATER THAN WS-DA-USED
                   OR WS-DA-SLOT NOT EQUAL TO ZERO .
           IF WS-DA-SLOT NOT EQUAL TO ZERO
               MOVE WS-DA-HEADCOUNT (WS-DA-SLOT) TO WS-ACT-HC
               MOVE WS-DA-COST (WS-DA-SLOT) TO WS-ACT-COST
               MOVE 1 TO WS-DA-MATCHED (WS-DA-SLOT)
           END-IF .
           PERFORM FIND-CURRENT-BUDGET .
           MOVE DEPT-COST-CENTER TO WS-ROLL-CC .
           PERFORM ROLL-UP-COST-CENTER .
           PERFORM WRITE-VARIANCE-LINE .
           READ DEPARTMENT-FILE
             AT END MOVE 1 TO WS-DEPT-EOF .
       MATCH-DEPARTMENT-ACTUAL .
           IF WS-DA-DEPT (WS-DX) EQUAL DEPT-CODE
               MOVE WS-DX TO WS-DA-SLOT
           END-IF .

      * budgets for a department sit together in period order, so the
      * latest one in force is the last read before the department
      * changes or the periods pass the report month .  a department
      * with nothing in force is reported as having no budget rather
      * than as a budget of nothing .
       FIND-CURRENT-BUDGET .
           MOVE 0 TO WS-BUD-FOUND-FLAG .
           MOVE 0 TO WS-BUD-PERIOD .
           MOVE 0 TO WS-BUD-HC .
           MOVE 0 TO WS-BUD-COST .
           MOVE 0 TO WS-BUDGET-EOF .
           MOVE DEPT-CODE TO BUDGET-DEPT-CODE .
           MOVE ZERO TO BUDGET-PERIOD .
           MOVE "23" TO WS-BUDGET-STATUS .
           IF NOT NO-BUDGET-FILE
               START BUDGET-FILE KEY NOT LESS THAN BUDGET-KEY
           END-IF .
           IF WS-BUDGET-STATUS EQUAL "00"
               READ BUDGET-FILE NEXT
                 AT END MOVE 1 TO WS-BUDGET-EOF
               END-READ
               PERFORM SCAN-DEPT-BUDGET UNTIL NO-MORE-DEPT-BUDGETS
           END-IF .
       SCAN-DEPT-BUDGET .
           IF BUDGET-DEPT-CODE NOT EQUAL TO DEPT-CODE
               OR BUDGET-PERIOD GREATER THAN WS-RUN-PERIOD
               MOVE 1 TO WS-BUDGET-EOF
           ELSE
               MOVE 1 TO WS-BUD-FOUND-FLAG
               MOVE BUDGET-PERIOD TO WS-BUD-PERIOD
               MOVE BUDGET-HEADCOUNT TO WS-BUD-HC
               MOVE BUDGET-ANNUAL-COST TO WS-BUD-COST
               READ BUDGET-FILE NEXT
                 AT END MOVE 1 TO WS-BUDGET-EOF
               END-READ
           END-IF .

      * staff whose department is not on DEPART12.DAT have no budget
      * to measure against -- they are listed so the department file
      * can be put right, and their cost lands in suspense .
       REPORT-UNKNOWN-DEPARTMENTS .
           PERFORM REPORT-ONE-UNKNOWN-DEPT
               VARYING WS-DX FROM 1 BY 1
               UNTIL WS-DX GREATER THAN WS-DA-USED .
       REPORT-ONE-UNKNOWN-DEPT .
           IF WS-DA-MATCHED (WS-DX) EQUAL ZERO
               ADD 1 TO WS-UNKNOWN-DEPT-COUNT
               MOVE 0 TO WS-BUD-FOUND-FLAG
               MOVE 0 TO WS-BUD-HC
               MOVE 0 TO WS-BUD-COST
               MOVE WS-DA-HEADCOUNT (WS-DX) TO WS-ACT-HC
               MOVE WS-DA-COST (WS-DX) TO WS-ACT-COST
               MOVE WS-SUSPENSE-CC TO WS-ROLL-CC
               PERFORM ROLL-UP-COST-CENTER
               MOVE WS-ACT-HC TO WS-ACT-HC-ED
               MOVE WS-ACT-COST TO WS-ACT-COST-ED
               MOVE SPACES TO PRINT-LINE
               STRING WS-DA-DEPT (WS-DX) " " WS-SUSPENSE-CC
                   " " "       " " " WS-ACT-HC-ED
                   " " "       " " " "                 "
                   " " WS-ACT-COST-ED
                   "                   NOT ON DEPARTMENT FILE"
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF .

      * cost-center table paragraphs -- the same find-or-open pattern
      * PROGRAM12G uses for its posting .
       ROLL-UP-COST-CENTER .
           MOVE 0 TO WS-CC-SLOT .
           PERFORM MATCH-CC-SLOT
               VARYING WS-CX FROM 1 BY 1
               UNTIL WS-CX GREATER THAN WS-CC-USED
                   OR WS-CC-SLOT NOT EQUAL TO ZERO .
           IF WS-CC-SLOT EQUAL ZERO
               IF WS-CC-USED LESS THAN 200
                   ADD 1 TO WS-CC-USED
                   MOVE WS-CC-USED TO WS-CC-SLOT
                   MOVE WS-ROLL-CC TO WS-CC-CODE (WS-CC-SLOT)
                   MOVE 0 TO WS-CC-BUD-HC (WS-CC-SLOT)
                   MOVE 0 TO WS-CC-ACT-HC (WS-CC-SLOT)
                   MOVE 0 TO WS-CC-BUD-COST (WS-CC-SLOT)
                   MOVE 0 TO WS-CC-ACT-COST (WS-CC-SLOT)
               ELSE
                   DISPLAY "COST CENTER TABLE FULL - VARIANCE "
                       "WOULD BE INCOMPLETE"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF .
           ADD WS-BUD-HC TO WS-CC-BUD-HC (WS-CC-SLOT) .
           ADD WS-ACT-HC TO WS-CC-ACT-HC (WS-CC-SLOT) .
           ADD WS-BUD-COST TO WS-CC-BUD-COST (WS-CC-SLOT) .
           ADD WS-ACT-COST TO WS-CC-ACT-COST (WS-CC-SLOT) .
           ADD WS-BUD-HC TO WS-TOTAL-BUD-HC .
           ADD WS-ACT-HC TO WS-TOTAL-ACT-HC .
           ADD WS-BUD-COST TO WS-TOTAL-BUD-COST .
           ADD WS-ACT-COST TO WS-TOTAL-ACT-COST .
       MATCH-CC-SLOT .
           IF WS-CC-CODE (WS-CX) EQUAL WS-ROLL-CC
               MOVE WS-CX TO WS-CC-SLOT
           END-IF .

      * report paragraphs .  variances are actual less budget, so a
      * positive figure is over budget and a negative one under .
       WRITE-REPORT-HEADING .
           MOVE SPACES TO PRINT-LINE .
           STRING "HEADCOUNT AND SALARY BUDGET VARIANCE  PERIOD "
               WS-RUN-PERIOD DELIMITED BY SIZE INTO PRINT-LINE .
           WRITE PRINT-LINE .
           MOVE SPACES TO PRINT-LINE .
           WRITE PRINT-LINE .
           MOVE SPACES TO PRINT-LINE .
           STRING "DEPARTMENT CTR     BUD HC  ACT HC  HC VAR"
               "       BUDGET COST       ACTUAL COST"
               "     COST VARIANCE STATUS"
               DELIMITED BY SIZE INTO PRINT-LINE .
           WRITE PRINT-LINE .
           MOVE SPACES TO PRINT-LINE .
           WRITE PRINT-LINE .
       WRITE-VARIANCE-LINE .
           PERFORM SET-VARIANCE .
           MOVE WS-ACT-HC TO WS-ACT-HC-ED .
           MOVE WS-ACT-COST TO WS-ACT-COST-ED .
           MOVE SPACES TO PRINT-LINE .
           IF BUDGET-FOUND
               MOVE WS-BUD-HC TO WS-BUD-HC-ED
               MOVE WS-BUD-COST TO WS-BUD-COST-ED
               MOVE WS-HC-VARIANCE TO WS-HC-VAR-ED
               MOVE WS-COST-VARIANCE TO WS-COST-VAR-ED
               STRING DEPT-CODE " " DEPT-COST-CENTER
                   " " WS-BUD-HC-ED " " WS-ACT-HC-ED
                   " " WS-HC-VAR-ED " " WS-BUD-COST-ED
                   " " WS-ACT-COST-ED " " WS-COST-VAR-ED
                   " " WS-VARIANCE-WORD
                   DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               STRING DEPT-CODE " " DEPT-COST-CENTER
                   " " "       " " " WS-ACT-HC-ED
                   " " "       " " " "                 "
                   " " WS-ACT-COST-ED " " "                 "
                   " " WS-VARIANCE-WORD
                   DELIMITED BY SIZE INTO PRINT-LINE
           END-IF .
           WRITE PRINT-LINE .
           IF BUDGET-FOUND
               MOVE SPACES TO PRINT-LINE
               STRING "           BUDGET IN FORCE FROM PERIOD "
                   WS-BUD-PERIOD DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF .

      * a department is over budget when it is over on either
      * headcount or cost -- finance wants to see both breaches .
       SET-VARIANCE .
           IF NOT BUDGET-FOUND
               ADD 1 TO WS-NO-BUDGET-COUNT
               MOVE "NO BUDGET   " TO WS-VARIANCE-WORD
           ELSE
               COMPUTE WS-HC-VARIANCE = WS-ACT-HC - WS-BUD-HC
               COMPUTE WS-COST-VARIANCE = WS-ACT-COST - WS-BUD-COST
               EVALUATE TRUE
                 WHEN WS-HC-VARIANCE GREATER THAN ZERO
                     OR WS-COST-VARIANCE GREATER THAN ZERO
                   ADD 1 TO WS-OVER-COUNT
                   MOVE "OVER BUDGET " TO WS-VARIANCE-WORD
                 WHEN WS-HC-VARIANCE LESS THAN ZERO
                     OR WS-COST-VARIANCE LESS THAN ZERO
                   ADD 1 TO WS-UNDER-COUNT
                   MOVE "UNDER BUDGET" TO WS-VARIANCE-WORD
                 WHEN OTHER
                   MOVE "ON BUDGET   " TO WS-VARIANCE-WORD
               END-EVALUATE
           END-IF .
       WRITE-COST-CENTER-ROLLUP .
           MOVE SPACES TO PRINT-LINE .
           WRITE PRINT-LINE .
           MOVE SPACES TO PRINT-LINE .
           STRING "VARIANCE BY COST CENTER"
               DELIMITED BY SIZE INTO PRINT-LINE .
           WRITE PRINT-LINE .
           PERFORM WRITE-ONE-COST-CENTER
               VARYING WS-CX FROM 1 BY 1
               UNTIL WS-CX GREATER THAN WS-CC-USED .
       WRITE-ONE-COST-CENTER .
           COMPUTE WS-HC-VARIANCE = WS-CC-ACT-HC (WS-CX)
               - WS-CC-BUD-HC (WS-CX) .
           COMPUTE WS-COST-VARIANCE = WS-CC-ACT-COST (WS-CX)
               - WS-CC-BUD-COST (WS-CX) .
           MOVE WS-CC-BUD-HC (WS-CX) TO WS-BUD-HC-ED .
           MOVE WS-CC-ACT-HC (WS-CX) TO WS-ACT-HC-ED .
           MOVE WS-HC-VARIANCE TO WS-HC-VAR-ED .
           MOVE WS-CC-BUD-COST (WS-CX) TO WS-BUD-COST-ED .
           MOVE WS-CC-ACT-COST (WS-CX) TO WS-ACT-COST-ED .
           MOVE WS-COST-VARIANCE TO WS-COST-VAR-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "           " WS-CC-CODE (WS-CX)
               " " WS-BUD-HC-ED " " WS-ACT-HC-ED
               " " WS-HC-VAR-ED " " WS-BUD-COST-ED
               " " WS-ACT-COST-ED " " WS-COST-VAR-ED
               DELIMITED BY SIZE INTO PRINT-LINE .
           WRITE PRINT-LINE .
       WRITE-REPORT-TOTALS .
           MOVE SPACES TO PRINT-LINE .
           WRITE PRINT-LINE .
           MOVE WS-READ-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "EMPLOYEES READ................ "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           WRITE PRINT-LINE .
           MOVE WS-TERM-SKIP-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "TERMINATED - NOT COUNTED...... "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           WRITE PRINT-LINE .
           MOVE WS-DEPT-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "DEPARTMENTS REPORTED.......... "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           WRITE PRINT-LINE .
           MOVE WS-OVER-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "DEPARTMENTS OVER BUDGET....... "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           WRITE PRINT-LINE .
           MOVE WS-UNDER-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "DEPARTMENTS UNDER BUDGET...... "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           WRITE PRINT-LINE .
           MOVE WS-NO-BUDGET-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "DEPARTMENTS WITH NO BUDGET.... "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           WRITE PRINT-LINE .
           MOVE WS-UNKNOWN-DEPT-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "STAFFED DEPTS NOT ON FILE..... "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           WRITE PRINT-LINE .
           MOVE WS-TOTAL-BUD-HC TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "TOTAL BUDGETED HEADCOUNT...... "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           WRITE PRINT-LINE .
           MOVE WS-TOTAL-ACT-HC TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "TOTAL ACTIVE HEADCOUNT........ "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           WRITE PRINT-LINE .
           MOVE WS-TOTAL-BUD-COST TO WS-TOTAL-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "TOTAL BUDGETED SALARY COST.... "
               WS-TOTAL-ED DELIMITED BY SIZE INTO PRINT-LINE .
           WRITE PRINT-LINE .
           MOVE WS-TOTAL-ACT-COST TO WS-TOTAL-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "TOTAL ACTIVE SALARY COST...... "
               WS-TOTAL-ED DELIMITED BY SIZE INTO PRINT-LINE .
           WRITE PRINT-LINE .
