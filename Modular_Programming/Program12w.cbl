           SELECT AWARD-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\AWDCHG12.DAT"
               FILE STATUS WS-AWARD-STATUS .

      * GRADE12.DAT gives each pay grade its band -- the award is
      * held to the same band PROGRAM12 will enforce at the edit .
           SELECT GRADE-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\GRADE12.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY GRADE-CODE
               FILE STATUS WS-GRADE-STATUS .

      * BUDGET12.DAT gives each department its approved salary cost
      * -- the costing shows which departments the award would carry
      * past the budget in force when it takes effect .
           SELECT BUDGET-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\BUDGET12.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY BUDGET-KEY
               FILE STATUS WS-BUDGET-STATUS .
           SELECT PRINT-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\AWDRPT12.DAT"
               FILE STATUS WS-PRINT-STATUS .
                                VALUE "T" .
           03  EMPLOYEE-TERM-DATE
                                PIC 9(8) .
           03  EMPLOYEE-GRADE   PIC X(2) .
           03  EMPLOYEE-HIRE-DATE
                                PIC 9(8) .
           03  EMPLOYEE-PROBATION-END
                                PIC 9(8) .

      * AWARD-REC must stay byte for byte what PROGRAM12's classify
      * pass reads as a changes transaction .
           03  AWD-EMP-ADDRESS      PIC X(40) .
           03  AWD-EMP-DEPT         PIC X(10) .
           03  AWD-EFFECTIVE-DATE   PIC 9(8) .
           03  AWD-EMP-GRADE        PIC X(2) .
           03  AWD-EMP-HIRE-DATE    PIC 9(8) .
           03  AWD-EMP-PROBATION-END
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
       01  WS-EMP-STATUS        PIC XX .
       01  WS-AWARD-STATUS      PIC XX .
       01  WS-PRINT-STATUS      PIC XX .
       01  WS-GRADE-STATUS      PIC XX .
       01  WS-BUDGET-STATUS     PIC XX .
       01  WS-GRADE-FILE-FLAG   PIC 9 VALUE 0 .
       88  NO-GRADE-FILE        VALUE 1 .
       01  WS-BUDGET-FILE-FLAG  PIC 9 VALUE 0 .
       88  NO-BUDGET-FILE       VALUE 1 .
       01  WS-EOF               PIC 9 VALUE 0 .
       88  NO-MORE-EMPLOYEES    VALUE 1 .

       88  TRIAL-MODE           VALUE "T" .
       88  COMMIT-MODE          VALUE "C" .

      * the same edit limits PROGRAM12 enforces -- an award that
      * would push an employee past them is flagged here so comp sees
      * the breach before the nightly edit rejects the transaction .
      * an enforced grade band wins; the flat ceiling still covers
      * the ungraded and the grades whose band is not switched on .
       01  WS-MAX-SALARY        PIC 9(6)V99 VALUE 250000.00 .

      * per-employee award working storage .
       01  WS-DEPT-SLOT         PIC 9(3) .
       01  WS-DEPT-OVERFLOW     PIC 9(7) VALUE 0 .

      * budget check working storage -- the budget in force is the
      * latest period on file not after the month the award takes
      * effect, or the current month for a next-run award .
       01  WS-BUDGET-DATE .
           03  WS-BUDGET-PERIOD     PIC 9(6) .
           03  WS-BUDGET-DAY        PIC 9(2) .
       01  WS-BUDGET-EOF        PIC 9 .
       88  NO-MORE-DEPT-BUDGETS VALUE 1 .
       01  WS-BUD-FOUND-FLAG    PIC 9 .
       88  BUDGET-FOUND         VALUE 1 .
       01  WS-BUD-COST          PIC 9(9)V99 .
       01  WS-BUDGET-WORD       PIC X(20) .
       01  WS-PUSHED-OVER-COUNT PIC 9(7) VALUE 0 .
       01  WS-ALREADY-OVER-COUNT
                                PIC 9(7) VALUE 0 .
       01  WS-NO-BUDGET-COUNT   PIC 9(7) VALUE 0 .

      * control counters and totals .
       01  WS-READ-COUNT        PIC 9(7) VALUE 0 .
       01  WS-AWARD-COUNT       PIC 9(7) VALUE 0 .
       01  WS-SKIPPED-COUNT     PIC 9(7) VALUE 0 .
       01  WS-TERM-SKIP-COUNT   PIC 9(7) VALUE 0 .
       01  WS-OVER-LIMIT-COUNT  PIC 9(7) VALUE 0 .
       01  WS-OVER-BAND-COUNT   PIC 9(7) VALUE 0 .
       01  WS-NO-GRADE-COUNT    PIC 9(7) VALUE 0 .
       01  WS-WRITTEN-COUNT     PIC 9(7) VALUE 0 .
       01  WS-TOTAL-OLD         PIC 9(9)V99 VALUE 0 .
       01  WS-TOTAL-NEW         PIC 9(9)V99 VALUE 0 .
       01  WS-COUNT-ED          PIC Z,ZZZ,ZZ9 .
       01  WS-SALARY-ED         PIC Z,ZZZ,ZZ9.99 .
       01  WS-TOTAL-ED          PIC Z,ZZZ,ZZZ,ZZ9.99 .
       01  WS-NEW-TOTAL-ED      PIC Z,ZZZ,ZZZ,ZZ9.99 .

       PROCEDURE DIVISION .
       PROG .
               DISPLAY "ERROR OPENING EMPLOYEE FILE " WS-EMP-STATUS
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
      * no budget file yet means no budgets loaded -- an empty table .
           OPEN INPUT BUDGET-FILE .
           IF WS-BUDGET-STATUS EQUAL "35"
               MOVE 1 TO WS-BUDGET-FILE-FLAG
           ELSE
               IF WS-BUDGET-STATUS NOT EQUAL TO "00"
                   DISPLAY "ERROR OPENING BUDGET FILE " WS-BUDGET-STATUS
                   STOP RUN
               END-IF
           END-IF .
           IF WS-EFFECTIVE-DATE EQUAL ZERO
               ACCEPT WS-BUDGET-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE WS-EFFECTIVE-DATE TO WS-BUDGET-DATE
           END-IF .
           PERFORM WRITE-REPORT-HEADING .
           READ EMPLOYEE-FILE
             AT END MOVE 1 TO WS-EOF .
           PERFORM WRITE-DEPT-COSTING .
           PERFORM WRITE-CONTROL-TOTALS .
           CLOSE EMPLOYEE-FILE .
           IF NOT NO-GRADE-FILE
               CLOSE GRADE-FILE
           END-IF .
           IF NOT NO-BUDGET-FILE
               CLOSE BUDGET-FILE
           END-IF .
           IF COMMIT-MODE
               CLOSE AWARD-FILE
               DISPLAY "AWARD TRANSACTIONS WRITTEN " WS-WRITTEN-COUNT
           ADD WS-NEW-SALARY TO WS-TOTAL-NEW .
           ADD WS-INCREASE TO WS-TOTAL-COST .
           PERFORM ROLL-UP-DEPARTMENT .
           PERFORM CHECK-AWARD-LIMITS .
           IF COMMIT-MODE
               PERFORM WRITE-AWARD-TRANSACTION
           END-IF .

      * the award is held to the employee's band when the grade's band
      * is enforced, to the flat ceiling otherwise .  a grade missing
      * from the table is flagged too -- PROGRAM12 rejects it unseen .
       CHECK-AWARD-LIMITS .
           IF EMPLOYEE-GRADE EQUAL SPACES
               IF WS-NEW-SALARY GREATER THAN WS-MAX-SALARY
                   PERFORM FLAG-OVER-LIMIT
               END-IF
           ELSE
               MOVE EMPLOYEE-GRADE TO GRADE-CODE
               MOVE "23" TO WS-GRADE-STATUS
               IF NOT NO-GRADE-FILE
                   READ GRADE-FILE
               END-IF
               IF WS-GRADE-STATUS NOT EQUAL TO "00"
                   PERFORM FLAG-NO-GRADE
               ELSE
                   IF GRADE-BAND-ENFORCED
                       IF WS-NEW-SALARY GREATER THAN GRADE-MAX-SALARY
                           PERFORM FLAG-OVER-BAND
                       END-IF
                   ELSE
                       IF WS-NEW-SALARY GREATER THAN WS-MAX-SALARY
                           PERFORM FLAG-OVER-LIMIT
                       END-IF
                   END-IF
               END-IF
           END-IF .
       FLAG-OVER-BAND .
           ADD 1 TO WS-OVER-BAND-COUNT .
           MOVE WS-NEW-SALARY TO WS-SALARY-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "OVER GRADE " GRADE-CODE " BAND - EMPLOYEE "
               EMPLOYEE-NO " " EMPLOYEE-SURNAME " WOULD GO TO "
               WS-SALARY-ED DELIMITED BY SIZE INTO PRINT-LINE .
           WRITE PRINT-LINE .
           MOVE GRADE-MAX-SALARY TO WS-SALARY-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "    BAND MAXIMUM " WS-SALARY-ED
               DELIMITED BY SIZE INTO PRINT-LINE .
           WRITE PRINT-LINE .
       FLAG-NO-GRADE .
           ADD 1 TO WS-NO-GRADE-COUNT .
           MOVE SPACES TO PRINT-LINE .
           STRING "UNKNOWN GRADE " EMPLOYEE-GRADE " - EMPLOYEE "
               EMPLOYEE-NO " " EMPLOYEE-SURNAME
               " WILL REJECT AT THE EDIT"
               DELIMITED BY SIZE INTO PRINT-LINE .
           WRITE PRINT-LINE .
       FLAG-OVER-LIMIT .
           ADD 1 TO WS-OVER-LIMIT-COUNT .
           MOVE WS-NEW-SALARY TO WS-SALARY-ED .
      * change, exactly as a hand-keyed C transaction would .
       WRITE-AWARD-TRANSACTION .
           MOVE SPACES TO AWARD-REC .
           MOVE ZERO TO AWD-EMP-HIRE-DATE .
           MOVE ZERO TO AWD-EMP-PROBATION-END .
           MOVE "C" TO AWD-CHANGE-TYPE .
           MOVE EMPLOYEE-NO TO AWD-EMP-NO .
           MOVE WS-NEW-SALARY TO AWD-EMP-SALARY .
               MOVE WS-DX TO WS-DEPT-SLOT
           END-IF .

      * budgets for a department sit together in period order, so the
      * one in force is the last read before the department changes
      * or the periods pass the award month .
       FIND-DEPT-BUDGET .
           MOVE 0 TO WS-BUD-FOUND-FLAG .
           MOVE 0 TO WS-BUD-COST .
           MOVE 0 TO WS-BUDGET-EOF .
           MOVE WS-DR-DEPT (WS-DX) TO BUDGET-DEPT-CODE .
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
           IF BUDGET-DEPT-CODE NOT EQUAL TO WS-DR-DEPT (WS-DX)
               OR BUDGET-PERIOD GREATER THAN WS-BUDGET-PERIOD
               MOVE 1 TO WS-BUDGET-EOF
           ELSE
               MOVE 1 TO WS-BUD-FOUND-FLAG
               MOVE BUDGET-ANNUAL-COST TO WS-BUD-COST
               READ BUDGET-FILE NEXT
                 AT END MOVE 1 TO WS-BUDGET-EOF
               END-READ
           END-IF .

      * a department is only pushed over by the award when it sat
      * within budget beforehand -- one already over is shown as such
      * so the award is not blamed for an existing overrun .
       CHECK-DEPT-BUDGET .
           PERFORM FIND-DEPT-BUDGET .
           EVALUATE TRUE
             WHEN NOT BUDGET-FOUND
               ADD 1 TO WS-NO-BUDGET-COUNT
               MOVE "NO BUDGET" TO WS-BUDGET-WORD
             WHEN WS-DR-OLD-TOTAL (WS-DX) GREATER THAN WS-BUD-COST
               ADD 1 TO WS-ALREADY-OVER-COUNT
               MOVE "ALREADY OVER BUDGET" TO WS-BUDGET-WORD
             WHEN WS-DR-NEW-TOTAL (WS-DX) GREATER THAN WS-BUD-COST
               ADD 1 TO WS-PUSHED-OVER-COUNT
               MOVE "PUSHED OVER BUDGET" TO WS-BUDGET-WORD
             WHEN OTHER
               MOVE "WITHIN BUDGET" TO WS-BUDGET-WORD
           END-EVALUATE .

      * report paragraphs .
       WRITE-REPORT-HEADING .
           MOVE SPACES TO PRINT-LINE .
               WRITE PRINT-LINE
           END-IF .
       WRITE-DEPT-COSTING-LINE .
           PERFORM CHECK-DEPT-BUDGET .
           MOVE WS-DR-AWARDED (WS-DX) TO WS-COUNT-ED .
           COMPUTE WS-TOTAL-ED = WS-DR-NEW-TOTAL (WS-DX)
               - WS-DR-OLD-TOTAL (WS-DX) .
           MOVE SPACES TO PRINT-LINE .
           STRING "    " WS-DR-DEPT (WS-DX) " EMPLOYEES " WS-COUNT-ED
               "  PROJECTED COST " WS-TOTAL-ED
               "  " WS-BUDGET-WORD
               DELIMITED BY SIZE INTO PRINT-LINE .
           WRITE PRINT-LINE .
           IF BUDGET-FOUND
               AND WS-DR-NEW-TOTAL (WS-DX) GREATER THAN WS-BUD-COST
               MOVE WS-BUD-COST TO WS-TOTAL-ED
               MOVE WS-DR-NEW-TOTAL (WS-DX) TO WS-NEW-TOTAL-ED
               MOVE SPACES TO PRINT-LINE
               STRING "        ANNUAL BUDGET " WS-TOTAL-ED
                   "  SALARY AFTER AWARD " WS-NEW-TOTAL-ED
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF .
       WRITE-CONTROL-TOTALS .
           MOVE SPACES TO PRINT-LINE .
           WRITE PRINT-LINE .
           STRING "AWARDS OVER THE EDIT LIMIT.... "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           WRITE PRINT-LINE .
           MOVE WS-OVER-BAND-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "AWARDS OVER THE GRADE BAND.... "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           WRITE PRINT-LINE .
           MOVE WS-NO-GRADE-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "AWARDS ON AN UNKNOWN GRADE.... "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           WRITE PRINT-LINE .
           MOVE WS-PUSHED-OVER-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "DEPTS PUSHED OVER BUDGET...... "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           WRITE PRINT-LINE .
           MOVE WS-ALREADY-OVER-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "DEPTS ALREADY OVER BUDGET..... "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           WRITE PRINT-LINE .
           MOVE WS-NO-BUDGET-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "DEPTS WITH NO BUDGET.......... "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           WRITE PRINT-LINE .
           MOVE WS-WRITTEN-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "TRANSACTIONS WRITTEN.......... "
