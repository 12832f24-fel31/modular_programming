               ACCESS IS RANDOM
               RECORD KEY DEPT-CODE
               FILE STATUS WS-DEPT-STATUS .

      * BUDGET12.DAT holds finance's approved headcount and annual
      * salary cost per department and fiscal period .  it is loaded
      * and amended here, from the same transaction file, so budgets
      * can only ever be raised against a department that exists .
           SELECT BUDGET-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\BUDGET12.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY BUDGET-KEY
               FILE STATUS WS-BUDGET-STATUS .
           SELECT EMPLOYEE-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\EMPLOYEE12.DAT"
               ORGANIZATION IS INDEXED
      * DEPT-CHANGES-FILE carries one transaction per line, in the
      * same spirit as changes12.dat on the employee side -- A adds a
      * department, C amends one (blank fields mean no change), D
      * removes one, B loads or amends a budget .  the file is
      * expected in ascending DCHG-DEPT-CODE order but is not
      * sequence-checked; departments arrive a few at a time, not
      * sixty thousand a night .
       FD  DEPT-CHANGES-FILE .
       01  DEPT-CHANGES-REC .
           03  DCHG-TYPE            PIC X .
           88  ADD-A-DEPT           VALUE "A" .
           88  CHANGE-A-DEPT        VALUE "C" .
           88  DELETE-A-DEPT        VALUE "D" .
           88  BUDGET-A-DEPT        VALUE "B" .
           03  DCHG-DEPT-CODE       PIC X(10) .
           03  DCHG-DEPT-NAME       PIC X(20) .
           03  DCHG-MANAGER-EMP-NO  PIC X(8) .
           03  DCHG-COST-CENTER     PIC X(6) .

      * a B transaction lays the budget figures over the same line --
      * the period is the fiscal month the budget takes effect from,
      * and both figures are always given in full, so a B for a
      * period already on file replaces it outright .
       01  DEPT-BUDGET-REC .
           03  DBUD-TYPE            PIC X .
           03  DBUD-DEPT-CODE       PIC X(10) .
           03  DBUD-PERIOD .
               05  DBUD-PERIOD-YEAR     PIC 9(4) .
               05  DBUD-PERIOD-MONTH    PIC 9(2) .
           03  DBUD-HEADCOUNT       PIC 9(5) .
           03  DBUD-ANNUAL-COST     PIC 9(9)V99 .
           03  FILLER               PIC X(12) .

      * DEPARTMENT-FILE is maintained here and nowhere else -- this
      * program exists so DEPART12.DAT never has to be hand-edited
      * again .  PROGRAM12 and PROGRAM12A only ever read it; the one
      * exception is PROGRAM12Z, which retires a department once a
      * reorganization has emptied it .
       FD  DEPARTMENT-FILE .
       01  DEPARTMENT-REC .
           03  DEPT-CODE              PIC X(10) .
           03  DEPT-MANAGER-EMP-NO    PIC X(8) .
           03  DEPT-COST-CENTER       PIC X(6) .

      * BUDGET-REC must stay byte for byte what PROGRAM12E and
      * PROGRAM12W read .
       FD  BUDGET-FILE .
       01  BUDGET-REC .
           03  BUDGET-KEY .
               05  BUDGET-DEPT-CODE       PIC X(10) .
               05  BUDGET-PERIOD          PIC 9(6) .
           03  BUDGET-HEADCOUNT           PIC 9(5) .
           03  BUDGET-ANNUAL-COST         PIC 9(9)V99 .
           03  BUDGET-AMENDED-DATE        PIC 9(8) .

      * EMPLOYEE-FILE is opened here read-only and only consulted two
      * ways -- a random read to prove DCHG-MANAGER-EMP-NO is a real
      * employee, and a sequential sweep to prove a department being
                                VALUE "T" .
           03  EMPLOYEE-TERM-DATE
                                PIC 9(8) .
           03  EMPLOYEE-GRADE   PIC X(2) .
           03  EMPLOYEE-HIRE-DATE
                                PIC 9(8) .
           03  EMPLOYEE-PROBATION-END
                                PIC 9(8) .

       FD  REPORT-FILE .
       01  REPORT-LINE          PIC X(80) .
       01  WS-DEPT-STATUS       PIC XX .
       01  WS-EMP-STATUS        PIC XX .
       01  WS-REPORT-STATUS     PIC XX .
       01  WS-BUDGET-STATUS     PIC XX .
       01  WS-RUN-DATE          PIC 9(8) .

      * control-report counters .
       01  WS-ADD-COUNT             PIC 9(7) VALUE 0 .
       01  WS-REJECT-MGR-COUNT      PIC 9(7) VALUE 0 .
       01  WS-REJECT-INUSE-COUNT    PIC 9(7) VALUE 0 .
       01  WS-REJECT-EDIT-COUNT     PIC 9(7) VALUE 0 .
       01  WS-BUDGET-LOAD-COUNT     PIC 9(7) VALUE 0 .
       01  WS-BUDGET-AMEND-COUNT    PIC 9(7) VALUE 0 .
       01  WS-BUDGET-NO-DEPT-COUNT  PIC 9(7) VALUE 0 .
       01  WS-BUDGET-EDIT-COUNT     PIC 9(7) VALUE 0 .
       01  WS-REPORT-COUNT-ED       PIC Z,ZZZ,ZZ9 .

      * per-transaction working flags .
       PROG .
       INIT-PARA .
           DISPLAY "DEPARTMENT MASTER MAINTENANCE STARTING" .
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD .
           OPEN INPUT DEPT-CHANGES-FILE .
           OPEN I-O DEPARTMENT-FILE .
           IF WS-DEPT-STATUS NOT EQUAL TO "00"
               DISPLAY "ERROR OPENING DEPARTMENT FILE " WS-DEPT-STATUS
               STOP RUN
           END-IF .
      * the first run finds no budget file -- it is created empty and
      * reopened, so department maintenance goes on before any budget
      * has been loaded .
           OPEN I-O BUDGET-FILE .
           IF WS-BUDGET-STATUS EQUAL "35"
               OPEN OUTPUT BUDGET-FILE
               CLOSE BUDGET-FILE
               OPEN I-O BUDGET-FILE
           END-IF .
           IF WS-BUDGET-STATUS NOT EQUAL TO "00"
               DISPLAY "ERROR OPENING BUDGET FILE " WS-BUDGET-STATUS
               STOP RUN
           END-IF .
           OPEN INPUT EMPLOYEE-FILE .
           IF WS-EMP-STATUS NOT EQUAL TO "00"
               DISPLAY "ERROR OPENING EMPLOYEE FILE " WS-EMP-STATUS
           PERFORM WRITE-CONTROL-REPORT .
           CLOSE DEPT-CHANGES-FILE .
           CLOSE DEPARTMENT-FILE .
           CLOSE BUDGET-FILE .
           CLOSE EMPLOYEE-FILE .
           DISPLAY "PROGRAM CONCLUDES" .
           STOP RUN .
               ELSE
                   PERFORM INVALID-DELETE
               END-IF
             WHEN BUDGET-A-DEPT
               IF DEPT-FOUND
                   PERFORM TRY-BUDGET
               ELSE
                   PERFORM REJECTED-BUDGET-DEPT
               END-IF
             WHEN OTHER
               DISPLAY "INVALID TYPE " DCHG-TYPE
               STOP RUN
               STOP RUN
           END-IF .
           ADD 1 TO WS-DELETE-COUNT .

      * budget paragraphs .  a period must be a real fiscal month and
      * both figures numeric; a period not yet on file for the
      * department is loaded, one already there is amended in place .
       TRY-BUDGET .
           IF DBUD-PERIOD NOT NUMERIC
               OR DBUD-PERIOD-YEAR EQUAL ZERO
               OR DBUD-PERIOD-MONTH LESS THAN 1
               OR DBUD-PERIOD-MONTH GREATER THAN 12
               OR DBUD-HEADCOUNT NOT NUMERIC
               OR DBUD-ANNUAL-COST NOT NUMERIC
               PERFORM REJECTED-BUDGET-EDIT
           ELSE
               PERFORM LOAD-OR-AMEND-BUDGET
           END-IF .
       LOAD-OR-AMEND-BUDGET .
           MOVE DBUD-DEPT-CODE TO BUDGET-DEPT-CODE .
           MOVE DBUD-PERIOD TO BUDGET-PERIOD .
           READ BUDGET-FILE .
           EVALUATE WS-BUDGET-STATUS
             WHEN "00"
               MOVE DBUD-HEADCOUNT TO BUDGET-HEADCOUNT
               MOVE DBUD-ANNUAL-COST TO BUDGET-ANNUAL-COST
               MOVE WS-RUN-DATE TO BUDGET-AMENDED-DATE
               REWRITE BUDGET-REC
               ADD 1 TO WS-BUDGET-AMEND-COUNT
             WHEN "23"
               MOVE DBUD-HEADCOUNT TO BUDGET-HEADCOUNT
               MOVE DBUD-ANNUAL-COST TO BUDGET-ANNUAL-COST
               MOVE WS-RUN-DATE TO BUDGET-AMENDED-DATE
               WRITE BUDGET-REC
               ADD 1 TO WS-BUDGET-LOAD-COUNT
             WHEN OTHER
               CONTINUE
           END-EVALUATE .
           IF WS-BUDGET-STATUS NOT EQUAL TO "00"
               DISPLAY "ERROR ON BUDGET FILE " WS-BUDGET-STATUS
               STOP RUN
           END-IF .
       REJECTED-BUDGET-DEPT .
           ADD 1 TO WS-BUDGET-NO-DEPT-COUNT .
           DISPLAY "REJECTED - BUDGET FOR NON-EXISTENT DEPARTMENT "
               DBUD-DEPT-CODE .
           DISPLAY DEPT-CHANGES-REC .
       REJECTED-BUDGET-EDIT .
           ADD 1 TO WS-BUDGET-EDIT-COUNT .
           DISPLAY "REJECTED - BUDGET PERIOD OR FIGURES INVALID "
               DBUD-DEPT-CODE .
           DISPLAY DEPT-CHANGES-REC .

       INVALID-ADD .
           ADD 1 TO WS-INVALID-ADD-COUNT .
           DISPLAY "CANNOT ADD EXISTING DEPARTMENT " DCHG-DEPT-CODE .
           STRING "DELETES REJECTED - DEPT IN USE  "
               WS-REPORT-COUNT-ED DELIMITED BY SIZE INTO REPORT-LINE .
           WRITE REPORT-LINE .
           MOVE WS-BUDGET-LOAD-COUNT TO WS-REPORT-COUNT-ED .
           MOVE SPACES TO REPORT-LINE .
           STRING "BUDGETS LOADED................ "
               WS-REPORT-COUNT-ED DELIMITED BY SIZE INTO REPORT-LINE .
           WRITE REPORT-LINE .
           MOVE WS-BUDGET-AMEND-COUNT TO WS-REPORT-COUNT-ED .
           MOVE SPACES TO REPORT-LINE .
           STRING "BUDGETS AMENDED............... "
               WS-REPORT-COUNT-ED DELIMITED BY SIZE INTO REPORT-LINE .
           WRITE REPORT-LINE .
           MOVE WS-BUDGET-NO-DEPT-COUNT TO WS-REPORT-COUNT-ED .
           MOVE SPACES TO REPORT-LINE .
           STRING "BUDGETS REJECTED - NO SUCH DEPT "
               WS-REPORT-COUNT-ED DELIMITED BY SIZE INTO REPORT-LINE .
           WRITE REPORT-LINE .
           MOVE WS-BUDGET-EDIT-COUNT TO WS-REPORT-COUNT-ED .
           MOVE SPACES TO REPORT-LINE .
           STRING "BUDGETS REJECTED - FAILED EDIT  "
               WS-REPORT-COUNT-ED DELIMITED BY SIZE INTO REPORT-LINE .
           WRITE REPORT-LINE .
           CLOSE REPORT-FILE .
