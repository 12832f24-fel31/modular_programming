       ENVIRONMENT DIVISION .
       INPUT-OUTPUT SECTION .
       FILE-CONTROL .

      * SVCLOAD12.DAT asks for the one-off hire date load -- a single
      * record carrying the earliest archive year to search .  it is
      * put in place by operations when the load is wanted and this
      * program empties it once the load has run clean, so the load
      * happens once however often the report runs .  no file, or an
      * empty one, means report only .
           SELECT LOAD-REQUEST-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\SVCLOAD12.DAT"
               FILE STATUS WS-REQUEST-STATUS .

      * EMPLOYEE-FILE is swept here sequentially and read-only --
      * the load's updates all go through PROGRAM12A .
           SELECT EMPLOYEE-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\EMPLOYEE12.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY EMPLOYEE-NO
               ALTERNATE RECORD KEY EMPLOYEE-SURNAME
                   WITH DUPLICATES
               FILE STATUS WS-EMP-STATUS .
           SELECT AUDIT-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\AUDIT12.DAT"
               FILE STATUS WS-AUDIT-STATUS .

      * the earliest add for anyone taken on before the purge is in
      * the yearly archives, so the load reads them too -- one file
      * per calendar year, opened in turn through this SELECT .
           SELECT AUDIT-ARCHIVE-FILE
               ASSIGN WS-ARCHIVE-NAME
               FILE STATUS WS-ARCHIVE-STATUS .
           SELECT SORT-WORK-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\SRTWKT12.DAT" .

      * the load listing (HIRELD12.DAT) and the monthly report
      * (SVCRPT12.DAT) are written in turn through this SELECT .
           SELECT PRINT-FILE
               ASSIGN WS-PRINT-NAME
               FILE STATUS WS-PRINT-STATUS .
       DATA DIVISION .
       FILE SECTION .
       FD  LOAD-REQUEST-FILE .
       01  LOAD-REQUEST-REC .
           03  LOADREQ-FROM-YEAR    PIC 9(4) .

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

      * AUDIT-REC must stay byte for byte what PROGRAM12A writes --
      * the archive carries the identical layout .
       FD  AUDIT-FILE .
       01  AUDIT-REC .
           03  AUDIT-ACTION          PIC X(01) .
           88  AUDIT-IS-ADD          VALUE "A" .
           88  AUDIT-IS-CHANGE       VALUE "C" .
           88  AUDIT-IS-DELETE       VALUE "D" .
           88  AUDIT-IS-REINSTATE    VALUE "E" .
           03  AUDIT-EMPLOYEE-NO     PIC X(8) .
           03  AUDIT-DATE            PIC 9(8) .
           03  AUDIT-TIME            PIC 9(8) .
           03  AUDIT-BEFORE-IMAGE .
               05  AUDIT-BEFORE-INITS    PIC X(4) .
               05  AUDIT-BEFORE-SURNAME  PIC X(16) .
               05  AUDIT-BEFORE-SALARY   PIC 9(6)V99 .
               05  AUDIT-BEFORE-ADDRESS  PIC X(40) .
               05  AUDIT-BEFORE-DEPT     PIC X(10) .
               05  AUDIT-BEFORE-GRADE    PIC X(2) .
               05  AUDIT-BEFORE-HIRE     PIC 9(8) .
               05  AUDIT-BEFORE-PROB-END PIC 9(8) .
           03  AUDIT-AFTER-IMAGE .
               05  AUDIT-AFTER-INITS     PIC X(4) .
               05  AUDIT-AFTER-SURNAME   PIC X(16) .
               05  AUDIT-AFTER-SALARY    PIC 9(6)V99 .
               05  AUDIT-AFTER-ADDRESS   PIC X(40) .
               05  AUDIT-AFTER-DEPT      PIC X(10) .
               05  AUDIT-AFTER-GRADE     PIC X(2) .
               05  AUDIT-AFTER-HIRE      PIC 9(8) .
               05  AUDIT-AFTER-PROB-END  PIC 9(8) .
           03  AUDIT-RUN-NO          PIC 9(7) .
           03  AUDIT-OPERATOR-ID     PIC X(8) .
           03  AUDIT-APPROVER-ID     PIC X(8) .

       FD  AUDIT-ARCHIVE-FILE .
       01  AUDIT-ARCHIVE-REC    PIC X(240) .

      * the work file serves both sorts .  the load sorts every add
      * on the trail into employee, date, time order so the first
      * one per employee is the original hire; the report sorts one
      * tenure record per active employee, plus one per probation
      * end or anniversary falling in the report month, into
      * department order with the events ahead of the tenure records .
       SD  SORT-WORK-FILE .
       01  ADD-SORT-REC .
           03  ADD-EMP-NO           PIC X(8) .
           03  ADD-DATE             PIC 9(8) .
           03  ADD-TIME             PIC 9(8) .
       01  SERVICE-SORT-REC .
           03  SVC-DEPT             PIC X(10) .
           03  SVC-TYPE             PIC X .
           88  SVC-IS-PROBATION     VALUE "1" .
           88  SVC-IS-ANNIVERSARY   VALUE "2" .
           88  SVC-IS-TENURE        VALUE "3" .
           03  SVC-DATE             PIC 9(8) .
           03  SVC-EMP-NO           PIC X(8) .
           03  SVC-INITS            PIC X(4) .
           03  SVC-SURNAME          PIC X(16) .
           03  SVC-HIRE-DATE        PIC 9(8) .
           03  SVC-YEARS            PIC 9(2) .

       FD  PRINT-FILE .
       01  PRINT-LINE           PIC X(132) .

       WORKING-STORAGE SECTION .
       01  WS-REQUEST-STATUS    PIC XX .
       01  WS-EMP-STATUS        PIC XX .
       01  WS-AUDIT-STATUS      PIC XX .
       01  WS-ARCHIVE-STATUS    PIC XX .
       01  WS-PRINT-STATUS      PIC XX .
       01  WS-ARCHIVE-NAME      PIC X(60) .
       01  WS-PRINT-NAME        PIC X(60) .
       01  WS-EOF               PIC 9 .
       88  NO-MORE-AUDIT-RECS   VALUE 1 .
       01  WS-READ-EOF          PIC 9 .
       88  NO-MORE-EMPLOYEES    VALUE 1 .
       01  WS-SORT-EOF          PIC 9 .
       88  NO-MORE-SORTED-RECS  VALUE 1 .
       01  WS-LOAD-FLAG         PIC 9 VALUE 0 .
       88  LOAD-REQUESTED       VALUE 1 .
       01  WS-RUN-DATE          PIC 9(8) .
       01  WS-RUN-YEAR          PIC 9(4) .

      * archive years the load searches -- the requested earliest
      * year through the current one .  a year with no archive file
      * simply has nothing to contribute .
       01  WS-FROM-YEAR         PIC 9(4) .
       01  WS-YEAR              PIC 9(4) .
       01  WS-YEAR-X REDEFINES WS-YEAR
                                PIC X(4) .

      * PROGRAM12A's parameters .  the load's corrections carry the
      * operator id below so they stand out on the audit trail .
       01  WS-EMPLOYEE-REC .
           03  WS-EMPLOYEE-NO       PIC X(8) .
           03  WS-EMPLOYEE-INITS    PIC X(4) .
           03  WS-EMPLOYEE-SURNAME  PIC X(16) .
           03  WS-EMPLOYEE-SALARY   PIC 9(6)V99 .
           03  WS-EMPLOYEE-ADDRESS  PIC X(40) .
           03  WS-EMPLOYEE-DEPT     PIC X(10) .
           03  WS-EMPLOYEE-STATUS   PIC X .
           03  WS-EMPLOYEE-TERM-DATE
                                PIC 9(8) .
           03  WS-EMPLOYEE-GRADE    PIC X(2) .
           03  WS-EMPLOYEE-HIRE-DATE
                                PIC 9(8) .
           03  WS-EMPLOYEE-PROBATION-END
                                PIC 9(8) .
       01  WS-ACTION            PIC X .
       01  WS-STATUS            PIC XX .
       01  WS-RUN-NO            PIC 9(7) VALUE 0 .
       01  WS-OPERATOR-ID       PIC X(8) VALUE "HIREDTLD" .
       01  WS-APPROVER-ID       PIC X(8) VALUE SPACES .
       01  WS-PREV-EMP-NO       PIC X(8) .

      * the report month is the calendar month after the run date --
      * the report runs on month-end nights and looks ahead .
       01  WS-REPORT-MONTH-DATE .
           03  WS-REPORT-YEAR   PIC 9(4) .
           03  WS-REPORT-MONTH  PIC 9(2) .
       01  WS-REPORT-MONTH-N REDEFINES WS-REPORT-MONTH-DATE
                                PIC 9(6) .
       01  WS-DATE-WORK .
           03  WS-DATE-YEAR     PIC 9(4) .
           03  WS-DATE-MONTH    PIC 9(2) .
           03  WS-DATE-DAY      PIC 9(2) .
       01  WS-DATE-WORK-N REDEFINES WS-DATE-WORK
                                PIC 9(8) .
       01  WS-DATE-YYYYMM REDEFINES WS-DATE-WORK
                                PIC 9(6) .

      * per-department tenure profile .  service is measured to the
      * run date; a hire date missing or not a real date counts as
      * unknown and stays out of the average .
       01  WS-PREV-DEPT         PIC X(10) .
       01  WS-FIRST-DEPT-FLAG   PIC 9 .
       88  FIRST-DEPT           VALUE 1 .
       01  WS-PREV-TYPE         PIC X .
       01  WS-DEPT-HEADCOUNT    PIC 9(5) .
       01  WS-DEPT-DATED        PIC 9(5) .
       01  WS-DEPT-UNKNOWN      PIC 9(5) .
       01  WS-DEPT-SERVICE-DAYS PIC 9(9) .
       01  WS-DEPT-UNDER-1      PIC 9(5) .
       01  WS-DEPT-1-TO-2       PIC 9(5) .
       01  WS-DEPT-2-TO-5       PIC 9(5) .
       01  WS-DEPT-5-TO-10      PIC 9(5) .
       01  WS-DEPT-10-PLUS      PIC 9(5) .
       01  WS-SERVICE-DAYS      PIC 9(7) .
       01  WS-SERVICE-YEARS     PIC 9(4) .
       01  WS-AVERAGE-YEARS     PIC 9(3)V9 .
       01  WS-MILESTONE-QUOT    PIC 9(2) .
       01  WS-MILESTONE-REM     PIC 9 .
       01  WS-MILESTONE-TEXT    PIC X(20) .

      * load and report control totals .
       01  WS-AUDIT-READ-COUNT  PIC 9(7) VALUE 0 .
       01  WS-ADD-COUNT         PIC 9(7) VALUE 0 .
       01  WS-LOADED-COUNT      PIC 9(7) VALUE 0 .
       01  WS-ALREADY-COUNT     PIC 9(7) VALUE 0 .
       01  WS-NOT-ON-MASTER     PIC 9(7) VALUE 0 .
       01  WS-FAILED-COUNT      PIC 9(7) VALUE 0 .
       01  WS-UNDATED-COUNT     PIC 9(7) VALUE 0 .
       01  WS-READ-COUNT        PIC 9(7) VALUE 0 .
       01  WS-TERMINATED-COUNT  PIC 9(7) VALUE 0 .
       01  WS-PROBATION-COUNT   PIC 9(7) VALUE 0 .
       01  WS-ANNIVERSARY-COUNT PIC 9(7) VALUE 0 .
       01  WS-MILESTONE-COUNT   PIC 9(7) VALUE 0 .
       01  WS-UNKNOWN-COUNT     PIC 9(7) VALUE 0 .
       01  WS-COUNT-ED          PIC Z,ZZZ,ZZ9 .
       01  WS-HEAD-ED           PIC ZZ,ZZ9 .
       01  WS-UNDER-1-ED        PIC ZZ,ZZ9 .
       01  WS-1-TO-2-ED         PIC ZZ,ZZ9 .
       01  WS-2-TO-5-ED         PIC ZZ,ZZ9 .
       01  WS-5-TO-10-ED        PIC ZZ,ZZ9 .
       01  WS-10-PLUS-ED        PIC ZZ,ZZ9 .
       01  WS-UNKNOWN-ED        PIC ZZ,ZZ9 .
       01  WS-AVERAGE-ED        PIC ZZ9.9 .
       01  WS-YEARS-ED          PIC Z9 .
       01  WS-HEADING-TEXT      PIC X(60) .
       01  WS-LINE-COUNT        PIC 9(3) VALUE 0 .
       01  WS-LINES-PER-PAGE    PIC 9(3) VALUE 50 .
       01  WS-PAGE-NO           PIC 9(4) VALUE 0 .
       01  WS-PAGE-ED           PIC ZZZ9 .

       PROCEDURE DIVISION .
       PROG .
       INIT-PARA .
           DISPLAY "SERVICE AND PROBATION REPORT STARTING" .
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD .
           DIVIDE WS-RUN-DATE BY 10000 GIVING WS-RUN-YEAR .
           MOVE WS-RUN-DATE TO WS-DATE-WORK-N .
           MOVE WS-DATE-YEAR TO WS-REPORT-YEAR .
           MOVE WS-DATE-MONTH TO WS-REPORT-MONTH .
           IF WS-REPORT-MONTH EQUAL 12
               MOVE 1 TO WS-REPORT-MONTH
               ADD 1 TO WS-REPORT-YEAR
           ELSE
               ADD 1 TO WS-REPORT-MONTH
           END-IF .
           PERFORM CHECK-LOAD-REQUEST .
       BOD-PARA .
           IF LOAD-REQUESTED
               PERFORM LOAD-HIRE-DATES
           END-IF .
           PERFORM PRODUCE-SERVICE-REPORT .
       END-PARA .
           IF WS-FAILED-COUNT NOT EQUAL TO ZERO
               DISPLAY "HIRE DATE LOAD HAD FAILURES - REQUEST LEFT "
                   "IN PLACE FOR A RERUN"
               MOVE 8 TO RETURN-CODE
           END-IF .
           DISPLAY "PROGRAM CONCLUDES" .
           STOP RUN .

      * a request with no usable earliest year abandons the run
      * rather than guess how far back the archives go .
       CHECK-LOAD-REQUEST .
           MOVE 0 TO WS-LOAD-FLAG .
           OPEN INPUT LOAD-REQUEST-FILE .
           IF WS-REQUEST-STATUS EQUAL "00"
               READ LOAD-REQUEST-FILE
               IF WS-REQUEST-STATUS EQUAL "00"
                   IF LOADREQ-FROM-YEAR NOT NUMERIC
                       OR LOADREQ-FROM-YEAR EQUAL ZERO
                       OR LOADREQ-FROM-YEAR GREATER THAN WS-RUN-YEAR
                       DISPLAY "HIRE DATE LOAD REQUEST HAS NO VALID "
                           "EARLIEST YEAR - RUN ABANDONED"
                       CLOSE LOAD-REQUEST-FILE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE LOADREQ-FROM-YEAR TO WS-FROM-YEAR
                   MOVE 1 TO WS-LOAD-FLAG
               END-IF
               CLOSE LOAD-REQUEST-FILE
           END-IF .

      * ---------------------------------------------------------
      * one-off hire date load .  the earliest add on the trail
      * or its archives is taken as the hire date for anyone on
      * the master without one; anyone already dated is left alone,
      * so a rerun after a failure only finishes the job .
      * ---------------------------------------------------------
       LOAD-HIRE-DATES .
           DISPLAY "HIRE DATE LOAD FROM ARCHIVE YEAR " WS-FROM-YEAR .
           MOVE SPACES TO WS-PRINT-NAME .
           MOVE "\COBOLClass_Eclipse\DataFiles\HIRELD12.DAT"
               TO WS-PRINT-NAME .
           MOVE "HIRE DATE LOAD FROM THE AUDIT TRAIL" TO
               WS-HEADING-TEXT .
           PERFORM OPEN-PRINT-FILE .
           SORT SORT-WORK-FILE
               ON ASCENDING KEY ADD-EMP-NO
               ON ASCENDING KEY ADD-DATE
               ON ASCENDING KEY ADD-TIME
               INPUT PROCEDURE IS COLLECT-ADDS
               OUTPUT PROCEDURE IS APPLY-HIRE-DATES .
           PERFORM LIST-UNDATED-EMPLOYEES .
           PERFORM WRITE-LOAD-TOTALS .
           CLOSE PRINT-FILE .
           IF WS-FAILED-COUNT EQUAL ZERO
               OPEN OUTPUT LOAD-REQUEST-FILE
               CLOSE LOAD-REQUEST-FILE
           END-IF .

      * input side -- the archives oldest first, then the live trail .
       COLLECT-ADDS .
           PERFORM RELEASE-ONE-ARCHIVE
               VARYING WS-YEAR FROM WS-FROM-YEAR BY 1
               UNTIL WS-YEAR GREATER THAN WS-RUN-YEAR .
           MOVE 0 TO WS-EOF .
           OPEN INPUT AUDIT-FILE .
           IF WS-AUDIT-STATUS EQUAL "00"
               READ AUDIT-FILE
                 AT END MOVE 1 TO WS-EOF
               END-READ
               PERFORM SELECT-AUDIT-REC UNTIL NO-MORE-AUDIT-RECS
               CLOSE AUDIT-FILE
           END-IF .
       RELEASE-ONE-ARCHIVE .
           MOVE 0 TO WS-EOF .
           MOVE SPACES TO WS-ARCHIVE-NAME .
           STRING "\COBOLClass_Eclipse\DataFiles\AUDARC12."
               WS-YEAR-X ".DAT"
               DELIMITED BY SIZE INTO WS-ARCHIVE-NAME .
           OPEN INPUT AUDIT-ARCHIVE-FILE .
           IF WS-ARCHIVE-STATUS EQUAL "00"
               READ AUDIT-ARCHIVE-FILE
                 AT END MOVE 1 TO WS-EOF
               END-READ
               PERFORM SELECT-ARCHIVE-REC UNTIL NO-MORE-AUDIT-RECS
               CLOSE AUDIT-ARCHIVE-FILE
           END-IF .
       SELECT-ARCHIVE-REC .
           MOVE AUDIT-ARCHIVE-REC TO AUDIT-REC .
           PERFORM RELEASE-ADD .
           READ AUDIT-ARCHIVE-FILE
             AT END MOVE 1 TO WS-EOF .
       SELECT-AUDIT-REC .
           PERFORM RELEASE-ADD .
           READ AUDIT-FILE
             AT END MOVE 1 TO WS-EOF .
       RELEASE-ADD .
           ADD 1 TO WS-AUDIT-READ-COUNT .
           IF AUDIT-IS-ADD
               ADD 1 TO WS-ADD-COUNT
               MOVE AUDIT-EMPLOYEE-NO TO ADD-EMP-NO
               MOVE AUDIT-DATE TO ADD-DATE
               MOVE AUDIT-TIME TO ADD-TIME
               RELEASE ADD-SORT-REC
           END-IF .

      * output side -- PROGRAM12A's files are held for the whole
      * pass, opened only now the trail itself has been read and
      * closed .  later adds for the same number are ignored .
       APPLY-HIRE-DATES .
           MOVE "O" TO WS-ACTION .
           PERFORM CALL-PROGRAM12A .
           IF WS-STATUS NOT EQUAL TO ZERO
               DISPLAY "ERROR OPENING EMPLOYEE FILES " WS-STATUS
               CLOSE PRINT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF .
           MOVE SPACES TO WS-PREV-EMP-NO .
           MOVE 0 TO WS-SORT-EOF .
           RETURN SORT-WORK-FILE
             AT END MOVE 1 TO WS-SORT-EOF
           END-RETURN .
           PERFORM PROCESS-ONE-ADD UNTIL NO-MORE-SORTED-RECS .
           MOVE "Z" TO WS-ACTION .
           PERFORM CALL-PROGRAM12A .
       PROCESS-ONE-ADD .
           IF ADD-EMP-NO NOT EQUAL TO WS-PREV-EMP-NO
               MOVE ADD-EMP-NO TO WS-PREV-EMP-NO
               PERFORM DATE-ONE-EMPLOYEE
           END-IF .
           RETURN SORT-WORK-FILE
             AT END MOVE 1 TO WS-SORT-EOF
           END-RETURN .

      * the correction carries only the hire date -- every other
      * field blank or zero keeps what the master holds, and
      * PROGRAM12A gives the standard probation from the hire date
      * where none is on file .
       DATE-ONE-EMPLOYEE .
           MOVE SPACES TO WS-EMPLOYEE-REC .
           MOVE ADD-EMP-NO TO WS-EMPLOYEE-NO .
           MOVE "R" TO WS-ACTION .
           PERFORM CALL-PROGRAM12A .
           EVALUATE TRUE
             WHEN WS-STATUS EQUAL "23"
               ADD 1 TO WS-NOT-ON-MASTER
             WHEN WS-STATUS NOT EQUAL TO ZERO
               ADD 1 TO WS-FAILED-COUNT
               PERFORM WRITE-FAILED-LINE
             WHEN WS-EMPLOYEE-HIRE-DATE NUMERIC
               AND WS-EMPLOYEE-HIRE-DATE NOT EQUAL TO ZERO
               ADD 1 TO WS-ALREADY-COUNT
             WHEN OTHER
               MOVE SPACES TO WS-EMPLOYEE-REC
               MOVE ADD-EMP-NO TO WS-EMPLOYEE-NO
               MOVE ZERO TO WS-EMPLOYEE-SALARY
               MOVE ZERO TO WS-EMPLOYEE-TERM-DATE
               MOVE ZERO TO WS-EMPLOYEE-PROBATION-END
               MOVE ADD-DATE TO WS-EMPLOYEE-HIRE-DATE
               MOVE "C" TO WS-ACTION
               PERFORM CALL-PROGRAM12A
               IF WS-STATUS EQUAL ZERO
                   ADD 1 TO WS-LOADED-COUNT
               ELSE
                   ADD 1 TO WS-FAILED-COUNT
                   PERFORM WRITE-FAILED-LINE
               END-IF
           END-EVALUATE .
       CALL-PROGRAM12A .
           call "program12a"
                 using ws-employee-rec
                       ws-action
                       ws-status
                       ws-run-no
                       ws-operator-id
                       ws-approver-id .
       WRITE-FAILED-LINE .
           MOVE SPACES TO PRINT-LINE .
           STRING ADD-EMP-NO "  HIRE DATE " ADD-DATE
               " NOT LOADED - PROGRAM12A STATUS " WS-STATUS
               DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .

      * whoever is still undated after the load is HR's to supply,
      * through a C correction on changes12.dat or the inquiry
      * screen .  leavers are listed too -- their service still
      * counts if they come back .
       LIST-UNDATED-EMPLOYEES .
           MOVE SPACES TO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE SPACES TO PRINT-LINE .
           STRING "NO HIRE DATE FOUND -- FOR HR TO SUPPLY"
               DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE 0 TO WS-READ-EOF .
           OPEN INPUT EMPLOYEE-FILE .
           IF WS-EMP-STATUS NOT EQUAL TO "00"
               DISPLAY "ERROR OPENING EMPLOYEE FILE " WS-EMP-STATUS
               CLOSE PRINT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF .
           READ EMPLOYEE-FILE
             AT END MOVE 1 TO WS-READ-EOF .
           PERFORM LIST-ONE-UNDATED UNTIL NO-MORE-EMPLOYEES .
           CLOSE EMPLOYEE-FILE .
       LIST-ONE-UNDATED .
           IF EMPLOYEE-HIRE-DATE NOT NUMERIC
               OR EMPLOYEE-HIRE-DATE EQUAL ZERO
               ADD 1 TO WS-UNDATED-COUNT
               MOVE SPACES TO PRINT-LINE
               IF EMPLOYEE-TERMINATED
                   STRING "    " EMPLOYEE-NO " " EMPLOYEE-INITS " "
                       EMPLOYEE-SURNAME " " EMPLOYEE-DEPT
                       " TERMINATED " EMPLOYEE-TERM-DATE
                       DELIMITED BY SIZE INTO PRINT-LINE
               ELSE
                   STRING "    " EMPLOYEE-NO " " EMPLOYEE-INITS " "
                       EMPLOYEE-SURNAME " " EMPLOYEE-DEPT
                       DELIMITED BY SIZE INTO PRINT-LINE
               END-IF
               PERFORM WRITE-REPORT-LINE
           END-IF .
           READ EMPLOYEE-FILE
             AT END MOVE 1 TO WS-READ-EOF .
       WRITE-LOAD-TOTALS .
           MOVE SPACES TO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE WS-AUDIT-READ-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "AUDIT RECORDS READ............ "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE WS-ADD-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "ADDS FOUND.................... "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE WS-LOADED-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "HIRE DATES LOADED............. "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE WS-ALREADY-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "ALREADY DATED - LEFT ALONE.... "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE WS-NOT-ON-MASTER TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "ADDED BUT NOT ON MASTER....... "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE WS-FAILED-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "LOAD FAILURES................. "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE WS-UNDATED-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "STILL WITHOUT A HIRE DATE..... "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .

      * ---------------------------------------------------------
      * monthly service report .  by department: probation ends and
      * service anniversaries falling in the report month, then the
      * department's tenure profile .  leavers are not reported .
      * ---------------------------------------------------------
       PRODUCE-SERVICE-REPORT .
           MOVE SPACES TO WS-PRINT-NAME .
           MOVE "\COBOLClass_Eclipse\DataFiles\SVCRPT12.DAT"
               TO WS-PRINT-NAME .
           MOVE SPACES TO WS-HEADING-TEXT .
           STRING "SERVICE AND PROBATION FOR MONTH "
               WS-REPORT-MONTH-N
               DELIMITED BY SIZE INTO WS-HEADING-TEXT .
           PERFORM OPEN-PRINT-FILE .
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SVC-DEPT
               ON ASCENDING KEY SVC-TYPE
               ON ASCENDING KEY SVC-DATE
               ON ASCENDING KEY SVC-EMP-NO
               INPUT PROCEDURE IS RELEASE-SERVICE-RECS
               OUTPUT PROCEDURE IS WRITE-SERVICE-REPORT .
           PERFORM WRITE-REPORT-TOTALS .
           CLOSE PRINT-FILE .
       RELEASE-SERVICE-RECS .
           MOVE 0 TO WS-READ-EOF .
           OPEN INPUT EMPLOYEE-FILE .
           IF WS-EMP-STATUS NOT EQUAL TO "00"
               DISPLAY "ERROR OPENING EMPLOYEE FILE " WS-EMP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF .
           READ EMPLOYEE-FILE
             AT END MOVE 1 TO WS-READ-EOF .
           PERFORM RELEASE-ONE-EMPLOYEE UNTIL NO-MORE-EMPLOYEES .
           CLOSE EMPLOYEE-FILE .

      * every active employee releases a tenure record; a probation
      * end in the report month releases one more, and so does a hire
      * date whose month comes round again in it .
       RELEASE-ONE-EMPLOYEE .
           ADD 1 TO WS-READ-COUNT .
           IF EMPLOYEE-TERMINATED
               ADD 1 TO WS-TERMINATED-COUNT
           ELSE
               MOVE EMPLOYEE-DEPT TO SVC-DEPT
               MOVE EMPLOYEE-NO TO SVC-EMP-NO
               MOVE EMPLOYEE-INITS TO SVC-INITS
               MOVE EMPLOYEE-SURNAME TO SVC-SURNAME
               MOVE EMPLOYEE-HIRE-DATE TO SVC-HIRE-DATE
               MOVE 0 TO SVC-YEARS
               IF EMPLOYEE-PROBATION-END NUMERIC
                   MOVE EMPLOYEE-PROBATION-END TO WS-DATE-WORK-N
                   IF WS-DATE-YYYYMM EQUAL WS-REPORT-MONTH-N
                       MOVE "1" TO SVC-TYPE
                       MOVE EMPLOYEE-PROBATION-END TO SVC-DATE
                       RELEASE SERVICE-SORT-REC
                   END-IF
               END-IF
               IF EMPLOYEE-HIRE-DATE NUMERIC
                   AND EMPLOYEE-HIRE-DATE NOT EQUAL TO ZERO
                   MOVE EMPLOYEE-HIRE-DATE TO WS-DATE-WORK-N
                   IF WS-DATE-MONTH EQUAL WS-REPORT-MONTH
                       AND WS-DATE-YEAR LESS THAN WS-REPORT-YEAR
                       COMPUTE SVC-YEARS =
                           WS-REPORT-YEAR - WS-DATE-YEAR
                       MOVE WS-REPORT-YEAR TO WS-DATE-YEAR
                       MOVE "2" TO SVC-TYPE
                       MOVE WS-DATE-WORK-N TO SVC-DATE
                       RELEASE SERVICE-SORT-REC
                   END-IF
               END-IF
               MOVE "3" TO SVC-TYPE
               MOVE EMPLOYEE-HIRE-DATE TO SVC-DATE
               MOVE 0 TO SVC-YEARS
               RELEASE SERVICE-SORT-REC
           END-IF .
           READ EMPLOYEE-FILE
             AT END MOVE 1 TO WS-READ-EOF .

      * output side -- control break on department .  the events
      * print as they come; the tenure records only accumulate, and
      * the profile closes the department .
       WRITE-SERVICE-REPORT .
           MOVE 1 TO WS-FIRST-DEPT-FLAG .
           MOVE 0 TO WS-SORT-EOF .
           RETURN SORT-WORK-FILE
             AT END MOVE 1 TO WS-SORT-EOF
           END-RETURN .
           PERFORM PROCESS-ONE-SERVICE-REC
               UNTIL NO-MORE-SORTED-RECS .
           IF NOT FIRST-DEPT
               PERFORM WRITE-TENURE-PROFILE
           END-IF .
       PROCESS-ONE-SERVICE-REC .
           IF FIRST-DEPT
               OR SVC-DEPT NOT EQUAL TO WS-PREV-DEPT
               IF NOT FIRST-DEPT
                   PERFORM WRITE-TENURE-PROFILE
               END-IF
               MOVE 0 TO WS-FIRST-DEPT-FLAG
               PERFORM START-NEW-DEPT
           END-IF .
           EVALUATE TRUE
             WHEN SVC-IS-PROBATION
               PERFORM WRITE-PROBATION-LINE
             WHEN SVC-IS-ANNIVERSARY
               PERFORM WRITE-ANNIVERSARY-LINE
             WHEN OTHER
               PERFORM ADD-TO-TENURE-PROFILE
           END-EVALUATE .
           MOVE SVC-TYPE TO WS-PREV-TYPE .
           RETURN SORT-WORK-FILE
             AT END MOVE 1 TO WS-SORT-EOF
           END-RETURN .
       START-NEW-DEPT .
           MOVE SVC-DEPT TO WS-PREV-DEPT .
           MOVE SPACES TO WS-PREV-TYPE .
           MOVE 0 TO WS-DEPT-HEADCOUNT .
           MOVE 0 TO WS-DEPT-DATED .
           MOVE 0 TO WS-DEPT-UNKNOWN .
           MOVE 0 TO WS-DEPT-SERVICE-DAYS .
           MOVE 0 TO WS-DEPT-UNDER-1 .
           MOVE 0 TO WS-DEPT-1-TO-2 .
           MOVE 0 TO WS-DEPT-2-TO-5 .
           MOVE 0 TO WS-DEPT-5-TO-10 .
           MOVE 0 TO WS-DEPT-10-PLUS .
           IF WS-LINE-COUNT GREATER THAN WS-LINES-PER-PAGE - 6
               PERFORM WRITE-HEADING
           END-IF .
           MOVE SPACES TO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE SPACES TO PRINT-LINE .
           STRING "DEPARTMENT " SVC-DEPT
               DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
       WRITE-PROBATION-LINE .
           IF WS-PREV-TYPE NOT EQUAL TO SVC-TYPE
               MOVE SPACES TO PRINT-LINE
               STRING "  PROBATION ENDING"
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF .
           ADD 1 TO WS-PROBATION-COUNT .
           MOVE SPACES TO PRINT-LINE .
           STRING "    " SVC-DATE "  " SVC-EMP-NO " " SVC-INITS " "
               SVC-SURNAME "  HIRED " SVC-HIRE-DATE
               DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .

      * every fifth year is a milestone HR wants marked .
       WRITE-ANNIVERSARY-LINE .
           IF WS-PREV-TYPE NOT EQUAL TO SVC-TYPE
               MOVE SPACES TO PRINT-LINE
               STRING "  SERVICE ANNIVERSARIES"
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF .
           ADD 1 TO WS-ANNIVERSARY-COUNT .
           MOVE SPACES TO WS-MILESTONE-TEXT .
           DIVIDE SVC-YEARS BY 5 GIVING WS-MILESTONE-QUOT
               REMAINDER WS-MILESTONE-REM .
           IF WS-MILESTONE-REM EQUAL ZERO
               ADD 1 TO WS-MILESTONE-COUNT
               MOVE "** MILESTONE **" TO WS-MILESTONE-TEXT
           END-IF .
           MOVE SVC-YEARS TO WS-YEARS-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "    " SVC-DATE "  " SVC-EMP-NO " " SVC-INITS " "
               SVC-SURNAME "  " WS-YEARS-ED " YEARS  "
               WS-MILESTONE-TEXT
               DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .

      * completed years fall straight out of the two dates as
      * numbers -- run date less hire date, over 10000 .  someone
      * keyed ahead of their start date counts under a year .
       ADD-TO-TENURE-PROFILE .
           ADD 1 TO WS-DEPT-HEADCOUNT .
           IF SVC-HIRE-DATE NOT NUMERIC
               OR SVC-HIRE-DATE EQUAL ZERO
               OR FUNCTION TEST-DATE-YYYYMMDD (SVC-HIRE-DATE)
                   NOT EQUAL ZERO
               ADD 1 TO WS-DEPT-UNKNOWN
               ADD 1 TO WS-UNKNOWN-COUNT
           ELSE
               ADD 1 TO WS-DEPT-DATED
               IF SVC-HIRE-DATE GREATER THAN WS-RUN-DATE
                   MOVE 0 TO WS-SERVICE-DAYS
                   MOVE 0 TO WS-SERVICE-YEARS
               ELSE
                   COMPUTE WS-SERVICE-DAYS =
                       FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                     - FUNCTION INTEGER-OF-DATE (SVC-HIRE-DATE)
                   COMPUTE WS-SERVICE-YEARS =
                       (WS-RUN-DATE - SVC-HIRE-DATE) / 10000
               END-IF
               ADD WS-SERVICE-DAYS TO WS-DEPT-SERVICE-DAYS
               EVALUATE TRUE
                 WHEN WS-SERVICE-YEARS LESS THAN 1
                   ADD 1 TO WS-DEPT-UNDER-1
                 WHEN WS-SERVICE-YEARS LESS THAN 2
                   ADD 1 TO WS-DEPT-1-TO-2
                 WHEN WS-SERVICE-YEARS LESS THAN 5
                   ADD 1 TO WS-DEPT-2-TO-5
                 WHEN WS-SERVICE-YEARS LESS THAN 10
                   ADD 1 TO WS-DEPT-5-TO-10
                 WHEN OTHER
                   ADD 1 TO WS-DEPT-10-PLUS
               END-EVALUATE
           END-IF .
       WRITE-TENURE-PROFILE .
           MOVE 0 TO WS-AVERAGE-YEARS .
           IF WS-DEPT-DATED NOT EQUAL TO ZERO
               COMPUTE WS-AVERAGE-YEARS ROUNDED =
                   WS-DEPT-SERVICE-DAYS / WS-DEPT-DATED / 365.25
           END-IF .
           MOVE WS-DEPT-HEADCOUNT TO WS-HEAD-ED .
           MOVE WS-AVERAGE-YEARS TO WS-AVERAGE-ED .
           MOVE WS-DEPT-UNDER-1 TO WS-UNDER-1-ED .
           MOVE WS-DEPT-1-TO-2 TO WS-1-TO-2-ED .
           MOVE WS-DEPT-2-TO-5 TO WS-2-TO-5-ED .
           MOVE WS-DEPT-5-TO-10 TO WS-5-TO-10-ED .
           MOVE WS-DEPT-10-PLUS TO WS-10-PLUS-ED .
           MOVE WS-DEPT-UNKNOWN TO WS-UNKNOWN-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "  TENURE PROFILE  HEADCOUNT " WS-HEAD-ED
               "  AVERAGE SERVICE " WS-AVERAGE-ED " YEARS"
               DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE SPACES TO PRINT-LINE .
           STRING "    UNDER 1 YR " WS-UNDER-1-ED
               "  1-2 YRS " WS-1-TO-2-ED
               "  2-5 YRS " WS-2-TO-5-ED
               "  5-10 YRS " WS-5-TO-10-ED
               "  10+ YRS " WS-10-PLUS-ED
               "  HIRE DATE UNKNOWN " WS-UNKNOWN-ED
               DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
       WRITE-REPORT-TOTALS .
           MOVE SPACES TO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE WS-READ-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "EMPLOYEES READ................ "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE WS-TERMINATED-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "TERMINATED - NOT REPORTED..... "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE WS-PROBATION-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "PROBATION ENDS IN MONTH....... "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE WS-ANNIVERSARY-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "SERVICE ANNIVERSARIES......... "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE WS-MILESTONE-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "OF WHICH MILESTONES........... "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE WS-UNKNOWN-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "ACTIVE WITH NO HIRE DATE...... "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .

      * report formatting paragraphs, shared by the load listing
      * and the monthly report .
       OPEN-PRINT-FILE .
           OPEN OUTPUT PRINT-FILE .
           IF WS-PRINT-STATUS NOT EQUAL TO "00"
               DISPLAY "ERROR OPENING REPORT FILE " WS-PRINT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF .
           MOVE 0 TO WS-PAGE-NO .
           MOVE 0 TO WS-LINE-COUNT .
           PERFORM WRITE-HEADING .
       WRITE-HEADING .
           IF WS-PAGE-NO NOT EQUAL TO 0
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               AFTER ADVANCING PAGE
           END-IF .
           ADD 1 TO WS-PAGE-NO .
           MOVE WS-PAGE-NO TO WS-PAGE-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING WS-HEADING-TEXT "  RUN DATE " WS-RUN-DATE
               "  PAGE " WS-PAGE-ED
               DELIMITED BY SIZE INTO PRINT-LINE .
           WRITE PRINT-LINE .
           MOVE 0 TO WS-LINE-COUNT .
       WRITE-REPORT-LINE .
           IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
               PERFORM WRITE-HEADING
           END-IF .
           WRITE PRINT-LINE .
           ADD 1 TO WS-LINE-COUNT .
