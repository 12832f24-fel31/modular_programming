       ENVIRONMENT DIVISION .
       INPUT-OUTPUT SECTION .
       FILE-CONTROL .

      * the audit trail is the record of what a batch run actually
      * applied -- every salary-changing C carries the run number
      * PROGRAM12 registered, so the letters come off it rather than
      * off what was submitted .
           SELECT AUDIT-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\AUDIT12.DAT"
               FILE STATUS WS-AUDIT-STATUS .

      * RETRO12.DAT is rewritten by every fresh PROGRAM12 run, so it
      * only holds back pay for the latest run -- rows are matched on
      * their run number and anything else on the file is ignored .
           SELECT RETRO-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\RETRO12.DAT"
               FILE STATUS WS-RETRO-STATUS .

      * RUNCTL12.DAT names the last registered run -- the default
      * when no run number is given .
           SELECT RUN-CONTROL-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\RUNCTL12.DAT"
               FILE STATUS WS-RUNCTL-STATUS .

      * EMPLOYEE-FILE and DEPARTMENT-FILE are read here by key and
      * read-only, for the name, address and department on the letter .
           SELECT EMPLOYEE-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\EMPLOYEE12.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY EMPLOYEE-NO
               ALTERNATE RECORD KEY EMPLOYEE-SURNAME
                   WITH DUPLICATES
               FILE STATUS WS-EMP-STATUS .
           SELECT DEPARTMENT-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\DEPART12.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY DEPT-CODE
               FILE STATUS WS-DEPT-STATUS .
           SELECT SORT-WORK-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\SRTWKM12.DAT" .

      * LETTER12.DAT is the print-ready letters, one to a page;
      * LETCTL12.DAT is the control listing that accounts for them .
           SELECT LETTER-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\LETTER12.DAT"
               FILE STATUS WS-LETTER-STATUS .
           SELECT PRINT-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\LETCTL12.DAT"
               FILE STATUS WS-PRINT-STATUS .
       DATA DIVISION .
       FILE SECTION .

      * AUDIT-REC must stay byte for byte what PROGRAM12A writes .
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

      * RETRO-REC must stay byte for byte what PROGRAM12 writes .
       FD  RETRO-FILE .
       01  RETRO-REC .
           03  RETRO-EMPLOYEE-NO       PIC X(8) .
           03  RETRO-OLD-SALARY        PIC 9(6)V99 .
           03  RETRO-NEW-SALARY        PIC 9(6)V99 .
           03  RETRO-EFFECTIVE-DATE    PIC 9(8) .
           03  RETRO-RUN-DATE          PIC 9(8) .
           03  RETRO-DAYS              PIC 9(5) .
           03  RETRO-AMOUNT            PIC S9(7)V99 .
           03  RETRO-RUN-NO            PIC 9(7) .

       FD  RUN-CONTROL-FILE .
       01  RUNCTL-REC .
           03  RUNCTL-LAST-RUN-NO      PIC 9(7) .
           03  RUNCTL-LAST-RUN-DATE    PIC 9(8) .
           03  RUNCTL-LAST-CHG-COUNT   PIC 9(7) .
           03  RUNCTL-LAST-CHG-HASH    PIC 9(11)V99 .

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

      * one record per salary change on the trail and one per back
      * pay row, brought together by employee .  within an employee
      * the changes come in the order they were applied, so the
      * first one's before-salary and the last one's after-salary
      * are what the letter quotes .
       SD  SORT-WORK-FILE .
       01  LETTER-SORT-REC .
           03  LSR-EMP-NO           PIC X(8) .
           03  LSR-TYPE             PIC X .
           88  LSR-IS-CHANGE        VALUE "C" .
           88  LSR-IS-RETRO         VALUE "R" .
           03  LSR-DATE             PIC 9(8) .
           03  LSR-TIME             PIC 9(8) .
           03  LSR-OLD-SALARY       PIC 9(6)V99 .
           03  LSR-NEW-SALARY       PIC 9(6)V99 .
           03  LSR-RETRO-AMOUNT     PIC S9(7)V99 .

       FD  LETTER-FILE .
       01  LETTER-LINE          PIC X(80) .

       FD  PRINT-FILE .
       01  PRINT-LINE           PIC X(132) .

       WORKING-STORAGE SECTION .
       01  WS-AUDIT-STATUS      PIC XX .
       01  WS-RETRO-STATUS      PIC XX .
       01  WS-RUNCTL-STATUS     PIC XX .
       01  WS-EMP-STATUS        PIC XX .
       01  WS-DEPT-STATUS       PIC XX .
       01  WS-LETTER-STATUS     PIC XX .
       01  WS-PRINT-STATUS      PIC XX .
       01  WS-EOF               PIC 9 .
       88  NO-MORE-INPUT        VALUE 1 .
       01  WS-SORT-EOF          PIC 9 VALUE 0 .
       88  NO-MORE-SORTED-RECS  VALUE 1 .
       01  WS-RUN-DATE          PIC 9(8) .

      * the selection, taken from the console .  a single employee
      * number is the reprint -- the same letter again, off the same
      * run .
       01  WS-SELECT-RUN-NO     PIC 9(7) .
       01  WS-SELECT-EMP-NO     PIC X(8) .
       01  WS-REPRINT-FLAG      PIC 9 VALUE 0 .
       88  REPRINT-RUN          VALUE 1 .

      * one employee's changes, gathered across the sort group .
       01  WS-PREV-EMP-NO       PIC X(8) .
       01  WS-FIRST-REC-FLAG    PIC 9 VALUE 1 .
       88  FIRST-REC            VALUE 1 .
       01  WS-GROUP-CHANGES     PIC 9(3) .
       01  WS-GROUP-RETROS      PIC 9(3) .
       01  WS-GROUP-OLD-SALARY  PIC 9(6)V99 .
       01  WS-GROUP-NEW-SALARY  PIC 9(6)V99 .
       01  WS-GROUP-EFFECTIVE   PIC 9(8) .
       01  WS-GROUP-BACK-PAY    PIC S9(7)V99 .
       01  WS-DEPT-TEXT         PIC X(20) .
       01  WS-OUTCOME-TEXT      PIC X(32) .
       01  WS-BACK-PAY-ABS      PIC 9(7)V99 .

      * edited fields for the letter and the listing .
       01  WS-DATE-ED           PIC 9999/99/99 .
       01  WS-EFFECTIVE-ED      PIC 9999/99/99 .
       01  WS-OLD-SALARY-ED     PIC ZZZ,ZZ9.99 .
       01  WS-NEW-SALARY-ED     PIC ZZZ,ZZ9.99 .
       01  WS-BACK-PAY-ED       PIC Z,ZZZ,ZZ9.99 .
       01  WS-BACK-PAY-LIST-ED  PIC Z,ZZZ,ZZ9.99- .
       01  WS-RUN-NO-ED         PIC Z(6)9 .

      * control totals .
       01  WS-AUDIT-READ-COUNT  PIC 9(7) VALUE 0 .
       01  WS-CHANGE-COUNT      PIC 9(7) VALUE 0 .
       01  WS-RETRO-COUNT       PIC 9(7) VALUE 0 .
       01  WS-EMPLOYEE-COUNT    PIC 9(7) VALUE 0 .
       01  WS-LETTER-COUNT      PIC 9(7) VALUE 0 .
       01  WS-NO-LETTER-COUNT   PIC 9(7) VALUE 0 .
       01  WS-RETRO-ONLY-COUNT  PIC 9(7) VALUE 0 .
       01  WS-BACK-PAY-TOTAL    PIC S9(9)V99 VALUE 0 .
       01  WS-COUNT-ED          PIC Z,ZZZ,ZZ9 .
       01  WS-TOTAL-ED          PIC ZZZ,ZZZ,ZZ9.99- .
       01  WS-LINE-COUNT        PIC 9(3) VALUE 0 .
       01  WS-LINES-PER-PAGE    PIC 9(3) VALUE 50 .
       01  WS-PAGE-NO           PIC 9(4) VALUE 0 .
       01  WS-PAGE-ED           PIC ZZZ9 .

       PROCEDURE DIVISION .
       PROG .
       INIT-PARA .
           DISPLAY "SALARY CHANGE LETTERS STARTING" .
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD .
           DISPLAY "LETTERS FOR RUN NUMBER (ZERO = LAST RUN) " .
           ACCEPT WS-SELECT-RUN-NO .
           DISPLAY "REPRINT FOR EMPLOYEE NUMBER (BLANK = ALL) " .
           ACCEPT WS-SELECT-EMP-NO .
           IF WS-SELECT-EMP-NO NOT EQUAL TO SPACES
               MOVE 1 TO WS-REPRINT-FLAG
           END-IF .
           IF WS-SELECT-RUN-NO NOT NUMERIC
               OR WS-SELECT-RUN-NO EQUAL ZERO
               PERFORM FIND-LAST-RUN
           END-IF .
           DISPLAY "LETTERS FOR REGISTERED RUN NUMBER "
               WS-SELECT-RUN-NO .
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
           OPEN OUTPUT LETTER-FILE .
           IF WS-LETTER-STATUS NOT EQUAL TO "00"
               DISPLAY "ERROR OPENING LETTER FILE " WS-LETTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF .
           OPEN OUTPUT PRINT-FILE .
           IF WS-PRINT-STATUS NOT EQUAL TO "00"
               DISPLAY "ERROR OPENING LETTER CONTROL FILE "
                   WS-PRINT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF .
       BOD-PARA .
           SORT SORT-WORK-FILE
               ON ASCENDING KEY LSR-EMP-NO
               ON ASCENDING KEY LSR-TYPE
               ON ASCENDING KEY LSR-DATE
               ON ASCENDING KEY LSR-TIME
               INPUT PROCEDURE IS COLLECT-SALARY-CHANGES
               OUTPUT PROCEDURE IS WRITE-LETTERS .
       END-PARA .
           PERFORM WRITE-CONTROL-TOTALS .
           CLOSE EMPLOYEE-FILE .
           CLOSE DEPARTMENT-FILE .
           CLOSE LETTER-FILE .
           CLOSE PRINT-FILE .
           DISPLAY "LETTERS PRODUCED " WS-LETTER-COUNT .
           IF WS-NO-LETTER-COUNT NOT EQUAL TO ZERO
               DISPLAY "SALARY CHANGES WITHOUT A LETTER "
                   WS-NO-LETTER-COUNT " - SEE LETCTL12"
               MOVE 8 TO RETURN-CODE
           END-IF .
           DISPLAY "PROGRAM CONCLUDES" .
           STOP RUN .

       FIND-LAST-RUN .
           MOVE 0 TO WS-SELECT-RUN-NO .
           OPEN INPUT RUN-CONTROL-FILE .
           IF WS-RUNCTL-STATUS EQUAL "00"
               READ RUN-CONTROL-FILE
                 AT END CONTINUE
               END-READ
               IF WS-RUNCTL-STATUS EQUAL "00"
                   MOVE RUNCTL-LAST-RUN-NO TO WS-SELECT-RUN-NO
               END-IF
               CLOSE RUN-CONTROL-FILE
           END-IF .
           IF WS-SELECT-RUN-NO EQUAL ZERO
               DISPLAY "NO REGISTERED RUN ON FILE - RUN ABANDONED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF .

      * input side -- salary-changing C records for the run, then
      * that run's back pay rows .  a C that left the salary where it
      * was is an address or department change and gets no letter .
       COLLECT-SALARY-CHANGES .
           MOVE 0 TO WS-EOF .
           OPEN INPUT AUDIT-FILE .
           IF WS-AUDIT-STATUS NOT EQUAL TO "00"
               DISPLAY "ERROR OPENING AUDIT FILE " WS-AUDIT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF .
           READ AUDIT-FILE
             AT END MOVE 1 TO WS-EOF .
           PERFORM SELECT-AUDIT-REC UNTIL NO-MORE-INPUT .
           CLOSE AUDIT-FILE .
           MOVE 0 TO WS-EOF .
           OPEN INPUT RETRO-FILE .
           IF WS-RETRO-STATUS EQUAL "00"
               READ RETRO-FILE
                 AT END MOVE 1 TO WS-EOF
               END-READ
               PERFORM SELECT-RETRO-REC UNTIL NO-MORE-INPUT
               CLOSE RETRO-FILE
           END-IF .
       SELECT-AUDIT-REC .
           ADD 1 TO WS-AUDIT-READ-COUNT .
           IF AUDIT-IS-CHANGE
               AND AUDIT-RUN-NO EQUAL WS-SELECT-RUN-NO
               AND AUDIT-AFTER-SALARY NOT EQUAL TO AUDIT-BEFORE-SALARY
               AND (NOT REPRINT-RUN
                   OR AUDIT-EMPLOYEE-NO EQUAL WS-SELECT-EMP-NO)
               ADD 1 TO WS-CHANGE-COUNT
               MOVE AUDIT-EMPLOYEE-NO TO LSR-EMP-NO
               MOVE "C" TO LSR-TYPE
               MOVE AUDIT-DATE TO LSR-DATE
               MOVE AUDIT-TIME TO LSR-TIME
               MOVE AUDIT-BEFORE-SALARY TO LSR-OLD-SALARY
               MOVE AUDIT-AFTER-SALARY TO LSR-NEW-SALARY
               MOVE 0 TO LSR-RETRO-AMOUNT
               RELEASE LETTER-SORT-REC
           END-IF .
           READ AUDIT-FILE
             AT END MOVE 1 TO WS-EOF .
       SELECT-RETRO-REC .
           IF RETRO-RUN-NO EQUAL WS-SELECT-RUN-NO
               AND (NOT REPRINT-RUN
                   OR RETRO-EMPLOYEE-NO EQUAL WS-SELECT-EMP-NO)
               ADD 1 TO WS-RETRO-COUNT
               MOVE RETRO-EMPLOYEE-NO TO LSR-EMP-NO
               MOVE "R" TO LSR-TYPE
               MOVE RETRO-EFFECTIVE-DATE TO LSR-DATE
               MOVE 0 TO LSR-TIME
               MOVE RETRO-OLD-SALARY TO LSR-OLD-SALARY
               MOVE RETRO-NEW-SALARY TO LSR-NEW-SALARY
               MOVE RETRO-AMOUNT TO LSR-RETRO-AMOUNT
               RELEASE LETTER-SORT-REC
           END-IF .
           READ RETRO-FILE
             AT END MOVE 1 TO WS-EOF .

      * output side -- control break on employee, one letter each .
       WRITE-LETTERS .
           PERFORM WRITE-HEADING .
           RETURN SORT-WORK-FILE
             AT END MOVE 1 TO WS-SORT-EOF
           END-RETURN .
           PERFORM PROCESS-SORTED-REC UNTIL NO-MORE-SORTED-RECS .
           IF NOT FIRST-REC
               PERFORM FINISH-EMPLOYEE
           END-IF .
       PROCESS-SORTED-REC .
           IF FIRST-REC
               OR LSR-EMP-NO NOT EQUAL TO WS-PREV-EMP-NO
               IF NOT FIRST-REC
                   PERFORM FINISH-EMPLOYEE
               END-IF
               MOVE 0 TO WS-FIRST-REC-FLAG
               PERFORM START-EMPLOYEE
           END-IF .
           IF LSR-IS-CHANGE
               ADD 1 TO WS-GROUP-CHANGES
               IF WS-GROUP-CHANGES EQUAL 1
                   MOVE LSR-OLD-SALARY TO WS-GROUP-OLD-SALARY
                   MOVE LSR-DATE TO WS-GROUP-EFFECTIVE
               END-IF
               MOVE LSR-NEW-SALARY TO WS-GROUP-NEW-SALARY
           ELSE
               PERFORM ADD-BACK-PAY
           END-IF .
           RETURN SORT-WORK-FILE
             AT END MOVE 1 TO WS-SORT-EOF
           END-RETURN .
       START-EMPLOYEE .
           MOVE LSR-EMP-NO TO WS-PREV-EMP-NO .
           MOVE 0 TO WS-GROUP-CHANGES .
           MOVE 0 TO WS-GROUP-RETROS .
           MOVE 0 TO WS-GROUP-OLD-SALARY .
           MOVE 0 TO WS-GROUP-NEW-SALARY .
           MOVE 0 TO WS-GROUP-EFFECTIVE .
           MOVE 0 TO WS-GROUP-BACK-PAY .

      * a back-dated change was effective from the date on its retro
      * row, not the night it applied -- the earliest such date is the
      * one the letter quotes .  a retro row with no salary change on
      * the trail still gets its letter, off the retro figures .
       ADD-BACK-PAY .
           ADD 1 TO WS-GROUP-RETROS .
           ADD LSR-RETRO-AMOUNT TO WS-GROUP-BACK-PAY .
           IF WS-GROUP-RETROS EQUAL 1
               MOVE LSR-DATE TO WS-GROUP-EFFECTIVE
               IF WS-GROUP-CHANGES EQUAL ZERO
                   MOVE LSR-OLD-SALARY TO WS-GROUP-OLD-SALARY
                   MOVE LSR-NEW-SALARY TO WS-GROUP-NEW-SALARY
               END-IF
           END-IF .
       FINISH-EMPLOYEE .
           ADD 1 TO WS-EMPLOYEE-COUNT .
           IF WS-GROUP-CHANGES EQUAL ZERO
               ADD 1 TO WS-RETRO-ONLY-COUNT
           END-IF .
           MOVE WS-PREV-EMP-NO TO EMPLOYEE-NO .
           READ EMPLOYEE-FILE .
           IF WS-EMP-STATUS EQUAL "00"
               PERFORM FIND-DEPARTMENT-NAME
               PERFORM WRITE-ONE-LETTER
               ADD 1 TO WS-LETTER-COUNT
               ADD WS-GROUP-BACK-PAY TO WS-BACK-PAY-TOTAL
               IF WS-GROUP-CHANGES EQUAL ZERO
                   MOVE "LETTER - BACK PAY ROW ONLY" TO WS-OUTCOME-TEXT
               ELSE
                   MOVE "LETTER PRODUCED" TO WS-OUTCOME-TEXT
               END-IF
           ELSE
               ADD 1 TO WS-NO-LETTER-COUNT
               MOVE SPACES TO EMPLOYEE-SURNAME
               MOVE "NO LETTER - NOT ON MASTER" TO WS-OUTCOME-TEXT
           END-IF .
           PERFORM WRITE-CONTROL-LINE .
       FIND-DEPARTMENT-NAME .
           MOVE EMPLOYEE-DEPT TO DEPT-CODE .
           READ DEPARTMENT-FILE .
           IF WS-DEPT-STATUS EQUAL "00"
               MOVE DEPT-NAME TO WS-DEPT-TEXT
           ELSE
               MOVE EMPLOYEE-DEPT TO WS-DEPT-TEXT
           END-IF .

      * the letter itself -- a page of its own, addressed from the
      * master as it stands now, so a change of address keyed in the
      * same run is the one the letter goes to .
       WRITE-ONE-LETTER .
           MOVE WS-RUN-DATE TO WS-DATE-ED .
           MOVE WS-GROUP-EFFECTIVE TO WS-EFFECTIVE-ED .
           MOVE WS-GROUP-OLD-SALARY TO WS-OLD-SALARY-ED .
           MOVE WS-GROUP-NEW-SALARY TO WS-NEW-SALARY-ED .
           MOVE WS-SELECT-RUN-NO TO WS-RUN-NO-ED .
           MOVE SPACES TO LETTER-LINE .
           IF WS-LETTER-COUNT EQUAL ZERO
               WRITE LETTER-LINE
           ELSE
               WRITE LETTER-LINE
                   AFTER ADVANCING PAGE
           END-IF .
           MOVE SPACES TO LETTER-LINE .
           STRING "HUMAN RESOURCES" "                              "
               "    " WS-DATE-ED
               DELIMITED BY SIZE INTO LETTER-LINE .
           WRITE LETTER-LINE .
           MOVE SPACES TO LETTER-LINE .
           STRING "PERSONAL AND CONFIDENTIAL" "                    "
               "    REF " EMPLOYEE-NO
               DELIMITED BY SIZE INTO LETTER-LINE .
           WRITE LETTER-LINE .
           MOVE SPACES TO LETTER-LINE .
           WRITE LETTER-LINE .
           MOVE SPACES TO LETTER-LINE .
           STRING EMPLOYEE-INITS DELIMITED BY "  "
               " " EMPLOYEE-SURNAME DELIMITED BY SIZE
               INTO LETTER-LINE .
           WRITE LETTER-LINE .
           MOVE SPACES TO LETTER-LINE .
           MOVE EMPLOYEE-ADDRESS TO LETTER-LINE .
           WRITE LETTER-LINE .
           MOVE SPACES TO LETTER-LINE .
           WRITE LETTER-LINE .
           MOVE SPACES TO LETTER-LINE .
           STRING "DEAR " EMPLOYEE-INITS DELIMITED BY "  "
               " " EMPLOYEE-SURNAME DELIMITED BY "  "
               INTO LETTER-LINE .
           WRITE LETTER-LINE .
           MOVE SPACES TO LETTER-LINE .
           WRITE LETTER-LINE .
           MOVE SPACES TO LETTER-LINE .
           STRING "CHANGE TO YOUR SALARY -- " WS-DEPT-TEXT
               DELIMITED BY SIZE INTO LETTER-LINE .
           WRITE LETTER-LINE .
           MOVE SPACES TO LETTER-LINE .
           WRITE LETTER-LINE .
           MOVE SPACES TO LETTER-LINE .
           STRING "WE ARE WRITING TO CONFIRM A CHANGE TO YOUR ANNUAL "
               "SALARY, AS FOLLOWS ."
               DELIMITED BY SIZE INTO LETTER-LINE .
           WRITE LETTER-LINE .
           MOVE SPACES TO LETTER-LINE .
           WRITE LETTER-LINE .
           MOVE SPACES TO LETTER-LINE .
           STRING "    PREVIOUS ANNUAL SALARY   " WS-OLD-SALARY-ED
               DELIMITED BY SIZE INTO LETTER-LINE .
           WRITE LETTER-LINE .
           MOVE SPACES TO LETTER-LINE .
           STRING "    NEW ANNUAL SALARY        " WS-NEW-SALARY-ED
               DELIMITED BY SIZE INTO LETTER-LINE .
           WRITE LETTER-LINE .
           MOVE SPACES TO LETTER-LINE .
           STRING "    EFFECTIVE FROM           " WS-EFFECTIVE-ED
               DELIMITED BY SIZE INTO LETTER-LINE .
           WRITE LETTER-LINE .
           MOVE SPACES TO LETTER-LINE .
           WRITE LETTER-LINE .
           IF WS-GROUP-BACK-PAY NOT EQUAL TO ZERO
               PERFORM WRITE-BACK-PAY-PARAGRAPH
           END-IF .
           MOVE SPACES TO LETTER-LINE .
           STRING "THE NEW SALARY WILL BE REFLECTED IN YOUR NEXT PAY ."
               DELIMITED BY SIZE INTO LETTER-LINE .
           WRITE LETTER-LINE .
           MOVE SPACES TO LETTER-LINE .
           STRING "IF ANY OF THE ABOVE IS NOT AS YOU EXPECTED, PLEASE "
               "CONTACT HUMAN RESOURCES ."
               DELIMITED BY SIZE INTO LETTER-LINE .
           WRITE LETTER-LINE .
           MOVE SPACES TO LETTER-LINE .
           WRITE LETTER-LINE .
           MOVE SPACES TO LETTER-LINE .
           STRING "YOURS SINCERELY"
               DELIMITED BY SIZE INTO LETTER-LINE .
           WRITE LETTER-LINE .
           MOVE SPACES TO LETTER-LINE .
           WRITE LETTER-LINE .
           MOVE SPACES TO LETTER-LINE .
           WRITE LETTER-LINE .
           MOVE SPACES TO LETTER-LINE .
           STRING "HUMAN RESOURCES"
               DELIMITED BY SIZE INTO LETTER-LINE .
           WRITE LETTER-LINE .
           MOVE SPACES TO LETTER-LINE .
           WRITE LETTER-LINE .
           MOVE SPACES TO LETTER-LINE .
           STRING "RUN " WS-RUN-NO-ED
               DELIMITED BY SIZE INTO LETTER-LINE .
           WRITE LETTER-LINE .

      * back pay owed reads as an addition to the next pay; a
      * back-dated reduction reads as a recovery from it .
       WRITE-BACK-PAY-PARAGRAPH .
           IF WS-GROUP-BACK-PAY LESS THAN ZERO
               COMPUTE WS-BACK-PAY-ABS = 0 - WS-GROUP-BACK-PAY
           ELSE
               MOVE WS-GROUP-BACK-PAY TO WS-BACK-PAY-ABS
           END-IF .
           MOVE WS-BACK-PAY-ABS TO WS-BACK-PAY-ED .
           MOVE SPACES TO LETTER-LINE .
           IF WS-GROUP-BACK-PAY GREATER THAN ZERO
               STRING "AS THE CHANGE DATES BACK, BACK PAY OF "
                   WS-BACK-PAY-ED " IS OWED"
                   DELIMITED BY SIZE INTO LETTER-LINE
           ELSE
               STRING "AS THE CHANGE DATES BACK, AN OVERPAYMENT OF "
                   WS-BACK-PAY-ED " WILL BE"
                   DELIMITED BY SIZE INTO LETTER-LINE
           END-IF .
           WRITE LETTER-LINE .
           MOVE SPACES TO LETTER-LINE .
           IF WS-GROUP-BACK-PAY GREATER THAN ZERO
               STRING "TO YOU AND WILL BE PAID WITH YOUR NEXT PAY ."
                   DELIMITED BY SIZE INTO LETTER-LINE
           ELSE
               STRING "RECOVERED FROM YOUR NEXT PAY ."
                   DELIMITED BY SIZE INTO LETTER-LINE
           END-IF .
           WRITE LETTER-LINE .
           MOVE SPACES TO LETTER-LINE .
           WRITE LETTER-LINE .

      * control listing -- one line per employee with a salary change
      * in the run, letter or not, so the count of letters can be
      * held against the count of changes applied .
       WRITE-CONTROL-LINE .
           MOVE WS-GROUP-OLD-SALARY TO WS-OLD-SALARY-ED .
           MOVE WS-GROUP-NEW-SALARY TO WS-NEW-SALARY-ED .
           MOVE WS-GROUP-BACK-PAY TO WS-BACK-PAY-LIST-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING WS-PREV-EMP-NO " " EMPLOYEE-SURNAME " "
               WS-OLD-SALARY-ED " " WS-NEW-SALARY-ED " "
               WS-BACK-PAY-LIST-ED "  " WS-OUTCOME-TEXT
               DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
       WRITE-HEADING .
           IF WS-PAGE-NO NOT EQUAL TO 0
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               AFTER ADVANCING PAGE
           END-IF .
           ADD 1 TO WS-PAGE-NO .
           MOVE WS-PAGE-NO TO WS-PAGE-ED .
           MOVE WS-SELECT-RUN-NO TO WS-RUN-NO-ED .
           MOVE SPACES TO PRINT-LINE .
           IF REPRINT-RUN
               STRING "SALARY CHANGE LETTERS -- RUN " WS-RUN-NO-ED
                   "  REPRINT FOR " WS-SELECT-EMP-NO
                   "  RUN DATE " WS-RUN-DATE "  PAGE " WS-PAGE-ED
                   DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               STRING "SALARY CHANGE LETTERS -- RUN " WS-RUN-NO-ED
                   "  RUN DATE " WS-RUN-DATE "  PAGE " WS-PAGE-ED
                   DELIMITED BY SIZE INTO PRINT-LINE
           END-IF .
           WRITE PRINT-LINE .
           MOVE SPACES TO PRINT-LINE .
           STRING "EMP-NO   SURNAME              OLD         NEW"
               "      BACK PAY  OUTCOME"
               DELIMITED BY SIZE INTO PRINT-LINE .
           WRITE PRINT-LINE .
           MOVE 2 TO WS-LINE-COUNT .
       WRITE-REPORT-LINE .
           IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
               PERFORM WRITE-HEADING
           END-IF .
           WRITE PRINT-LINE .
           ADD 1 TO WS-LINE-COUNT .

      * letters produced plus employees without one must come back
      * to every employee with a salary change in the run .
       WRITE-CONTROL-TOTALS .
           MOVE SPACES TO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE WS-AUDIT-READ-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "AUDIT RECORDS READ............ "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE WS-CHANGE-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "SALARY CHANGES APPLIED........ "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE WS-RETRO-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "BACK PAY ROWS FOR RUN......... "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE WS-EMPLOYEE-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "EMPLOYEES WITH A CHANGE....... "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE WS-RETRO-ONLY-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "  OF WHICH BACK PAY ROW ONLY.. "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE WS-LETTER-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "LETTERS PRODUCED.............. "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE WS-NO-LETTER-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "NO LETTER - NOT ON MASTER..... "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE WS-BACK-PAY-TOTAL TO WS-TOTAL-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "BACK PAY IN LETTERS........... "
               WS-TOTAL-ED DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE SPACES TO PRINT-LINE .
           IF WS-LETTER-COUNT + WS-NO-LETTER-COUNT
               EQUAL WS-EMPLOYEE-COUNT
               AND WS-NO-LETTER-COUNT EQUAL ZERO
               STRING "EVERY SALARY CHANGE IN THE RUN HAS ITS LETTER"
                   DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               STRING "*** SALARY CHANGES WITHOUT A LETTER -- "
                   "SEE NOT ON MASTER ABOVE ***"
                   DELIMITED BY SIZE INTO PRINT-LINE
           END-IF .
           PERFORM WRITE-REPORT-LINE .
           IF WS-CHANGE-COUNT EQUAL ZERO
               AND WS-RETRO-COUNT EQUAL ZERO
               MOVE SPACES TO PRINT-LINE
               STRING "NO SALARY CHANGES FOR THIS RUN ON THE LIVE "
                   "AUDIT TRAIL -- CHECK THE RUN NUMBER, OR WHETHER "
                   "IT HAS BEEN PURGED TO ARCHIVE"
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF .
