       ENVIRONMENT DIVISION .
       INPUT-OUTPUT SECTION .
       FILE-CONTROL .
           SELECT GRADE-CHANGES-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\gradechg12.dat" .
           SELECT GRADE-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\GRADE12.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY GRADE-CODE
               FILE STATUS WS-GRADE-STATUS .
           SELECT EMPLOYEE-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\EMPLOYEE12.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY EMPLOYEE-NO
               ALTERNATE RECORD KEY EMPLOYEE-SURNAME
                   WITH DUPLICATES
               FILE STATUS WS-EMP-STATUS .
           SELECT REPORT-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\GRADERPT12.DAT"
               FILE STATUS WS-REPORT-STATUS .
       DATA DIVISION .
       FILE SECTION .

      * GRADE-CHANGES-FILE carries one transaction per line, in the
      * same spirit as deptchg12.dat -- A adds a grade, C amends one
      * (blank or zero fields mean no change), D removes one .  the
      * band switch is how HR turns enforcement on for a grade once
      * the master is clean -- Y enforces the band at the edit, N (the
      * default on an add) leaves the grade on the flat ceiling .
       FD  GRADE-CHANGES-FILE .
       01  GRADE-CHANGES-REC .
           03  GCHG-TYPE            PIC X .
           88  ADD-A-GRADE          VALUE "A" .
           88  CHANGE-A-GRADE       VALUE "C" .
           88  DELETE-A-GRADE       VALUE "D" .
           03  GCHG-GRADE-CODE      PIC X(2) .
           03  GCHG-GRADE-DESC      PIC X(20) .
           03  GCHG-MIN-SALARY      PIC 9(6)V99 .
           03  GCHG-MID-SALARY      PIC 9(6)V99 .
           03  GCHG-MAX-SALARY      PIC 9(6)V99 .
           03  GCHG-BAND-CHECK      PIC X .

      * GRADE-FILE is maintained here and nowhere else .  PROGRAM12,
      * PROGRAM12I, PROGRAM12W and PROGRAM12C only ever read it .
       FD  GRADE-FILE .
       01  GRADE-REC .
           03  GRADE-CODE             PIC X(2) .
           03  GRADE-DESC             PIC X(20) .
           03  GRADE-MIN-SALARY       PIC 9(6)V99 .
           03  GRADE-MID-SALARY       PIC 9(6)V99 .
           03  GRADE-MAX-SALARY       PIC 9(6)V99 .
           03  GRADE-BAND-CHECK       PIC X .
           88  GRADE-BAND-ENFORCED    VALUE "Y" .

      * EMPLOYEE-FILE is opened here read-only, and only swept to
      * prove a grade being deleted has nobody left on it .
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

       FD  REPORT-FILE .
       01  REPORT-LINE          PIC X(80) .

       WORKING-STORAGE SECTION .
       01  WS-EOF               PIC 9 VALUE 0 .
       88  NO-MORE-GRADE-CHANGES
                                VALUE 1 .
       01  WS-GRADE-STATUS      PIC XX .
       01  WS-EMP-STATUS        PIC XX .
       01  WS-REPORT-STATUS     PIC XX .

      * control-report counters .
       01  WS-ADD-COUNT             PIC 9(7) VALUE 0 .
       01  WS-CHANGE-COUNT          PIC 9(7) VALUE 0 .
       01  WS-DELETE-COUNT          PIC 9(7) VALUE 0 .
       01  WS-INVALID-ADD-COUNT     PIC 9(7) VALUE 0 .
       01  WS-INVALID-CHANGE-COUNT  PIC 9(7) VALUE 0 .
       01  WS-INVALID-DELETE-COUNT  PIC 9(7) VALUE 0 .
       01  WS-REJECT-EDIT-COUNT     PIC 9(7) VALUE 0 .
       01  WS-REJECT-INUSE-COUNT    PIC 9(7) VALUE 0 .
       01  WS-ENFORCED-COUNT        PIC 9(7) VALUE 0 .
       01  WS-REPORT-COUNT-ED       PIC Z,ZZZ,ZZ9 .

      * per-transaction working flags .
       01  WS-GRADE-FOUND-FLAG      PIC 9 .
       88  GRADE-FOUND              VALUE 1 .
       01  WS-BAND-OK-FLAG          PIC 9 .
       88  BAND-OK                  VALUE 1 .
       01  WS-GRADE-IN-USE-FLAG     PIC 9 .
       88  GRADE-IN-USE             VALUE 1 .
       01  WS-SWEEP-EOF             PIC 9 .
       88  NO-MORE-SWEEP-RECS       VALUE 1 .

      * the band as it will stand once the transaction applies --
      * on a change, the keyed figures over the ones on file .
       01  WS-NEW-MIN               PIC 9(6)V99 .
       01  WS-NEW-MID               PIC 9(6)V99 .
       01  WS-NEW-MAX               PIC 9(6)V99 .

       PROCEDURE DIVISION .
       PROG .
       INIT-PARA .
           DISPLAY "PAY GRADE TABLE MAINTENANCE STARTING" .
           OPEN INPUT GRADE-CHANGES-FILE .
      * the first run finds no grade file -- it is created empty and
      * reopened, so the first grades can be loaded into it .
           OPEN I-O GRADE-FILE .
           IF WS-GRADE-STATUS EQUAL "35"
               OPEN OUTPUT GRADE-FILE
               CLOSE GRADE-FILE
               OPEN I-O GRADE-FILE
           END-IF .
           IF WS-GRADE-STATUS NOT EQUAL TO "00"
               DISPLAY "ERROR OPENING GRADE FILE " WS-GRADE-STATUS
               STOP RUN
           END-IF .
           OPEN INPUT EMPLOYEE-FILE .
           IF WS-EMP-STATUS NOT EQUAL TO "00"
               DISPLAY "ERROR OPENING EMPLOYEE FILE " WS-EMP-STATUS
               STOP RUN
           END-IF .
           READ GRADE-CHANGES-FILE
             AT END MOVE 1 TO WS-EOF .
       BOD-PARA .
           PERFORM PROCESS-GRADE-CHANGES-REC
               UNTIL NO-MORE-GRADE-CHANGES .
       END-PARA .
           PERFORM WRITE-CONTROL-REPORT .
           CLOSE GRADE-CHANGES-FILE .
           CLOSE GRADE-FILE .
           CLOSE EMPLOYEE-FILE .
           DISPLAY "PROGRAM CONCLUDES" .
           STOP RUN .
       PROCESS-GRADE-CHANGES-REC .
           PERFORM READ-GRADE .
           EVALUATE TRUE
             WHEN ADD-A-GRADE
               IF GRADE-FOUND
                   PERFORM INVALID-ADD
               ELSE
                   PERFORM TRY-ADD
               END-IF
             WHEN CHANGE-A-GRADE
               IF GRADE-FOUND
                   PERFORM TRY-CHANGE
               ELSE
                   PERFORM INVALID-CHANGE
               END-IF
             WHEN DELETE-A-GRADE
               IF GRADE-FOUND
                   PERFORM TRY-DELETE
               ELSE
                   PERFORM INVALID-DELETE
               END-IF
             WHEN OTHER
               DISPLAY "INVALID TYPE " GCHG-TYPE
               STOP RUN
           END-EVALUATE .
           READ GRADE-CHANGES-FILE
             AT END MOVE 1 TO WS-EOF .
       READ-GRADE .
           MOVE 0 TO WS-GRADE-FOUND-FLAG .
           MOVE GCHG-GRADE-CODE TO GRADE-CODE .
           READ GRADE-FILE .
           IF WS-GRADE-STATUS EQUAL "00"
               MOVE 1 TO WS-GRADE-FOUND-FLAG
           ELSE
               IF WS-GRADE-STATUS NOT EQUAL TO "23"
                   DISPLAY "ERROR ON GRADE FILE " WS-GRADE-STATUS
                   STOP RUN
               END-IF
           END-IF .
       TRY-ADD .
           MOVE GCHG-MIN-SALARY TO WS-NEW-MIN .
           MOVE GCHG-MID-SALARY TO WS-NEW-MID .
           MOVE GCHG-MAX-SALARY TO WS-NEW-MAX .
           PERFORM CHECK-BAND .
           IF GCHG-GRADE-CODE EQUAL SPACES
               OR GCHG-GRADE-DESC EQUAL SPACES
               OR NOT BAND-OK
               PERFORM REJECTED-EDIT
           ELSE
               PERFORM VALID-ADD
           END-IF .
       VALID-ADD .
           MOVE GCHG-GRADE-CODE TO GRADE-CODE .
           MOVE GCHG-GRADE-DESC TO GRADE-DESC .
           MOVE WS-NEW-MIN TO GRADE-MIN-SALARY .
           MOVE WS-NEW-MID TO GRADE-MID-SALARY .
           MOVE WS-NEW-MAX TO GRADE-MAX-SALARY .
           IF GCHG-BAND-CHECK EQUAL "Y"
               MOVE "Y" TO GRADE-BAND-CHECK
               ADD 1 TO WS-ENFORCED-COUNT
           ELSE
               MOVE "N" TO GRADE-BAND-CHECK
           END-IF .
           WRITE GRADE-REC .
           IF WS-GRADE-STATUS NOT EQUAL TO "00"
               DISPLAY "ERROR ON GRADE FILE " WS-GRADE-STATUS
               STOP RUN
           END-IF .
           ADD 1 TO WS-ADD-COUNT .
       TRY-CHANGE .
           MOVE GRADE-MIN-SALARY TO WS-NEW-MIN .
           MOVE GRADE-MID-SALARY TO WS-NEW-MID .
           MOVE GRADE-MAX-SALARY TO WS-NEW-MAX .
           IF GCHG-MIN-SALARY NOT EQUAL TO ZERO
               MOVE GCHG-MIN-SALARY TO WS-NEW-MIN .
           IF GCHG-MID-SALARY NOT EQUAL TO ZERO
               MOVE GCHG-MID-SALARY TO WS-NEW-MID .
           IF GCHG-MAX-SALARY NOT EQUAL TO ZERO
               MOVE GCHG-MAX-SALARY TO WS-NEW-MAX .
           PERFORM CHECK-BAND .
           IF NOT BAND-OK
               OR (GCHG-BAND-CHECK NOT EQUAL TO SPACES
                   AND GCHG-BAND-CHECK NOT EQUAL TO "Y"
                   AND GCHG-BAND-CHECK NOT EQUAL TO "N")
               PERFORM REJECTED-EDIT
           ELSE
               PERFORM VALID-CHANGE
           END-IF .
       VALID-CHANGE .
           IF GCHG-GRADE-DESC NOT EQUAL TO SPACES
               MOVE GCHG-GRADE-DESC TO GRADE-DESC .
           MOVE WS-NEW-MIN TO GRADE-MIN-SALARY .
           MOVE WS-NEW-MID TO GRADE-MID-SALARY .
           MOVE WS-NEW-MAX TO GRADE-MAX-SALARY .
           IF GCHG-BAND-CHECK EQUAL "Y"
               AND NOT GRADE-BAND-ENFORCED
               ADD 1 TO WS-ENFORCED-COUNT .
           IF GCHG-BAND-CHECK NOT EQUAL TO SPACES
               MOVE GCHG-BAND-CHECK TO GRADE-BAND-CHECK .
           REWRITE GRADE-REC .
           IF WS-GRADE-STATUS NOT EQUAL TO "00"
               DISPLAY "ERROR ON GRADE FILE " WS-GRADE-STATUS
               STOP RUN
           END-IF .
           ADD 1 TO WS-CHANGE-COUNT .
       TRY-DELETE .
           PERFORM CHECK-GRADE-IN-USE .
           IF GRADE-IN-USE
               PERFORM REJECTED-IN-USE
           ELSE
               PERFORM VALID-DELETE
           END-IF .
       VALID-DELETE .
           MOVE GCHG-GRADE-CODE TO GRADE-CODE .
           DELETE GRADE-FILE .
           IF WS-GRADE-STATUS NOT EQUAL TO "00"
               DISPLAY "ERROR ON GRADE FILE " WS-GRADE-STATUS
               STOP RUN
           END-IF .
           ADD 1 TO WS-DELETE-COUNT .
       INVALID-ADD .
           ADD 1 TO WS-INVALID-ADD-COUNT .
           DISPLAY "CANNOT ADD EXISTING GRADE " GCHG-GRADE-CODE .
           DISPLAY GRADE-CHANGES-REC .
       INVALID-CHANGE .
           ADD 1 TO WS-INVALID-CHANGE-COUNT .
           DISPLAY "CANNOT AMEND NON-EXISTENT GRADE "
               GCHG-GRADE-CODE .
           DISPLAY GRADE-CHANGES-REC .
       INVALID-DELETE .
           ADD 1 TO WS-INVALID-DELETE-COUNT .
           DISPLAY "CANNOT DELETE NON-EXISTENT GRADE "
               GCHG-GRADE-CODE .
           DISPLAY GRADE-CHANGES-REC .
       REJECTED-EDIT .
           ADD 1 TO WS-REJECT-EDIT-COUNT .
           DISPLAY "REJECTED - CODE, NAME AND A MIN <= MID <= MAX "
               "BAND REQUIRED " GCHG-GRADE-CODE .
           DISPLAY GRADE-CHANGES-REC .
       REJECTED-IN-USE .
           ADD 1 TO WS-REJECT-INUSE-COUNT .
           DISPLAY "REJECTED - GRADE STILL HAS EMPLOYEES "
               GCHG-GRADE-CODE .
           DISPLAY GRADE-CHANGES-REC .

      * a band must have a real floor and run upward -- minimum, then
      * midpoint, then maximum -- or the compa-ratio and the edit
      * would both be working from nonsense .
       CHECK-BAND .
           MOVE 1 TO WS-BAND-OK-FLAG .
           IF WS-NEW-MIN EQUAL ZERO
               OR WS-NEW-MID LESS THAN WS-NEW-MIN
               OR WS-NEW-MAX LESS THAN WS-NEW-MID
               MOVE 0 TO WS-BAND-OK-FLAG
           END-IF .

      * a grade with employees still on it cannot be deleted -- the
      * nightly edit would start rejecting every salary change against
      * them the moment it vanished .  terminated employees count too,
      * since a reinstatement brings their grade straight back .
       CHECK-GRADE-IN-USE .
           MOVE 0 TO WS-GRADE-IN-USE-FLAG .
           MOVE 0 TO WS-SWEEP-EOF .
           MOVE LOW-VALUES TO EMPLOYEE-NO .
           START EMPLOYEE-FILE KEY NOT LESS THAN EMPLOYEE-NO .
           IF WS-EMP-STATUS EQUAL "00"
               READ EMPLOYEE-FILE NEXT
                 AT END MOVE 1 TO WS-SWEEP-EOF
               END-READ
               PERFORM SWEEP-EMPLOYEE-REC
                   UNTIL NO-MORE-SWEEP-RECS OR GRADE-IN-USE
           END-IF .
       SWEEP-EMPLOYEE-REC .
           IF EMPLOYEE-GRADE EQUAL GCHG-GRADE-CODE
               MOVE 1 TO WS-GRADE-IN-USE-FLAG
           ELSE
               READ EMPLOYEE-FILE NEXT
                 AT END MOVE 1 TO WS-SWEEP-EOF
               END-READ
           END-IF .

      * control-report paragraphs .
       WRITE-CONTROL-REPORT .
           OPEN OUTPUT REPORT-FILE .
           IF WS-REPORT-STATUS NOT EQUAL TO "00"
               DISPLAY "ERROR OPENING CONTROL REPORT FILE "
                   WS-REPORT-STATUS
               STOP RUN
           END-IF .
           MOVE SPACES TO REPORT-LINE .
           STRING "PROGRAM12K PAY GRADE MAINTENANCE CONTROL TOTALS"
               DELIMITED BY SIZE INTO REPORT-LINE .
           WRITE REPORT-LINE .
           MOVE SPACES TO REPORT-LINE .
           WRITE REPORT-LINE .
           MOVE WS-ADD-COUNT TO WS-REPORT-COUNT-ED .
           MOVE SPACES TO REPORT-LINE .
           STRING "GRADES ADDED.................. "
               WS-REPORT-COUNT-ED DELIMITED BY SIZE INTO REPORT-LINE .
           WRITE REPORT-LINE .
           MOVE WS-CHANGE-COUNT TO WS-REPORT-COUNT-ED .
           MOVE SPACES TO REPORT-LINE .
           STRING "GRADES CHANGED................ "
               WS-REPORT-COUNT-ED DELIMITED BY SIZE INTO REPORT-LINE .
           WRITE REPORT-LINE .
           MOVE WS-DELETE-COUNT TO WS-REPORT-COUNT-ED .
           MOVE SPACES TO REPORT-LINE .
           STRING "GRADES DELETED................ "
               WS-REPORT-COUNT-ED DELIMITED BY SIZE INTO REPORT-LINE .
           WRITE REPORT-LINE .
           MOVE WS-ENFORCED-COUNT TO WS-REPORT-COUNT-ED .
           MOVE SPACES TO REPORT-LINE .
           STRING "BANDS SWITCHED TO ENFORCED.... "
               WS-REPORT-COUNT-ED DELIMITED BY SIZE INTO REPORT-LINE .
           WRITE REPORT-LINE .
           MOVE WS-INVALID-ADD-COUNT TO WS-REPORT-COUNT-ED .
           MOVE SPACES TO REPORT-LINE .
           STRING "ADDS REJECTED - ALREADY ON FILE "
               WS-REPORT-COUNT-ED DELIMITED BY SIZE INTO REPORT-LINE .
           WRITE REPORT-LINE .
           MOVE WS-INVALID-CHANGE-COUNT TO WS-REPORT-COUNT-ED .
           MOVE SPACES TO REPORT-LINE .
           STRING "CHANGES REJECTED - NOT ON FILE  "
               WS-REPORT-COUNT-ED DELIMITED BY SIZE INTO REPORT-LINE .
           WRITE REPORT-LINE .
           MOVE WS-INVALID-DELETE-COUNT TO WS-REPORT-COUNT-ED .
           MOVE SPACES TO REPORT-LINE .
           STRING "DELETES REJECTED - NOT ON FILE  "
               WS-REPORT-COUNT-ED DELIMITED BY SIZE INTO REPORT-LINE .
           WRITE REPORT-LINE .
           MOVE WS-REJECT-EDIT-COUNT TO WS-REPORT-COUNT-ED .
           MOVE SPACES TO REPORT-LINE .
           STRING "ADDS/CHANGES REJECTED - FAILED EDIT "
               WS-REPORT-COUNT-ED DELIMITED BY SIZE INTO REPORT-LINE .
           WRITE REPORT-LINE .
           MOVE WS-REJECT-INUSE-COUNT TO WS-REPORT-COUNT-ED .
           MOVE SPACES TO REPORT-LINE .
           STRING "DELETES REJECTED - GRADE IN USE "
               WS-REPORT-COUNT-ED DELIMITED BY SIZE INTO REPORT-LINE .
           WRITE REPORT-LINE .
           CLOSE REPORT-FILE .
