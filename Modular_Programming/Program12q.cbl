       ENVIRONMENT DIVISION .
       INPUT-OUTPUT SECTION .
       FILE-CONTROL .

      * EMPLOYEE-FILE is read-only here -- swept once, in key order,
      * for the active headcount and active salary the control record
      * ought to be carrying .
           SELECT EMPLOYEE-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\EMPLOYEE12.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY EMPLOYEE-NO
               ALTERNATE RECORD KEY EMPLOYEE-SURNAME
                   WITH DUPLICATES
               FILE STATUS WS-EMP-STATUS .

      * CTLTOT12.DAT is the running control record PROGRAM12A moves
      * as each action applies and PROGRAM12 reads for its before and
      * after totals .  anything that writes the master without going
      * through PROGRAM12A -- a restore, a forward recovery -- leaves
      * it behind, which is what this weekly check is for .
           SELECT CONTROL-TOTAL-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\CTLTOT12.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY CTLTOT-KEY
               FILE STATUS WS-CTLTOT-STATUS .
           SELECT REPORT-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\CTLVER12.DAT"
               FILE STATUS WS-REPORT-STATUS .
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

       FD  CONTROL-TOTAL-FILE .
       01  CONTROL-TOTAL-REC .
           03  CTLTOT-KEY               PIC X(8) .
           03  CTLTOT-ACTIVE-COUNT      PIC S9(7) .
           03  CTLTOT-ACTIVE-SALARY     PIC S9(9)V99 .
           03  CTLTOT-UPDATED-DATE      PIC 9(8) .
           03  CTLTOT-UPDATED-TIME      PIC 9(8) .
           03  CTLTOT-VERIFIED-DATE     PIC 9(8) .

       FD  REPORT-FILE .
       01  REPORT-LINE          PIC X(80) .

       WORKING-STORAGE SECTION .
       01  WS-EMP-STATUS        PIC XX .
       01  WS-CTLTOT-STATUS     PIC XX .
       01  WS-REPORT-STATUS     PIC XX .
       01  WS-EOF               PIC 9 VALUE 0 .
       88  NO-MORE-EMPLOYEES    VALUE 1 .
       01  WS-RUN-DATE          PIC 9(8) .
       01  WS-RUN-TIME          PIC 9(8) .

      * what the control record said when it was read -- kept apart
      * so the report can show it after the record is re-based .
       01  WS-CTLTOT-FLAG       PIC 9 VALUE 0 .
       88  CONTROL-RECORD-FOUND VALUE 1 .
       01  WS-CTLTOT-FILE-FLAG  PIC 9 VALUE 0 .
       88  CONTROL-FILE-MISSING VALUE 1 .
       01  WS-CONTROL-COUNT     PIC S9(7) VALUE 0 .
       01  WS-CONTROL-SALARY    PIC S9(9)V99 VALUE 0 .
       01  WS-CONTROL-UPD-DATE  PIC 9(8) VALUE 0 .
       01  WS-CONTROL-UPD-TIME  PIC 9(8) VALUE 0 .
       01  WS-CONTROL-VER-DATE  PIC 9(8) VALUE 0 .

      * the sweep .
       01  WS-ACTIVE-COUNT      PIC 9(7) VALUE 0 .
       01  WS-ACTIVE-SALARY     PIC 9(9)V99 VALUE 0 .
       01  WS-TERMINATED-COUNT  PIC 9(7) VALUE 0 .

      * drift is the control record less the sweep .
       01  WS-COUNT-DRIFT       PIC S9(7) VALUE 0 .
       01  WS-SALARY-DRIFT      PIC S9(9)V99 VALUE 0 .
       01  WS-VERDICT           PIC X(50) .

       01  WS-COUNT-ED          PIC Z,ZZZ,ZZ9 .
       01  WS-DRIFT-COUNT-ED    PIC -,---,--9 .
       01  WS-SALARY-ED         PIC Z,ZZZ,ZZZ,ZZ9.99 .
       01  WS-DRIFT-SALARY-ED   PIC -,---,---,--9.99 .

       PROCEDURE DIVISION .
       PROG .
       INIT-PARA .
           DISPLAY "CONTROL TOTALS VERIFICATION STARTING" .
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD .
           ACCEPT WS-RUN-TIME FROM TIME .
           OPEN INPUT EMPLOYEE-FILE .
           IF WS-EMP-STATUS NOT EQUAL TO "00"
               DISPLAY "ERROR OPENING EMPLOYEE FILE " WS-EMP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF .
           OPEN OUTPUT REPORT-FILE .
           IF WS-REPORT-STATUS NOT EQUAL TO "00"
               DISPLAY "ERROR OPENING VERIFICATION REPORT FILE "
                   WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF .
           PERFORM READ-CONTROL-RECORD .
       BOD-PARA .
           READ EMPLOYEE-FILE
             AT END MOVE 1 TO WS-EOF .
           PERFORM SUM-EMPLOYEE UNTIL NO-MORE-EMPLOYEES .
           CLOSE EMPLOYEE-FILE .
           PERFORM SETTLE-CONTROL-RECORD .
       END-PARA .
           PERFORM WRITE-VERIFICATION-REPORT .
           CLOSE REPORT-FILE .
           DISPLAY "PROGRAM CONCLUDES" .
           STOP RUN .

      * the control record is held open I-O for the whole sweep, so
      * nothing else can move it between the read and the re-base .
       READ-CONTROL-RECORD .
           OPEN I-O CONTROL-TOTAL-FILE .
           IF WS-CTLTOT-STATUS EQUAL "35"
               MOVE 1 TO WS-CTLTOT-FILE-FLAG
           ELSE
               IF WS-CTLTOT-STATUS NOT EQUAL TO "00"
                   DISPLAY "ERROR OPENING CONTROL TOTALS FILE "
                       WS-CTLTOT-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "TOTALS" TO CTLTOT-KEY
               READ CONTROL-TOTAL-FILE
               IF WS-CTLTOT-STATUS EQUAL "00"
                   MOVE 1 TO WS-CTLTOT-FLAG
                   MOVE CTLTOT-ACTIVE-COUNT TO WS-CONTROL-COUNT
                   MOVE CTLTOT-ACTIVE-SALARY TO WS-CONTROL-SALARY
                   MOVE CTLTOT-UPDATED-DATE TO WS-CONTROL-UPD-DATE
                   MOVE CTLTOT-UPDATED-TIME TO WS-CONTROL-UPD-TIME
                   MOVE CTLTOT-VERIFIED-DATE TO WS-CONTROL-VER-DATE
               END-IF
           END-IF .
       SUM-EMPLOYEE .
           IF EMPLOYEE-TERMINATED
               ADD 1 TO WS-TERMINATED-COUNT
           ELSE
               ADD 1 TO WS-ACTIVE-COUNT
               ADD EMPLOYEE-SALARY TO WS-ACTIVE-SALARY
           END-IF .
           READ EMPLOYEE-FILE
             AT END MOVE 1 TO WS-EOF .

      * the sweep is the truth .  a missing record is built from it,
      * a drifted one is re-based to it, and either way the record is
      * stamped verified .  drift is reported, not failed -- the
      * record is right again once re-based, and a stopped stream
      * would only hold up the nightly run behind it .
       SETTLE-CONTROL-RECORD .
           COMPUTE WS-COUNT-DRIFT =
               WS-CONTROL-COUNT - WS-ACTIVE-COUNT .
           COMPUTE WS-SALARY-DRIFT =
               WS-CONTROL-SALARY - WS-ACTIVE-SALARY .
           IF CONTROL-FILE-MISSING
               OPEN OUTPUT CONTROL-TOTAL-FILE
               IF WS-CTLTOT-STATUS NOT EQUAL TO "00"
                   DISPLAY "ERROR CREATING CONTROL TOTALS FILE "
                       WS-CTLTOT-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF .
           MOVE "TOTALS" TO CTLTOT-KEY .
           MOVE WS-RUN-DATE TO CTLTOT-VERIFIED-DATE .
           IF NOT CONTROL-RECORD-FOUND
               MOVE "NO CONTROL RECORD - BUILT FROM THE SWEEP"
                   TO WS-VERDICT
               DISPLAY "NO CONTROL TOTALS RECORD - BUILT FROM THE SWEEP"
               PERFORM MOVE-SWEEP-TO-RECORD
               WRITE CONTROL-TOTAL-REC
           ELSE
               IF WS-COUNT-DRIFT EQUAL ZERO
                 AND WS-SALARY-DRIFT EQUAL ZERO
                   MOVE "CONTROL RECORD AGREES WITH THE MASTER"
                       TO WS-VERDICT
               ELSE
                   MOVE "DRIFT FOUND - CONTROL RECORD RE-BASED TO SWEEP"
                       TO WS-VERDICT
                   DISPLAY "CONTROL TOTALS DRIFT FOUND - SEE CTLVER12"
                   PERFORM MOVE-SWEEP-TO-RECORD
               END-IF
               REWRITE CONTROL-TOTAL-REC
           END-IF .
           IF WS-CTLTOT-STATUS NOT EQUAL TO "00"
               DISPLAY "ERROR UPDATING CONTROL TOTALS RECORD "
                   WS-CTLTOT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF .
           CLOSE CONTROL-TOTAL-FILE .
       MOVE-SWEEP-TO-RECORD .
           MOVE WS-ACTIVE-COUNT TO CTLTOT-ACTIVE-COUNT .
           MOVE WS-ACTIVE-SALARY TO CTLTOT-ACTIVE-SALARY .
           MOVE WS-RUN-DATE TO CTLTOT-UPDATED-DATE .
           MOVE WS-RUN-TIME TO CTLTOT-UPDATED-TIME .

       WRITE-VERIFICATION-REPORT .
           MOVE SPACES TO REPORT-LINE .
           STRING "CONTROL TOTALS VERIFICATION  RUN DATE "
               WS-RUN-DATE DELIMITED BY SIZE INTO REPORT-LINE .
           WRITE REPORT-LINE .
           MOVE SPACES TO REPORT-LINE .
           WRITE REPORT-LINE .
           MOVE WS-ACTIVE-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO REPORT-LINE .
           STRING "ACTIVE HEADCOUNT - MASTER...... "
               WS-COUNT-ED DELIMITED BY SIZE INTO REPORT-LINE .
           WRITE REPORT-LINE .
           MOVE WS-CONTROL-COUNT TO WS-DRIFT-COUNT-ED .
           MOVE SPACES TO REPORT-LINE .
           STRING "ACTIVE HEADCOUNT - CONTROL..... "
               WS-DRIFT-COUNT-ED DELIMITED BY SIZE INTO REPORT-LINE .
           WRITE REPORT-LINE .
           MOVE WS-COUNT-DRIFT TO WS-DRIFT-COUNT-ED .
           MOVE SPACES TO REPORT-LINE .
           STRING "HEADCOUNT DRIFT................ "
               WS-DRIFT-COUNT-ED DELIMITED BY SIZE INTO REPORT-LINE .
           WRITE REPORT-LINE .
           MOVE SPACES TO REPORT-LINE .
           WRITE REPORT-LINE .
           MOVE WS-ACTIVE-SALARY TO WS-SALARY-ED .
           MOVE SPACES TO REPORT-LINE .
           STRING "ACTIVE SALARY - MASTER......... "
               WS-SALARY-ED DELIMITED BY SIZE INTO REPORT-LINE .
           WRITE REPORT-LINE .
           MOVE WS-CONTROL-SALARY TO WS-DRIFT-SALARY-ED .
           MOVE SPACES TO REPORT-LINE .
           STRING "ACTIVE SALARY - CONTROL........ "
               WS-DRIFT-SALARY-ED DELIMITED BY SIZE INTO REPORT-LINE .
           WRITE REPORT-LINE .
           MOVE WS-SALARY-DRIFT TO WS-DRIFT-SALARY-ED .
           MOVE SPACES TO REPORT-LINE .
           STRING "SALARY DRIFT................... "
               WS-DRIFT-SALARY-ED DELIMITED BY SIZE INTO REPORT-LINE .
           WRITE REPORT-LINE .
           MOVE SPACES TO REPORT-LINE .
           WRITE REPORT-LINE .
           MOVE WS-TERMINATED-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO REPORT-LINE .
           STRING "TERMINATED RECORDS ON MASTER... "
               WS-COUNT-ED DELIMITED BY SIZE INTO REPORT-LINE .
           WRITE REPORT-LINE .
           MOVE SPACES TO REPORT-LINE .
           STRING "CONTROL LAST UPDATED........... "
               WS-CONTROL-UPD-DATE " " WS-CONTROL-UPD-TIME
               DELIMITED BY SIZE INTO REPORT-LINE .
           WRITE REPORT-LINE .
           MOVE SPACES TO REPORT-LINE .
           STRING "CONTROL LAST VERIFIED.......... "
               WS-CONTROL-VER-DATE DELIMITED BY SIZE INTO REPORT-LINE .
           WRITE REPORT-LINE .
           MOVE SPACES TO REPORT-LINE .
           WRITE REPORT-LINE .
           MOVE WS-VERDICT TO REPORT-LINE .
           WRITE REPORT-LINE .
