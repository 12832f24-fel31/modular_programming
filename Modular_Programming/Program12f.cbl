       ENVIRONMENT DIVISION .
       INPUT-OUTPUT SECTION .
       FILE-CONTROL .

      * the batch rejects (REJECT12.DAT, started afresh by every
      * nightly run) and the rejects keyed on the inquiry screen
      * (SCRREJ12.DAT, kept until reviewed here) share one layout and
      * are reviewed in turn through this SELECT .
           SELECT REJECT-FILE
               ASSIGN WS-REJECT-NAME
               FILE STATUS WS-REJECT-STATUS .
           SELECT SORT-WORK-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\SRTWKF12.DAT" .
               05  REJ-EMP-ADDRESS      PIC X(40) .
               05  REJ-EMP-DEPT         PIC X(10) .
               05  REJ-EFFECTIVE-DATE   PIC 9(8) .
               05  REJ-EMP-GRADE        PIC X(2) .
               05  REJ-EMP-HIRE-DATE    PIC 9(8) .
               05  REJ-EMP-PROBATION-END
                                        PIC 9(8) .
           03  REJ-REASON-CODE      PIC X(2) .

       SD  SORT-WORK-FILE .
       01  SORT-CHANGES-REC .
           03  FILLER               PIC X(1) .
           03  SORT-EMP-NO          PIC X(8) .
           03  FILLER               PIC X(104) .

       FD  RESUBMIT-FILE .
       01  RESUBMIT-REC             PIC X(113) .

       WORKING-STORAGE SECTION .
       01  WS-REJECT-STATUS     PIC XX .
       01  WS-REJECT-NAME       PIC X(60) .
       01  WS-RESUB-STATUS      PIC XX .
       01  WS-EOF               PIC 9 VALUE 0 .
       88  NO-MORE-REJECTS      VALUE 1 .
       01  WS-ADDRESS-INPUT     PIC X(40) .
       01  WS-DEPT-INPUT        PIC X(10) .
       01  WS-DATE-INPUT        PIC 9(8) .
       01  WS-GRADE-INPUT       PIC X(2) .

       PROCEDURE DIVISION .
       PROG .
               STOP RUN
           END-IF .
       REVIEW-REJECTS .
           MOVE SPACES TO WS-REJECT-NAME .
           MOVE "\COBOLClass_Eclipse\DataFiles\REJECT12.DAT"
               TO WS-REJECT-NAME .
           PERFORM REVIEW-REJECT-FILE .
           MOVE SPACES TO WS-REJECT-NAME .
           MOVE "\COBOLClass_Eclipse\DataFiles\SCRREJ12.DAT"
               TO WS-REJECT-NAME .
           PERFORM REVIEW-REJECT-FILE .
       REVIEW-REJECT-FILE .
           MOVE 0 TO WS-EOF .
           OPEN INPUT REJECT-FILE .
           IF WS-REJECT-STATUS NOT EQUAL TO "00"
               DISPLAY "NO REJECT FILE TO REPAIR - " WS-REJECT-STATUS
                   " " WS-REJECT-NAME
               MOVE 1 TO WS-EOF
           ELSE
               READ REJECT-FILE
           DISPLAY "  ADDRESS " REJ-EMP-ADDRESS .
           DISPLAY "  DEPT    " REJ-EMP-DEPT .
           DISPLAY "  EFFECTIVE DATE " REJ-EFFECTIVE-DATE .
           DISPLAY "  GRADE   " REJ-EMP-GRADE .
           DISPLAY "  HIRE DATE " REJ-EMP-HIRE-DATE .
           DISPLAY "  PROBATION END " REJ-EMP-PROBATION-END .
           DISPLAY "ACTION - R)ESUBMIT  F)IX THEN RESUBMIT  D)ROP " .
           ACCEPT WS-REPLY .
           EVALUATE TRUE
               MOVE "DUPLICATE EMP-NO IN RUN" TO WS-REASON-DESC
             WHEN "AT"
               MOVE "DELETE - ALREADY TERMINATED" TO WS-REASON-DESC
             WHEN "UG"
               MOVE "UNKNOWN PAY GRADE" TO WS-REASON-DESC
             WHEN "OB"
               MOVE "SALARY OUTSIDE GRADE BAND" TO WS-REASON-DESC
             WHEN OTHER
               MOVE "UNKNOWN REASON CODE" TO WS-REASON-DESC
           END-EVALUATE .
           ACCEPT WS-DATE-INPUT .
           IF WS-DATE-INPUT NOT EQUAL TO ZERO
               MOVE WS-DATE-INPUT TO REJ-EFFECTIVE-DATE .
           DISPLAY "NEW GRADE (BLANK = KEEP) " .
           ACCEPT WS-GRADE-INPUT .
           IF WS-GRADE-INPUT NOT EQUAL TO SPACES
               MOVE WS-GRADE-INPUT TO REJ-EMP-GRADE .
           DISPLAY "NEW HIRE DATE (ZERO = KEEP) " .
           ACCEPT WS-DATE-INPUT .
           IF WS-DATE-INPUT NOT EQUAL TO ZERO
               MOVE WS-DATE-INPUT TO REJ-EMP-HIRE-DATE .
           DISPLAY "NEW PROBATION END (ZERO = KEEP) " .
           ACCEPT WS-DATE-INPUT .
           IF WS-DATE-INPUT NOT EQUAL TO ZERO
               MOVE WS-DATE-INPUT TO REJ-EMP-PROBATION-END .

      * every record has been dispositioned -- resubmitted or
      * dropped -- so both reject files start again empty .
       CLEAR-REJECT-FILE .
           MOVE SPACES TO WS-REJECT-NAME .
           MOVE "\COBOLClass_Eclipse\DataFiles\REJECT12.DAT"
               TO WS-REJECT-NAME .
           OPEN OUTPUT REJECT-FILE .
           CLOSE REJECT-FILE .
           MOVE SPACES TO WS-REJECT-NAME .
           MOVE "\COBOLClass_Eclipse\DataFiles\SCRREJ12.DAT"
               TO WS-REJECT-NAME .
           OPEN OUTPUT REJECT-FILE .
           CLOSE REJECT-FILE .
