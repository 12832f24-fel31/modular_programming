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

       FD  AUDIT-WORK-FILE .
       01  AUDIT-WORK-REC       PIC X(240) .

       FD  AUDIT-ARCHIVE-FILE .
       01  AUDIT-ARCHIVE-REC    PIC X(240) .

       FD  PRINT-FILE .
       01  PRINT-LINE           PIC X(132) .
               " ON " AUDIT-DATE " AT " AUDIT-TIME
               " RUN " AUDIT-RUN-NO " BY " AUDIT-OPERATOR-ID
               DELIMITED BY SIZE INTO PRINT-LINE .
           IF AUDIT-APPROVER-ID NOT EQUAL TO SPACES
               MOVE " APPROVED BY " TO PRINT-LINE (72:13)
               MOVE AUDIT-APPROVER-ID TO PRINT-LINE (85:8)
           END-IF .
           PERFORM WRITE-REPORT-LINE .
           EVALUATE TRUE
             WHEN AUDIT-IS-ADD
           MOVE SPACES TO PRINT-LINE .
           STRING "    ADDED AS " AUDIT-AFTER-INITS " "
               AUDIT-AFTER-SURNAME " SALARY " WS-NEW-SALARY-ED
               " DEPT " AUDIT-AFTER-DEPT " GRADE " AUDIT-AFTER-GRADE
               DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE SPACES TO PRINT-LINE .
           STRING "    ADDRESS " AUDIT-AFTER-ADDRESS
               DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE SPACES TO PRINT-LINE .
           STRING "    HIRED " AUDIT-AFTER-HIRE
               "  PROBATION ENDS " AUDIT-AFTER-PROB-END
               DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
       PRINT-REINSTATE-IMAGE .
           MOVE AUDIT-AFTER-SALARY TO WS-NEW-SALARY-ED .
           MOVE SPACES TO PRINT-LINE .

      * a CHANGE prints one line per field that actually moved, so
      * payroll can see at a glance what the change touched without
      * comparing two raw 96-byte images by eye .
       PRINT-CHANGED-FIELDS .
           IF AUDIT-AFTER-INITS NOT EQUAL TO AUDIT-BEFORE-INITS
               MOVE SPACES TO PRINT-LINE
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF .
           IF AUDIT-AFTER-GRADE NOT EQUAL TO AUDIT-BEFORE-GRADE
               MOVE SPACES TO PRINT-LINE
               STRING "    GRADE   " AUDIT-BEFORE-GRADE
                   " CHANGED TO " AUDIT-AFTER-GRADE
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF .
           IF AUDIT-AFTER-HIRE NOT EQUAL TO AUDIT-BEFORE-HIRE
               MOVE SPACES TO PRINT-LINE
               STRING "    HIRED   " AUDIT-BEFORE-HIRE
                   " CHANGED TO " AUDIT-AFTER-HIRE
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF .
           IF AUDIT-AFTER-PROB-END NOT EQUAL TO AUDIT-BEFORE-PROB-END
               MOVE SPACES TO PRINT-LINE
               STRING "    PROBATION END " AUDIT-BEFORE-PROB-END
                   " CHANGED TO " AUDIT-AFTER-PROB-END
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF .

      * purge pass -- records dated before the cutoff move to the
      * yearly archive, everything else is copied to a work file that
