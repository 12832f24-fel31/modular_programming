                                VALUE "T" .
           03  EMPLOYEE-TERM-DATE
                                PIC 9(8) .
           03  EMPLOYEE-GRADE   PIC X(2) .
           03  EMPLOYEE-HIRE-DATE
                                PIC 9(8) .
           03  EMPLOYEE-PROBATION-END
                                PIC 9(8) .

      * AUDIT-REC must stay byte for byte what PROGRAM12A writes .
       FD  AUDIT-FILE .
       01  AUDIT-REC            PIC X(240) .

      * the whole trail sorts into date-within-time order so the
      * replay applies actions in exactly the sequence they first
               05  SORT-BEFORE-SALARY   PIC 9(6)V99 .
               05  SORT-BEFORE-ADDRESS  PIC X(40) .
               05  SORT-BEFORE-DEPT     PIC X(10) .
               05  SORT-BEFORE-GRADE    PIC X(2) .
               05  SORT-BEFORE-HIRE     PIC 9(8) .
               05  SORT-BEFORE-PROB-END PIC 9(8) .
           03  SORT-AFTER-IMAGE .
               05  SORT-AFTER-INITS     PIC X(4) .
               05  SORT-AFTER-SURNAME   PIC X(16) .
               05  SORT-AFTER-SALARY    PIC 9(6)V99 .
               05  SORT-AFTER-ADDRESS   PIC X(40) .
               05  SORT-AFTER-DEPT      PIC X(10) .
               05  SORT-AFTER-GRADE     PIC X(2) .
               05  SORT-AFTER-HIRE      PIC 9(8) .
               05  SORT-AFTER-PROB-END  PIC 9(8) .
           03  SORT-RUN-NO           PIC 9(7) .
           03  SORT-OPERATOR-ID      PIC X(8) .
           03  SORT-APPROVER-ID      PIC X(8) .

      * BKPREG-REC must stay byte for byte what the backup utility
      * registers when it cuts a generation .
           03  WS-MI-SALARY     PIC 9(6)V99 .
           03  WS-MI-ADDRESS    PIC X(40) .
           03  WS-MI-DEPT       PIC X(10) .
           03  WS-MI-GRADE      PIC X(2) .
           03  WS-MI-HIRE       PIC 9(8) .
           03  WS-MI-PROB-END   PIC 9(8) .
       01  WS-MASTER-FOUND      PIC 9 .
       88  MASTER-FOUND         VALUE 1 .
       01  WS-MASTER-TERM-FLAG  PIC 9 .
                   WS-MISMATCH-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF .
      * recovery writes the master directly, so the running control
      * totals no longer describe it until PROGRAM12Q re-bases them .
           DISPLAY "RUN PROGRAM12Q TO RE-BASE THE CONTROL TOTALS" .
           STOP RUN .
      * the register lists every cut in the order they were taken;
      * the operator picks the one that was restored and the replay
               MOVE EMPLOYEE-SALARY TO WS-MI-SALARY
               MOVE EMPLOYEE-ADDRESS TO WS-MI-ADDRESS
               MOVE EMPLOYEE-DEPT TO WS-MI-DEPT
               MOVE EMPLOYEE-GRADE TO WS-MI-GRADE
               MOVE EMPLOYEE-HIRE-DATE TO WS-MI-HIRE
               MOVE EMPLOYEE-PROBATION-END TO WS-MI-PROB-END
           ELSE

      * only not-found means not found -- any other status is a real
               MOVE SORT-AFTER-SALARY TO EMPLOYEE-SALARY
               MOVE SORT-AFTER-ADDRESS TO EMPLOYEE-ADDRESS
               MOVE SORT-AFTER-DEPT TO EMPLOYEE-DEPT
               MOVE SORT-AFTER-GRADE TO EMPLOYEE-GRADE
               MOVE SORT-AFTER-HIRE TO EMPLOYEE-HIRE-DATE
               MOVE SORT-AFTER-PROB-END TO EMPLOYEE-PROBATION-END
               MOVE "A" TO EMPLOYEE-STATUS
               MOVE ZERO TO EMPLOYEE-TERM-DATE
               WRITE EMPLOYEE-REC
               MOVE SORT-AFTER-SALARY TO EMPLOYEE-SALARY
               MOVE SORT-AFTER-ADDRESS TO EMPLOYEE-ADDRESS
               MOVE SORT-AFTER-DEPT TO EMPLOYEE-DEPT
               MOVE SORT-AFTER-GRADE TO EMPLOYEE-GRADE
               MOVE SORT-AFTER-HIRE TO EMPLOYEE-HIRE-DATE
               MOVE SORT-AFTER-PROB-END TO EMPLOYEE-PROBATION-END
               REWRITE EMPLOYEE-REC
               PERFORM CHECK-IO-STATUS
               ADD 1 TO WS-APPLIED-COUNT
