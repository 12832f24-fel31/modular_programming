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

      * each selected audit record reduces to one movement per
      * direction -- a transfer releases two, an out for the losing
