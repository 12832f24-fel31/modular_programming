           03  EMPLOYEE-STATUS  PIC X .
           03  EMPLOYEE-TERM-DATE
                                PIC 9(8) .
           03  EMPLOYEE-GRADE   PIC X(2) .
           03  EMPLOYEE-HIRE-DATE
                                PIC 9(8) .
           03  EMPLOYEE-PROBATION-END
                                PIC 9(8) .

       FD  DEPARTMENT-FILE .
       01  DEPARTMENT-REC .
      * convention the payroll extract uses, so a restore can prove
      * the copy is whole before trusting it .
       FD  EMP-BACKUP-FILE .
       01  EMP-BACKUP-REC       PIC X(113) .
       01  EMP-BACKUP-TRAILER-REC .
           03  EMPBKP-TRAILER-ID       PIC X(8) .
           88  EMPBKP-IS-TRAILER       VALUE "*TRAILER" .
           03  EMPBKP-TRAILER-COUNT    PIC 9(7) .
           03  EMPBKP-TRAILER-HASH     PIC 9(11)V99 .
           03  FILLER                  PIC X(85) .

       FD  DEPT-BACKUP-FILE .
       01  DEPT-BACKUP-REC      PIC X(44) .
