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
           88  PAYEXT-CHANGED          VALUE "C" .
           88  PAYEXT-TERMINATED       VALUE "T" .
           03  PAYEXT-RUN-NO           PIC 9(7) .
           03  PAYEXT-HIRE-DATE        PIC 9(8) .
           03  PAYEXT-PROBATION-END    PIC 9(8) .
       01  PAYEXT-TRAILER-REC .
           03  PAYEXT-TRAILER-ID       PIC X(8) .
           88  PAYEXT-IS-TRAILER       VALUE "*TRAILER" .
           03  PAYEXT-TRAILER-COUNT    PIC 9(7) .
           03  PAYEXT-TRAILER-HASH     PIC 9(11)V99 .
           03  FILLER                  PIC X(38) .

       FD  MANIFEST-FILE .
       01  PAYMAN-REC .
