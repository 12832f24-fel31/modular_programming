           03  PAYEXT-DEPT             PIC X(10) .
           03  PAYEXT-ACTION-FLAG      PIC X(1) .
           03  PAYEXT-RUN-NO           PIC 9(7) .
           03  PAYEXT-HIRE-DATE        PIC 9(8) .
           03  PAYEXT-PROBATION-END    PIC 9(8) .
       01  PAYEXT-TRAILER-REC .
           03  PAYEXT-TRAILER-ID       PIC X(8) .
           88  PAYEXT-IS-TRAILER       VALUE "*TRAILER" .
           03  PAYEXT-TRAILER-COUNT    PIC 9(7) .
           03  PAYEXT-TRAILER-HASH     PIC 9(11)V99 .
           03  FILLER                  PIC X(38) .

       FD  ACKNOWLEDGE-FILE .
       01  PAYACK-REC .
