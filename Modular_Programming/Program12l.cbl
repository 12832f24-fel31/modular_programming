                                VALUE "T" .
           03  EMPLOYEE-TERM-DATE
                                PIC 9(8) .
           03  EMPLOYEE-GRADE   PIC X(2) .
           03  EMPLOYEE-HIRE-DATE
                                PIC 9(8) .
           03  EMPLOYEE-PROBATION-END
                                PIC 9(8) .

      * SORT-REC mirrors EMPLOYEE-REC byte for byte so the release
      * can move records across directly .  the sort keys (dept, then
           03  SORT-EMPLOYEE-STATUS  PIC X .
           03  SORT-EMPLOYEE-TERM-DATE
                                     PIC 9(8) .
           03  SORT-EMPLOYEE-GRADE   PIC X(2) .
           03  SORT-EMPLOYEE-HIRE-DATE
                                     PIC 9(8) .
           03  SORT-EMPLOYEE-PROBATION-END
                                     PIC 9(8) .

       FD  PRINT-FILE .
       01  PRINT-LINE           PIC X(132) .
