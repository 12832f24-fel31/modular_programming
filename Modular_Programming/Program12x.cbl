       ENVIRONMENT DIVISION .
       INPUT-OUTPUT SECTION .
       FILE-CONTROL .

      * EMPLOYEE-FILE is read-only here -- walked once along the
      * surname key for same-name pairs, once by number to feed the
      * address sort, and randomly to print each suspect pair .
           SELECT EMPLOYEE-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\EMPLOYEE12.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY EMPLOYEE-NO
               ALTERNATE RECORD KEY EMPLOYEE-SURNAME
                   WITH DUPLICATES
               FILE STATUS WS-EMP-STATUS .
           SELECT DEPARTMENT-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\DEPART12.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY DEPT-CODE
               FILE STATUS WS-DEPT-STATUS .
           SELECT AUDIT-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\AUDIT12.DAT"
               FILE STATUS WS-AUDIT-STATUS .

      * dupclear12.dat is keyed by HR -- one line per suspect pair
      * they have looked at and found to be two different people .
      * it is consumed by the run that reads it and emptied .
           SELECT CLEAR-INPUT-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\dupclear12.dat"
               FILE STATUS WS-CLRIN-STATUS .

      * DUPCLR12.DAT remembers every pair ever cleared, so a cleared
      * pair is never listed again whatever else changes on the two
      * records .  rewritten in full whenever HR clears more .
           SELECT CLEARED-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\DUPCLR12.DAT"
               FILE STATUS WS-CLRD-STATUS .
           SELECT SORT-WORK-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\SRTWKX12.DAT" .
           SELECT PRINT-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\DUPRPT12.DAT"
               FILE STATUS WS-PRINT-STATUS .
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

       FD  DEPARTMENT-FILE .
       01  DEPARTMENT-REC .
           03  DEPT-CODE              PIC X(10) .
           03  DEPT-NAME              PIC X(20) .
           03  DEPT-MANAGER-EMP-NO    PIC X(8) .
           03  DEPT-COST-CENTER       PIC X(6) .

      * AUDIT-REC must stay byte for byte what PROGRAM12A writes .
       FD  AUDIT-FILE .
       01  AUDIT-REC .
           03  AUDIT-ACTION          PIC X(01) .
           88  AUDIT-IS-ADD          VALUE "A" .
           88  AUDIT-IS-CHANGE       VALUE "C" .
           88  AUDIT-IS-DELETE       VALUE "D" .
           88  AUDIT-IS-REINSTATE    VALUE "E" .
           03  AUDIT-EMPLOYEE-NO     PIC X(8) .
           03  AUDIT-DATE            PIC 9(8) .
           03  AUDIT-TIME            PIC 9(8) .
           03  AUDIT-BEFORE-IMAGE .
               05  AUDIT-BEFORE-INITS    PIC X(4) .
               05  AUDIT-BEFORE-SURNAME  PIC X(16) .
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

      * either employee number may come first -- the pair is stored
      * lower number first whichever way HR keyed it .
       FD  CLEAR-INPUT-FILE .
       01  CLEAR-INPUT-REC .
           03  CLRIN-EMP-A          PIC X(8) .
           03  CLRIN-EMP-B          PIC X(8) .
           03  CLRIN-CLEARED-BY     PIC X(8) .
           03  CLRIN-REASON         PIC X(40) .

       FD  CLEARED-FILE .
       01  CLEARED-REC .
           03  CLRD-EMP-A           PIC X(8) .
           03  CLRD-EMP-B           PIC X(8) .
           03  CLRD-DATE            PIC 9(8) .
           03  CLRD-CLEARED-BY      PIC X(8) .
           03  CLRD-REASON          PIC X(40) .

      * one record per employee with an address on file, keyed on the
      * address boiled down to letters and digits -- records that
      * differ only in case, spacing, punctuation or the usual street
      * abbreviations sort together .
       SD  SORT-WORK-FILE .
       01  ADDRESS-SORT-REC .
           03  ASR-ADDRESS-KEY      PIC X(40) .
           03  ASR-EMP-NO           PIC X(8) .
           03  ASR-STATUS           PIC X .
           03  ASR-ADDRESS          PIC X(40) .

       FD  PRINT-FILE .
       01  PRINT-LINE           PIC X(132) .

       WORKING-STORAGE SECTION .
       01  WS-EMP-STATUS        PIC XX .
       01  WS-DEPT-STATUS       PIC XX .
       01  WS-AUDIT-STATUS      PIC XX .
       01  WS-CLRIN-STATUS      PIC XX .
       01  WS-CLRD-STATUS       PIC XX .
       01  WS-PRINT-STATUS      PIC XX .
       01  WS-EOF               PIC 9 .
       88  NO-MORE-INPUT        VALUE 1 .
       01  WS-SORT-EOF          PIC 9 .
       88  NO-MORE-SORTED       VALUE 1 .
       01  WS-RUN-DATE          PIC 9(8) .

      * pairs already cleared by HR .
       01  WS-CLEARED-TABLE .
           03  WS-CL-ENTRY OCCURS 1000 .
               05  WS-CL-EMP-A        PIC X(8) .
               05  WS-CL-EMP-B        PIC X(8) .
               05  WS-CL-DATE         PIC 9(8) .
               05  WS-CL-CLEARED-BY   PIC X(8) .
               05  WS-CL-REASON       PIC X(40) .
       01  WS-CL-USED           PIC 9(4) VALUE 0 .
       01  WS-CX                PIC 9(4) .
       01  WS-CLEARED-FLAG      PIC 9 .
       88  PAIR-IS-CLEARED      VALUE 1 .

      * one group at a time -- everyone sharing a surname on the name
      * pass, everyone sharing an address key on the address pass .
       01  WS-GROUP-TABLE .
           03  WS-GR-ENTRY OCCURS 50 .
               05  WS-GR-EMP-NO       PIC X(8) .
               05  WS-GR-INITS        PIC X(4) .
               05  WS-GR-ADDRESS      PIC X(40) .
               05  WS-GR-STATUS       PIC X .
       01  WS-GR-USED           PIC 9(3) VALUE 0 .
       01  WS-GI                PIC 9(3) .
       01  WS-GJ                PIC 9(3) .
       01  WS-GJ-START          PIC 9(3) .
       01  WS-GROUP-SURNAME     PIC X(16) .
       01  WS-GROUP-KEY         PIC X(40) .

      * suspect pairs found tonight, with the reasons each was found
      * for and the latest audit entry on either side .
       01  WS-PAIR-TABLE .
           03  WS-PR-ENTRY OCCURS 500 .
               05  WS-PR-EMP-A        PIC X(8) .
               05  WS-PR-EMP-B        PIC X(8) .
               05  WS-PR-NAME-FLAG    PIC X .
               05  WS-PR-ADDRESS-FLAG PIC X .
               05  WS-PR-LEAVER-FLAG  PIC X .
               05  WS-PR-A-ACTION     PIC X .
               05  WS-PR-A-DATE       PIC 9(8) .
               05  WS-PR-A-RUN-NO     PIC 9(7) .
               05  WS-PR-A-OPERATOR   PIC X(8) .
               05  WS-PR-B-ACTION     PIC X .
               05  WS-PR-B-DATE       PIC 9(8) .
               05  WS-PR-B-RUN-NO     PIC 9(7) .
               05  WS-PR-B-OPERATOR   PIC X(8) .
       01  WS-PR-USED           PIC 9(3) VALUE 0 .
       01  WS-PX                PIC 9(3) .
       01  WS-PAIR-SLOT         PIC 9(3) .
       01  WS-PAIR-A            PIC X(8) .
       01  WS-PAIR-B            PIC X(8) .
       01  WS-PAIR-REASON       PIC X .
       88  REASON-SAME-NAME     VALUE "N" .
       88  REASON-SAME-ADDRESS  VALUE "S" .
       88  REASON-NEAR-ADDRESS  VALUE "R" .
       01  WS-PAIR-LEAVER       PIC X .

      * address and initials normalisation .
       01  WS-NORM-IN           PIC X(40) .
       01  WS-NORM-OUT          PIC X(40) .
       01  WS-NI                PIC 9(3) .
       01  WS-NO                PIC 9(3) .
       01  WS-NORM-CHAR         PIC X .

      * one side of the pair being printed .
       01  WS-SIDE-A .
           03  WS-SA-EMP-NO         PIC X(8) .
           03  WS-SA-NAME           PIC X(21) .
           03  WS-SA-ADDRESS        PIC X(40) .
           03  WS-SA-DEPT           PIC X(10) .
           03  WS-SA-STATUS         PIC X(22) .
           03  WS-SA-HIRE           PIC X(8) .
           03  WS-SA-SALARY         PIC ZZZ,ZZ9.99 .
           03  WS-SA-AUDIT          PIC X(44) .
       01  WS-SIDE-B .
           03  WS-SB-EMP-NO         PIC X(8) .
           03  WS-SB-NAME           PIC X(21) .
           03  WS-SB-ADDRESS        PIC X(40) .
           03  WS-SB-DEPT           PIC X(10) .
           03  WS-SB-STATUS         PIC X(22) .
           03  WS-SB-HIRE           PIC X(8) .
           03  WS-SB-SALARY         PIC ZZZ,ZZ9.99 .
           03  WS-SB-AUDIT          PIC X(44) .
       01  WS-SIDE-WORK .
           03  WS-SW-EMP-NO         PIC X(8) .
           03  WS-SW-NAME           PIC X(21) .
           03  WS-SW-ADDRESS        PIC X(40) .
           03  WS-SW-DEPT           PIC X(10) .
           03  WS-SW-STATUS         PIC X(22) .
           03  WS-SW-HIRE           PIC X(8) .
           03  WS-SW-SALARY         PIC ZZZ,ZZ9.99 .
           03  WS-SW-AUDIT          PIC X(44) .
       01  WS-SIDE-ACTION       PIC X .
       01  WS-SIDE-DATE         PIC 9(8) .
       01  WS-SIDE-RUN-NO       PIC 9(7) .
       01  WS-SIDE-OPERATOR     PIC X(8) .
       01  WS-ACTION-TEXT       PIC X(11) .
       01  WS-REASON-TEXT       PIC X(80) .
       01  WS-REASON-PTR        PIC 9(3) .
       01  WS-LABEL             PIC X(14) .
       01  WS-VALUE-A           PIC X(44) .
       01  WS-VALUE-B           PIC X(44) .
       01  WS-PAIR-NO           PIC 9(3) VALUE 0 .
       01  WS-PAIR-NO-ED        PIC ZZ9 .

      * control totals .
       01  WS-EMP-READ-COUNT    PIC 9(7) VALUE 0 .
       01  WS-NAME-PAIR-COUNT   PIC 9(7) VALUE 0 .
       01  WS-ADDR-PAIR-COUNT   PIC 9(7) VALUE 0 .
       01  WS-SUPPRESSED-COUNT  PIC 9(7) VALUE 0 .
       01  WS-CLEARED-TONIGHT   PIC 9(7) VALUE 0 .
       01  WS-CLEAR-REJECTED    PIC 9(7) VALUE 0 .
       01  WS-MANAGER-COUNT     PIC 9(7) VALUE 0 .
       01  WS-GROUP-OVERFLOW    PIC 9(7) VALUE 0 .
       01  WS-PAIR-OVERFLOW     PIC 9(7) VALUE 0 .
       01  WS-AUDIT-READ-COUNT  PIC 9(7) VALUE 0 .
       01  WS-COUNT-ED          PIC Z,ZZZ,ZZ9 .
       01  WS-LINE-COUNT        PIC 9(3) VALUE 0 .
       01  WS-LINES-PER-PAGE    PIC 9(3) VALUE 50 .
       01  WS-PAGE-NO           PIC 9(4) VALUE 0 .
       01  WS-PAGE-ED           PIC ZZZ9 .

       PROCEDURE DIVISION .
       PROG .
       INIT-PARA .
           DISPLAY "DUPLICATE EMPLOYEE CHECK STARTING" .
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD .
           OPEN OUTPUT PRINT-FILE .
           IF WS-PRINT-STATUS NOT EQUAL TO "00"
               DISPLAY "ERROR OPENING DUPLICATE REPORT FILE "
                   WS-PRINT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF .
           PERFORM WRITE-HEADING .
           OPEN INPUT EMPLOYEE-FILE .
           IF WS-EMP-STATUS NOT EQUAL TO "00"
               DISPLAY "ERROR OPENING EMPLOYEE FILE " WS-EMP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF .
           PERFORM LOAD-CLEARED-PAIRS .
           PERFORM APPLY-CLEAR-DECISIONS .
       BOD-PARA .
           PERFORM FIND-NAME-PAIRS .
           SORT SORT-WORK-FILE
               ON ASCENDING KEY ASR-ADDRESS-KEY ASR-EMP-NO
               INPUT PROCEDURE RELEASE-ADDRESSES
               OUTPUT PROCEDURE FIND-ADDRESS-PAIRS .
           IF WS-PR-USED NOT EQUAL TO ZERO
               PERFORM FIND-LATEST-AUDIT
           END-IF .
           PERFORM PRINT-SUSPECT-PAIRS .
           PERFORM CHECK-DEPARTMENT-MANAGERS .
       END-PARA .
           PERFORM WRITE-CONTROL-TOTALS .
           CLOSE EMPLOYEE-FILE .
           CLOSE PRINT-FILE .
           DISPLAY "PROGRAM CONCLUDES" .
           STOP RUN .

      * no cleared file just means nothing has been cleared yet .
       LOAD-CLEARED-PAIRS .
           MOVE 0 TO WS-EOF .
           OPEN INPUT CLEARED-FILE .
           IF WS-CLRD-STATUS EQUAL "00"
               READ CLEARED-FILE
                 AT END MOVE 1 TO WS-EOF
               END-READ
               PERFORM LOAD-ONE-CLEARED UNTIL NO-MORE-INPUT
               CLOSE CLEARED-FILE
           END-IF .
       LOAD-ONE-CLEARED .
           IF WS-CL-USED LESS THAN 1000
               ADD 1 TO WS-CL-USED
               MOVE CLRD-EMP-A TO WS-CL-EMP-A (WS-CL-USED)
               MOVE CLRD-EMP-B TO WS-CL-EMP-B (WS-CL-USED)
               MOVE CLRD-DATE TO WS-CL-DATE (WS-CL-USED)
               MOVE CLRD-CLEARED-BY TO WS-CL-CLEARED-BY (WS-CL-USED)
               MOVE CLRD-REASON TO WS-CL-REASON (WS-CL-USED)
           ELSE
               DISPLAY "CLEARED PAIR TABLE FULL - " CLRD-EMP-A " "
                   CLRD-EMP-B " NOT LOADED"
           END-IF .
           READ CLEARED-FILE
             AT END MOVE 1 TO WS-EOF .

      * ---------------------------------------------------------
      * HR's clearances .  each line is listed with what became of
      * it; the cleared file is only rewritten when something new
      * has been added to it .
      * ---------------------------------------------------------
       APPLY-CLEAR-DECISIONS .
           MOVE 0 TO WS-EOF .
           OPEN INPUT CLEAR-INPUT-FILE .
           IF WS-CLRIN-STATUS EQUAL "00"
               READ CLEAR-INPUT-FILE
                 AT END MOVE 1 TO WS-EOF
               END-READ
               IF NOT NO-MORE-INPUT
                   MOVE SPACES TO PRINT-LINE
                   STRING "PAIRS CLEARED BY HR THIS RUN"
                       DELIMITED BY SIZE INTO PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               PERFORM APPLY-ONE-DECISION UNTIL NO-MORE-INPUT
               CLOSE CLEAR-INPUT-FILE
               OPEN OUTPUT CLEAR-INPUT-FILE
               CLOSE CLEAR-INPUT-FILE
           END-IF .
           IF WS-CLEARED-TONIGHT NOT EQUAL TO ZERO
               PERFORM REWRITE-CLEARED-FILE
           END-IF .
       APPLY-ONE-DECISION .
           IF CLRIN-EMP-A LESS THAN CLRIN-EMP-B
               MOVE CLRIN-EMP-A TO WS-PAIR-A
               MOVE CLRIN-EMP-B TO WS-PAIR-B
           ELSE
               MOVE CLRIN-EMP-B TO WS-PAIR-A
               MOVE CLRIN-EMP-A TO WS-PAIR-B
           END-IF .
           PERFORM CHECK-PAIR-CLEARED .
           MOVE SPACES TO PRINT-LINE .
           EVALUATE TRUE
             WHEN CLRIN-EMP-A EQUAL SPACES
               OR CLRIN-EMP-B EQUAL SPACES
               OR CLRIN-EMP-A EQUAL CLRIN-EMP-B
               ADD 1 TO WS-CLEAR-REJECTED
               STRING "  " WS-PAIR-A " " WS-PAIR-B
                   "  NOT CLEARED -- TWO DIFFERENT EMP-NOS NEEDED"
                   DELIMITED BY SIZE INTO PRINT-LINE
             WHEN PAIR-IS-CLEARED
               STRING "  " WS-PAIR-A " " WS-PAIR-B
                   "  ALREADY CLEARED"
                   DELIMITED BY SIZE INTO PRINT-LINE
             WHEN WS-CL-USED NOT LESS THAN 1000
               ADD 1 TO WS-CLEAR-REJECTED
               STRING "  " WS-PAIR-A " " WS-PAIR-B
                   "  NOT CLEARED -- CLEARED PAIR TABLE FULL"
                   DELIMITED BY SIZE INTO PRINT-LINE
             WHEN OTHER
               ADD 1 TO WS-CL-USED
               ADD 1 TO WS-CLEARED-TONIGHT
               MOVE WS-PAIR-A TO WS-CL-EMP-A (WS-CL-USED)
               MOVE WS-PAIR-B TO WS-CL-EMP-B (WS-CL-USED)
               MOVE WS-RUN-DATE TO WS-CL-DATE (WS-CL-USED)
               MOVE CLRIN-CLEARED-BY TO WS-CL-CLEARED-BY (WS-CL-USED)
               MOVE CLRIN-REASON TO WS-CL-REASON (WS-CL-USED)
               STRING "  " WS-PAIR-A " " WS-PAIR-B
                   "  CLEARED BY " CLRIN-CLEARED-BY " -- "
                   CLRIN-REASON
                   DELIMITED BY SIZE INTO PRINT-LINE
           END-EVALUATE .
           PERFORM WRITE-REPORT-LINE .
           READ CLEAR-INPUT-FILE
             AT END MOVE 1 TO WS-EOF .
       REWRITE-CLEARED-FILE .
           OPEN OUTPUT CLEARED-FILE .
           IF WS-CLRD-STATUS NOT EQUAL TO "00"
               DISPLAY "ERROR WRITING CLEARED PAIR FILE "
                   WS-CLRD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF .
           PERFORM WRITE-ONE-CLEARED
               VARYING WS-CX FROM 1 BY 1
               UNTIL WS-CX GREATER THAN WS-CL-USED .
           CLOSE CLEARED-FILE .
       WRITE-ONE-CLEARED .
           MOVE WS-CL-EMP-A (WS-CX) TO CLRD-EMP-A .
           MOVE WS-CL-EMP-B (WS-CX) TO CLRD-EMP-B .
           MOVE WS-CL-DATE (WS-CX) TO CLRD-DATE .
           MOVE WS-CL-CLEARED-BY (WS-CX) TO CLRD-CLEARED-BY .
           MOVE WS-CL-REASON (WS-CX) TO CLRD-REASON .
           WRITE CLEARED-REC .
       CHECK-PAIR-CLEARED .
           MOVE 0 TO WS-CLEARED-FLAG .
           PERFORM CHECK-ONE-CLEARED
               VARYING WS-CX FROM 1 BY 1
               UNTIL WS-CX GREATER THAN WS-CL-USED
                  OR PAIR-IS-CLEARED .
       CHECK-ONE-CLEARED .
           IF WS-CL-EMP-A (WS-CX) EQUAL WS-PAIR-A
               AND WS-CL-EMP-B (WS-CX) EQUAL WS-PAIR-B
               MOVE 1 TO WS-CLEARED-FLAG
           END-IF .

      * ---------------------------------------------------------
      * same surname and initials .  the surname key brings each
      * surname together; initials are compared with spaces and
      * full stops taken out, so "J.A." and "JA" match .  a pair
      * where both have left pays nobody and is not listed .
      * ---------------------------------------------------------
       FIND-NAME-PAIRS .
           MOVE 0 TO WS-EOF .
           MOVE 0 TO WS-GR-USED .
           MOVE LOW-VALUES TO EMPLOYEE-SURNAME .
           START EMPLOYEE-FILE KEY NOT LESS THAN EMPLOYEE-SURNAME .
           IF WS-EMP-STATUS EQUAL "00"
               READ EMPLOYEE-FILE NEXT
                 AT END MOVE 1 TO WS-EOF
               END-READ
           ELSE
               MOVE 1 TO WS-EOF
           END-IF .
           IF NOT NO-MORE-INPUT
               MOVE EMPLOYEE-SURNAME TO WS-GROUP-SURNAME
           END-IF .
           PERFORM GROUP-ONE-SURNAME UNTIL NO-MORE-INPUT .
           PERFORM COMPARE-NAME-GROUP .
       GROUP-ONE-SURNAME .
           ADD 1 TO WS-EMP-READ-COUNT .
           IF EMPLOYEE-SURNAME NOT EQUAL TO WS-GROUP-SURNAME
               PERFORM COMPARE-NAME-GROUP
               MOVE 0 TO WS-GR-USED
               MOVE EMPLOYEE-SURNAME TO WS-GROUP-SURNAME
           END-IF .
           IF WS-GR-USED LESS THAN 50
               ADD 1 TO WS-GR-USED
               MOVE EMPLOYEE-NO TO WS-GR-EMP-NO (WS-GR-USED)
               MOVE EMPLOYEE-STATUS TO WS-GR-STATUS (WS-GR-USED)
               MOVE EMPLOYEE-INITS TO WS-NORM-IN
               PERFORM SQUEEZE-NORM-IN
               MOVE WS-NORM-OUT TO WS-GR-INITS (WS-GR-USED)
           ELSE
               ADD 1 TO WS-GROUP-OVERFLOW
           END-IF .
           READ EMPLOYEE-FILE NEXT
             AT END MOVE 1 TO WS-EOF .
       COMPARE-NAME-GROUP .
           PERFORM COMPARE-NAME-FROM
               VARYING WS-GI FROM 1 BY 1
               UNTIL WS-GI NOT LESS THAN WS-GR-USED .
       COMPARE-NAME-FROM .
           COMPUTE WS-GJ-START = WS-GI + 1 .
           PERFORM COMPARE-NAME-PAIR
               VARYING WS-GJ FROM WS-GJ-START BY 1
               UNTIL WS-GJ GREATER THAN WS-GR-USED .
       COMPARE-NAME-PAIR .
           IF WS-GR-INITS (WS-GI) EQUAL WS-GR-INITS (WS-GJ)
               AND (WS-GR-STATUS (WS-GI) NOT EQUAL "T"
                 OR WS-GR-STATUS (WS-GJ) NOT EQUAL "T")
               MOVE "N" TO WS-PAIR-REASON
               MOVE SPACE TO WS-PAIR-LEAVER
               ADD 1 TO WS-NAME-PAIR-COUNT
               PERFORM ADD-SUSPECT-PAIR
           END-IF .

      * ---------------------------------------------------------
      * same or near-identical address .  a record with no address
      * is left out -- blank would otherwise pair with every other
      * blank on file .
      * ---------------------------------------------------------
       RELEASE-ADDRESSES .
           MOVE 0 TO WS-EOF .
           MOVE LOW-VALUES TO EMPLOYEE-NO .
           START EMPLOYEE-FILE KEY NOT LESS THAN EMPLOYEE-NO .
           IF WS-EMP-STATUS EQUAL "00"
               READ EMPLOYEE-FILE NEXT
                 AT END MOVE 1 TO WS-EOF
               END-READ
           ELSE
               MOVE 1 TO WS-EOF
           END-IF .
           PERFORM RELEASE-ONE-ADDRESS UNTIL NO-MORE-INPUT .
       RELEASE-ONE-ADDRESS .
           IF EMPLOYEE-ADDRESS NOT EQUAL TO SPACES
               PERFORM NORMALISE-ADDRESS
               IF WS-NORM-OUT NOT EQUAL TO SPACES
                   MOVE WS-NORM-OUT TO ASR-ADDRESS-KEY
                   MOVE EMPLOYEE-NO TO ASR-EMP-NO
                   MOVE EMPLOYEE-STATUS TO ASR-STATUS
                   MOVE EMPLOYEE-ADDRESS TO ASR-ADDRESS
                   RELEASE ADDRESS-SORT-REC
               END-IF
           END-IF .
           READ EMPLOYEE-FILE NEXT
             AT END MOVE 1 TO WS-EOF .

      * upper case, the common street words cut to their usual
      * abbreviations, then everything but letters and digits
      * squeezed out .
       NORMALISE-ADDRESS .
           MOVE SPACES TO WS-NORM-IN .
           STRING " " EMPLOYEE-ADDRESS
               DELIMITED BY SIZE INTO WS-NORM-IN .
           INSPECT WS-NORM-IN CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ" .
           INSPECT WS-NORM-IN REPLACING
               ALL " STREET" BY " ST    "
               ALL " ROAD" BY " RD  "
               ALL " AVENUE" BY " AVE   "
               ALL " DRIVE" BY " DR   "
               ALL " LANE" BY " LN  "
               ALL " PLACE" BY " PL   "
               ALL " COURT" BY " CT   "
               ALL " CRESCENT" BY " CRES    "
               ALL " APARTMENT" BY " APT      "
               ALL " FLAT" BY " APT " .
           PERFORM SQUEEZE-NORM-IN .
       SQUEEZE-NORM-IN .
           MOVE SPACES TO WS-NORM-OUT .
           MOVE 0 TO WS-NO .
           PERFORM SQUEEZE-ONE-CHAR
               VARYING WS-NI FROM 1 BY 1
               UNTIL WS-NI GREATER THAN 40 .
       SQUEEZE-ONE-CHAR .
           MOVE WS-NORM-IN (WS-NI:1) TO WS-NORM-CHAR .
           IF WS-NORM-CHAR NOT EQUAL SPACE
               AND (WS-NORM-CHAR ALPHABETIC-UPPER
                 OR WS-NORM-CHAR NUMERIC)
               ADD 1 TO WS-NO
               MOVE WS-NORM-CHAR TO WS-NORM-OUT (WS-NO:1)
           END-IF .

       FIND-ADDRESS-PAIRS .
           MOVE 0 TO WS-SORT-EOF .
           MOVE 0 TO WS-GR-USED .
           RETURN SORT-WORK-FILE
             AT END MOVE 1 TO WS-SORT-EOF .
           IF NOT NO-MORE-SORTED
               MOVE ASR-ADDRESS-KEY TO WS-GROUP-KEY
           END-IF .
           PERFORM GROUP-ONE-ADDRESS UNTIL NO-MORE-SORTED .
           PERFORM COMPARE-ADDRESS-GROUP .
       GROUP-ONE-ADDRESS .
           IF ASR-ADDRESS-KEY NOT EQUAL TO WS-GROUP-KEY
               PERFORM COMPARE-ADDRESS-GROUP
               MOVE 0 TO WS-GR-USED
               MOVE ASR-ADDRESS-KEY TO WS-GROUP-KEY
           END-IF .
           IF WS-GR-USED LESS THAN 50
               ADD 1 TO WS-GR-USED
               MOVE ASR-EMP-NO TO WS-GR-EMP-NO (WS-GR-USED)
               MOVE ASR-STATUS TO WS-GR-STATUS (WS-GR-USED)
               MOVE ASR-ADDRESS TO WS-GR-ADDRESS (WS-GR-USED)
           ELSE
               ADD 1 TO WS-GROUP-OVERFLOW
           END-IF .
           RETURN SORT-WORK-FILE
             AT END MOVE 1 TO WS-SORT-EOF .
       COMPARE-ADDRESS-GROUP .
           PERFORM COMPARE-ADDRESS-FROM
               VARYING WS-GI FROM 1 BY 1
               UNTIL WS-GI NOT LESS THAN WS-GR-USED .
       COMPARE-ADDRESS-FROM .
           COMPUTE WS-GJ-START = WS-GI + 1 .
           PERFORM COMPARE-ADDRESS-PAIR
               VARYING WS-GJ FROM WS-GJ-START BY 1
               UNTIL WS-GJ GREATER THAN WS-GR-USED .

      * one side active and the other gone is the rehire that
      * should have been an E reinstatement -- flagged as such .
       COMPARE-ADDRESS-PAIR .
           IF WS-GR-STATUS (WS-GI) NOT EQUAL "T"
               OR WS-GR-STATUS (WS-GJ) NOT EQUAL "T"
               IF WS-GR-ADDRESS (WS-GI) EQUAL WS-GR-ADDRESS (WS-GJ)
                   MOVE "S" TO WS-PAIR-REASON
               ELSE
                   MOVE "R" TO WS-PAIR-REASON
               END-IF
               MOVE SPACE TO WS-PAIR-LEAVER
               IF WS-GR-STATUS (WS-GI) EQUAL "T"
                   OR WS-GR-STATUS (WS-GJ) EQUAL "T"
                   MOVE "L" TO WS-PAIR-LEAVER
               END-IF
               ADD 1 TO WS-ADDR-PAIR-COUNT
               PERFORM ADD-SUSPECT-PAIR
           END-IF .

      * a pair found on both passes is listed once with both reasons .
       ADD-SUSPECT-PAIR .
           IF WS-GR-EMP-NO (WS-GI) LESS THAN WS-GR-EMP-NO (WS-GJ)
               MOVE WS-GR-EMP-NO (WS-GI) TO WS-PAIR-A
               MOVE WS-GR-EMP-NO (WS-GJ) TO WS-PAIR-B
           ELSE
               MOVE WS-GR-EMP-NO (WS-GJ) TO WS-PAIR-A
               MOVE WS-GR-EMP-NO (WS-GI) TO WS-PAIR-B
           END-IF .
           PERFORM CHECK-PAIR-CLEARED .
           IF PAIR-IS-CLEARED
               ADD 1 TO WS-SUPPRESSED-COUNT
           ELSE
               MOVE 0 TO WS-PAIR-SLOT
               PERFORM FIND-PAIR-SLOT
                   VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX GREATER THAN WS-PR-USED
                      OR WS-PAIR-SLOT NOT EQUAL ZERO
               IF WS-PAIR-SLOT EQUAL ZERO
                   IF WS-PR-USED LESS THAN 500
                       ADD 1 TO WS-PR-USED
                       MOVE WS-PR-USED TO WS-PAIR-SLOT
                       PERFORM FILL-PAIR-SLOT
                   ELSE
                       ADD 1 TO WS-PAIR-OVERFLOW
                   END-IF
               END-IF
               IF WS-PAIR-SLOT NOT EQUAL ZERO
                   PERFORM MARK-PAIR-REASON
               END-IF
           END-IF .
       FIND-PAIR-SLOT .
           IF WS-PR-EMP-A (WS-PX) EQUAL WS-PAIR-A
               AND WS-PR-EMP-B (WS-PX) EQUAL WS-PAIR-B
               MOVE WS-PX TO WS-PAIR-SLOT
           END-IF .
       FILL-PAIR-SLOT .
           MOVE WS-PAIR-A TO WS-PR-EMP-A (WS-PAIR-SLOT) .
           MOVE WS-PAIR-B TO WS-PR-EMP-B (WS-PAIR-SLOT) .
           MOVE SPACE TO WS-PR-NAME-FLAG (WS-PAIR-SLOT) .
           MOVE SPACE TO WS-PR-ADDRESS-FLAG (WS-PAIR-SLOT) .
           MOVE SPACE TO WS-PR-LEAVER-FLAG (WS-PAIR-SLOT) .
           MOVE SPACE TO WS-PR-A-ACTION (WS-PAIR-SLOT) .
           MOVE 0 TO WS-PR-A-DATE (WS-PAIR-SLOT) .
           MOVE 0 TO WS-PR-A-RUN-NO (WS-PAIR-SLOT) .
           MOVE SPACES TO WS-PR-A-OPERATOR (WS-PAIR-SLOT) .
           MOVE SPACE TO WS-PR-B-ACTION (WS-PAIR-SLOT) .
           MOVE 0 TO WS-PR-B-DATE (WS-PAIR-SLOT) .
           MOVE 0 TO WS-PR-B-RUN-NO (WS-PAIR-SLOT) .
           MOVE SPACES TO WS-PR-B-OPERATOR (WS-PAIR-SLOT) .
       MARK-PAIR-REASON .
           IF REASON-SAME-NAME
               MOVE "Y" TO WS-PR-NAME-FLAG (WS-PAIR-SLOT)
           ELSE
               MOVE WS-PAIR-REASON TO WS-PR-ADDRESS-FLAG (WS-PAIR-SLOT)
           END-IF .
           IF WS-PAIR-LEAVER EQUAL "L"
               MOVE "L" TO WS-PR-LEAVER-FLAG (WS-PAIR-SLOT)
           END-IF .

      * ---------------------------------------------------------
      * the audit trail is in the order it was written, so the last
      * entry seen for an employee is the latest .
      * ---------------------------------------------------------
       FIND-LATEST-AUDIT .
           MOVE 0 TO WS-EOF .
           OPEN INPUT AUDIT-FILE .
           IF WS-AUDIT-STATUS EQUAL "00"
               READ AUDIT-FILE
                 AT END MOVE 1 TO WS-EOF
               END-READ
               PERFORM NOTE-ONE-AUDIT UNTIL NO-MORE-INPUT
               CLOSE AUDIT-FILE
           END-IF .
       NOTE-ONE-AUDIT .
           ADD 1 TO WS-AUDIT-READ-COUNT .
           PERFORM NOTE-AUDIT-AGAINST-PAIR
               VARYING WS-PX FROM 1 BY 1
               UNTIL WS-PX GREATER THAN WS-PR-USED .
           READ AUDIT-FILE
             AT END MOVE 1 TO WS-EOF .
       NOTE-AUDIT-AGAINST-PAIR .
           IF AUDIT-EMPLOYEE-NO EQUAL WS-PR-EMP-A (WS-PX)
               MOVE AUDIT-ACTION TO WS-PR-A-ACTION (WS-PX)
               MOVE AUDIT-DATE TO WS-PR-A-DATE (WS-PX)
               MOVE AUDIT-RUN-NO TO WS-PR-A-RUN-NO (WS-PX)
               MOVE AUDIT-OPERATOR-ID TO WS-PR-A-OPERATOR (WS-PX)
           END-IF .
           IF AUDIT-EMPLOYEE-NO EQUAL WS-PR-EMP-B (WS-PX)
               MOVE AUDIT-ACTION TO WS-PR-B-ACTION (WS-PX)
               MOVE AUDIT-DATE TO WS-PR-B-DATE (WS-PX)
               MOVE AUDIT-RUN-NO TO WS-PR-B-RUN-NO (WS-PX)
               MOVE AUDIT-OPERATOR-ID TO WS-PR-B-OPERATOR (WS-PX)
           END-IF .

      * ---------------------------------------------------------
      * one block per suspect pair, the two records side by side .
      * ---------------------------------------------------------
       PRINT-SUSPECT-PAIRS .
           MOVE SPACES TO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE SPACES TO PRINT-LINE .
           STRING "SUSPECT DUPLICATE EMPLOYEES -- CONFIRM AND CORRECT, "
               "OR CLEAR THROUGH dupclear12.dat"
               DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           PERFORM PRINT-ONE-PAIR
               VARYING WS-PX FROM 1 BY 1
               UNTIL WS-PX GREATER THAN WS-PR-USED .
       PRINT-ONE-PAIR .
           IF WS-LINE-COUNT + 12 GREATER THAN WS-LINES-PER-PAGE
               PERFORM WRITE-HEADING
           END-IF .
           ADD 1 TO WS-PAIR-NO .
           MOVE WS-PAIR-NO TO WS-PAIR-NO-ED .
           PERFORM BUILD-REASON-TEXT .
           MOVE SPACES TO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE SPACES TO PRINT-LINE .
           STRING "SUSPECT " WS-PAIR-NO-ED "  " WS-REASON-TEXT
               DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE WS-PR-EMP-A (WS-PX) TO EMPLOYEE-NO .
           MOVE WS-PR-A-ACTION (WS-PX) TO WS-SIDE-ACTION .
           MOVE WS-PR-A-DATE (WS-PX) TO WS-SIDE-DATE .
           MOVE WS-PR-A-RUN-NO (WS-PX) TO WS-SIDE-RUN-NO .
           MOVE WS-PR-A-OPERATOR (WS-PX) TO WS-SIDE-OPERATOR .
           PERFORM BUILD-ONE-SIDE .
           MOVE WS-SIDE-WORK TO WS-SIDE-A .
           MOVE WS-PR-EMP-B (WS-PX) TO EMPLOYEE-NO .
           MOVE WS-PR-B-ACTION (WS-PX) TO WS-SIDE-ACTION .
           MOVE WS-PR-B-DATE (WS-PX) TO WS-SIDE-DATE .
           MOVE WS-PR-B-RUN-NO (WS-PX) TO WS-SIDE-RUN-NO .
           MOVE WS-PR-B-OPERATOR (WS-PX) TO WS-SIDE-OPERATOR .
           PERFORM BUILD-ONE-SIDE .
           MOVE WS-SIDE-WORK TO WS-SIDE-B .
           MOVE "EMP-NO" TO WS-LABEL .
           MOVE WS-SA-EMP-NO TO WS-VALUE-A .
           MOVE WS-SB-EMP-NO TO WS-VALUE-B .
           PERFORM WRITE-SIDE-BY-SIDE .
           MOVE "NAME" TO WS-LABEL .
           MOVE WS-SA-NAME TO WS-VALUE-A .
           MOVE WS-SB-NAME TO WS-VALUE-B .
           PERFORM WRITE-SIDE-BY-SIDE .
           MOVE "ADDRESS" TO WS-LABEL .
           MOVE WS-SA-ADDRESS TO WS-VALUE-A .
           MOVE WS-SB-ADDRESS TO WS-VALUE-B .
           PERFORM WRITE-SIDE-BY-SIDE .
           MOVE "DEPARTMENT" TO WS-LABEL .
           MOVE WS-SA-DEPT TO WS-VALUE-A .
           MOVE WS-SB-DEPT TO WS-VALUE-B .
           PERFORM WRITE-SIDE-BY-SIDE .
           MOVE "STATUS" TO WS-LABEL .
           MOVE WS-SA-STATUS TO WS-VALUE-A .
           MOVE WS-SB-STATUS TO WS-VALUE-B .
           PERFORM WRITE-SIDE-BY-SIDE .
           MOVE "HIRE DATE" TO WS-LABEL .
           MOVE WS-SA-HIRE TO WS-VALUE-A .
           MOVE WS-SB-HIRE TO WS-VALUE-B .
           PERFORM WRITE-SIDE-BY-SIDE .
           MOVE "SALARY" TO WS-LABEL .
           MOVE WS-SA-SALARY TO WS-VALUE-A .
           MOVE WS-SB-SALARY TO WS-VALUE-B .
           PERFORM WRITE-SIDE-BY-SIDE .
           MOVE "LAST AUDIT" TO WS-LABEL .
           MOVE WS-SA-AUDIT TO WS-VALUE-A .
           MOVE WS-SB-AUDIT TO WS-VALUE-B .
           PERFORM WRITE-SIDE-BY-SIDE .
           MOVE SPACES TO PRINT-LINE .
           STRING "  TO CLEAR, KEY IN dupclear12.dat:  "
               WS-PR-EMP-A (WS-PX) WS-PR-EMP-B (WS-PX)
               "<cleared-by><reason>"
               DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
       BUILD-REASON-TEXT .
           MOVE SPACES TO WS-REASON-TEXT .
           MOVE 1 TO WS-REASON-PTR .
           IF WS-PR-NAME-FLAG (WS-PX) EQUAL "Y"
               STRING "SAME NAME  "
                   DELIMITED BY SIZE INTO WS-REASON-TEXT
                   WITH POINTER WS-REASON-PTR
           END-IF .
           IF WS-PR-ADDRESS-FLAG (WS-PX) EQUAL "S"
               STRING "SAME ADDRESS  "
                   DELIMITED BY SIZE INTO WS-REASON-TEXT
                   WITH POINTER WS-REASON-PTR
           END-IF .
           IF WS-PR-ADDRESS-FLAG (WS-PX) EQUAL "R"
               STRING "NEAR-IDENTICAL ADDRESS  "
                   DELIMITED BY SIZE INTO WS-REASON-TEXT
                   WITH POINTER WS-REASON-PTR
           END-IF .
           IF WS-PR-LEAVER-FLAG (WS-PX) EQUAL "L"
               STRING "ACTIVE RECORD AT A LEAVER'S ADDRESS"
                   DELIMITED BY SIZE INTO WS-REASON-TEXT
                   WITH POINTER WS-REASON-PTR
           END-IF .

      * EMPLOYEE-NO is set by the caller; a record gone since the
      * sweeps prints as such rather than stopping the report .
       BUILD-ONE-SIDE .
           MOVE SPACES TO WS-SIDE-WORK .
           MOVE EMPLOYEE-NO TO WS-SW-EMP-NO .
           READ EMPLOYEE-FILE KEY IS EMPLOYEE-NO .
           IF WS-EMP-STATUS EQUAL "00"
               STRING EMPLOYEE-INITS " " EMPLOYEE-SURNAME
                   DELIMITED BY SIZE INTO WS-SW-NAME
               MOVE EMPLOYEE-ADDRESS TO WS-SW-ADDRESS
               MOVE EMPLOYEE-DEPT TO WS-SW-DEPT
               IF EMPLOYEE-TERMINATED
                   STRING "TERMINATED " EMPLOYEE-TERM-DATE
                       DELIMITED BY SIZE INTO WS-SW-STATUS
               ELSE
                   MOVE "ACTIVE" TO WS-SW-STATUS
               END-IF
               IF EMPLOYEE-HIRE-DATE NUMERIC
                   AND EMPLOYEE-HIRE-DATE NOT EQUAL ZERO
                   MOVE EMPLOYEE-HIRE-DATE TO WS-SW-HIRE
               ELSE
                   MOVE "UNKNOWN" TO WS-SW-HIRE
               END-IF
               MOVE EMPLOYEE-SALARY TO WS-SW-SALARY
           ELSE
               MOVE "NO LONGER ON FILE" TO WS-SW-NAME
           END-IF .
           EVALUATE WS-SIDE-ACTION
             WHEN "A" MOVE "ADDED" TO WS-ACTION-TEXT
             WHEN "C" MOVE "CHANGED" TO WS-ACTION-TEXT
             WHEN "D" MOVE "TERMINATED" TO WS-ACTION-TEXT
             WHEN "E" MOVE "REINSTATED" TO WS-ACTION-TEXT
             WHEN OTHER MOVE SPACES TO WS-ACTION-TEXT
           END-EVALUATE .
           IF WS-SIDE-ACTION EQUAL SPACE
               MOVE "NONE ON CURRENT TRAIL" TO WS-SW-AUDIT
           ELSE
               STRING WS-ACTION-TEXT " " WS-SIDE-DATE
                   " RUN " WS-SIDE-RUN-NO " " WS-SIDE-OPERATOR
                   DELIMITED BY SIZE INTO WS-SW-AUDIT
           END-IF .
       WRITE-SIDE-BY-SIDE .
           MOVE SPACES TO PRINT-LINE .
           STRING "  " WS-LABEL WS-VALUE-A WS-VALUE-B
               DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .

      * ---------------------------------------------------------
      * a department whose manager has left, or was never on file,
      * still routes approvals and letters to that number .
      * ---------------------------------------------------------
       CHECK-DEPARTMENT-MANAGERS .
           MOVE SPACES TO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE SPACES TO PRINT-LINE .
           STRING "DEPARTMENTS WHOSE MANAGER IS TERMINATED OR NOT ON "
               "FILE"
               DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE 0 TO WS-EOF .
           OPEN INPUT DEPARTMENT-FILE .
           IF WS-DEPT-STATUS NOT EQUAL TO "00"
               DISPLAY "ERROR OPENING DEPARTMENT FILE " WS-DEPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF .
           READ DEPARTMENT-FILE
             AT END MOVE 1 TO WS-EOF .
           PERFORM CHECK-ONE-MANAGER UNTIL NO-MORE-INPUT .
           CLOSE DEPARTMENT-FILE .
       CHECK-ONE-MANAGER .
           IF DEPT-MANAGER-EMP-NO NOT EQUAL TO SPACES
               MOVE DEPT-MANAGER-EMP-NO TO EMPLOYEE-NO
               READ EMPLOYEE-FILE KEY IS EMPLOYEE-NO
               MOVE SPACES TO PRINT-LINE
               IF WS-EMP-STATUS NOT EQUAL TO "00"
                   ADD 1 TO WS-MANAGER-COUNT
                   STRING "  " DEPT-CODE " " DEPT-NAME
                       "  MANAGER " DEPT-MANAGER-EMP-NO
                       "  NOT ON EMPLOYEE FILE"
                       DELIMITED BY SIZE INTO PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
               ELSE
                   IF EMPLOYEE-TERMINATED
                       ADD 1 TO WS-MANAGER-COUNT
                       STRING "  " DEPT-CODE " " DEPT-NAME
                           "  MANAGER " DEPT-MANAGER-EMP-NO " "
                           EMPLOYEE-INITS " " EMPLOYEE-SURNAME
                           "  TERMINATED " EMPLOYEE-TERM-DATE
                           DELIMITED BY SIZE INTO PRINT-LINE
                       PERFORM WRITE-REPORT-LINE
                   END-IF
               END-IF
           END-IF .
           READ DEPARTMENT-FILE
             AT END MOVE 1 TO WS-EOF .

      * report formatting paragraphs .
       WRITE-HEADING .
           IF WS-PAGE-NO NOT EQUAL TO 0
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               AFTER ADVANCING PAGE
           END-IF .
           ADD 1 TO WS-PAGE-NO .
           MOVE WS-PAGE-NO TO WS-PAGE-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "DUPLICATE AND SUSPECT EMPLOYEES  RUN DATE "
               WS-RUN-DATE "  PAGE " WS-PAGE-ED
               DELIMITED BY SIZE INTO PRINT-LINE .
           WRITE PRINT-LINE .
           MOVE 0 TO WS-LINE-COUNT .
       WRITE-REPORT-LINE .
           IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
               PERFORM WRITE-HEADING
           END-IF .
           WRITE PRINT-LINE .
           ADD 1 TO WS-LINE-COUNT .
       WRITE-CONTROL-TOTALS .
           MOVE SPACES TO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE WS-EMP-READ-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "EMPLOYEES CHECKED............. "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE WS-NAME-PAIR-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "SAME-NAME MATCHES............. "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE WS-ADDR-PAIR-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "ADDRESS MATCHES............... "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE WS-SUPPRESSED-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "MATCHES ALREADY CLEARED....... "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE WS-PR-USED TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "SUSPECT PAIRS LISTED.......... "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE WS-PAIR-OVERFLOW TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "PAIRS NOT LISTED - TABLE FULL. "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE WS-GROUP-OVERFLOW TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "NOT COMPARED - GROUP OVER 50.. "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE WS-MANAGER-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "MANAGERS TERMINATED/MISSING... "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE WS-CLEARED-TONIGHT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "PAIRS CLEARED THIS RUN........ "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE WS-CLEAR-REJECTED TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "CLEARANCES NOT ACCEPTED....... "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE WS-CL-USED TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "CLEARED PAIRS ON FILE......... "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
