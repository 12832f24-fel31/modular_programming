               ALTERNATE RECORD KEY EMPLOYEE-SURNAME
                   WITH DUPLICATES
               FILE STATUS WS-EMP-STATUS .

      * GRADE12.DAT holds each pay grade's band .  an add or a salary
      * change keyed here is held to the band exactly as PROGRAM12
      * holds the batch to it .
           SELECT GRADE-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\GRADE12.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY GRADE-CODE
               FILE STATUS WS-GRADE-STATUS .

      * a keyed add or change that fails the band goes onto a reject
      * file of its own, SCRREJ12.DAT, in the batch's reject layout
      * with the same reason code .  the nightly run starts REJECT12
      * afresh, so the screen never writes there; the repair program
      * reads both files and dispositions these like any other reject .
           SELECT REJECT-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\SCRREJ12.DAT"
               FILE STATUS WS-REJECT-STATUS .

      * HOLD12.DAT is the held-for-approval queue .  a large salary
      * change or any reinstatement keyed here waits on it until a
      * second full-correction operator approves or declines it; the
      * end-of-day run expires what nobody got to and reports the
      * declined and expired items back to whoever keyed them .
           SELECT HOLD-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\HOLD12.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY HOLD-KEY
               FILE STATUS WS-HOLD-STATUS .
       DATA DIVISION .
       FILE SECTION .
       FD  EMPLOYEE-FILE .
                                VALUE "T" .
           03  EMPLOYEE-TERM-DATE
                                PIC 9(8) .
           03  EMPLOYEE-GRADE   PIC X(2) .
           03  EMPLOYEE-HIRE-DATE
                                PIC 9(8) .
           03  EMPLOYEE-PROBATION-END
                                PIC 9(8) .
       FD  PAYROLL-EXTRACT-FILE .
       01  PAYEXT-REC .
           03  PAYEXT-EMPLOYEE-NO      PIC X(8) .
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

      * MANIFEST-FILE registers this session's generation alongside
      * the batch ones, so the reconciliation run holds payroll to
           88  PAYMAN-FROM-INTERACTIVE VALUE "I" .
           03  PAYMAN-RUN-NO           PIC 9(7) .

      * GRADE-REC must stay byte for byte what PROGRAM12K maintains .
       FD  GRADE-FILE .
       01  GRADE-REC .
           03  GRADE-CODE             PIC X(2) .
           03  GRADE-DESC             PIC X(20) .
           03  GRADE-MIN-SALARY       PIC 9(6)V99 .
           03  GRADE-MID-SALARY       PIC 9(6)V99 .
           03  GRADE-MAX-SALARY       PIC 9(6)V99 .
           03  GRADE-BAND-CHECK       PIC X .
           88  GRADE-BAND-ENFORCED    VALUE "Y" .

      * REJECT-REC must stay byte for byte what PROGRAM12 writes to
      * REJECT12 -- the transaction in CHANGES-REC format plus the
      * reason code -- since PROGRAM12F reads both files alike .
       FD  REJECT-FILE .
       01  REJECT-REC .
           03  REJ-CHANGES-REC .
               05  REJ-CHANGE-TYPE      PIC X .
               05  REJ-EMP-NO           PIC X(8) .
               05  REJ-EMP-INITS        PIC X(4) .
               05  REJ-EMP-SURNAME      PIC X(16) .
               05  REJ-EMP-SALARY       PIC 9(6)V99 .
               05  REJ-EMP-ADDRESS      PIC X(40) .
               05  REJ-EMP-DEPT         PIC X(10) .
               05  REJ-EFFECTIVE-DATE   PIC 9(8) .
               05  REJ-EMP-GRADE        PIC X(2) .
               05  REJ-EMP-HIRE-DATE    PIC 9(8) .
               05  REJ-EMP-PROBATION-END
                                        PIC 9(8) .
           03  REJ-REASON-CODE      PIC X(2) .

      * HOLD-REC must stay byte for byte what PROGRAM12J and
      * PROGRAM12N read .  the image is the correction exactly as it
      * would have gone to PROGRAM12A, blanks meaning no change, and
      * the salary beside it is what the employee was on when it was
      * keyed, so the approver can see a stale item for what it is .
       FD  HOLD-FILE .
       01  HOLD-REC .
           03  HOLD-KEY .
               05  HOLD-KEYED-DATE      PIC 9(8) .
               05  HOLD-KEYED-TIME      PIC 9(8) .
               05  HOLD-EMP-NO          PIC X(8) .
           03  HOLD-ACTION          PIC X .
           88  HOLD-IS-CHANGE       VALUE "C" .
           88  HOLD-IS-REINSTATE    VALUE "E" .
           03  HOLD-STATE           PIC X .
           88  HOLD-WAITING         VALUE "W" .
           88  HOLD-APPROVED        VALUE "A" .
           88  HOLD-DECLINED        VALUE "D" .
           88  HOLD-EXPIRED         VALUE "X" .
           03  HOLD-KEYED-BY        PIC X(8) .
           03  HOLD-DECIDED-BY      PIC X(8) .
           03  HOLD-DECIDED-DATE    PIC 9(8) .
           03  HOLD-CURRENT-SALARY  PIC 9(6)V99 .
           03  HOLD-EMPLOYEE-IMAGE .
               05  HOLD-IMG-NO          PIC X(8) .
               05  HOLD-IMG-INITS       PIC X(4) .
               05  HOLD-IMG-SURNAME     PIC X(16) .
               05  HOLD-IMG-SALARY      PIC 9(6)V99 .
               05  HOLD-IMG-ADDRESS     PIC X(40) .
               05  HOLD-IMG-DEPT        PIC X(10) .
               05  HOLD-IMG-STATUS      PIC X .
               05  HOLD-IMG-TERM-DATE   PIC 9(8) .
               05  HOLD-IMG-GRADE       PIC X(2) .
               05  HOLD-IMG-HIRE-DATE   PIC 9(8) .
               05  HOLD-IMG-PROBATION-END
                                        PIC 9(8) .
           03  HOLD-DECLINE-REASON  PIC X(30) .

       WORKING-STORAGE SECTION .
       01  WS-PAYEXT-STATUS     PIC XX .
       01  WS-MANIFEST-STATUS   PIC XX .
           88  ws-terminated        VALUE "T" .
           03  ws-EMPLOYEE-TERM-DATE
                                 PIC 9(8) .
           03  ws-EMPLOYEE-GRADE    PIC X(2) .
           03  ws-EMPLOYEE-HIRE-DATE
                                 PIC 9(8) .
           03  ws-EMPLOYEE-PROBATION-END
                                 PIC 9(8) .
       01  ws-action             PIC X .
       01  ws-status             PIC XX .

      * operator can look up and browse but never reaches PROGRAM12A
      * with a correction .
       01  ws-operator-id        PIC X(8) .

      * the second operator on an approved item -- blank on every
      * correction that did not need one .
       01  ws-approver-id        PIC X(8) VALUE SPACES .
       01  WS-OPERATOR-LEVEL     PIC X .
       88  INQUIRY-ONLY          VALUE "I" .
       88  FULL-CORRECTION       VALUE "F" .
       01  WS-REPLY              PIC X(1) .
       01  WS-SALARY-INPUT       PIC 9(6)V99 .

      * maker-checker limits .  a salary change that moves pay by
      * more than this percentage of the current salary, or by more
      * than this amount, waits for a second operator -- as does
      * every reinstatement, whatever the figures .
       01  WS-HOLD-PERCENT       PIC 9(3)V99 VALUE 10.00 .
       01  WS-HOLD-AMOUNT        PIC 9(6)V99 VALUE 5000.00 .
       01  WS-HOLD-STATUS        PIC XX .
       01  WS-SALARY-DIFF        PIC 9(6)V99 .
       01  WS-APPROVAL-FLAG      PIC 9 .
       88  NEEDS-APPROVAL        VALUE 1 .
       01  WS-HOLD-ACTION        PIC X .
       01  WS-HOLD-EOF           PIC 9 .
       88  NO-MORE-HELD-ITEMS    VALUE 1 .
       01  WS-HELD-OFFERED       PIC 9(5) .

      * salary-band working storage .  the band is checked against
      * the grade and salary the employee will hold once the keyed
      * correction applies -- the keyed value where one is given,
      * otherwise what the lookup found .
       01  WS-GRADE-STATUS       PIC XX .
       01  WS-REJECT-STATUS      PIC XX .
       01  WS-CURRENT-SALARY     PIC 9(6)V99 .
       01  WS-CURRENT-GRADE      PIC X(2) .

      * service-date working storage .  a keyed hire date or
      * probation end must be a real calendar date, and probation
      * cannot end before the employee started .
       01  WS-CURRENT-HIRE-DATE  PIC 9(8) .
       01  WS-SERVICE-HIRE-DATE  PIC 9(8) .
       01  WS-DATES-FLAG         PIC 9 .
       88  DATES-OK              VALUE 0 .
       01  WS-BAND-GRADE         PIC X(2) .
       01  WS-BAND-SALARY        PIC 9(6)V99 .
       01  WS-BAND-REASON        PIC X(2) .
       88  BAND-OK               VALUE SPACES .
       88  BAND-UNKNOWN-GRADE    VALUE "UG" .
       88  BAND-OUTSIDE          VALUE "OB" .
       88  BAND-OVER-CEILING     VALUE "FE" .

      * the flat ceiling the nightly edit holds an ungraded employee,
      * or one whose band is not enforced yet, to .
       01  WS-MAX-SALARY         PIC 9(6)V99 VALUE 250000.00 .

      * surname search working storage .  the pick list holds one
      * screenful of matches; the operator picks by number or keys
      * zero to give up .
                   "CORRECTIONS ARE NOT OFFERED"
           END-IF .
       PROCESS-INQUIRY .
           DISPLAY "ENTER EMPLOYEE NUMBER, S FOR SURNAME SEARCH, "
               "H FOR HELD ITEMS (OR 'END' TO QUIT) " .
           ACCEPT WS-EMP-NO-INPUT .
           EVALUATE TRUE
             WHEN WS-EMP-NO-INPUT EQUAL "END"
             WHEN WS-EMP-NO-INPUT EQUAL "S"
                 OR WS-EMP-NO-INPUT EQUAL "s"
               PERFORM SURNAME-SEARCH
             WHEN (WS-EMP-NO-INPUT EQUAL "H"
                 OR WS-EMP-NO-INPUT EQUAL "h")
                 AND FULL-CORRECTION
               PERFORM REVIEW-HELD-ITEMS
             WHEN OTHER
               MOVE WS-EMP-NO-INPUT TO ws-EMPLOYEE-NO
               PERFORM LOOK-UP-AND-OFFER
                       ws-action
                       ws-status
                       ws-run-no
                       ws-operator-id
                       ws-approver-id .
       DISPLAY-EMPLOYEE .
           DISPLAY "EMP-NO    " ws-EMPLOYEE-NO .
           DISPLAY "INITS     " ws-EMPLOYEE-INITS .
           DISPLAY "SALARY    " ws-EMPLOYEE-SALARY .
           DISPLAY "ADDRESS   " ws-EMPLOYEE-ADDRESS .
           DISPLAY "DEPT      " ws-EMPLOYEE-DEPT .
           DISPLAY "GRADE     " ws-EMPLOYEE-GRADE .
           DISPLAY "HIRED     " ws-EMPLOYEE-HIRE-DATE
               "  PROBATION ENDS " ws-EMPLOYEE-PROBATION-END .
           IF ws-terminated
               DISPLAY "*** TERMINATED ON " ws-EMPLOYEE-TERM-DATE
                   " ***"
           END-IF .

      * a rehire under the same EMP-NO comes back through here -- the
      * reinstatement never applies on one operator's say-so; it is
      * held for a second operator, and travels the same PROGRAM12A
      * linkage once approved, where payroll sees the returner as new .
       OFFER-REINSTATE .
           DISPLAY "REINSTATE THIS EMPLOYEE ? (Y/N) " .
           ACCEPT WS-REPLY .
           IF WS-REPLY EQUAL "Y" OR WS-REPLY EQUAL "y"
               MOVE ws-EMPLOYEE-SALARY TO WS-CURRENT-SALARY
               MOVE "E" TO WS-HOLD-ACTION
               PERFORM HOLD-FOR-APPROVAL
           END-IF .
       OFFER-ADD .
           DISPLAY "ADD THIS EMPLOYEE ? (Y/N) " .
           ACCEPT WS-REPLY .
           IF WS-REPLY EQUAL "Y" OR WS-REPLY EQUAL "y"
               PERFORM GET-NEW-DETAILS
               MOVE ZERO TO WS-CURRENT-HIRE-DATE
               PERFORM CHECK-SERVICE-DATES
               IF DATES-OK
                   MOVE ws-EMPLOYEE-GRADE TO WS-BAND-GRADE
                   MOVE ws-EMPLOYEE-SALARY TO WS-BAND-SALARY
                   PERFORM CHECK-SALARY-BAND
                   IF BAND-OK
                       PERFORM APPLY-ADD
                   ELSE
                       MOVE "A" TO REJ-CHANGE-TYPE
                       PERFORM WRITE-BAND-REJECT
                   END-IF
               END-IF
           END-IF .
       APPLY-ADD .
           MOVE "A" TO ws-action .
           PERFORM CALL-PROGRAM12A .
           IF ws-status EQUAL ZERO
               DISPLAY "EMPLOYEE ADDED"
               PERFORM WRITE-PAYROLL-EXTRACT-NEW
           ELSE
               IF ws-status EQUAL "90"
                   DISPLAY "ADD REJECTED - UNKNOWN DEPARTMENT"
               ELSE
                   DISPLAY "ADD FAILED - STATUS " ws-status
               END-IF
           END-IF .
       GET-NEW-DETAILS .
           DISPLAY "ENTER INITS " .
           ACCEPT ws-EMPLOYEE-INITS .
           ACCEPT ws-EMPLOYEE-ADDRESS .
           DISPLAY "ENTER DEPARTMENT CODE " .
           ACCEPT ws-EMPLOYEE-DEPT .
           DISPLAY "ENTER PAY GRADE (BLANK = UNGRADED) " .
           MOVE SPACES TO ws-EMPLOYEE-GRADE .
           ACCEPT ws-EMPLOYEE-GRADE .
           DISPLAY "ENTER HIRE DATE YYYYMMDD (BLANK = TODAY) " .
           MOVE ZERO TO ws-EMPLOYEE-HIRE-DATE .
           ACCEPT ws-EMPLOYEE-HIRE-DATE .
           DISPLAY "ENTER PROBATION END YYYYMMDD "
               "(BLANK = STANDARD PROBATION) " .
           MOVE ZERO TO ws-EMPLOYEE-PROBATION-END .
           ACCEPT ws-EMPLOYEE-PROBATION-END .
       OFFER-CHANGE-OR-DELETE .
           DISPLAY "ACTION - C)HANGE  D)ELETE  N)ONE " .
           ACCEPT WS-REPLY .
           EVALUATE TRUE
             WHEN WS-REPLY EQUAL "C" OR WS-REPLY EQUAL "c"
               PERFORM GET-CHANGE-DETAILS
               PERFORM CHECK-SERVICE-DATES
               IF DATES-OK
                   PERFORM OFFER-CHECKED-CHANGE
               END-IF
             WHEN WS-REPLY EQUAL "D" OR WS-REPLY EQUAL "d"
               MOVE "D" TO ws-action
             WHEN OTHER
               CONTINUE
           END-EVALUATE .
       OFFER-CHECKED-CHANGE .
           PERFORM CHECK-CHANGE-BAND .
           IF BAND-OK
               PERFORM CHECK-NEEDS-APPROVAL
               IF NEEDS-APPROVAL
                   MOVE "C" TO WS-HOLD-ACTION
                   PERFORM HOLD-FOR-APPROVAL
               ELSE
                   PERFORM APPLY-CHANGE
               END-IF
           ELSE
               MOVE "C" TO REJ-CHANGE-TYPE
               PERFORM WRITE-BAND-REJECT
           END-IF .
       APPLY-CHANGE .
           MOVE "C" TO ws-action .
           PERFORM CALL-PROGRAM12A .
           IF ws-status EQUAL ZERO
               DISPLAY "EMPLOYEE CHANGED"
               MOVE "R" TO ws-action
               PERFORM CALL-PROGRAM12A
               PERFORM WRITE-PAYROLL-EXTRACT-CHANGED
           ELSE
               IF ws-status EQUAL "90"
                   DISPLAY "CHANGE REJECTED - UNKNOWN DEPARTMENT"
               ELSE
                   DISPLAY "CHANGE FAILED - STATUS " ws-status
               END-IF
           END-IF .
       GET-CHANGE-DETAILS .
           MOVE ws-EMPLOYEE-SALARY TO WS-CURRENT-SALARY .
           MOVE ws-EMPLOYEE-GRADE TO WS-CURRENT-GRADE .
           MOVE ws-EMPLOYEE-HIRE-DATE TO WS-CURRENT-HIRE-DATE .
           MOVE ZERO TO ws-EMPLOYEE-SALARY .
           MOVE SPACES TO ws-EMPLOYEE-ADDRESS .
           MOVE SPACES TO ws-EMPLOYEE-DEPT .
           MOVE SPACES TO ws-EMPLOYEE-GRADE .
           DISPLAY "ENTER NEW SALARY (BLANK = NO CHANGE) " .
           ACCEPT WS-SALARY-INPUT .
           IF WS-SALARY-INPUT NOT EQUAL TO ZERO
           ACCEPT ws-EMPLOYEE-ADDRESS .
           DISPLAY "ENTER NEW DEPARTMENT CODE (BLANK = NO CHANGE) " .
           ACCEPT ws-EMPLOYEE-DEPT .
           DISPLAY "ENTER NEW PAY GRADE (BLANK = NO CHANGE) " .
           ACCEPT ws-EMPLOYEE-GRADE .
           DISPLAY "ENTER CORRECTED HIRE DATE YYYYMMDD "
               "(BLANK = NO CHANGE) " .
           MOVE ZERO TO ws-EMPLOYEE-HIRE-DATE .
           ACCEPT ws-EMPLOYEE-HIRE-DATE .
           DISPLAY "ENTER NEW PROBATION END YYYYMMDD "
               "(BLANK = NO CHANGE) " .
           MOVE ZERO TO ws-EMPLOYEE-PROBATION-END .
           ACCEPT ws-EMPLOYEE-PROBATION-END .

      * service-date edit -- the same rule the nightly edit applies .
      * zero is always acceptable (defaulted on an add, unchanged on a
      * change); the probation end is measured against the hire date
      * being keyed, or failing that the one already on the master .
       CHECK-SERVICE-DATES .
           MOVE 0 TO WS-DATES-FLAG .
           IF ws-EMPLOYEE-HIRE-DATE NOT NUMERIC
               OR ws-EMPLOYEE-PROBATION-END NOT NUMERIC
               MOVE 1 TO WS-DATES-FLAG
           ELSE
               IF ws-EMPLOYEE-HIRE-DATE NOT EQUAL TO ZERO
                   AND FUNCTION TEST-DATE-YYYYMMDD
                       (ws-EMPLOYEE-HIRE-DATE) NOT EQUAL TO ZERO
                   MOVE 1 TO WS-DATES-FLAG
               END-IF
               IF ws-EMPLOYEE-PROBATION-END NOT EQUAL TO ZERO
                   AND FUNCTION TEST-DATE-YYYYMMDD
                       (ws-EMPLOYEE-PROBATION-END) NOT EQUAL TO ZERO
                   MOVE 1 TO WS-DATES-FLAG
               END-IF
               MOVE WS-CURRENT-HIRE-DATE TO WS-SERVICE-HIRE-DATE
               IF ws-EMPLOYEE-HIRE-DATE NOT EQUAL TO ZERO
                   MOVE ws-EMPLOYEE-HIRE-DATE TO WS-SERVICE-HIRE-DATE
               END-IF
               IF ws-EMPLOYEE-PROBATION-END NOT EQUAL TO ZERO
                   AND ws-EMPLOYEE-PROBATION-END LESS THAN
                       WS-SERVICE-HIRE-DATE
                   MOVE 1 TO WS-DATES-FLAG
               END-IF
           END-IF .
           IF NOT DATES-OK
               DISPLAY "REFUSED - HIRE DATE OR PROBATION END IS NOT "
                   "A VALID DATE, OR PROBATION ENDS BEFORE HIRE"
           END-IF .

      * salary-band paragraphs .  a change is only held to the band
      * when it touches the salary or the grade -- the same rule the
      * nightly edit applies -- and an ungraded employee, or a grade
      * whose band is not switched on yet, is held to the flat
      * ceiling instead, failing the field edit above it .
       CHECK-CHANGE-BAND .
           MOVE SPACES TO WS-BAND-REASON .
           IF ws-EMPLOYEE-SALARY NOT EQUAL TO ZERO
               OR ws-EMPLOYEE-GRADE NOT EQUAL TO SPACES
               MOVE WS-CURRENT-GRADE TO WS-BAND-GRADE
               MOVE WS-CURRENT-SALARY TO WS-BAND-SALARY
               IF ws-EMPLOYEE-GRADE NOT EQUAL TO SPACES
                   MOVE ws-EMPLOYEE-GRADE TO WS-BAND-GRADE
               END-IF
               IF ws-EMPLOYEE-SALARY NOT EQUAL TO ZERO
                   MOVE ws-EMPLOYEE-SALARY TO WS-BAND-SALARY
               END-IF
               PERFORM CHECK-SALARY-BAND
           END-IF .
       CHECK-SALARY-BAND .
           MOVE SPACES TO WS-BAND-REASON .
           IF WS-BAND-GRADE EQUAL SPACES
               PERFORM CHECK-SALARY-CEILING
           ELSE
               OPEN INPUT GRADE-FILE
               IF WS-GRADE-STATUS NOT EQUAL TO "00"
                   IF WS-GRADE-STATUS NOT EQUAL TO "35"
                       DISPLAY "ERROR OPENING GRADE FILE "
                           WS-GRADE-STATUS
                   END-IF
                   MOVE "UG" TO WS-BAND-REASON
               ELSE
                   MOVE WS-BAND-GRADE TO GRADE-CODE
                   READ GRADE-FILE
                   IF WS-GRADE-STATUS NOT EQUAL TO "00"
                       MOVE "UG" TO WS-BAND-REASON
                   ELSE
                       IF GRADE-BAND-ENFORCED
                           IF WS-BAND-SALARY LESS THAN GRADE-MIN-SALARY
                             OR WS-BAND-SALARY GREATER THAN
                                 GRADE-MAX-SALARY
                               MOVE "OB" TO WS-BAND-REASON
                           END-IF
                       ELSE
                           PERFORM CHECK-SALARY-CEILING
                       END-IF
                   END-IF
                   CLOSE GRADE-FILE
               END-IF
           END-IF .
       CHECK-SALARY-CEILING .
           IF WS-BAND-SALARY GREATER THAN WS-MAX-SALARY
               MOVE "FE" TO WS-BAND-REASON
           END-IF .

      * the refused correction is not lost -- it goes onto the reject
      * file in CHANGES-REC format, the caller having set the type,
      * and the repair program picks it up with the batch rejects .
       WRITE-BAND-REJECT .
           IF BAND-UNKNOWN-GRADE
               DISPLAY "REFUSED - UNKNOWN PAY GRADE " WS-BAND-GRADE
           END-IF .
           IF BAND-OVER-CEILING
               MOVE WS-BAND-SALARY TO WS-SALARY-INPUT
               DISPLAY "REFUSED - SALARY " WS-SALARY-INPUT
                   " OVER THE CEILING OF " WS-MAX-SALARY
           END-IF .
           IF BAND-OUTSIDE
               MOVE WS-BAND-SALARY TO WS-SALARY-INPUT
               DISPLAY "REFUSED - SALARY " WS-SALARY-INPUT
                   " OUTSIDE THE BAND FOR GRADE " WS-BAND-GRADE
               DISPLAY "BAND IS " GRADE-MIN-SALARY " TO "
                   GRADE-MAX-SALARY
           END-IF .
           MOVE ws-EMPLOYEE-NO TO REJ-EMP-NO .
           MOVE ws-EMPLOYEE-INITS TO REJ-EMP-INITS .
           MOVE ws-EMPLOYEE-SURNAME TO REJ-EMP-SURNAME .
           MOVE ws-EMPLOYEE-SALARY TO REJ-EMP-SALARY .
           MOVE ws-EMPLOYEE-ADDRESS TO REJ-EMP-ADDRESS .
           MOVE ws-EMPLOYEE-DEPT TO REJ-EMP-DEPT .
           MOVE ZERO TO REJ-EFFECTIVE-DATE .
           MOVE ws-EMPLOYEE-GRADE TO REJ-EMP-GRADE .
           MOVE ws-EMPLOYEE-HIRE-DATE TO REJ-EMP-HIRE-DATE .
           MOVE ws-EMPLOYEE-PROBATION-END TO REJ-EMP-PROBATION-END .
           MOVE WS-BAND-REASON TO REJ-REASON-CODE .
           OPEN EXTEND REJECT-FILE .
           IF WS-REJECT-STATUS EQUAL "35"
               OPEN OUTPUT REJECT-FILE
           END-IF .
           IF WS-REJECT-STATUS NOT EQUAL TO "00"
               DISPLAY "ERROR OPENING REJECT FILE " WS-REJECT-STATUS
               DISPLAY "CORRECTION NOT RECORDED - KEY IT AGAIN LATER"
           ELSE
               WRITE REJECT-REC
               CLOSE REJECT-FILE
               DISPLAY "WRITTEN TO THE REJECT FILE FOR REPAIR"
           END-IF .

      * maker-checker paragraphs .  only a change that actually moves
      * the salary is measured; an employee on no salary at all has
      * no base to take a percentage of, so any figure keyed waits .
       CHECK-NEEDS-APPROVAL .
           MOVE 0 TO WS-APPROVAL-FLAG .
           IF ws-EMPLOYEE-SALARY NOT EQUAL TO ZERO
               AND ws-EMPLOYEE-SALARY NOT EQUAL TO WS-CURRENT-SALARY
               IF ws-EMPLOYEE-SALARY GREATER THAN WS-CURRENT-SALARY
                   COMPUTE WS-SALARY-DIFF =
                       ws-EMPLOYEE-SALARY - WS-CURRENT-SALARY
               ELSE
                   COMPUTE WS-SALARY-DIFF =
                       WS-CURRENT-SALARY - ws-EMPLOYEE-SALARY
               END-IF
               IF WS-SALARY-DIFF GREATER THAN WS-HOLD-AMOUNT
                   OR WS-SALARY-DIFF * 100 GREATER THAN
                       WS-CURRENT-SALARY * WS-HOLD-PERCENT
                   MOVE 1 TO WS-APPROVAL-FLAG
               END-IF
           END-IF .

      * the held item is keyed by the moment it was keyed, so the
      * queue reads back oldest first .  the caller has set the
      * action and the salary the employee is on now .
       HOLD-FOR-APPROVAL .
           MOVE SPACES TO HOLD-REC .
           ACCEPT HOLD-KEYED-DATE FROM DATE YYYYMMDD .
           ACCEPT HOLD-KEYED-TIME FROM TIME .
           MOVE ws-EMPLOYEE-NO TO HOLD-EMP-NO .
           MOVE WS-HOLD-ACTION TO HOLD-ACTION .
           MOVE "W" TO HOLD-STATE .
           MOVE ws-operator-id TO HOLD-KEYED-BY .
           MOVE ZERO TO HOLD-DECIDED-DATE .
           MOVE WS-CURRENT-SALARY TO HOLD-CURRENT-SALARY .
           MOVE ws-EMPLOYEE-REC TO HOLD-EMPLOYEE-IMAGE .
           OPEN I-O HOLD-FILE .
           IF WS-HOLD-STATUS EQUAL "35"
               OPEN OUTPUT HOLD-FILE
           END-IF .
           IF WS-HOLD-STATUS NOT EQUAL TO "00"
               DISPLAY "ERROR OPENING HOLD FILE " WS-HOLD-STATUS
               DISPLAY "CORRECTION NOT RECORDED - KEY IT AGAIN LATER"
           ELSE
               WRITE HOLD-REC
               IF WS-HOLD-STATUS EQUAL "00"
                   DISPLAY "HELD FOR APPROVAL BY A SECOND OPERATOR"
               ELSE
                   DISPLAY "ERROR ON HOLD FILE " WS-HOLD-STATUS
                   DISPLAY "CORRECTION NOT RECORDED - "
                       "KEY IT AGAIN LATER"
               END-IF
               CLOSE HOLD-FILE
           END-IF .

      * the approval queue -- every waiting item is offered in turn
      * except the reviewer's own, which only somebody else may pass .
       REVIEW-HELD-ITEMS .
           MOVE 0 TO WS-HELD-OFFERED .
           MOVE 0 TO WS-HOLD-EOF .
           OPEN I-O HOLD-FILE .
           IF WS-HOLD-STATUS EQUAL "35"
               DISPLAY "NO ITEMS HELD FOR APPROVAL"
           ELSE
               IF WS-HOLD-STATUS NOT EQUAL TO "00"
                   DISPLAY "ERROR OPENING HOLD FILE " WS-HOLD-STATUS
               ELSE
                   MOVE LOW-VALUES TO HOLD-KEY
                   START HOLD-FILE KEY NOT LESS THAN HOLD-KEY
                   IF WS-HOLD-STATUS NOT EQUAL TO "00"
                       MOVE 1 TO WS-HOLD-EOF
                   ELSE
                       READ HOLD-FILE NEXT
                         AT END MOVE 1 TO WS-HOLD-EOF
                       END-READ
                   END-IF
                   PERFORM REVIEW-ONE-HELD-ITEM
                       UNTIL NO-MORE-HELD-ITEMS
                   CLOSE HOLD-FILE
                   IF WS-HELD-OFFERED EQUAL ZERO
                       DISPLAY "NOTHING WAITING FOR YOUR APPROVAL"
                   END-IF
               END-IF
           END-IF .
       REVIEW-ONE-HELD-ITEM .
           IF HOLD-WAITING
               AND HOLD-KEYED-BY NOT EQUAL TO ws-operator-id
               ADD 1 TO WS-HELD-OFFERED
               PERFORM OFFER-HELD-ITEM
           END-IF .
           IF NOT NO-MORE-HELD-ITEMS
               READ HOLD-FILE NEXT
                 AT END MOVE 1 TO WS-HOLD-EOF
               END-READ
           END-IF .
       OFFER-HELD-ITEM .
           IF HOLD-IS-REINSTATE
               DISPLAY "HELD REINSTATEMENT - EMP-NO " HOLD-EMP-NO
                   " " HOLD-IMG-SURNAME
               DISPLAY "SALARY    " HOLD-CURRENT-SALARY
                   "  DEPT " HOLD-IMG-DEPT
           ELSE
               DISPLAY "HELD CHANGE - EMP-NO " HOLD-EMP-NO
                   " " HOLD-IMG-SURNAME
               DISPLAY "SALARY    " HOLD-CURRENT-SALARY
                   " TO " HOLD-IMG-SALARY
               IF HOLD-IMG-ADDRESS NOT EQUAL TO SPACES
                   DISPLAY "ADDRESS   " HOLD-IMG-ADDRESS
               END-IF
               IF HOLD-IMG-DEPT NOT EQUAL TO SPACES
                   DISPLAY "DEPT      " HOLD-IMG-DEPT
               END-IF
               IF HOLD-IMG-GRADE NOT EQUAL TO SPACES
                   DISPLAY "GRADE     " HOLD-IMG-GRADE
               END-IF
               IF HOLD-IMG-HIRE-DATE NOT EQUAL TO ZERO
                   DISPLAY "HIRED     " HOLD-IMG-HIRE-DATE
               END-IF
               IF HOLD-IMG-PROBATION-END NOT EQUAL TO ZERO
                   DISPLAY "PROBATION " HOLD-IMG-PROBATION-END
               END-IF
           END-IF .
           DISPLAY "KEYED BY  " HOLD-KEYED-BY " ON " HOLD-KEYED-DATE
               " AT " HOLD-KEYED-TIME .
           DISPLAY "A)PPROVE  D)ECLINE  S)KIP  Q)UIT REVIEW " .
           ACCEPT WS-REPLY .
           EVALUATE TRUE
             WHEN WS-REPLY EQUAL "A" OR WS-REPLY EQUAL "a"
               PERFORM APPROVE-HELD-ITEM
             WHEN WS-REPLY EQUAL "D" OR WS-REPLY EQUAL "d"
               PERFORM DECLINE-HELD-ITEM
             WHEN WS-REPLY EQUAL "Q" OR WS-REPLY EQUAL "q"
               MOVE 1 TO WS-HOLD-EOF
             WHEN OTHER
               CONTINUE
           END-EVALUATE .

      * approval applies the item under the keyer's id with the
      * approver's beside it .  a change whose employee has had a pay
      * movement since it was keyed is not applied -- it would
      * overwrite a salary the keyer never saw -- and stays waiting
      * for the approver to decline so it can be keyed afresh .
       APPROVE-HELD-ITEM .
           MOVE HOLD-EMP-NO TO ws-EMPLOYEE-NO .
           MOVE "R" TO ws-action .
           PERFORM CALL-PROGRAM12A .
           IF ws-status NOT EQUAL TO ZERO
               DISPLAY "EMPLOYEE NOT AVAILABLE - STATUS " ws-status
           ELSE
               IF HOLD-IS-CHANGE
                   AND ws-EMPLOYEE-SALARY NOT EQUAL TO
                       HOLD-CURRENT-SALARY
                   DISPLAY "SALARY HAS CHANGED SINCE THIS WAS KEYED"
                       " - DECLINE IT AND HAVE IT KEYED AGAIN"
               ELSE
                   PERFORM APPLY-HELD-ITEM
               END-IF
           END-IF .
       APPLY-HELD-ITEM .
           IF HOLD-IS-CHANGE
               MOVE HOLD-EMPLOYEE-IMAGE TO ws-EMPLOYEE-REC
               MOVE "C" TO ws-action
           ELSE
               MOVE "E" TO ws-action
           END-IF .
           CALL "program12a"
                 USING ws-EMPLOYEE-REC
                       ws-action
                       ws-status
                       ws-run-no
                       HOLD-KEYED-BY
                       ws-operator-id .
           IF ws-status EQUAL ZERO
               DISPLAY "APPROVED AND APPLIED"
               MOVE "R" TO ws-action
               PERFORM CALL-PROGRAM12A
               IF HOLD-IS-CHANGE
                   PERFORM WRITE-PAYROLL-EXTRACT-CHANGED
               ELSE
                   PERFORM WRITE-PAYROLL-EXTRACT-NEW
               END-IF
               MOVE "A" TO HOLD-STATE
               MOVE ws-operator-id TO HOLD-DECIDED-BY
               ACCEPT HOLD-DECIDED-DATE FROM DATE YYYYMMDD
               PERFORM REWRITE-HELD-ITEM
           ELSE
               IF ws-status EQUAL "90"
                   DISPLAY "APPROVAL FAILED - UNKNOWN DEPARTMENT"
               ELSE
                   DISPLAY "APPROVAL FAILED - STATUS " ws-status
               END-IF
           END-IF .
       DECLINE-HELD-ITEM .
           DISPLAY "REASON FOR DECLINING " .
           MOVE SPACES TO HOLD-DECLINE-REASON .
           ACCEPT HOLD-DECLINE-REASON .
           MOVE "D" TO HOLD-STATE .
           MOVE ws-operator-id TO HOLD-DECIDED-BY .
           ACCEPT HOLD-DECIDED-DATE FROM DATE YYYYMMDD .
           PERFORM REWRITE-HELD-ITEM .
           DISPLAY "DECLINED - " HOLD-KEYED-BY
               " WILL SEE IT ON THE HELD ITEMS REPORT" .
       REWRITE-HELD-ITEM .
           REWRITE HOLD-REC .
           IF WS-HOLD-STATUS NOT EQUAL TO "00"
               DISPLAY "ERROR ON HOLD FILE " WS-HOLD-STATUS
           END-IF .

      * payroll extract paragraphs -- same PAYEXT12.DAT feed PROGRAM12
      * writes at the end of its batch run, so a one-off correction
           MOVE ws-EMPLOYEE-DEPT TO PAYEXT-DEPT .
           MOVE "N" TO PAYEXT-ACTION-FLAG .
           MOVE ws-run-no TO PAYEXT-RUN-NO .
           MOVE ws-EMPLOYEE-HIRE-DATE TO PAYEXT-HIRE-DATE .
           MOVE ws-EMPLOYEE-PROBATION-END TO PAYEXT-PROBATION-END .
           WRITE PAYEXT-REC .
           PERFORM COUNT-PAYROLL-EXTRACT .
       WRITE-PAYROLL-EXTRACT-CHANGED .
           MOVE ws-EMPLOYEE-DEPT TO PAYEXT-DEPT .
           MOVE "C" TO PAYEXT-ACTION-FLAG .
           MOVE ws-run-no TO PAYEXT-RUN-NO .
           MOVE ws-EMPLOYEE-HIRE-DATE TO PAYEXT-HIRE-DATE .
           MOVE ws-EMPLOYEE-PROBATION-END TO PAYEXT-PROBATION-END .
           WRITE PAYEXT-REC .
           PERFORM COUNT-PAYROLL-EXTRACT .
       WRITE-PAYROLL-EXTRACT-TERMINATED .
           MOVE ws-EMPLOYEE-DEPT TO PAYEXT-DEPT .
           MOVE "T" TO PAYEXT-ACTION-FLAG .
           MOVE ws-run-no TO PAYEXT-RUN-NO .
           MOVE ws-EMPLOYEE-HIRE-DATE TO PAYEXT-HIRE-DATE .
           MOVE ws-EMPLOYEE-PROBATION-END TO PAYEXT-PROBATION-END .
           WRITE PAYEXT-REC .
           PERFORM COUNT-PAYROLL-EXTRACT .
       COUNT-PAYROLL-EXTRACT .
