           SELECT AWARD-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\AWDCHG12.DAT"
               FILE STATUS WS-AWARD-STATUS .
      * RORGCHG12.DAT is the department reorganization feed PROGRAM12Z
      * generates -- one C per employee moved, carrying only the new
      * department .  it is handled exactly as the award feed is .
           SELECT REORG-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\RORGCHG12.DAT"
               FILE STATUS WS-REORG-STATUS .
           SELECT SORT-WORK-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\SRTWKC12.DAT" .
           SELECT EMPLOYEE-FILE
               ALTERNATE RECORD KEY SCAN-EMPLOYEE-SURNAME
                   WITH DUPLICATES
               FILE STATUS WS-SCAN-STATUS .
           SELECT CONTROL-TOTAL-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\CTLTOT12.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY CTLTOT-KEY
               FILE STATUS WS-CTLTOT-STATUS .
           SELECT REPORT-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\CTLRPT12.DAT"
               FILE STATUS WS-REPORT-STATUS .
               ACCESS IS RANDOM
               RECORD KEY DEPT-CODE
               FILE STATUS WS-DEPT-STATUS .

      * GRADE12.DAT is the grade table -- one row per pay grade with
      * the band minimum, midpoint and maximum, and a switch saying
      * whether the band is enforced yet .  PROGRAM12K maintains it .
           SELECT GRADE-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\GRADE12.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY GRADE-CODE
               FILE STATUS WS-GRADE-STATUS .
      * the extract takes a dynamic name so every producing run
      * writes its own dated generation -- the interactive front end
      * used to append to the same PAYEXT12.DAT this run opened as
           SELECT RETRO-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\RETRO12.DAT"
               FILE STATUS WS-RETRO-STATUS .

      * every transaction received is tagged with its source, the run
      * that received it and its place in the submission, and its
      * outcome is logged to ACK-WORK-FILE as it happens .  at the end
      * of the run the log is sorted by source and one return file
      * per source is written, so each submitter learns what became
      * of every transaction it sent -- including ones it sent on an
      * earlier night that were parked and have only now released .
           SELECT ACK-WORK-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\ACKWRK12.DAT"
               FILE STATUS WS-ACKWRK-STATUS .
           SELECT ACK-SORT-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\SRTWKK12.DAT" .
           SELECT ACK-FILE
               ASSIGN WS-ACK-NAME
               FILE STATUS WS-ACK-STATUS .
       DATA DIVISION .
       FILE SECTION .
      * the raw changes file is only touched by the classify pass --
           03  RAW-EMP-SALARY       PIC 9(6)V99 .
           03  FILLER               PIC X(50) .
           03  RAW-EFFECTIVE-DATE   PIC 9(8) .
           03  FILLER               PIC X(18) .
       01  CHANGES-HEADER-REC .
           03  CHG-HEADER-ID        PIC X(8) .
           88  CHG-IS-HEADER        VALUE "*HEADER " .
           03  CHG-HEADER-SOURCE    PIC X(8) .
           03  CHG-HEADER-DATE      PIC 9(8) .
           03  FILLER               PIC X(89) .
       01  CHANGES-TRAILER-REC .
           03  CHG-TRAILER-ID       PIC X(8) .
           88  CHG-IS-TRAILER       VALUE "*TRAILER" .
           03  CHG-TRAILER-COUNT    PIC 9(7) .
           03  CHG-TRAILER-HASH     PIC 9(11)V99 .
           03  FILLER               PIC X(85) .

      * PENDING-FILE holds future-dated transactions between runs .
      * it is read at the top of every run and rewritten, minus the
      * transactions released, only as the very last act of a clean
      * run -- so a restart after an abend still sees the pending
      * file exactly as the abended run first read it .  each parked
      * transaction keeps its acknowledgement tag, so the night it
      * releases its outcome goes back to whoever sent it .
       FD  PENDING-FILE .
       01  PENDING-REC .
           03  FILLER               PIC X(87) .
           03  PENDING-EFFECTIVE-DATE
                                    PIC 9(8) .
           03  FILLER               PIC X(18) .
           03  FILLER               PIC X(22) .

       FD  PENDING-WORK-FILE .
       01  PENDING-WORK-REC         PIC X(135) .

       FD  REJECT-FILE .
       01  REJECT-REC .
           03  REJ-CHANGES-REC      PIC X(113) .
           03  REJ-REASON-CODE      PIC X(2) .

       FD  RESUBMIT-FILE .
       01  RESUBMIT-REC .
           03  FILLER               PIC X(87) .
           03  RESUB-EFFECTIVE-DATE PIC 9(8) .
           03  FILLER               PIC X(18) .

       FD  AWARD-FILE .
       01  AWARD-FEED-REC .
           03  FILLER               PIC X(87) .
           03  AWARD-EFFECTIVE-DATE PIC 9(8) .
           03  FILLER               PIC X(18) .

       FD  REORG-FILE .
       01  REORG-FEED-REC .
           03  FILLER               PIC X(87) .
           03  REORG-EFFECTIVE-DATE PIC 9(8) .
           03  FILLER               PIC X(18) .

       SD  SORT-WORK-FILE .
       01  SORT-CHANGES-REC .
           03  FILLER               PIC X(1) .
           03  SORT-EMP-NO          PIC X(8) .
           03  FILLER               PIC X(104) .
           03  FILLER               PIC X(22) .

       FD  COMBINED-CHANGES-FILE .
       01  CHANGES-REC .
           03  CHG-EFFECTIVE-DATE
                                PIC 9(8) .

      * the pay grade rides at the end so every position ahead of it
      * is where it always was .  blank on a C keeps the grade the
      * employee already holds .
           03  EMP-GRADE        PIC X(2) .

      * hire date and probation end follow the grade .  an A with no
      * hire date is taken as hired on its effective date, and one
      * with no probation end gets the standard probation from
      * PROGRAM12A .  on a C, zero keeps what the master holds, so a
      * hire date HR has to supply goes in as an ordinary change .
           03  EMP-HIRE-DATE    PIC 9(8) .
           03  EMP-HIRE-DATE-X  REDEFINES EMP-HIRE-DATE
                                PIC X(8) .
           03  EMP-PROBATION-END
                                PIC 9(8) .
           03  EMP-PROBATION-END-X
                                REDEFINES EMP-PROBATION-END
                                PIC X(8) .

      * the acknowledgement tag follows the transaction itself -- who
      * sent it, the run that received it and where it sat in what
      * they sent .  CHANGES-REC stays the transaction alone, so the
      * reject file and the console still see exactly what came in .
       01  TAGGED-CHANGES-REC .
           03  FILLER           PIC X(113) .
           03  CHG-ACK-SOURCE   PIC X(8) .
           03  CHG-ACK-RUN-NO   PIC 9(7) .
           03  CHG-ACK-SEQ      PIC 9(7) .

      * EMPLOYEE-FILE is opened here, read-only and sequentially, only
      * when CTLTOT12 has no control record to give the before/after
      * totals -- the first run builds the record from one sweep, and
      * PROGRAM12A keeps it current from then on .  all maintenance
      * against the master still goes through PROGRAM12A.
       FD  EMPLOYEE-FILE .
       01  SCAN-EMPLOYEE-REC .
           03  SCAN-EMPLOYEE-NO       PIC X(8) .
                                      VALUE "T" .
           03  SCAN-EMPLOYEE-TERM-DATE
                                      PIC 9(8) .
           03  SCAN-EMPLOYEE-GRADE    PIC X(2) .
           03  SCAN-EMPLOYEE-HIRE-DATE
                                      PIC 9(8) .
           03  SCAN-EMPLOYEE-PROBATION-END
                                      PIC 9(8) .

      * CONTROL-TOTAL-FILE is the running active headcount and active
      * salary that PROGRAM12A moves as each action applies -- read
      * before the held files open and again after they close, it
      * gives the before/after control totals without sweeping the
      * master .
       FD  CONTROL-TOTAL-FILE .
       01  CONTROL-TOTAL-REC .
           03  CTLTOT-KEY               PIC X(8) .
           03  CTLTOT-ACTIVE-COUNT      PIC S9(7) .
           03  CTLTOT-ACTIVE-SALARY     PIC S9(9)V99 .
           03  CTLTOT-UPDATED-DATE      PIC 9(8) .
           03  CTLTOT-UPDATED-TIME      PIC 9(8) .
           03  CTLTOT-VERIFIED-DATE     PIC 9(8) .

       FD  REPORT-FILE .
       01  REPORT-LINE          PIC X(80) .
      * control totals still cover the whole logical batch .
           03  CKPT-RETRO-COUNT           PIC 9(7) .
           03  CKPT-RETRO-TOTAL           PIC S9(9)V99 .
           03  CKPT-REJECT-GRADE-COUNT    PIC 9(7) .
           03  CKPT-REJECT-BAND-COUNT     PIC 9(7) .

      * the before-run control totals are checkpointed too -- by the
      * time of a restart the control record already reflects the
      * pre-abend transactions, so it can no longer say what the
      * batch started from .
           03  CKPT-SALARY-BEFORE         PIC 9(9)V99 .
           03  CKPT-HEADCOUNT-BEFORE      PIC 9(7) .

      * DEPARTMENT-FILE is consulted here, read-only, as a cheap up
      * front check that EMP-DEPT is a real department code before a
           03  DEPT-MANAGER-EMP-NO    PIC X(8) .
           03  DEPT-COST-CENTER       PIC X(6) .

      * GRADE-FILE is consulted read-only, like DEPARTMENT-FILE, to
      * hold an add or a salary change inside the employee's band .
      * a grade whose band is not yet enforced falls back on the flat
      * ceiling, so HR can clean up the master grade by grade before
      * switching each band on .  until PROGRAM12K loads the first
      * grade there is no file at all, and every graded transaction
      * rejects as an unknown grade .
       FD  GRADE-FILE .
       01  GRADE-REC .
           03  GRADE-CODE             PIC X(2) .
           03  GRADE-DESC             PIC X(20) .
           03  GRADE-MIN-SALARY       PIC 9(6)V99 .
           03  GRADE-MID-SALARY       PIC 9(6)V99 .
           03  GRADE-MAX-SALARY       PIC 9(6)V99 .
           03  GRADE-BAND-CHECK       PIC X .
           88  GRADE-BAND-ENFORCED    VALUE "Y" .

      * PAYROLL-EXTRACT-FILE is the downstream feed written as this
      * run's maintenance finishes -- one row per employee actually
      * touched in this run (added, changed or deleted), flagged N/C/T,
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

      * MANIFEST-FILE registers every extract generation produced --
      * one row per generation with its file name, detail count and
           03  RUNCTL-LAST-CHG-COUNT   PIC 9(7) .
           03  RUNCTL-LAST-CHG-HASH    PIC 9(11)V99 .

      * one row per transaction outcome, in whatever order the run
      * reaches them .  section 1 is a transaction received this run,
      * section 2 one received earlier and released from pending .
       FD  ACK-WORK-FILE .
       01  ACK-WORK-REC .
           03  AW-SOURCE               PIC X(8) .
           03  AW-SECTION              PIC X .
           03  AW-RECEIVED-RUN         PIC 9(7) .
           03  AW-SEQ                  PIC 9(7) .
           03  AW-EMP-NO               PIC X(8) .
           03  AW-CHANGE-TYPE          PIC X .
           03  AW-EFFECTIVE-DATE       PIC 9(8) .
           03  AW-SALARY               PIC 9(6)V99 .
           03  AW-OUTCOME              PIC X .
           03  AW-REASON               PIC X(2) .

       SD  ACK-SORT-FILE .
       01  ACK-SORT-REC .
           03  AS-SOURCE               PIC X(8) .
           03  AS-SECTION              PIC X .
           88  AS-RECEIVED-THIS-RUN    VALUE "1" .
           03  AS-RECEIVED-RUN         PIC 9(7) .
           03  AS-SEQ                  PIC 9(7) .
           03  AS-EMP-NO               PIC X(8) .
           03  AS-CHANGE-TYPE          PIC X .
           03  AS-EFFECTIVE-DATE       PIC 9(8) .
           03  AS-SALARY               PIC 9(6)V99 .
           03  AS-OUTCOME              PIC X .
           88  AS-APPLIED              VALUE "A" .
           88  AS-REJECTED             VALUE "R" .
           88  AS-PARKED               VALUE "P" .
           88  AS-SKIPPED              VALUE "S" .
           03  AS-REASON               PIC X(2) .

      * the return file mirrors the submission envelope -- a header
      * naming the source and the run, one detail per transaction
      * with its outcome in words, and a trailer whose counts and
      * salary hashes by outcome add back to the submitter's own
      * trailer .
       FD  ACK-FILE .
       01  ACK-HEADER-REC .
           03  ACK-HEADER-ID           PIC X(8) .
           03  ACK-HEADER-SOURCE       PIC X(8) .
           03  ACK-HEADER-RUN-NO       PIC 9(7) .
           03  ACK-HEADER-RUN-DATE     PIC 9(8) .
           03  ACK-HEADER-SUBMIT-DATE  PIC 9(8) .
           03  ACK-HEADER-NOTE         PIC X(60) .
           03  FILLER                  PIC X(51) .
       01  ACK-DETAIL-REC .
           03  ACK-RECEIVED-RUN        PIC 9(7) .
           03  ACK-SEQ                 PIC 9(7) .
           03  ACK-EMP-NO              PIC X(8) .
           03  ACK-CHANGE-TYPE         PIC X .
           03  ACK-EFFECTIVE-DATE      PIC 9(8) .
           03  ACK-SALARY              PIC 9(6)V99 .
           03  ACK-OUTCOME             PIC X .
           03  ACK-REASON-CODE         PIC X(2) .
           03  ACK-UNTIL-DATE          PIC 9(8) .
           03  ACK-OUTCOME-TEXT        PIC X(50) .
           03  FILLER                  PIC X(50) .
       01  ACK-TRAILER-REC .
           03  ACK-TRAILER-ID          PIC X(8) .
           03  ACK-SUBMIT-COUNT        PIC 9(7) .
           03  ACK-SUBMIT-HASH         PIC 9(11)V99 .
           03  ACK-RECEIVED-COUNT      PIC 9(7) .
           03  ACK-RECEIVED-HASH       PIC 9(11)V99 .
           03  ACK-APPLIED-COUNT       PIC 9(7) .
           03  ACK-APPLIED-HASH        PIC 9(11)V99 .
           03  ACK-REJECTED-COUNT      PIC 9(7) .
           03  ACK-REJECTED-HASH       PIC 9(11)V99 .
           03  ACK-PARKED-COUNT        PIC 9(7) .
           03  ACK-PARKED-HASH         PIC 9(11)V99 .
           03  ACK-SKIPPED-COUNT       PIC 9(7) .
           03  ACK-SKIPPED-HASH        PIC 9(11)V99 .
           03  ACK-RELEASED-COUNT      PIC 9(7) .
           03  ACK-RELEASED-HASH       PIC 9(11)V99 .
           03  ACK-TIES-FLAG           PIC X .
           03  FILLER                  PIC X .

       WORKING-STORAGE SECTION .
       01  WS-EOF               PIC 9 VALUE 0 .
       88  NO-MORE-CHANGES      VALUE 1 .
           03  EMPLOYEE-STATUS  PIC X .
           03  EMPLOYEE-TERM-DATE
                                PIC 9(8) .
           03  EMPLOYEE-GRADE   PIC X(2) .
           03  EMPLOYEE-HIRE-DATE
                                PIC 9(8) .
           03  EMPLOYEE-PROBATION-END
                                PIC 9(8) .
       01  ws-action            pic x .
       01  ws-status            pic xx .

      * operator id only belongs to interactive work .
       01  ws-operator-id       pic x(8) value "*BATCH*" .

      * nothing the batch applies waits on a second operator -- the
      * approver on its audit rows is always blank .
       01  ws-approver-id       pic x(8) value spaces .

      * control-report counters and working totals .
       01  WS-SCAN-STATUS       PIC XX .
       01  WS-SCAN-EOF          PIC 9 VALUE 0 .
       01  WS-INVALID-DELETE-COUNT  PIC 9(7) VALUE 0 .
       01  WS-TOTAL-SALARY-BEFORE   PIC 9(9)V99 VALUE 0 .
       01  WS-TOTAL-SALARY-AFTER    PIC 9(9)V99 VALUE 0 .
       01  WS-HEADCOUNT-BEFORE      PIC 9(7) VALUE 0 .
       01  WS-HEADCOUNT-AFTER       PIC 9(7) VALUE 0 .
       01  WS-CTLTOT-STATUS         PIC XX .
       01  WS-CTLTOT-FLAG           PIC 9 VALUE 0 .
       88  CONTROL-TOTALS-FOUND     VALUE 1 .
       01  WS-REPORT-COUNT-ED       PIC Z,ZZZ,ZZ9 .
       01  WS-REPORT-SALARY-ED      PIC Z,ZZZ,ZZZ,ZZ9.99 .

      * field-edit working storage .
       01  WS-MAX-SALARY            PIC 9(6)V99 VALUE 250000.00 .
       01  WS-EDIT-FAILED-FLAG      PIC 9 VALUE 0 .
       88  EDIT-FAILED              VALUE 1 THRU 3 .
       88  EDIT-FAILED-FIELD        VALUE 1 .
       88  EDIT-FAILED-GRADE        VALUE 2 .
       88  EDIT-FAILED-BAND         VALUE 3 .
       01  WS-REJECT-EDIT-COUNT     PIC 9(7) VALUE 0 .
       01  WS-SERVICE-HIRE-DATE     PIC 9(8) .

      * salary-band working storage .  the band check runs against
      * the grade and salary the employee will hold once the
      * transaction applies -- the keyed value where one is given,
      * otherwise what the "R" lookup found on the master .
       01  WS-GRADE-STATUS          PIC XX .
       01  WS-GRADE-FILE-FLAG       PIC 9 VALUE 0 .
       88  NO-GRADE-FILE            VALUE 1 .
       01  WS-BAND-GRADE            PIC X(2) .
       01  WS-BAND-SALARY           PIC 9(6)V99 .
       01  WS-REJECT-GRADE-COUNT    PIC 9(7) VALUE 0 .
       01  WS-REJECT-BAND-COUNT     PIC 9(7) VALUE 0 .
       01  WS-REJECT-DEPT-COUNT     PIC 9(7) VALUE 0 .
       01  WS-REJECT-TERM-COUNT     PIC 9(7) VALUE 0 .

      * reject-file working storage .  reason codes: AE add exists,
      * CN change not on file, DN delete not on file, FE failed field
      * edit, UD unknown department, SQ out of sequence, DK duplicate
      * key this run, AT delete of already-terminated employee, UG
      * unknown pay grade, OB salary outside the grade's band .
       01  WS-REJECT-STATUS         PIC XX .
       01  WS-RESUB-STATUS          PIC XX .
       01  WS-REJ-REASON            PIC X(2) .
       88  NO-MORE-AWARDS           VALUE 1 .
       01  WS-AWARD-COUNT           PIC 9(7) VALUE 0 .

      * reorganization feed working storage .
       01  WS-REORG-STATUS          PIC XX .
       01  WS-REORG-EOF             PIC 9 .
       88  NO-MORE-REORGS           VALUE 1 .
       01  WS-REORG-COUNT           PIC 9(7) VALUE 0 .

      * acknowledgement working storage .  the tagged transaction is
      * built here before it is released to the sort or parked .
       01  WS-TAGGED-REC .
           03  WS-TAGGED-TXN .
               05  WS-TAGGED-TYPE       PIC X .
               05  WS-TAGGED-EMP-NO     PIC X(8) .
               05  FILLER               PIC X(20) .
               05  WS-TAGGED-SALARY     PIC 9(6)V99 .
               05  FILLER               PIC X(50) .
               05  WS-TAGGED-EFF-DATE   PIC 9(8) .
               05  FILLER               PIC X(18) .
           03  WS-TAGGED-SOURCE     PIC X(8) .
           03  WS-TAGGED-RUN-NO     PIC 9(7) .
           03  WS-TAGGED-SEQ        PIC 9(7) .
       01  WS-CHANGES-SOURCE        PIC X(8) .
       01  WS-ACKWRK-STATUS         PIC XX .
       01  WS-ACK-STATUS            PIC XX .
       01  WS-ACK-NAME              PIC X(70) .
       01  WS-ACK-SOURCE            PIC X(8) .
       01  WS-ACK-EOF               PIC 9 .
       88  NO-MORE-ACKS             VALUE 1 .
       01  WS-ACK-FILE-COUNT        PIC 9(7) VALUE 0 .
       01  WS-ACK-NOTE              PIC X(60) VALUE SPACES .
       01  WS-REASON-DESC           PIC X(30) .
       01  WS-DUP-EOF               PIC 9 .
       88  NO-MORE-DUP-RECS         VALUE 1 .

      * sequence-check working storage .
       01  WS-PREV-EMP-NO           PIC X(8) VALUE SPACES .
       01  WS-SEQ-ERROR-FLAG        PIC 9 VALUE 0 .
           END-IF .
           PERFORM COMPUTE-CHANGES-IDENTITY .
           PERFORM CHECK-RUN-CONTROL .
           PERFORM OPEN-ACK-WORK-FILE .
           PERFORM BUILD-COMBINED-CHANGES .
           OPEN INPUT COMBINED-CHANGES-FILE .
           IF WS-COMBINED-STATUS NOT EQUAL TO "00"
               DISPLAY "ERROR OPENING DEPARTMENT FILE " WS-DEPT-STATUS
               STOP RUN
           END-IF .
           OPEN INPUT GRADE-FILE .
           IF WS-GRADE-STATUS EQUAL "35"
               MOVE 1 TO WS-GRADE-FILE-FLAG
               DISPLAY "NO GRADE FILE - GRADED CHANGES REJECT AS UG"
           ELSE
               IF WS-GRADE-STATUS NOT EQUAL TO "00"
                   DISPLAY "ERROR OPENING GRADE FILE " WS-GRADE-STATUS
                   STOP RUN
               END-IF
           END-IF .
           PERFORM OPEN-PAYROLL-EXTRACT .
           PERFORM OPEN-REJECT-FILE .
           PERFORM OPEN-RETRO-FILE .
           READ COMBINED-CHANGES-FILE
             AT END MOVE 1 TO WS-EOF .
           PERFORM READ-CONTROL-TOTALS-BEFORE .
           PERFORM OPEN-HELD-FILES .
       BOD-PARA .
           PERFORM PROCESS-CHANGES-REC UNTIL NO-MORE-CHANGES .
       END-PARA .
           PERFORM CLOSE-HELD-FILES .
           PERFORM READ-CONTROL-TOTALS-AFTER .
           PERFORM WRITE-ACKNOWLEDGEMENTS .
           PERFORM WRITE-CONTROL-REPORT .
           PERFORM CLOSE-PAYROLL-EXTRACT .
           CLOSE REJECT-FILE .
           PERFORM ROLL-PENDING-FILE .
           PERFORM CLEAR-RESUBMIT-FILE .
           PERFORM CLEAR-AWARD-FILE .
           PERFORM CLEAR-REORG-FILE .
           PERFORM CLEAR-RUN-DATE-FILE .
           DISPLAY "PROGRAM CONCLUDES" .
           CLOSE COMBINED-CHANGES-FILE .
           CLOSE DEPARTMENT-FILE .
           IF NOT NO-GRADE-FILE
               CLOSE GRADE-FILE
           END-IF .
           STOP RUN .
      * the batch holds PROGRAM12A's files open for the whole run --
      * "O" before the first transaction, "Z" after the last -- so a
                       ws-action
                       ws-status
                       ws-run-no
                       ws-operator-id
                       ws-approver-id .
           if ws-status NOT EQUAL TO zero
               display "Error holding files open " ws-status
               stop run
                       ws-action
                       ws-status
                       ws-run-no
                       ws-operator-id
                       ws-approver-id .
           if ws-status NOT EQUAL TO zero
               display "Error closing held files " ws-status
               stop run
                           ws-status
                           ws-run-no
                           ws-operator-id
                           ws-approver-id
               if ws-status = "23"
                   MOVE 1 TO WS-NO-RECORd-FOUND-FLAG
               else
                   if ws-status NOT EQUAL TO zero
                     display "Error on employee file " ws-status
                     stop run
                   end-if
               end-if
               MOVE EMPLOYEE-SALARY TO WS-OLD-SALARY
               PERFORM EDIT-CHANGES-REC
               MOVE EMP-ADDRESS TO EMPLOYEE-ADDRESS .
           IF EMP-DEPT NOT EQUAL TO SPACES
               MOVE EMP-DEPT TO EMPLOYEE-DEPT .
           IF EMP-GRADE NOT EQUAL TO SPACES
               MOVE EMP-GRADE TO EMPLOYEE-GRADE .
           IF EMP-HIRE-DATE NOT EQUAL TO ZERO
               MOVE EMP-HIRE-DATE TO EMPLOYEE-HIRE-DATE .
           IF EMP-PROBATION-END NOT EQUAL TO ZERO
               MOVE EMP-PROBATION-END TO EMPLOYEE-PROBATION-END .
           move "C" to ws-action .
           call "program12a"
                 using ws-employee-rec
                       ws-action
                       ws-status
                       ws-run-no
                       ws-operator-id
                       ws-approver-id .
           EVALUATE WS-STATUS
             WHEN "00"
               ADD 1 TO WS-CHANGE-COUNT
               PERFORM WRITE-PAYROLL-EXTRACT-CHANGED
               PERFORM WRITE-ACK-APPLIED
               IF EMP-SALARY NOT EQUAL TO ZERO
                   AND EMP-SALARY NOT EQUAL TO WS-OLD-SALARY
                   AND CHG-EFFECTIVE-DATE NUMERIC
                       ws-action
                       ws-status
                       ws-run-no
                       ws-operator-id
                       ws-approver-id .
           EVALUATE WS-STATUS
             WHEN "00"
               ADD 1 TO WS-DELETE-COUNT
               PERFORM WRITE-PAYROLL-EXTRACT-TERMINATED
               PERFORM WRITE-ACK-APPLIED
             WHEN "91"
               PERFORM REJECTED-TERMINATED
             WHEN OTHER
           MOVE EMP-SALARY TO EMPLOYEE-SALARY .
           MOVE EMP-ADDRESS TO EMPLOYEE-ADDRESS .
           MOVE EMP-DEPT TO EMPLOYEE-DEPT .
           MOVE EMP-GRADE TO EMPLOYEE-GRADE .
      * blank dates are zero whatever route the add came by, so the
      * master never carries spaces in a date .
           IF EMP-HIRE-DATE-X EQUAL SPACES
               MOVE ZERO TO EMP-HIRE-DATE .
           IF EMP-PROBATION-END-X EQUAL SPACES
               MOVE ZERO TO EMP-PROBATION-END .
           MOVE EMP-HIRE-DATE TO EMPLOYEE-HIRE-DATE .
           IF EMP-HIRE-DATE EQUAL ZERO
               MOVE CHG-EFFECTIVE-DATE TO EMPLOYEE-HIRE-DATE .
           MOVE EMP-PROBATION-END TO EMPLOYEE-PROBATION-END .
           move "A" to ws-action .
           call "program12a"
                 using ws-employee-rec
                       ws-action
                       ws-status
                       ws-run-no
                       ws-operator-id
                       ws-approver-id .
           EVALUATE WS-STATUS
             WHEN "00"
               ADD 1 TO WS-ADD-COUNT
               PERFORM WRITE-PAYROLL-EXTRACT-NEW
               PERFORM WRITE-ACK-APPLIED
             WHEN "90"
               PERFORM REJECTED-DEPARTMENT
             WHEN OTHER
           EVALUATE TRUE
             WHEN ADD-A-RECORD
               IF EMP-SALARY EQUAL ZERO
                   MOVE 1 TO WS-EDIT-FAILED-FLAG
               END-IF
               IF EMP-DEPT EQUAL SPACES
                   PERFORM CHECK-DEPARTMENT-EDIT
               END-IF
             WHEN CHANGE-A-RECORD
               IF EMP-DEPT NOT EQUAL TO SPACES
                   PERFORM CHECK-DEPARTMENT-EDIT
               END-IF
           END-EVALUATE .
           IF ADD-A-RECORD OR CHANGE-A-RECORD
               PERFORM CHECK-SERVICE-DATES
           END-IF .
           IF NOT EDIT-FAILED
               PERFORM CHECK-SALARY-BAND
           END-IF .

      * the service dates .  either may be zero (defaulted on an add,
      * left alone on a change); one that is keyed must be a real
      * calendar date, and probation cannot end before the employee
      * started -- measured against the master's hire date when a
      * change corrects only the probation end .  a date left blank
      * -- a line still cut at the old length, or keyed with the
      * dates empty -- means the same as zero .
       CHECK-SERVICE-DATES .
           IF EMP-HIRE-DATE-X EQUAL SPACES
               MOVE ZERO TO EMP-HIRE-DATE
           END-IF .
           IF EMP-PROBATION-END-X EQUAL SPACES
               MOVE ZERO TO EMP-PROBATION-END
           END-IF .
           IF EMP-HIRE-DATE NOT NUMERIC
               OR EMP-PROBATION-END NOT NUMERIC
               MOVE 1 TO WS-EDIT-FAILED-FLAG
           ELSE
               IF EMP-HIRE-DATE NOT EQUAL TO ZERO
                   AND FUNCTION TEST-DATE-YYYYMMDD (EMP-HIRE-DATE)
                       NOT EQUAL TO ZERO
                   MOVE 1 TO WS-EDIT-FAILED-FLAG
               END-IF
               IF EMP-PROBATION-END NOT EQUAL TO ZERO
                   AND FUNCTION TEST-DATE-YYYYMMDD (EMP-PROBATION-END)
                       NOT EQUAL TO ZERO
                   MOVE 1 TO WS-EDIT-FAILED-FLAG
               END-IF
               MOVE ZERO TO WS-SERVICE-HIRE-DATE
               IF EMP-HIRE-DATE NOT EQUAL TO ZERO
                   MOVE EMP-HIRE-DATE TO WS-SERVICE-HIRE-DATE
               ELSE
                   IF CHANGE-A-RECORD
                       AND EMPLOYEE-HIRE-DATE NUMERIC
                       MOVE EMPLOYEE-HIRE-DATE TO WS-SERVICE-HIRE-DATE
                   END-IF
               END-IF
               IF EMP-PROBATION-END NOT EQUAL TO ZERO
                   AND EMP-PROBATION-END LESS THAN WS-SERVICE-HIRE-DATE
                   MOVE 1 TO WS-EDIT-FAILED-FLAG
               END-IF
           END-IF .
       CHECK-DEPARTMENT-EDIT .
           MOVE EMP-DEPT TO DEPT-CODE .
           READ DEPARTMENT-FILE .
           IF WS-DEPT-STATUS NOT EQUAL TO "00"
               MOVE 1 TO WS-EDIT-FAILED-FLAG
           END-IF .

      * the band check .  an add is always checked; a change only
      * when it touches the salary or the grade, so an address or
      * department change for someone already out of band is not
      * held hostage to the clean-up .  an enforced band replaces the
      * flat ceiling -- a band may run above it -- while an ungraded
      * employee, or a grade whose band is not enforced yet, is held
      * to the ceiling and fails the field edit above it .  the same
      * rule is applied by PROGRAM12I on the screen and by PROGRAM12W
      * to awards .
       CHECK-SALARY-BAND .
           IF ADD-A-RECORD
               OR EMP-SALARY NOT EQUAL TO ZERO
               OR EMP-GRADE NOT EQUAL TO SPACES
               MOVE EMPLOYEE-GRADE TO WS-BAND-GRADE
               MOVE EMPLOYEE-SALARY TO WS-BAND-SALARY
               IF ADD-A-RECORD OR EMP-GRADE NOT EQUAL TO SPACES
                   MOVE EMP-GRADE TO WS-BAND-GRADE
               END-IF
               IF ADD-A-RECORD OR EMP-SALARY NOT EQUAL TO ZERO
                   MOVE EMP-SALARY TO WS-BAND-SALARY
               END-IF
               IF WS-BAND-GRADE NOT EQUAL TO SPACES
                   PERFORM CHECK-GRADE-BAND
               ELSE
                   PERFORM CHECK-SALARY-CEILING
               END-IF
           END-IF .
       CHECK-GRADE-BAND .
           IF NO-GRADE-FILE
               MOVE 2 TO WS-EDIT-FAILED-FLAG
           ELSE
               MOVE WS-BAND-GRADE TO GRADE-CODE
               READ GRADE-FILE
               IF WS-GRADE-STATUS NOT EQUAL TO "00"
                   MOVE 2 TO WS-EDIT-FAILED-FLAG
               ELSE
                   IF GRADE-BAND-ENFORCED
                       IF WS-BAND-SALARY LESS THAN GRADE-MIN-SALARY
                         OR WS-BAND-SALARY GREATER THAN
                             GRADE-MAX-SALARY
                           MOVE 3 TO WS-EDIT-FAILED-FLAG
                       END-IF
                   ELSE
                       PERFORM CHECK-SALARY-CEILING
                   END-IF
               END-IF
           END-IF .
       CHECK-SALARY-CEILING .
           IF WS-BAND-SALARY GREATER THAN WS-MAX-SALARY
               MOVE 1 TO WS-EDIT-FAILED-FLAG
           END-IF .
       REJECTED-EDIT .
           EVALUATE TRUE
             WHEN EDIT-FAILED-GRADE
               ADD 1 TO WS-REJECT-GRADE-COUNT
               DISPLAY "REJECTED - UNKNOWN PAY GRADE " EMP-NO
               MOVE "UG" TO WS-REJ-REASON
             WHEN EDIT-FAILED-BAND
               ADD 1 TO WS-REJECT-BAND-COUNT
               DISPLAY "REJECTED - SALARY OUTSIDE GRADE BAND " EMP-NO
               MOVE "OB" TO WS-REJ-REASON
             WHEN OTHER
               ADD 1 TO WS-REJECT-EDIT-COUNT
               DISPLAY "REJECTED - FAILED FIELD EDIT " EMP-NO
               MOVE "FE" TO WS-REJ-REASON
           END-EVALUATE .
           DISPLAY CHANGES-REC .
           PERFORM WRITE-REJECT-REC .

      * a delete can only land once -- the second D against the same
           MOVE CHANGES-REC TO REJ-CHANGES-REC .
           MOVE WS-REJ-REASON TO REJ-REASON-CODE .
           WRITE REJECT-REC .
           PERFORM WRITE-ACK-REJECTED .

      * retro-pay paragraphs .  a backdated salary change owes the
      * employee the difference between old and new pay over the days

      * the resubmit file was consumed by this run's classify pass --
      * clearing it as the final act stops the survivors applying a
      * second time tomorrow night .  the award and reorganization
      * feeds clear for the same reason .
       CLEAR-RESUBMIT-FILE .
           OPEN OUTPUT RESUBMIT-FILE .
           CLOSE RESUBMIT-FILE .
       CLEAR-AWARD-FILE .
           OPEN OUTPUT AWARD-FILE .
           CLOSE AWARD-FILE .
       CLEAR-REORG-FILE .
           OPEN OUTPUT REORG-FILE .
           CLOSE REORG-FILE .

      * the business-date handoff is one-shot too -- left behind, it
      * would hand a later ad-hoc run the PREVIOUS stream's date, and
           END-IF .
           DISPLAY "CHANGES SUBMISSION VERIFIED - SOURCE "
               WS-SUBMIT-SOURCE " CREATED " WS-SUBMIT-DATE .
           MOVE WS-SUBMIT-SOURCE TO WS-CHANGES-SOURCE .
           IF WS-CHANGES-SOURCE EQUAL SPACES
               MOVE "UNNAMED" TO WS-CHANGES-SOURCE
           END-IF .
       REFUSE-CHANGES-SUBMISSION .
           DISPLAY "CHANGES SUBMISSION REFUSED - " WS-REFUSE-REASON .
           DISPLAY "NOTHING APPLIED - RESEND changes12.dat AND RERUN" .
           ACCEPT WS-OVERRIDE-REPLY .
           IF WS-OVERRIDE-REPLY NOT EQUAL TO "Y"
               AND WS-OVERRIDE-REPLY NOT EQUAL TO "y"
               PERFORM ACKNOWLEDGE-DUPLICATE-RUN
               DISPLAY "RUN REFUSED - SWAP changes12.dat AND RERUN"
               CLOSE RUN-CONTROL-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM CLASSIFY-PENDING-REC UNTIL NO-MORE-PENDING
               CLOSE PENDING-FILE
           END-IF .
           MOVE WS-RUN-NO TO WS-TAGGED-RUN-NO .
           MOVE "RESUBMIT" TO WS-TAGGED-SOURCE .
           MOVE 0 TO WS-TAGGED-SEQ .
           MOVE 0 TO WS-RESUB-EOF .
           OPEN INPUT RESUBMIT-FILE .
           IF WS-RESUB-STATUS EQUAL "00"
               PERFORM CLASSIFY-RESUBMIT-REC UNTIL NO-MORE-RESUB
               CLOSE RESUBMIT-FILE
           END-IF .
           MOVE "PAYAWARD" TO WS-TAGGED-SOURCE .
           MOVE 0 TO WS-TAGGED-SEQ .
           MOVE 0 TO WS-AWARD-EOF .
           OPEN INPUT AWARD-FILE .
           IF WS-AWARD-STATUS EQUAL "00"
               PERFORM CLASSIFY-AWARD-REC UNTIL NO-MORE-AWARDS
               CLOSE AWARD-FILE
           END-IF .
           MOVE "REORG" TO WS-TAGGED-SOURCE .
           MOVE 0 TO WS-TAGGED-SEQ .
           MOVE 0 TO WS-REORG-EOF .
           OPEN INPUT REORG-FILE .
           IF WS-REORG-STATUS EQUAL "00"
               READ REORG-FILE
                 AT END MOVE 1 TO WS-REORG-EOF
               END-READ
               PERFORM CLASSIFY-REORG-REC UNTIL NO-MORE-REORGS
               CLOSE REORG-FILE
           END-IF .
           MOVE WS-CHANGES-SOURCE TO WS-TAGGED-SOURCE .
           MOVE 0 TO WS-TAGGED-SEQ .
           MOVE 0 TO WS-RAW-EOF .
           OPEN INPUT CHANGES-FILE .
           READ CHANGES-FILE
      * exactly like fresh ones, but are counted separately so the
      * control report shows how much of tonight was resubmission .
       CLASSIFY-RESUBMIT-REC .
           MOVE RESUBMIT-REC TO WS-TAGGED-TXN .
           ADD 1 TO WS-TAGGED-SEQ .
           IF RESUB-EFFECTIVE-DATE NOT NUMERIC
               OR RESUB-EFFECTIVE-DATE EQUAL ZERO
               OR RESUB-EFFECTIVE-DATE NOT GREATER THAN WS-RUN-DATE
               RELEASE SORT-CHANGES-REC FROM WS-TAGGED-REC
               ADD 1 TO WS-RESUB-COUNT
           ELSE
               WRITE PENDING-WORK-REC FROM WS-TAGGED-REC
               ADD 1 TO WS-PARKED-COUNT
               PERFORM WRITE-ACK-PARKED
           END-IF .
           READ RESUBMIT-FILE
             AT END MOVE 1 TO WS-RESUB-EOF .
      * fresh ones, but are counted separately so the control report
      * shows how much of tonight was the award .
       CLASSIFY-AWARD-REC .
           MOVE AWARD-FEED-REC TO WS-TAGGED-TXN .
           ADD 1 TO WS-TAGGED-SEQ .
           IF AWARD-EFFECTIVE-DATE NOT NUMERIC
               OR AWARD-EFFECTIVE-DATE EQUAL ZERO
               OR AWARD-EFFECTIVE-DATE NOT GREATER THAN WS-RUN-DATE
               RELEASE SORT-CHANGES-REC FROM WS-TAGGED-REC
               ADD 1 TO WS-AWARD-COUNT
           ELSE
               WRITE PENDING-WORK-REC FROM WS-TAGGED-REC
               ADD 1 TO WS-PARKED-COUNT
               PERFORM WRITE-ACK-PARKED
           END-IF .
           READ AWARD-FILE
             AT END MOVE 1 TO WS-AWARD-EOF .

      * generated reorganization moves join the run the same way, and
      * a move dated ahead parks on the pending file until its day .
       CLASSIFY-REORG-REC .
           MOVE REORG-FEED-REC TO WS-TAGGED-TXN .
           ADD 1 TO WS-TAGGED-SEQ .
           IF REORG-EFFECTIVE-DATE NOT NUMERIC
               OR REORG-EFFECTIVE-DATE EQUAL ZERO
               OR REORG-EFFECTIVE-DATE NOT GREATER THAN WS-RUN-DATE
               RELEASE SORT-CHANGES-REC FROM WS-TAGGED-REC
               ADD 1 TO WS-REORG-COUNT
           ELSE
               WRITE PENDING-WORK-REC FROM WS-TAGGED-REC
               ADD 1 TO WS-PARKED-COUNT
               PERFORM WRITE-ACK-PARKED
           END-IF .
           READ REORG-FILE
             AT END MOVE 1 TO WS-REORG-EOF .

      * a blank or zero effective date is a transaction keyed the old
      * way -- it applies tonight, exactly as every transaction did
      * before the date existed .  the submission header and trailer
           IF CHG-IS-HEADER OR CHG-IS-TRAILER
               CONTINUE
           ELSE
               MOVE RAW-CHANGES-REC TO WS-TAGGED-TXN
               ADD 1 TO WS-TAGGED-SEQ
               IF RAW-EFFECTIVE-DATE NOT NUMERIC
                   OR RAW-EFFECTIVE-DATE EQUAL ZERO
                   OR RAW-EFFECTIVE-DATE NOT GREATER THAN WS-RUN-DATE
                   RELEASE SORT-CHANGES-REC FROM WS-TAGGED-REC
               ELSE
                   WRITE PENDING-WORK-REC FROM WS-TAGGED-REC
                   ADD 1 TO WS-PARKED-COUNT
                   PERFORM WRITE-ACK-PARKED
               END-IF
           END-IF .
           READ CHANGES-FILE
           READ PENDING-WORK-FILE
             AT END MOVE 1 TO WS-PEND-EOF .

      * acknowledgement paragraphs .  the outcome log starts anew on
      * a fresh run and is extended on a restart, like the reject
      * file -- the outcomes the abended run logged still stand, and
      * the transactions it applied are skipped, not logged again .
      * parked outcomes come from the classify pass, which a restart
      * repeats, so they are only logged by a fresh run .
       OPEN-ACK-WORK-FILE .
           IF WS-RESTART-EMP-NO NOT EQUAL TO SPACES
               OPEN EXTEND ACK-WORK-FILE
           ELSE
               OPEN OUTPUT ACK-WORK-FILE
           END-IF .
           IF WS-ACKWRK-STATUS NOT EQUAL TO "00"
               DISPLAY "ERROR OPENING ACKNOWLEDGEMENT WORK FILE "
                   WS-ACKWRK-STATUS
               STOP RUN
           END-IF .
       WRITE-ACK-PARKED .
           IF WS-RESTART-EMP-NO EQUAL SPACES
               PERFORM BUILD-ACK-WORK-REC
               MOVE "P" TO AW-OUTCOME
               WRITE ACK-WORK-REC
           END-IF .
       WRITE-ACK-APPLIED .
           MOVE TAGGED-CHANGES-REC TO WS-TAGGED-REC .
           PERFORM BUILD-ACK-WORK-REC .
           MOVE "A" TO AW-OUTCOME .
           WRITE ACK-WORK-REC .
       WRITE-ACK-REJECTED .
           MOVE TAGGED-CHANGES-REC TO WS-TAGGED-REC .
           PERFORM BUILD-ACK-WORK-REC .
           MOVE "R" TO AW-OUTCOME .
           MOVE WS-REJ-REASON TO AW-REASON .
           WRITE ACK-WORK-REC .

      * a transaction parked before tags existed has none -- it is
      * still reported, under UNKNOWN, rather than dropped .
       BUILD-ACK-WORK-REC .
           MOVE SPACES TO ACK-WORK-REC .
           MOVE WS-TAGGED-SOURCE TO AW-SOURCE .
           IF AW-SOURCE EQUAL SPACES
               MOVE "UNKNOWN" TO AW-SOURCE
           END-IF .
           IF WS-TAGGED-RUN-NO NUMERIC
               MOVE WS-TAGGED-RUN-NO TO AW-RECEIVED-RUN
           ELSE
               MOVE ZERO TO AW-RECEIVED-RUN
           END-IF .
           IF AW-RECEIVED-RUN EQUAL WS-RUN-NO
               MOVE "1" TO AW-SECTION
           ELSE
               MOVE "2" TO AW-SECTION
           END-IF .
           IF WS-TAGGED-SEQ NUMERIC
               MOVE WS-TAGGED-SEQ TO AW-SEQ
           ELSE
               MOVE ZERO TO AW-SEQ
           END-IF .
           MOVE WS-TAGGED-EMP-NO TO AW-EMP-NO .
           MOVE WS-TAGGED-TYPE TO AW-CHANGE-TYPE .
           IF WS-TAGGED-EFF-DATE NUMERIC
               MOVE WS-TAGGED-EFF-DATE TO AW-EFFECTIVE-DATE
           ELSE
               MOVE ZERO TO AW-EFFECTIVE-DATE
           END-IF .
           IF WS-TAGGED-SALARY NUMERIC
               MOVE WS-TAGGED-SALARY TO AW-SALARY
           ELSE
               MOVE ZERO TO AW-SALARY
           END-IF .

      * a refused repeat still owes the submitter an answer -- every
      * transaction in the file goes back marked skipped, and nothing
      * else is touched .  the refused run never had a checkpoint, so
      * the outcome log is simply started afresh for it .
       ACKNOWLEDGE-DUPLICATE-RUN .
           OPEN OUTPUT ACK-WORK-FILE .
           IF WS-ACKWRK-STATUS NOT EQUAL TO "00"
               DISPLAY "ERROR OPENING ACKNOWLEDGEMENT WORK FILE "
                   WS-ACKWRK-STATUS
               STOP RUN
           END-IF .
           MOVE WS-CHANGES-SOURCE TO WS-TAGGED-SOURCE .
           MOVE WS-RUN-NO TO WS-TAGGED-RUN-NO .
           MOVE 0 TO WS-TAGGED-SEQ .
           MOVE 0 TO WS-DUP-EOF .
           OPEN INPUT CHANGES-FILE .
           READ CHANGES-FILE
             AT END MOVE 1 TO WS-DUP-EOF .
           PERFORM ACKNOWLEDGE-DUPLICATE-REC UNTIL NO-MORE-DUP-RECS .
           CLOSE CHANGES-FILE .
           MOVE SPACES TO WS-ACK-NOTE .
           STRING "NOTHING APPLIED - FILE MATCHES COMPLETED RUN "
               RUNCTL-LAST-RUN-NO
               DELIMITED BY SIZE INTO WS-ACK-NOTE .
           ACCEPT WS-GEN-DATE FROM DATE YYYYMMDD .
           ACCEPT WS-GEN-TIME FROM TIME .
      * the refused run is never registered, so it has no number .
           MOVE ZERO TO WS-RUN-NO .
           PERFORM WRITE-ACKNOWLEDGEMENTS .
       ACKNOWLEDGE-DUPLICATE-REC .
           IF CHG-IS-HEADER OR CHG-IS-TRAILER
               CONTINUE
           ELSE
               MOVE RAW-CHANGES-REC TO WS-TAGGED-TXN
               ADD 1 TO WS-TAGGED-SEQ
               PERFORM BUILD-ACK-WORK-REC
               MOVE "1" TO AW-SECTION
               MOVE "S" TO AW-OUTCOME
               WRITE ACK-WORK-REC
           END-IF .
           READ CHANGES-FILE
             AT END MOVE 1 TO WS-DUP-EOF .

      * one return file per source, named for the source and the
      * run's generation id, so a restart rewrites the same files .
       WRITE-ACKNOWLEDGEMENTS .
           CLOSE ACK-WORK-FILE .
           SORT ACK-SORT-FILE
               ON ASCENDING KEY AS-SOURCE AS-SECTION
                                AS-RECEIVED-RUN AS-SEQ
               USING ACK-WORK-FILE
               OUTPUT PROCEDURE IS WRITE-ACK-FILES .
       WRITE-ACK-FILES .
           MOVE 0 TO WS-ACK-EOF .
           RETURN ACK-SORT-FILE
             AT END MOVE 1 TO WS-ACK-EOF .
           PERFORM WRITE-ONE-ACK-FILE UNTIL NO-MORE-ACKS .
       WRITE-ONE-ACK-FILE .
           MOVE AS-SOURCE TO WS-ACK-SOURCE .
           MOVE SPACES TO WS-ACK-NAME .
           STRING "\COBOLClass_Eclipse\DataFiles\ACK12."
               WS-ACK-SOURCE DELIMITED BY SPACE
               ".D" WS-GEN-DATE ".T" WS-GEN-TIME ".DAT"
               DELIMITED BY SIZE INTO WS-ACK-NAME .
           OPEN OUTPUT ACK-FILE .
           IF WS-ACK-STATUS NOT EQUAL TO "00"
               DISPLAY "ERROR OPENING ACKNOWLEDGEMENT FILE "
                   WS-ACK-STATUS " " WS-ACK-NAME
               STOP RUN
           END-IF .
           MOVE SPACES TO ACK-HEADER-REC .
           MOVE "*HEADER " TO ACK-HEADER-ID .
           MOVE WS-ACK-SOURCE TO ACK-HEADER-SOURCE .
           MOVE WS-RUN-NO TO ACK-HEADER-RUN-NO .
           MOVE WS-RUN-DATE TO ACK-HEADER-RUN-DATE .
           IF WS-ACK-SOURCE EQUAL WS-CHANGES-SOURCE
               MOVE WS-SUBMIT-DATE TO ACK-HEADER-SUBMIT-DATE
           ELSE
               MOVE ZERO TO ACK-HEADER-SUBMIT-DATE
           END-IF .
           MOVE WS-ACK-NOTE TO ACK-HEADER-NOTE .
           WRITE ACK-HEADER-REC .
           MOVE SPACES TO ACK-TRAILER-REC .
           MOVE ZERO TO ACK-RECEIVED-COUNT ACK-RECEIVED-HASH
                        ACK-APPLIED-COUNT ACK-APPLIED-HASH
                        ACK-REJECTED-COUNT ACK-REJECTED-HASH
                        ACK-PARKED-COUNT ACK-PARKED-HASH
                        ACK-SKIPPED-COUNT ACK-SKIPPED-HASH
                        ACK-RELEASED-COUNT ACK-RELEASED-HASH .
           PERFORM WRITE-ACK-DETAIL
               UNTIL NO-MORE-ACKS
                  OR AS-SOURCE NOT EQUAL WS-ACK-SOURCE .
           PERFORM WRITE-ACK-TRAILER .
           CLOSE ACK-FILE .
           ADD 1 TO WS-ACK-FILE-COUNT .
           DISPLAY "ACKNOWLEDGEMENT WRITTEN FOR SOURCE " WS-ACK-SOURCE .

      * the trailer totals are built up in the trailer record itself
      * while the details go out, then the trailer is written last .
       WRITE-ACK-DETAIL .
           MOVE SPACES TO ACK-DETAIL-REC .
           MOVE AS-RECEIVED-RUN TO ACK-RECEIVED-RUN .
           MOVE AS-SEQ TO ACK-SEQ .
           MOVE AS-EMP-NO TO ACK-EMP-NO .
           MOVE AS-CHANGE-TYPE TO ACK-CHANGE-TYPE .
           MOVE AS-EFFECTIVE-DATE TO ACK-EFFECTIVE-DATE .
           MOVE AS-SALARY TO ACK-SALARY .
           MOVE AS-OUTCOME TO ACK-OUTCOME .
           MOVE AS-REASON TO ACK-REASON-CODE .
           MOVE ZERO TO ACK-UNTIL-DATE .
           EVALUATE TRUE
             WHEN AS-APPLIED
               MOVE "APPLIED" TO ACK-OUTCOME-TEXT
             WHEN AS-REJECTED
               MOVE AS-REASON TO WS-REJ-REASON
               PERFORM DECODE-REASON
               STRING "REJECTED - " WS-REASON-DESC
                   DELIMITED BY SIZE INTO ACK-OUTCOME-TEXT
             WHEN AS-PARKED
               MOVE AS-EFFECTIVE-DATE TO ACK-UNTIL-DATE
               STRING "PARKED ON PENDING UNTIL " AS-EFFECTIVE-DATE
                   DELIMITED BY SIZE INTO ACK-OUTCOME-TEXT
             WHEN AS-SKIPPED
               MOVE "SKIPPED - DUPLICATE RUN, NOT APPLIED"
                   TO ACK-OUTCOME-TEXT
           END-EVALUATE .
           IF NOT AS-RECEIVED-THIS-RUN
               MOVE "(RELEASED)" TO ACK-OUTCOME-TEXT (41:10)
           END-IF .
           WRITE ACK-DETAIL-REC .
           IF AS-RECEIVED-THIS-RUN
               ADD 1 TO ACK-RECEIVED-COUNT
               ADD AS-SALARY TO ACK-RECEIVED-HASH
               EVALUATE TRUE
                 WHEN AS-APPLIED
                   ADD 1 TO ACK-APPLIED-COUNT
                   ADD AS-SALARY TO ACK-APPLIED-HASH
                 WHEN AS-REJECTED
                   ADD 1 TO ACK-REJECTED-COUNT
                   ADD AS-SALARY TO ACK-REJECTED-HASH
                 WHEN AS-PARKED
                   ADD 1 TO ACK-PARKED-COUNT
                   ADD AS-SALARY TO ACK-PARKED-HASH
                 WHEN AS-SKIPPED
                   ADD 1 TO ACK-SKIPPED-COUNT
                   ADD AS-SALARY TO ACK-SKIPPED-HASH
               END-EVALUATE
           ELSE
               ADD 1 TO ACK-RELEASED-COUNT
               ADD AS-SALARY TO ACK-RELEASED-HASH
           END-IF .
           RETURN ACK-SORT-FILE
             AT END MOVE 1 TO WS-ACK-EOF .

      * the changes-file source ties to its own trailer .  a feed with
      * no envelope of its own ties to what this run read from it .
      * released transactions were counted in on the night they
      * arrived, so they stand outside the tie .
       WRITE-ACK-TRAILER .
           MOVE "*TRAILER" TO ACK-TRAILER-ID .
           IF WS-ACK-SOURCE EQUAL WS-CHANGES-SOURCE
               MOVE WS-SUBMIT-COUNT TO ACK-SUBMIT-COUNT
               MOVE WS-SUBMIT-HASH TO ACK-SUBMIT-HASH
           ELSE
               MOVE ACK-RECEIVED-COUNT TO ACK-SUBMIT-COUNT
               MOVE ACK-RECEIVED-HASH TO ACK-SUBMIT-HASH
           END-IF .
           IF ACK-SUBMIT-COUNT EQUAL ACK-RECEIVED-COUNT
               AND ACK-SUBMIT-HASH EQUAL ACK-RECEIVED-HASH
               MOVE "Y" TO ACK-TIES-FLAG
           ELSE
               MOVE "N" TO ACK-TIES-FLAG
               DISPLAY "ACKNOWLEDGEMENT DOES NOT TIE TO TRAILER - "
                   "SOURCE " WS-ACK-SOURCE
           END-IF .
           WRITE ACK-TRAILER-REC .
       DECODE-REASON .
           EVALUATE WS-REJ-REASON
             WHEN "AE"
               MOVE "ADD - ALREADY ON FILE" TO WS-REASON-DESC
             WHEN "CN"
               MOVE "CHANGE - NOT ON FILE" TO WS-REASON-DESC
             WHEN "DN"
               MOVE "DELETE - NOT ON FILE" TO WS-REASON-DESC
             WHEN "FE"
               MOVE "FAILED FIELD EDIT" TO WS-REASON-DESC
             WHEN "UD"
               MOVE "UNKNOWN DEPARTMENT" TO WS-REASON-DESC
             WHEN "SQ"
               MOVE "OUT OF EMP-NO SEQUENCE" TO WS-REASON-DESC
             WHEN "DK"
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

      * control-break sequence check .  the combined changes file
      * comes off a sort, so out-of-order keys can no longer occur --
      * but the duplicate-key half of this check matters more than
           END-IF .
           MOVE EMP-NO TO WS-PREV-EMP-NO .

      * control-report paragraphs .  the before/after totals come
      * from the control record; a restart keeps the checkpointed
      * before-run figures .  with no control record yet, the master
      * is swept once and the record built from the sweep .
       READ-CONTROL-TOTALS-BEFORE .
           IF WS-RESTART-EMP-NO EQUAL SPACES
               PERFORM READ-CONTROL-TOTALS
               IF CONTROL-TOTALS-FOUND
                   MOVE CTLTOT-ACTIVE-COUNT TO WS-HEADCOUNT-BEFORE
                   MOVE CTLTOT-ACTIVE-SALARY TO WS-TOTAL-SALARY-BEFORE
               ELSE
                   DISPLAY "NO CONTROL TOTALS RECORD - SWEEPING MASTER"
                   PERFORM SCAN-EMPLOYEE-FILE-BEFORE
                   PERFORM CREATE-CONTROL-TOTALS
               END-IF
           END-IF .
       READ-CONTROL-TOTALS-AFTER .
           PERFORM READ-CONTROL-TOTALS .
           IF CONTROL-TOTALS-FOUND
               MOVE CTLTOT-ACTIVE-COUNT TO WS-HEADCOUNT-AFTER
               MOVE CTLTOT-ACTIVE-SALARY TO WS-TOTAL-SALARY-AFTER
           ELSE
               DISPLAY "CONTROL TOTALS RECORD MISSING - SWEEPING MASTER"
               PERFORM SCAN-EMPLOYEE-FILE-AFTER
           END-IF .
       READ-CONTROL-TOTALS .
           MOVE 0 TO WS-CTLTOT-FLAG .
           OPEN INPUT CONTROL-TOTAL-FILE .
           IF WS-CTLTOT-STATUS EQUAL "00"
               MOVE "TOTALS" TO CTLTOT-KEY
               READ CONTROL-TOTAL-FILE
               IF WS-CTLTOT-STATUS EQUAL "00"
                   MOVE 1 TO WS-CTLTOT-FLAG
               END-IF
               CLOSE CONTROL-TOTAL-FILE
           END-IF .
      * a missing file is created; a file with no record gets one .
       CREATE-CONTROL-TOTALS .
           OPEN I-O CONTROL-TOTAL-FILE .
           IF WS-CTLTOT-STATUS EQUAL "35"
               OPEN OUTPUT CONTROL-TOTAL-FILE
           END-IF .
           IF WS-CTLTOT-STATUS EQUAL "00"
               MOVE "TOTALS" TO CTLTOT-KEY
               MOVE WS-HEADCOUNT-BEFORE TO CTLTOT-ACTIVE-COUNT
               MOVE WS-TOTAL-SALARY-BEFORE TO CTLTOT-ACTIVE-SALARY
               ACCEPT CTLTOT-UPDATED-DATE FROM DATE YYYYMMDD
               ACCEPT CTLTOT-UPDATED-TIME FROM TIME
               MOVE CTLTOT-UPDATED-DATE TO CTLTOT-VERIFIED-DATE
               WRITE CONTROL-TOTAL-REC
               IF WS-CTLTOT-STATUS NOT EQUAL TO "00"
                   DISPLAY "ERROR CREATING CONTROL TOTALS RECORD "
                       WS-CTLTOT-STATUS
               END-IF
               CLOSE CONTROL-TOTAL-FILE
           ELSE
               DISPLAY "ERROR OPENING CONTROL TOTALS FILE "
                   WS-CTLTOT-STATUS
           END-IF .
       SCAN-EMPLOYEE-FILE-BEFORE .
           MOVE 0 TO WS-SCAN-EOF .
           MOVE 0 TO WS-TOTAL-SALARY-BEFORE .
           MOVE 0 TO WS-HEADCOUNT-BEFORE .
           OPEN INPUT EMPLOYEE-FILE .
           IF WS-SCAN-STATUS EQUAL "00"
               READ EMPLOYEE-FILE
      * is over -- only active salary belongs in the control totals .
       SUM-BEFORE-REC .
           IF NOT SCAN-EMPLOYEE-TERMINATED
               ADD 1 TO WS-HEADCOUNT-BEFORE
               ADD SCAN-EMPLOYEE-SALARY TO WS-TOTAL-SALARY-BEFORE
           END-IF .
           READ EMPLOYEE-FILE
       SCAN-EMPLOYEE-FILE-AFTER .
           MOVE 0 TO WS-SCAN-EOF .
           MOVE 0 TO WS-TOTAL-SALARY-AFTER .
           MOVE 0 TO WS-HEADCOUNT-AFTER .
           OPEN INPUT EMPLOYEE-FILE .
           IF WS-SCAN-STATUS EQUAL "00"
               READ EMPLOYEE-FILE
           END-IF .
       SUM-AFTER-REC .
           IF NOT SCAN-EMPLOYEE-TERMINATED
               ADD 1 TO WS-HEADCOUNT-AFTER
               ADD SCAN-EMPLOYEE-SALARY TO WS-TOTAL-SALARY-AFTER
           END-IF .
           READ EMPLOYEE-FILE
           STRING "ADDS/CHANGES REJECTED - FAILED EDIT "
               WS-REPORT-COUNT-ED DELIMITED BY SIZE INTO REPORT-LINE .
           WRITE REPORT-LINE .
           MOVE WS-REJECT-GRADE-COUNT TO WS-REPORT-COUNT-ED .
           MOVE SPACES TO REPORT-LINE .
           STRING "ADDS/CHANGES REJECTED - UNKNOWN GRADE "
               WS-REPORT-COUNT-ED DELIMITED BY SIZE INTO REPORT-LINE .
           WRITE REPORT-LINE .
           MOVE WS-REJECT-BAND-COUNT TO WS-REPORT-COUNT-ED .
           MOVE SPACES TO REPORT-LINE .
           STRING "ADDS/CHANGES REJECTED - OUTSIDE BAND "
               WS-REPORT-COUNT-ED DELIMITED BY SIZE INTO REPORT-LINE .
           WRITE REPORT-LINE .
           MOVE WS-REJECT-DEPT-COUNT TO WS-REPORT-COUNT-ED .
           MOVE SPACES TO REPORT-LINE .
           STRING "ADDS/CHANGES REJECTED - UNKNOWN DEPT "
           STRING "TXNS FROM PAY AWARD FEED        "
               WS-REPORT-COUNT-ED DELIMITED BY SIZE INTO REPORT-LINE .
           WRITE REPORT-LINE .
           MOVE WS-REORG-COUNT TO WS-REPORT-COUNT-ED .
           MOVE SPACES TO REPORT-LINE .
           STRING "TXNS FROM DEPT REORGANIZATION   "
               WS-REPORT-COUNT-ED DELIMITED BY SIZE INTO REPORT-LINE .
           WRITE REPORT-LINE .
           MOVE WS-ACK-FILE-COUNT TO WS-REPORT-COUNT-ED .
           MOVE SPACES TO REPORT-LINE .
           STRING "ACKNOWLEDGEMENT FILES WRITTEN   "
               WS-REPORT-COUNT-ED DELIMITED BY SIZE INTO REPORT-LINE .
           WRITE REPORT-LINE .
           MOVE WS-RETRO-COUNT TO WS-REPORT-COUNT-ED .
           MOVE SPACES TO REPORT-LINE .
           STRING "RETRO PAY ROWS WRITTEN          "
           STRING "TOTAL EMPLOYEE SALARY AFTER RUN  "
               WS-REPORT-SALARY-ED DELIMITED BY SIZE INTO REPORT-LINE .
           WRITE REPORT-LINE .
           MOVE WS-HEADCOUNT-BEFORE TO WS-REPORT-COUNT-ED .
           MOVE SPACES TO REPORT-LINE .
           STRING "ACTIVE HEADCOUNT BEFORE RUN     "
               WS-REPORT-COUNT-ED DELIMITED BY SIZE INTO REPORT-LINE .
           WRITE REPORT-LINE .
           MOVE WS-HEADCOUNT-AFTER TO WS-REPORT-COUNT-ED .
           MOVE SPACES TO REPORT-LINE .
           STRING "ACTIVE HEADCOUNT AFTER RUN      "
               WS-REPORT-COUNT-ED DELIMITED BY SIZE INTO REPORT-LINE .
           WRITE REPORT-LINE .
           CLOSE REPORT-FILE .

      * payroll extract paragraphs .  one row is
           MOVE EMPLOYEE-DEPT TO PAYEXT-DEPT .
           MOVE "N" TO PAYEXT-ACTION-FLAG .
           MOVE WS-RUN-NO TO PAYEXT-RUN-NO .
           MOVE EMPLOYEE-HIRE-DATE TO PAYEXT-HIRE-DATE .
           MOVE EMPLOYEE-PROBATION-END TO PAYEXT-PROBATION-END .
           WRITE PAYEXT-REC .
           PERFORM COUNT-PAYROLL-EXTRACT .
       WRITE-PAYROLL-EXTRACT-CHANGED .
           MOVE EMPLOYEE-DEPT TO PAYEXT-DEPT .
           MOVE "C" TO PAYEXT-ACTION-FLAG .
           MOVE WS-RUN-NO TO PAYEXT-RUN-NO .
           MOVE EMPLOYEE-HIRE-DATE TO PAYEXT-HIRE-DATE .
           MOVE EMPLOYEE-PROBATION-END TO PAYEXT-PROBATION-END .
           WRITE PAYEXT-REC .
           PERFORM COUNT-PAYROLL-EXTRACT .
       WRITE-PAYROLL-EXTRACT-TERMINATED .
           MOVE EMPLOYEE-DEPT TO PAYEXT-DEPT .
           MOVE "T" TO PAYEXT-ACTION-FLAG .
           MOVE WS-RUN-NO TO PAYEXT-RUN-NO .
           MOVE EMPLOYEE-HIRE-DATE TO PAYEXT-HIRE-DATE .
           MOVE EMPLOYEE-PROBATION-END TO PAYEXT-PROBATION-END .
           WRITE PAYEXT-REC .
           PERFORM COUNT-PAYROLL-EXTRACT .
       COUNT-PAYROLL-EXTRACT .
                   MOVE CKPT-RUN-DATE TO WS-RUN-DATE
                   MOVE CKPT-RETRO-COUNT TO WS-RETRO-COUNT
                   MOVE CKPT-RETRO-TOTAL TO WS-RETRO-TOTAL
                   MOVE CKPT-REJECT-GRADE-COUNT
                       TO WS-REJECT-GRADE-COUNT
                   MOVE CKPT-REJECT-BAND-COUNT TO WS-REJECT-BAND-COUNT
                   MOVE CKPT-SALARY-BEFORE TO WS-TOTAL-SALARY-BEFORE
                   MOVE CKPT-HEADCOUNT-BEFORE TO WS-HEADCOUNT-BEFORE
                   DISPLAY "RESTARTING AFTER CHECKPOINT EMP-NO "
                       WS-RESTART-EMP-NO
               END-IF
           MOVE WS-RUN-DATE TO CKPT-RUN-DATE .
           MOVE WS-RETRO-COUNT TO CKPT-RETRO-COUNT .
           MOVE WS-RETRO-TOTAL TO CKPT-RETRO-TOTAL .
           MOVE WS-REJECT-GRADE-COUNT TO CKPT-REJECT-GRADE-COUNT .
           MOVE WS-REJECT-BAND-COUNT TO CKPT-REJECT-BAND-COUNT .
           MOVE WS-TOTAL-SALARY-BEFORE TO CKPT-SALARY-BEFORE .
           MOVE WS-HEADCOUNT-BEFORE TO CKPT-HEADCOUNT-BEFORE .
           WRITE CHECKPOINT-REC .
           CLOSE CHECKPOINT-FILE .
       CLEAR-CHECKPOINT .
                        CKPT-PAYEXT-HASH
                        CKPT-RUN-DATE
                        CKPT-RETRO-COUNT
                        CKPT-RETRO-TOTAL
                        CKPT-REJECT-GRADE-COUNT
                        CKPT-REJECT-BAND-COUNT
                        CKPT-SALARY-BEFORE
                        CKPT-HEADCOUNT-BEFORE .
           MOVE SPACES TO CKPT-GEN-ID .
           MOVE SPACES TO CKPT-PAYEXT-NAME .
           WRITE CHECKPOINT-REC .
