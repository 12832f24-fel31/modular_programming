           SELECT SALARY-HISTORY-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\SALHIST12.DAT"
               file status ws-salhist-status .
           SELECT CONTROL-TOTAL-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\CTLTOT12.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY CTLTOT-KEY
               file status ws-ctltot-status .
       data division .
      * a D transaction no longer removes the record -- EMPLOYEE-REC
      * carries an employment status and a termination date, and the
           88  EMPLOYEE-TERMINATED  VALUE "T" .
           03  EMPLOYEE-TERM-DATE
                                PIC 9(8) .
           03  EMPLOYEE-GRADE   PIC X(2) .

      * when the employee started, and when their probation ends --
      * set by the add, correctable by a change, and carried on both
      * audit images so the trail can rebuild them like anything else .
           03  EMPLOYEE-HIRE-DATE
                                PIC 9(8) .
           03  EMPLOYEE-PROBATION-END
                                PIC 9(8) .

      * AUDIT-FILE carries a before-and-after image of every add,
      * change or delete applied against EMPLOYEE-FILE so payroll
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

      * the registered batch run that applied this action -- zero for
      * an interactive correction, which belongs to no batch run .
      * "somebody" when they ask who made a change .
           03  AUDIT-OPERATOR-ID     PIC X(8) .

      * who approved it, when a second operator had to -- a held
      * salary change or reinstatement applies under the keyer's id
      * above and the approver's here .  spaces when no second pair
      * of eyes was required .
           03  AUDIT-APPROVER-ID     PIC X(8) .

      * DEPARTMENT-FILE is the authority on which EMP-DEPT codes are
      * valid .  ADD-RECORD and CHANGE-RECORD look a department code
      * up here before it is allowed onto EMPLOYEE-FILE .
           03  SALHIST-NEW-SALARY       PIC 9(6)V99 .
           03  SALHIST-EFFECTIVE-DATE   PIC 9(8) .

      * CONTROL-TOTAL-FILE holds a single record -- the active
      * headcount and total active salary -- moved in step with every
      * add, change, delete and reinstatement applied here, so the
      * nightly control report reads two numbers instead of sweeping
      * the whole master twice .  the weekly verification step sweeps
      * it once and reports any drift .  the totals are kept only
      * while the record exists; until the first nightly run has
      * built it, maintenance goes ahead without it .
       FD  CONTROL-TOTAL-FILE .
       01  CONTROL-TOTAL-REC .
           03  CTLTOT-KEY               PIC X(8) .
           03  CTLTOT-ACTIVE-COUNT      PIC S9(7) .
           03  CTLTOT-ACTIVE-SALARY     PIC S9(9)V99 .
           03  CTLTOT-UPDATED-DATE      PIC 9(8) .
           03  CTLTOT-UPDATED-TIME      PIC 9(8) .
           03  CTLTOT-VERIFIED-DATE     PIC 9(8) .

       working-storage section .

       01  ws-status            pic xx .
       01  ws-audit-status      pic xx .
       01  ws-dept-status       pic xx .
       01  ws-salhist-status    pic xx .
       01  ws-ctltot-status     pic xx .
       01  ws-ctltot-flag       pic 9 value 0 .
       88  totals-kept          value 1 .
       01  ws-dept-ok-flag      pic 9 value 0 .
       88  dept-ok              value 1 .
       01  ws-prior-salary      pic 9(6)V99 .
       01  ws-hold-flag         pic 9 value 0 .
       88  files-held           value 1 .

      * an add keyed without a probation end gets the standard
      * probation, counted in calendar months from the hire date .
      * a hire on the 31st whose probation lands in a shorter month
      * ends on that month's last day .
       01  ws-probation-months  pic 99 value 6 .
       01  ws-prob-date .
           03  ws-prob-year         pic 9(4) .
           03  ws-prob-month        pic 99 .
           03  ws-prob-day          pic 99 .
       01  ws-prob-date-n redefines ws-prob-date
                                pic 9(8) .
       01  ws-next-month-date .
           03  ws-next-year         pic 9(4) .
           03  ws-next-month        pic 99 .
           03  ws-next-day          pic 99 .
       01  ws-next-month-date-n redefines ws-next-month-date
                                pic 9(8) .
       01  ws-last-day-date .
           03  filler               pic 9(6) .
           03  ws-last-day          pic 99 .
       01  ws-last-day-date-n redefines ws-last-day-date
                                pic 9(8) .

       linkage section .
       01  ls-EMPLOYEE-REC .
           03  ls-EMPLOYEE-NO      PIC X(8) .
           03  ls-EMPLOYEE-STATUS  PIC X .
           03  ls-EMPLOYEE-TERM-DATE
                                PIC 9(8) .
           03  ls-EMPLOYEE-GRADE   PIC X(2) .
           03  ls-EMPLOYEE-HIRE-DATE
                                PIC 9(8) .
           03  ls-EMPLOYEE-PROBATION-END
                                PIC 9(8) .
       01  ls-action            pic x .
       01  ls-status            pic xx .
       01  ls-run-no            pic 9(7) .
       01  ls-operator-id       pic x(8) .
       01  ls-approver-id       pic x(8) .

       procedure division using ls-employee-rec
                                ls-action
                                ls-status
                                ls-run-no
                                ls-operator-id
                                ls-approver-id .
      * AUDIT-FILE, DEPARTMENT-FILE and SALARY-HISTORY-FILE are only
      * needed for an actual add/change/delete -- a plain "R" lookup
      * (the common case for an interactive inquiry that never
                   close audit-file
                   close department-file
                   close salary-history-file
                   perform close-control-totals
               end-if
           end-if .
           exit program .
               close audit-file
               close department-file
               close salary-history-file
               perform close-control-totals
               move 0 to ws-hold-flag
           end-if
           move "00" to ls-status .
               move all "!" to ls-employee-rec
               exit program
           end-if .
           perform open-control-totals .

      * the control record is read once when it opens -- held across
      * a batch run, it is rewritten in place after every action .
       open-control-totals .
           move 0 to ws-ctltot-flag .
           open i-o control-total-file .
           if ws-ctltot-status equal "00"
               move "TOTALS" to ctltot-key
               read control-total-file
               if ws-ctltot-status equal "00"
                   move 1 to ws-ctltot-flag
               else
                   close control-total-file
               end-if
           end-if .
       close-control-totals .
           if totals-kept
               close control-total-file
               move 0 to ws-ctltot-flag
           end-if .
       read-file .
           move ls-employee-no to employee-no .
           read employee-file .
               move ls-employee-rec to employee-rec
               move "A" to employee-status
               move zero to employee-term-date
               if employee-hire-date not numeric
                   or employee-hire-date equal zero
                   accept employee-hire-date from date yyyymmdd
               end-if
               if employee-probation-end not numeric
                   or employee-probation-end equal zero
                   perform default-probation-end
               end-if
               write employee-rec
               if ws-status equal "00"
                   move employee-rec to ls-employee-rec
                   move "A" to audit-action
                   move employee-no to audit-employee-no
                   move ls-run-no to audit-run-no
                   move ls-operator-id to audit-operator-id
                   move ls-approver-id to audit-approver-id
                   accept audit-date from date yyyymmdd
                   accept audit-time from time
                   move spaces to audit-before-inits
                                  audit-before-surname
                                  audit-before-address
                                  audit-before-dept
                                  audit-before-grade
                   move zero to audit-before-salary
                                 audit-before-hire
                                 audit-before-prob-end
                   move employee-inits to audit-after-inits
                   move employee-surname to audit-after-surname
                   move employee-salary to audit-after-salary
                   move employee-address to audit-after-address
                   move employee-dept to audit-after-dept
                   move employee-grade to audit-after-grade
                   move employee-hire-date to audit-after-hire
                   move employee-probation-end to audit-after-prob-end
                   write audit-rec
                   perform count-in-active
               end-if
           else
               move "90" to ws-status
           move employee-no to audit-employee-no .
           move ls-run-no to audit-run-no .
           move ls-operator-id to audit-operator-id .
           move ls-approver-id to audit-approver-id .
           move employee-inits to audit-before-inits .
           move employee-surname to audit-before-surname .
           move employee-salary to audit-before-salary .
           move employee-address to audit-before-address .
           move employee-dept to audit-before-dept .
           move employee-grade to audit-before-grade .
           move employee-hire-date to audit-before-hire .
           move employee-probation-end to audit-before-prob-end .
           move employee-salary to ws-prior-salary .
           move 1 to ws-dept-ok-flag .
           if ls-employee-dept NOT EQUAL TO SPACES
               IF ls-EMPloyee-DEPT NOT EQUAL TO SPACES
                   MOVE ls-EMPloyee-DEPT TO EMPLOYEE-DEPT
               END-IF
               IF ls-EMPloyee-GRADE NOT EQUAL TO SPACES
                   MOVE ls-EMPloyee-GRADE TO EMPLOYEE-GRADE
               END-IF
               IF ls-EMPloyee-HIRE-DATE NUMERIC
                 AND ls-EMPloyee-HIRE-DATE NOT EQUAL TO ZERO
                   MOVE ls-EMPloyee-HIRE-DATE TO EMPLOYEE-HIRE-DATE
               END-IF
               IF ls-EMPloyee-PROBATION-END NUMERIC
                 AND ls-EMPloyee-PROBATION-END NOT EQUAL TO ZERO
                   MOVE ls-EMPloyee-PROBATION-END
                     TO EMPLOYEE-PROBATION-END
               END-IF
      * a hire date supplied later for someone with no probation end
      * on file gets the standard probation from it, as an add would .
               if employee-hire-date numeric
                 and employee-hire-date not equal zero
                 and (employee-probation-end not numeric
                   or employee-probation-end equal zero)
                   perform default-probation-end
               end-if
               rewrite employee-rec
               if ws-status equal "00"
                   accept audit-date from date yyyymmdd
                   move employee-salary to audit-after-salary
                   move employee-address to audit-after-address
                   move employee-dept to audit-after-dept
                   move employee-grade to audit-after-grade
                   move employee-hire-date to audit-after-hire
                   move employee-probation-end to audit-after-prob-end
                   write audit-rec
                   IF ls-EMPloyee-SALARY NOT EQUAL TO ZERO
                     AND ls-EMPloyee-SALARY NOT EQUAL TO ws-prior-salary
                       MOVE audit-date TO SALHIST-EFFECTIVE-DATE
                       WRITE SALARY-HISTORY-REC
                   END-IF
                   perform adjust-active-salary
               end-if
           else
               move "90" to ws-status
               move employee-no to audit-employee-no
               move ls-run-no to audit-run-no
               move ls-operator-id to audit-operator-id
               move ls-approver-id to audit-approver-id
               move employee-inits to audit-before-inits
               move employee-surname to audit-before-surname
               move employee-salary to audit-before-salary
               move employee-address to audit-before-address
               move employee-dept to audit-before-dept
               move employee-grade to audit-before-grade
               move employee-hire-date to audit-before-hire
               move employee-probation-end to audit-before-prob-end
               accept audit-date from date yyyymmdd
               accept audit-time from time
               move "T" to employee-status
                                  audit-after-surname
                                  audit-after-address
                                  audit-after-dept
                                  audit-after-grade
                   move zero to audit-after-salary
                                 audit-after-hire
                                 audit-after-prob-end
                   write audit-rec
                   perform count-out-active
               end-if
           end-if .

               move employee-no to audit-employee-no
               move ls-run-no to audit-run-no
               move ls-operator-id to audit-operator-id
               move ls-approver-id to audit-approver-id
               move employee-inits to audit-before-inits
               move employee-surname to audit-before-surname
               move employee-salary to audit-before-salary
               move employee-address to audit-before-address
               move employee-dept to audit-before-dept
               move employee-grade to audit-before-grade
               move employee-hire-date to audit-before-hire
               move employee-probation-end to audit-before-prob-end
               accept audit-date from date yyyymmdd
               accept audit-time from time
               move "A" to employee-status
                   move employee-salary to audit-after-salary
                   move employee-address to audit-after-address
                   move employee-dept to audit-after-dept
                   move employee-grade to audit-after-grade
                   move employee-hire-date to audit-after-hire
                   move employee-probation-end to audit-after-prob-end
                   write audit-rec
                   perform count-in-active
               end-if
           end-if .

      * control-total paragraphs .  only active employees count --
      * an add or reinstatement brings one in, a delete takes one
      * out, and a change moves the total only by the salary
      * difference of someone still active .
       count-in-active .
           if totals-kept
               add 1 to ctltot-active-count
               add employee-salary to ctltot-active-salary
               perform rewrite-control-totals
           end-if .
       count-out-active .
           if totals-kept
               subtract 1 from ctltot-active-count
               subtract employee-salary from ctltot-active-salary
               perform rewrite-control-totals
           end-if .
       adjust-active-salary .
           if totals-kept
               and not employee-terminated
               and employee-salary not equal ws-prior-salary
               subtract ws-prior-salary from ctltot-active-salary
               add employee-salary to ctltot-active-salary
               perform rewrite-control-totals
           end-if .
       rewrite-control-totals .
           move audit-date to ctltot-updated-date .
           move audit-time to ctltot-updated-time .
           rewrite control-total-rec .
       default-probation-end .
           move employee-hire-date to ws-prob-date-n .
           add ws-probation-months to ws-prob-month .
           if ws-prob-month greater than 12
               subtract 12 from ws-prob-month
               add 1 to ws-prob-year
           end-if .
           move ws-prob-year to ws-next-year .
           move ws-prob-month to ws-next-month .
           move 1 to ws-next-day .
           if ws-next-month equal 12
               move 1 to ws-next-month
               add 1 to ws-next-year
           else
               add 1 to ws-next-month
           end-if .
           compute ws-last-day-date-n = function date-of-integer
               (function integer-of-date (ws-next-month-date-n) - 1) .
           if ws-prob-day greater than ws-last-day
               move ws-last-day to ws-prob-day
           end-if .
           move ws-prob-date-n to employee-probation-end .
