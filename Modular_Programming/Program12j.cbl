       ENVIRONMENT DIVISION .
       INPUT-OUTPUT SECTION .
       FILE-CONTROL .

      * HOLD12.DAT is the held-for-approval queue PROGRAM12I keeps .
      * this run closes the day on it -- items left waiting too long
      * expire, declined and expired items are reported back to the
      * operator who keyed them, and everything decided is cleared
      * off so the queue only ever holds what is still waiting .
           SELECT HOLD-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\HOLD12.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY HOLD-KEY
               FILE STATUS WS-HOLD-STATUS .
           SELECT SORT-WORK-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\SRTWKJ12.DAT" .
           SELECT PRINT-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\HOLDRPT12.DAT"
               FILE STATUS WS-PRINT-STATUS .
       DATA DIVISION .
       FILE SECTION .

      * HOLD-REC must stay byte for byte what PROGRAM12I writes .
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

      * SORT-REC mirrors HOLD-REC byte for byte so the release can
      * move records across directly -- the report reads in keyer,
      * then keyed date and time order, one section per operator .
       SD  SORT-WORK-FILE .
       01  SORT-REC .
           03  SORT-KEY .
               05  SORT-KEYED-DATE      PIC 9(8) .
               05  SORT-KEYED-TIME      PIC 9(8) .
               05  SORT-EMP-NO          PIC X(8) .
           03  SORT-ACTION          PIC X .
           88  SORT-IS-CHANGE       VALUE "C" .
           88  SORT-IS-REINSTATE    VALUE "E" .
           03  SORT-STATE           PIC X .
           88  SORT-DECLINED        VALUE "D" .
           88  SORT-EXPIRED         VALUE "X" .
           03  SORT-KEYED-BY        PIC X(8) .
           03  SORT-DECIDED-BY      PIC X(8) .
           03  SORT-DECIDED-DATE    PIC 9(8) .
           03  SORT-CURRENT-SALARY  PIC 9(6)V99 .
           03  SORT-EMPLOYEE-IMAGE .
               05  SORT-IMG-NO          PIC X(8) .
               05  SORT-IMG-INITS       PIC X(4) .
               05  SORT-IMG-SURNAME     PIC X(16) .
               05  SORT-IMG-SALARY      PIC 9(6)V99 .
               05  SORT-IMG-ADDRESS     PIC X(40) .
               05  SORT-IMG-DEPT        PIC X(10) .
               05  SORT-IMG-STATUS      PIC X .
               05  SORT-IMG-TERM-DATE   PIC 9(8) .
               05  SORT-IMG-GRADE       PIC X(2) .
               05  SORT-IMG-HIRE-DATE   PIC 9(8) .
               05  SORT-IMG-PROBATION-END
                                        PIC 9(8) .
           03  SORT-DECLINE-REASON  PIC X(30) .

       FD  PRINT-FILE .
       01  PRINT-LINE           PIC X(132) .

       WORKING-STORAGE SECTION .
       01  WS-HOLD-STATUS       PIC XX .
       01  WS-PRINT-STATUS      PIC XX .
       01  WS-HOLD-EOF          PIC 9 VALUE 0 .
       88  NO-MORE-HELD-ITEMS   VALUE 1 .
       01  WS-SORT-EOF          PIC 9 VALUE 0 .
       88  NO-MORE-SORTED-ITEMS VALUE 1 .
       01  WS-NO-QUEUE-FLAG     PIC 9 VALUE 0 .
       88  NO-QUEUE             VALUE 1 .

      * an item nobody has approved or declined within this many days
      * of being keyed expires -- the keyer hears about it and keys it
      * again if it is still wanted, rather than it applying weeks
      * later against a master that has moved on .
       01  WS-HOLD-EXPIRY-DAYS  PIC 9(3) VALUE 5 .
       01  WS-RUN-DATE          PIC 9(8) .
       01  WS-EXPIRY-DATE       PIC 9(8) .

      * report working storage .
       01  WS-PREV-KEYED-BY     PIC X(8) .
       01  WS-FIRST-FLAG        PIC 9 VALUE 1 .
       88  FIRST-ITEM           VALUE 1 .
       01  WS-KEYER-COUNT       PIC 9(7) VALUE 0 .
       01  WS-COUNT-ED          PIC Z,ZZZ,ZZ9 .
       01  WS-OLD-SALARY-ED     PIC Z(5)9.99 .
       01  WS-NEW-SALARY-ED     PIC Z(5)9.99 .

      * control counters .
       01  WS-READ-COUNT        PIC 9(7) VALUE 0 .
       01  WS-WAITING-COUNT     PIC 9(7) VALUE 0 .
       01  WS-EXPIRED-COUNT     PIC 9(7) VALUE 0 .
       01  WS-DECLINED-COUNT    PIC 9(7) VALUE 0 .
       01  WS-APPROVED-COUNT    PIC 9(7) VALUE 0 .
       01  WS-REPORTED-COUNT    PIC 9(7) VALUE 0 .
       01  WS-CLEARED-COUNT     PIC 9(7) VALUE 0 .

       PROCEDURE DIVISION .
       PROG .
       INIT-PARA .
           DISPLAY "HELD ITEMS END OF DAY STARTING" .
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD .
           COMPUTE WS-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                   - WS-HOLD-EXPIRY-DAYS) .
           OPEN OUTPUT PRINT-FILE .
           IF WS-PRINT-STATUS NOT EQUAL TO "00"
               DISPLAY "ERROR OPENING HELD ITEMS REPORT FILE "
                   WS-PRINT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF .
           MOVE SPACES TO PRINT-LINE .
           STRING "HELD ITEMS NOT APPLIED - DECLINED OR EXPIRED  "
               "RUN DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO PRINT-LINE .
           WRITE PRINT-LINE .

      * no queue file yet simply means nobody has ever had an item
      * held -- a clean night, not a failure .
           OPEN I-O HOLD-FILE .
           IF WS-HOLD-STATUS EQUAL "35"
               MOVE 1 TO WS-NO-QUEUE-FLAG
           ELSE
               IF WS-HOLD-STATUS NOT EQUAL TO "00"
                   DISPLAY "ERROR OPENING HOLD FILE " WS-HOLD-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF .
       BOD-PARA .
           IF NOT NO-QUEUE
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SORT-KEYED-BY
                   ON ASCENDING KEY SORT-KEYED-DATE
                   ON ASCENDING KEY SORT-KEYED-TIME
                   INPUT PROCEDURE IS CLOSE-OUT-HELD-ITEMS
                   OUTPUT PROCEDURE IS WRITE-HELD-REPORT
               CLOSE HOLD-FILE
               PERFORM CLEAR-DECIDED-ITEMS
           END-IF .
       END-PARA .
           PERFORM WRITE-CONTROL-TOTALS .
           CLOSE PRINT-FILE .
           MOVE 0 TO RETURN-CODE .
           DISPLAY "PROGRAM CONCLUDES" .
           STOP RUN .

      * pass one -- waiting items past the limit are marked expired
      * in place, and every declined or expired item is released to
      * the report .  nothing is removed until the report is written,
      * so a failure here leaves every item to be reported next run .
       CLOSE-OUT-HELD-ITEMS .
           MOVE 0 TO WS-HOLD-EOF .
           READ HOLD-FILE
             AT END MOVE 1 TO WS-HOLD-EOF .
           PERFORM CLOSE-OUT-ONE-ITEM UNTIL NO-MORE-HELD-ITEMS .
       CLOSE-OUT-ONE-ITEM .
           ADD 1 TO WS-READ-COUNT .
           IF HOLD-WAITING
               AND HOLD-KEYED-DATE NOT GREATER THAN WS-EXPIRY-DATE
               MOVE "X" TO HOLD-STATE
               MOVE SPACES TO HOLD-DECIDED-BY
               MOVE WS-RUN-DATE TO HOLD-DECIDED-DATE
               REWRITE HOLD-REC
               IF WS-HOLD-STATUS NOT EQUAL TO "00"
                   DISPLAY "ERROR ON HOLD FILE " WS-HOLD-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-EXPIRED-COUNT
           END-IF .
           EVALUATE TRUE
             WHEN HOLD-WAITING
               ADD 1 TO WS-WAITING-COUNT
             WHEN HOLD-APPROVED
               ADD 1 TO WS-APPROVED-COUNT
             WHEN HOLD-DECLINED
               ADD 1 TO WS-DECLINED-COUNT
               RELEASE SORT-REC FROM HOLD-REC
             WHEN HOLD-EXPIRED
               RELEASE SORT-REC FROM HOLD-REC
           END-EVALUATE .
           READ HOLD-FILE
             AT END MOVE 1 TO WS-HOLD-EOF .

      * one section per keyer, so each operator's items can be torn
      * off and handed back .
       WRITE-HELD-REPORT .
           MOVE 0 TO WS-SORT-EOF .
           RETURN SORT-WORK-FILE
             AT END MOVE 1 TO WS-SORT-EOF
           END-RETURN .
           PERFORM REPORT-ONE-ITEM UNTIL NO-MORE-SORTED-ITEMS .
           IF NOT FIRST-ITEM
               PERFORM WRITE-KEYER-TOTAL
           END-IF .
       REPORT-ONE-ITEM .
           IF FIRST-ITEM
               OR SORT-KEYED-BY NOT EQUAL TO WS-PREV-KEYED-BY
               IF NOT FIRST-ITEM
                   PERFORM WRITE-KEYER-TOTAL
               END-IF
               PERFORM WRITE-KEYER-HEADING
           END-IF .
           PERFORM WRITE-ITEM-LINES .
           ADD 1 TO WS-KEYER-COUNT .
           ADD 1 TO WS-REPORTED-COUNT .
           RETURN SORT-WORK-FILE
             AT END MOVE 1 TO WS-SORT-EOF
           END-RETURN .
       WRITE-KEYER-HEADING .
           MOVE 0 TO WS-FIRST-FLAG .
           MOVE SORT-KEYED-BY TO WS-PREV-KEYED-BY .
           MOVE 0 TO WS-KEYER-COUNT .
           MOVE SPACES TO PRINT-LINE .
           WRITE PRINT-LINE .
           MOVE SPACES TO PRINT-LINE .
           STRING "FOR OPERATOR " SORT-KEYED-BY
               " - ITEMS YOU KEYED THAT WERE NOT APPLIED"
               DELIMITED BY SIZE INTO PRINT-LINE .
           WRITE PRINT-LINE .
       WRITE-ITEM-LINES .
           MOVE SPACES TO PRINT-LINE .
           IF SORT-IS-REINSTATE
               MOVE SORT-CURRENT-SALARY TO WS-OLD-SALARY-ED
               STRING "    EMP-NO " SORT-EMP-NO " " SORT-IMG-SURNAME
                   " REINSTATEMENT AT " WS-OLD-SALARY-ED
                   " KEYED " SORT-KEYED-DATE " " SORT-KEYED-TIME
                   DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               MOVE SORT-CURRENT-SALARY TO WS-OLD-SALARY-ED
               MOVE SORT-IMG-SALARY TO WS-NEW-SALARY-ED
               STRING "    EMP-NO " SORT-EMP-NO " " SORT-IMG-SURNAME
                   " SALARY " WS-OLD-SALARY-ED " TO " WS-NEW-SALARY-ED
                   " KEYED " SORT-KEYED-DATE " " SORT-KEYED-TIME
                   DELIMITED BY SIZE INTO PRINT-LINE
           END-IF .
           WRITE PRINT-LINE .
           MOVE SPACES TO PRINT-LINE .
           IF SORT-DECLINED
               STRING "        DECLINED BY " SORT-DECIDED-BY
                   " ON " SORT-DECIDED-DATE " - " SORT-DECLINE-REASON
                   DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               STRING "        EXPIRED UNAPPROVED ON "
                   SORT-DECIDED-DATE " - KEY AGAIN IF STILL WANTED"
                   DELIMITED BY SIZE INTO PRINT-LINE
           END-IF .
           WRITE PRINT-LINE .
       WRITE-KEYER-TOTAL .
           MOVE WS-KEYER-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "    ITEMS FOR " WS-PREV-KEYED-BY " " WS-COUNT-ED
               DELIMITED BY SIZE INTO PRINT-LINE .
           WRITE PRINT-LINE .

      * pass two -- once the report is safely written, approved,
      * declined and expired items come off the queue .  approved
      * items are already on the audit trail with both operators .
       CLEAR-DECIDED-ITEMS .
           OPEN I-O HOLD-FILE .
           IF WS-HOLD-STATUS NOT EQUAL TO "00"
               DISPLAY "ERROR OPENING HOLD FILE " WS-HOLD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF .
           MOVE 0 TO WS-HOLD-EOF .
           READ HOLD-FILE
             AT END MOVE 1 TO WS-HOLD-EOF .
           PERFORM CLEAR-ONE-ITEM UNTIL NO-MORE-HELD-ITEMS .
           CLOSE HOLD-FILE .
       CLEAR-ONE-ITEM .
           IF NOT HOLD-WAITING
               DELETE HOLD-FILE
               IF WS-HOLD-STATUS NOT EQUAL TO "00"
                   DISPLAY "ERROR ON HOLD FILE " WS-HOLD-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CLEARED-COUNT
           END-IF .
           READ HOLD-FILE
             AT END MOVE 1 TO WS-HOLD-EOF .
       WRITE-CONTROL-TOTALS .
           MOVE SPACES TO PRINT-LINE .
           WRITE PRINT-LINE .
           MOVE WS-READ-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "HELD ITEMS READ............... "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           WRITE PRINT-LINE .
           MOVE WS-APPROVED-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "APPROVED AND APPLIED.......... "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           WRITE PRINT-LINE .
           MOVE WS-DECLINED-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "DECLINED...................... "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           WRITE PRINT-LINE .
           MOVE WS-EXPIRED-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "EXPIRED TONIGHT............... "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           WRITE PRINT-LINE .
           MOVE WS-REPORTED-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "REPORTED BACK TO KEYERS....... "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           WRITE PRINT-LINE .
           MOVE WS-CLEARED-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "CLEARED FROM THE QUEUE........ "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           WRITE PRINT-LINE .
           MOVE WS-WAITING-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "STILL WAITING FOR APPROVAL.... "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           WRITE PRINT-LINE .
