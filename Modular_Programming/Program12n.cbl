           SELECT NIGHT-LOG-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\NIGHTLOG12.DAT"
               FILE STATUS WS-NIGHTLOG-STATUS .

      * HOLD12.DAT is the held-for-approval queue -- read here only
      * so the handover shows which changes are still waiting on a
      * second operator .
           SELECT HOLD-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\HOLD12.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY HOLD-KEY
               FILE STATUS WS-HOLD-STATUS .
       DATA DIVISION .
       FILE SECTION .
       FD  RUN-CALENDAR-FILE .
           03  NLOG-RETURN-CODE        PIC 9(4) .
           03  NLOG-OUTCOME            PIC X(8) .

      * HOLD-REC must stay byte for byte what PROGRAM12I writes .
       FD  HOLD-FILE .
       01  HOLD-REC .
           03  HOLD-KEY .
               05  HOLD-KEYED-DATE      PIC 9(8) .
               05  HOLD-KEYED-TIME      PIC 9(8) .
               05  HOLD-EMP-NO          PIC X(8) .
           03  HOLD-ACTION          PIC X .
           03  HOLD-STATE           PIC X .
           88  HOLD-WAITING         VALUE "W" .
           03  HOLD-KEYED-BY        PIC X(8) .
           03  HOLD-DECIDED-BY      PIC X(8) .
           03  HOLD-DECIDED-DATE    PIC 9(8) .
           03  HOLD-CURRENT-SALARY  PIC 9(6)V99 .
           03  HOLD-EMPLOYEE-IMAGE  PIC X(113) .
           03  HOLD-DECLINE-REASON  PIC X(30) .

       WORKING-STORAGE SECTION .
       01  WS-CALENDAR-STATUS   PIC XX .
       01  WS-CALWRK-STATUS     PIC XX .
       01  WS-RUNDATE-STATUS    PIC XX .
       01  WS-NIGHTLOG-STATUS   PIC XX .
       01  WS-HOLD-STATUS       PIC XX .
       01  WS-HOLD-EOF          PIC 9 .
       88  NO-MORE-HELD-ITEMS   VALUE 1 .
       01  WS-CAL-EOF           PIC 9 .
       88  NO-MORE-CALENDAR     VALUE 1 .

           END-IF .
           PERFORM WRITE-BUSINESS-DATE .
       BOD-PARA .
           MOVE "PROGRAM12J  " TO WS-STEP-NAME .
           MOVE "program12j" TO WS-STEP-COMMAND .
           PERFORM RUN-ONE-STEP .
           IF NOT STREAM-STOPPED
               MOVE "PROGRAM12   " TO WS-STEP-NAME
               MOVE "program12" TO WS-STEP-COMMAND
               PERFORM RUN-ONE-STEP
           END-IF .
           IF NOT STREAM-STOPPED
               MOVE "PROGRAM12L  " TO WS-STEP-NAME
               MOVE "program12l" TO WS-STEP-COMMAND
               MOVE "program12v" TO WS-STEP-COMMAND
               PERFORM RUN-ONE-STEP
           END-IF .
           IF NOT STREAM-STOPPED
               MOVE "PROGRAM12Z  " TO WS-STEP-NAME
               MOVE "program12z" TO WS-STEP-COMMAND
               PERFORM RUN-ONE-STEP
           END-IF .
           IF NOT STREAM-STOPPED AND WS-MONTH-END
               MOVE "PROGRAM12G  " TO WS-STEP-NAME
               MOVE "program12g" TO WS-STEP-COMMAND
               PERFORM RUN-ONE-STEP
           END-IF .
           IF NOT STREAM-STOPPED AND WS-MONTH-END
               MOVE "PROGRAM12E  " TO WS-STEP-NAME
               MOVE "program12e" TO WS-STEP-COMMAND
               PERFORM RUN-ONE-STEP
           END-IF .
           IF NOT STREAM-STOPPED AND WS-MONTH-END
               MOVE "PROGRAM12T  " TO WS-STEP-NAME
               MOVE "program12t" TO WS-STEP-COMMAND
               PERFORM RUN-ONE-STEP
           END-IF .
           IF NOT STREAM-STOPPED AND WS-WEEK-END
               MOVE "PROGRAM12P  " TO WS-STEP-NAME
               MOVE "program12p" TO WS-STEP-COMMAND
               PERFORM RUN-ONE-STEP
           END-IF .
           IF NOT STREAM-STOPPED AND WS-WEEK-END
               MOVE "PROGRAM12X  " TO WS-STEP-NAME
               MOVE "program12x" TO WS-STEP-COMMAND
               PERFORM RUN-ONE-STEP
           END-IF .
           IF NOT STREAM-STOPPED AND WS-WEEK-END
               MOVE "PROGRAM12Q  " TO WS-STEP-NAME
               MOVE "program12q" TO WS-STEP-COMMAND
               PERFORM RUN-ONE-STEP
           END-IF .
       END-PARA .
           PERFORM LOG-WAITING-ITEMS .
           IF STREAM-STOPPED
               DISPLAY "STREAM STOPPED - SEE NIGHT LOG"
               MOVE 8 TO RETURN-CODE
           WRITE NIGHT-LOG-REC .
           CLOSE NIGHT-LOG-FILE .

      * one row per change still waiting for a second operator, so
      * the morning handover shows what is sitting unapplied -- the
      * start is when it was keyed, the finish is now .  no queue
      * file just means nothing has ever been held .
       LOG-WAITING-ITEMS .
           OPEN INPUT HOLD-FILE .
           IF WS-HOLD-STATUS EQUAL "00"
               OPEN EXTEND NIGHT-LOG-FILE
               IF WS-NIGHTLOG-STATUS NOT EQUAL TO "00"
                   DISPLAY "ERROR OPENING NIGHT LOG "
                       WS-NIGHTLOG-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 0 TO WS-HOLD-EOF
               READ HOLD-FILE
                 AT END MOVE 1 TO WS-HOLD-EOF
               END-READ
               PERFORM LOG-ONE-WAITING-ITEM UNTIL NO-MORE-HELD-ITEMS
               CLOSE NIGHT-LOG-FILE
               CLOSE HOLD-FILE
           END-IF .
       LOG-ONE-WAITING-ITEM .
           IF HOLD-WAITING
               MOVE WS-BUSINESS-DATE TO NLOG-BUSINESS-DATE
               MOVE SPACES TO NLOG-STEP-NAME
               STRING "HELD" HOLD-EMP-NO
                   DELIMITED BY SIZE INTO NLOG-STEP-NAME
               MOVE HOLD-KEYED-DATE TO NLOG-START-DATE
               MOVE HOLD-KEYED-TIME TO NLOG-START-TIME
               ACCEPT NLOG-END-DATE FROM DATE YYYYMMDD
               ACCEPT NLOG-END-TIME FROM TIME
               MOVE ZERO TO NLOG-RETURN-CODE
               MOVE "WAITING " TO NLOG-OUTCOME
               WRITE NIGHT-LOG-REC
           END-IF .
           READ HOLD-FILE
             AT END MOVE 1 TO WS-HOLD-EOF .

      * the calendar entry is marked off only after a clean stream
      * (or a holiday), through the same work-file copy-back pattern
      * the pending file uses -- an abend mid-mark leaves the live
