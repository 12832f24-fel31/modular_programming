       ENVIRONMENT DIVISION .
       INPUT-OUTPUT SECTION .
       FILE-CONTROL .

      * REORGINS12.DAT carries the reorganization instructions -- a
      * D line moves everyone on a department, E lines move only the
      * listed employees .  it is consumed by the run that reads it
      * and emptied, like the other one-shot feeds .
           SELECT INSTRUCTION-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\REORGINS12.DAT"
               FILE STATUS WS-INS-STATUS .

      * RORGCHG12.DAT is the generated transactions feed -- CHANGES-REC
      * format, one C per employee moved, carrying only the new
      * department and the effective date .  PROGRAM12's classify pass
      * picks it up next run and clears it once consumed, so every
      * move lands on the audit trail and the transfer report, and a
      * future date parks on the pending file like any other change .
           SELECT REORG-FEED-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\RORGCHG12.DAT"
               FILE STATUS WS-FEED-STATUS .

      * RORGTRK12.DAT remembers each reorganization between the night
      * its moves are generated and the night they are confirmed
      * applied -- rewritten in full at the end of every run .
           SELECT TRACKING-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\RORGTRK12.DAT"
               FILE STATUS WS-TRK-STATUS .

      * EMPLOYEE-FILE is opened here read-only -- a random read to
      * prove a listed employee is where the instruction says, and
      * sequential sweeps for the department counts .  all moves go
      * through PROGRAM12 and PROGRAM12A .
           SELECT EMPLOYEE-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\EMPLOYEE12.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY EMPLOYEE-NO
               ALTERNATE RECORD KEY EMPLOYEE-SURNAME
                   WITH DUPLICATES
               FILE STATUS WS-EMP-STATUS .

      * DEPARTMENT-FILE is read to prove both departments exist, and
      * written only to retire a department a reorganization has
      * emptied -- the one delete PROGRAM12D would otherwise be asked
      * for by hand .
           SELECT DEPARTMENT-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\DEPART12.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY DEPT-CODE
               FILE STATUS WS-DEPT-STATUS .
           SELECT PRINT-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\RORGRPT12.DAT"
               FILE STATUS WS-PRINT-STATUS .
       DATA DIVISION .
       FILE SECTION .

      * one instruction per line .  the retire flag says whether the
      * old department is to be retired once empty -- blank means yes
      * for a whole-department move and no for a list .
       FD  INSTRUCTION-FILE .
       01  INSTRUCTION-REC .
           03  RORG-TYPE            PIC X .
           88  RORG-MOVE-DEPT       VALUE "D" .
           88  RORG-MOVE-EMPLOYEE   VALUE "E" .
           03  RORG-FROM-DEPT       PIC X(10) .
           03  RORG-TO-DEPT         PIC X(10) .
           03  RORG-EFFECTIVE-DATE  PIC 9(8) .
           03  RORG-EMP-NO          PIC X(8) .
           03  RORG-RETIRE-FLAG     PIC X .

      * REORG-FEED-REC must stay byte for byte what PROGRAM12's
      * classify pass reads as CHANGES-REC .
       FD  REORG-FEED-FILE .
       01  REORG-FEED-REC .
           03  RFD-CHANGE-TYPE      PIC X .
           03  RFD-EMP-NO           PIC X(8) .
           03  RFD-EMP-INITS        PIC X(4) .
           03  RFD-EMP-SURNAME      PIC X(16) .
           03  RFD-EMP-SALARY       PIC 9(6)V99 .
           03  RFD-EMP-ADDRESS      PIC X(40) .
           03  RFD-EMP-DEPT         PIC X(10) .
           03  RFD-EFFECTIVE-DATE   PIC 9(8) .
           03  RFD-EMP-GRADE        PIC X(2) .
           03  RFD-EMP-HIRE-DATE    PIC 9(8) .
           03  RFD-EMP-PROBATION-END
                                    PIC 9(8) .

       FD  TRACKING-FILE .
       01  TRACKING-REC .
           03  TRK-FROM-DEPT        PIC X(10) .
           03  TRK-TO-DEPT          PIC X(10) .
           03  TRK-EFFECTIVE-DATE   PIC 9(8) .
           03  TRK-GENERATED-DATE   PIC 9(8) .
           03  TRK-RETIRE-FLAG      PIC X .
           03  TRK-MOVED            PIC 9(5) .
           03  TRK-FROM-BEFORE      PIC 9(5) .
           03  TRK-TO-BEFORE        PIC 9(5) .

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

       FD  PRINT-FILE .
       01  PRINT-LINE           PIC X(132) .

       WORKING-STORAGE SECTION .
       01  WS-INS-STATUS        PIC XX .
       01  WS-FEED-STATUS       PIC XX .
       01  WS-TRK-STATUS        PIC XX .
       01  WS-EMP-STATUS        PIC XX .
       01  WS-DEPT-STATUS       PIC XX .
       01  WS-PRINT-STATUS      PIC XX .
       01  WS-EOF               PIC 9 .
       88  NO-MORE-INPUT        VALUE 1 .
       01  WS-SWEEP-EOF         PIC 9 .
       88  NO-MORE-SWEEP-RECS   VALUE 1 .
       01  WS-RUN-DATE          PIC 9(8) .

      * tonight's accepted instructions -- one slot per whole-
      * department move, and one per from/to/date group of listed
      * employees, filled in with counts as the sweep runs .
       01  WS-INSTRUCTION-TABLE .
           03  WS-INS-ENTRY OCCURS 100 .
               05  WS-IN-TYPE         PIC X .
               05  WS-IN-FROM         PIC X(10) .
               05  WS-IN-TO           PIC X(10) .
               05  WS-IN-DATE         PIC 9(8) .
               05  WS-IN-RETIRE       PIC X .
               05  WS-IN-MOVED        PIC 9(5) .
               05  WS-IN-MOVED-ACTIVE PIC 9(5) .
               05  WS-IN-FROM-BEFORE  PIC 9(5) .
               05  WS-IN-TO-BEFORE    PIC 9(5) .
       01  WS-INS-USED          PIC 9(3) VALUE 0 .
       01  WS-IX                PIC 9(3) .
       01  WS-INS-SLOT          PIC 9(3) .
       01  WS-CLASH-FLAG        PIC 9 .
       88  INSTRUCTION-CLASHES  VALUE 1 .

      * reorganizations carried from earlier nights .  one falls due
      * once its date has come and PROGRAM12 has had a night to apply
      * the moves; it is then confirmed, retired where asked, and
      * dropped -- unless its department still has someone on it .
       01  WS-TRACKING-TABLE .
           03  WS-TRK-ENTRY OCCURS 100 .
               05  WS-TR-FROM         PIC X(10) .
               05  WS-TR-TO           PIC X(10) .
               05  WS-TR-DATE         PIC 9(8) .
               05  WS-TR-GENERATED    PIC 9(8) .
               05  WS-TR-RETIRE       PIC X .
               05  WS-TR-MOVED        PIC 9(5) .
               05  WS-TR-FROM-BEFORE  PIC 9(5) .
               05  WS-TR-TO-BEFORE    PIC 9(5) .
               05  WS-TR-DUE-FLAG     PIC 9 .
               88  WS-TR-DUE          VALUE 1 .
               05  WS-TR-KEEP-FLAG    PIC 9 .
               88  WS-TR-KEEP         VALUE 1 .
               05  WS-TR-FROM-ALL     PIC 9(5) .
               05  WS-TR-FROM-ACTIVE  PIC 9(5) .
               05  WS-TR-TO-ACTIVE    PIC 9(5) .
       01  WS-TRK-USED          PIC 9(3) VALUE 0 .
       01  WS-TX                PIC 9(3) .
       01  WS-DUE-COUNT         PIC 9(3) VALUE 0 .

      * per-instruction working storage .
       01  WS-REJECT-TEXT       PIC X(40) .
       01  WS-DUE-DATE          PIC 9(8) .
       01  WS-FROM-AFTER        PIC S9(5) .
       01  WS-TO-AFTER          PIC 9(5) .
       01  WS-STATUS-TEXT       PIC X(10) .
       01  WS-KIND-TEXT         PIC X(6) .

      * control totals .
       01  WS-READ-COUNT        PIC 9(7) VALUE 0 .
       01  WS-ACCEPTED-COUNT    PIC 9(7) VALUE 0 .
       01  WS-REJECTED-COUNT    PIC 9(7) VALUE 0 .
       01  WS-WRITTEN-COUNT     PIC 9(7) VALUE 0 .
       01  WS-CONFIRMED-COUNT   PIC 9(7) VALUE 0 .
       01  WS-RETIRED-COUNT     PIC 9(7) VALUE 0 .
       01  WS-NOT-EMPTY-COUNT   PIC 9(7) VALUE 0 .
       01  WS-COUNT-ED          PIC Z,ZZZ,ZZ9 .
       01  WS-MOVED-ED          PIC ZZ,ZZ9 .
       01  WS-ACTIVE-ED         PIC ZZ,ZZ9 .
       01  WS-FROM-BEFORE-ED    PIC ZZ,ZZ9 .
       01  WS-TO-BEFORE-ED      PIC ZZ,ZZ9 .
       01  WS-FROM-AFTER-ED     PIC ZZ,ZZ9- .
       01  WS-TO-AFTER-ED       PIC ZZ,ZZ9 .
       01  WS-LINE-COUNT        PIC 9(3) VALUE 0 .
       01  WS-LINES-PER-PAGE    PIC 9(3) VALUE 50 .
       01  WS-PAGE-NO           PIC 9(4) VALUE 0 .
       01  WS-PAGE-ED           PIC ZZZ9 .

       PROCEDURE DIVISION .
       PROG .
       INIT-PARA .
           DISPLAY "DEPARTMENT REORGANIZATION STARTING" .
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD .
           OPEN OUTPUT PRINT-FILE .
           IF WS-PRINT-STATUS NOT EQUAL TO "00"
               DISPLAY "ERROR OPENING REORGANIZATION REPORT FILE "
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
           OPEN I-O DEPARTMENT-FILE .
           IF WS-DEPT-STATUS NOT EQUAL TO "00"
               DISPLAY "ERROR OPENING DEPARTMENT FILE " WS-DEPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF .
           PERFORM LOAD-TRACKING-TABLE .
       BOD-PARA .
           IF WS-DUE-COUNT NOT EQUAL TO ZERO
               PERFORM CONFIRM-DUE-REORGANIZATIONS
           END-IF .
           PERFORM READ-INSTRUCTIONS .
           IF WS-INS-USED NOT EQUAL TO ZERO
               PERFORM GENERATE-MOVES
           END-IF .
       END-PARA .
           PERFORM REWRITE-TRACKING-FILE .
           PERFORM WRITE-CONTROL-TOTALS .
           CLOSE EMPLOYEE-FILE .
           CLOSE DEPARTMENT-FILE .
           CLOSE PRINT-FILE .
           DISPLAY "PROGRAM CONCLUDES" .
           STOP RUN .

      * no tracking file just means no reorganization is in flight .
       LOAD-TRACKING-TABLE .
           MOVE 0 TO WS-EOF .
           OPEN INPUT TRACKING-FILE .
           IF WS-TRK-STATUS EQUAL "00"
               READ TRACKING-FILE
                 AT END MOVE 1 TO WS-EOF
               END-READ
               PERFORM LOAD-ONE-TRACKED UNTIL NO-MORE-INPUT
               CLOSE TRACKING-FILE
           END-IF .
       LOAD-ONE-TRACKED .
           IF WS-TRK-USED LESS THAN 100
               ADD 1 TO WS-TRK-USED
               MOVE WS-TRK-USED TO WS-TX
               MOVE TRK-FROM-DEPT TO WS-TR-FROM (WS-TX)
               MOVE TRK-TO-DEPT TO WS-TR-TO (WS-TX)
               MOVE TRK-EFFECTIVE-DATE TO WS-TR-DATE (WS-TX)
               MOVE TRK-GENERATED-DATE TO WS-TR-GENERATED (WS-TX)
               MOVE TRK-RETIRE-FLAG TO WS-TR-RETIRE (WS-TX)
               MOVE TRK-MOVED TO WS-TR-MOVED (WS-TX)
               MOVE TRK-FROM-BEFORE TO WS-TR-FROM-BEFORE (WS-TX)
               MOVE TRK-TO-BEFORE TO WS-TR-TO-BEFORE (WS-TX)
               MOVE 0 TO WS-TR-FROM-ALL (WS-TX)
               MOVE 0 TO WS-TR-FROM-ACTIVE (WS-TX)
               MOVE 0 TO WS-TR-TO-ACTIVE (WS-TX)
               MOVE 1 TO WS-TR-KEEP-FLAG (WS-TX)
               MOVE 0 TO WS-TR-DUE-FLAG (WS-TX)
               IF WS-TR-DATE (WS-TX) NOT GREATER THAN WS-RUN-DATE
                   AND WS-TR-GENERATED (WS-TX) LESS THAN WS-RUN-DATE
                   MOVE 1 TO WS-TR-DUE-FLAG (WS-TX)
                   ADD 1 TO WS-DUE-COUNT
               END-IF
           ELSE
               DISPLAY "REORGANIZATION TRACKING TABLE FULL - "
                   TRK-FROM-DEPT " NOT CARRIED"
           END-IF .
           READ TRACKING-FILE
             AT END MOVE 1 TO WS-EOF .

      * ---------------------------------------------------------
      * confirmation of reorganizations now applied .  a sweep counts
      * what is left on each old department and what the new one
      * holds; anyone still on a department due to be retired is
      * listed, since it cannot go while they are on it .
      * ---------------------------------------------------------
       CONFIRM-DUE-REORGANIZATIONS .
           MOVE SPACES TO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE SPACES TO PRINT-LINE .
           STRING "REORGANIZATIONS APPLIED -- AFTER HEADCOUNT"
               DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           PERFORM START-SWEEP .
           PERFORM COUNT-ONE-FOR-TRACKED UNTIL NO-MORE-SWEEP-RECS .
           PERFORM CONFIRM-ONE-TRACKED
               VARYING WS-TX FROM 1 BY 1
               UNTIL WS-TX GREATER THAN WS-TRK-USED .
       COUNT-ONE-FOR-TRACKED .
           PERFORM COUNT-AGAINST-TRACKED
               VARYING WS-TX FROM 1 BY 1
               UNTIL WS-TX GREATER THAN WS-TRK-USED .
           READ EMPLOYEE-FILE NEXT
             AT END MOVE 1 TO WS-SWEEP-EOF .
       COUNT-AGAINST-TRACKED .
           IF WS-TR-DUE (WS-TX)
               IF EMPLOYEE-DEPT EQUAL WS-TR-FROM (WS-TX)
                   ADD 1 TO WS-TR-FROM-ALL (WS-TX)
                   IF NOT EMPLOYEE-TERMINATED
                       ADD 1 TO WS-TR-FROM-ACTIVE (WS-TX)
                   END-IF
                   IF WS-TR-RETIRE (WS-TX) EQUAL "Y"
                       PERFORM WRITE-STRAGGLER-LINE
                   END-IF
               END-IF
               IF EMPLOYEE-DEPT EQUAL WS-TR-TO (WS-TX)
                   AND NOT EMPLOYEE-TERMINATED
                   ADD 1 TO WS-TR-TO-ACTIVE (WS-TX)
               END-IF
           END-IF .
       WRITE-STRAGGLER-LINE .
           IF EMPLOYEE-TERMINATED
               MOVE "TERMINATED" TO WS-STATUS-TEXT
           ELSE
               MOVE "ACTIVE" TO WS-STATUS-TEXT
           END-IF .
           MOVE SPACES TO PRINT-LINE .
           STRING "    STILL ON " WS-TR-FROM (WS-TX) " "
               EMPLOYEE-NO " " EMPLOYEE-INITS " " EMPLOYEE-SURNAME
               " " WS-STATUS-TEXT
               DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .

      * leavers count toward "empty" exactly as PROGRAM12D's in-use
      * check counts them -- a department cannot be retired from
      * under a terminated record still wearing its code .
       CONFIRM-ONE-TRACKED .
           IF WS-TR-DUE (WS-TX)
               ADD 1 TO WS-CONFIRMED-COUNT
               MOVE WS-TR-MOVED (WS-TX) TO WS-MOVED-ED
               MOVE WS-TR-FROM-BEFORE (WS-TX) TO WS-FROM-BEFORE-ED
               MOVE WS-TR-TO-BEFORE (WS-TX) TO WS-TO-BEFORE-ED
               MOVE WS-TR-FROM-ACTIVE (WS-TX) TO WS-FROM-AFTER-ED
               MOVE WS-TR-TO-ACTIVE (WS-TX) TO WS-TO-AFTER-ED
               MOVE SPACES TO PRINT-LINE
               STRING "  " WS-TR-FROM (WS-TX) " TO "
                   WS-TR-TO (WS-TX) " EFFECTIVE " WS-TR-DATE (WS-TX)
                   "  MOVES " WS-MOVED-ED
                   "  BEFORE " WS-FROM-BEFORE-ED " /" WS-TO-BEFORE-ED
                   "  NOW " WS-FROM-AFTER-ED " /" WS-TO-AFTER-ED
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 0 TO WS-TR-KEEP-FLAG (WS-TX)
               IF WS-TR-RETIRE (WS-TX) EQUAL "Y"
                   PERFORM RETIRE-OLD-DEPARTMENT
               END-IF
           END-IF .
       RETIRE-OLD-DEPARTMENT .
           MOVE SPACES TO PRINT-LINE .
           IF WS-TR-FROM-ALL (WS-TX) EQUAL ZERO
               MOVE WS-TR-FROM (WS-TX) TO DEPT-CODE
               DELETE DEPARTMENT-FILE
               EVALUATE WS-DEPT-STATUS
                 WHEN "00"
                   ADD 1 TO WS-RETIRED-COUNT
                   STRING "    DEPARTMENT " WS-TR-FROM (WS-TX)
                       " IS EMPTY AND HAS BEEN RETIRED"
                       DELIMITED BY SIZE INTO PRINT-LINE
                 WHEN "23"
                   STRING "    DEPARTMENT " WS-TR-FROM (WS-TX)
                       " IS EMPTY AND WAS ALREADY OFF FILE"
                       DELIMITED BY SIZE INTO PRINT-LINE
                 WHEN OTHER
                   DISPLAY "ERROR ON DEPARTMENT FILE " WS-DEPT-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-EVALUATE
           ELSE
               ADD 1 TO WS-NOT-EMPTY-COUNT
               MOVE 1 TO WS-TR-KEEP-FLAG (WS-TX)
               MOVE WS-TR-FROM-ALL (WS-TX) TO WS-MOVED-ED
               STRING "    DEPARTMENT " WS-TR-FROM (WS-TX)
                   " NOT YET EMPTY -- " WS-MOVED-ED
                   " STILL ON IT (LISTED ABOVE), KEPT FOR RETIRING"
                   DELIMITED BY SIZE INTO PRINT-LINE
           END-IF .
           PERFORM WRITE-REPORT-LINE .

      * ---------------------------------------------------------
      * tonight's instructions .  each is proved against the
      * department file and, for a listed employee, the master; a
      * bad line is listed and goes no further .
      * ---------------------------------------------------------
       READ-INSTRUCTIONS .
           MOVE 0 TO WS-EOF .
           OPEN INPUT INSTRUCTION-FILE .
           IF WS-INS-STATUS EQUAL "00"
               MOVE SPACES TO PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO PRINT-LINE
               STRING "REORGANIZATION INSTRUCTIONS RECEIVED"
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM OPEN-REORG-FEED
               READ INSTRUCTION-FILE
                 AT END MOVE 1 TO WS-EOF
               END-READ
               PERFORM PROCESS-ONE-INSTRUCTION UNTIL NO-MORE-INPUT
               CLOSE INSTRUCTION-FILE
           END-IF .

      * moves not yet picked up by PROGRAM12 stay on the feed -- a
      * second reorganization before the next run adds to it .
       OPEN-REORG-FEED .
           OPEN EXTEND REORG-FEED-FILE .
           IF WS-FEED-STATUS EQUAL "35"
               OPEN OUTPUT REORG-FEED-FILE
           END-IF .
           IF WS-FEED-STATUS NOT EQUAL TO "00"
               DISPLAY "ERROR OPENING REORGANIZATION FEED "
                   WS-FEED-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF .
       PROCESS-ONE-INSTRUCTION .
           ADD 1 TO WS-READ-COUNT .
           MOVE SPACES TO WS-REJECT-TEXT .
           PERFORM EDIT-INSTRUCTION .
           IF WS-REJECT-TEXT EQUAL SPACES
               IF RORG-MOVE-DEPT
                   PERFORM ACCEPT-DEPT-MOVE
               ELSE
                   PERFORM ACCEPT-EMPLOYEE-MOVE
               END-IF
           END-IF .
           IF WS-REJECT-TEXT NOT EQUAL TO SPACES
               ADD 1 TO WS-REJECTED-COUNT
               MOVE SPACES TO PRINT-LINE
               STRING "  REJECTED " INSTRUCTION-REC " -- "
                   WS-REJECT-TEXT
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               ADD 1 TO WS-ACCEPTED-COUNT
           END-IF .
           READ INSTRUCTION-FILE
             AT END MOVE 1 TO WS-EOF .
       EDIT-INSTRUCTION .
           EVALUATE TRUE
             WHEN NOT RORG-MOVE-DEPT AND NOT RORG-MOVE-EMPLOYEE
               MOVE "TYPE MUST BE D OR E" TO WS-REJECT-TEXT
             WHEN RORG-FROM-DEPT EQUAL SPACES
               OR RORG-TO-DEPT EQUAL SPACES
               MOVE "BOTH DEPARTMENTS REQUIRED" TO WS-REJECT-TEXT
             WHEN RORG-FROM-DEPT EQUAL RORG-TO-DEPT
               MOVE "FROM AND TO ARE THE SAME" TO WS-REJECT-TEXT
             WHEN RORG-EFFECTIVE-DATE NOT NUMERIC
               MOVE "EFFECTIVE DATE INVALID" TO WS-REJECT-TEXT
             WHEN RORG-EFFECTIVE-DATE NOT EQUAL TO ZERO
               AND FUNCTION TEST-DATE-YYYYMMDD (RORG-EFFECTIVE-DATE)
                   NOT EQUAL ZERO
               MOVE "EFFECTIVE DATE INVALID" TO WS-REJECT-TEXT
             WHEN RORG-RETIRE-FLAG NOT EQUAL TO SPACES
               AND RORG-RETIRE-FLAG NOT EQUAL TO "Y"
               AND RORG-RETIRE-FLAG NOT EQUAL TO "N"
               MOVE "RETIRE FLAG MUST BE Y, N OR BLANK"
                   TO WS-REJECT-TEXT
             WHEN RORG-MOVE-EMPLOYEE AND RORG-EMP-NO EQUAL SPACES
               MOVE "EMPLOYEE NUMBER REQUIRED" TO WS-REJECT-TEXT
             WHEN RORG-MOVE-DEPT AND RORG-EMP-NO NOT EQUAL TO SPACES
               MOVE "D LINE TAKES NO EMPLOYEE NUMBER"
                   TO WS-REJECT-TEXT
           END-EVALUATE .
           IF WS-REJECT-TEXT EQUAL SPACES
               MOVE RORG-FROM-DEPT TO DEPT-CODE
               READ DEPARTMENT-FILE
               IF WS-DEPT-STATUS NOT EQUAL TO "00"
                   MOVE "FROM DEPARTMENT NOT ON FILE" TO WS-REJECT-TEXT
               END-IF
           END-IF .
           IF WS-REJECT-TEXT EQUAL SPACES
               MOVE RORG-TO-DEPT TO DEPT-CODE
               READ DEPARTMENT-FILE
               IF WS-DEPT-STATUS NOT EQUAL TO "00"
                   MOVE "TO DEPARTMENT NOT ON FILE" TO WS-REJECT-TEXT
               END-IF
           END-IF .

      * a department can only be moved once per night, and a list
      * cannot be carved out of a department that is moving whole --
      * either would put two moves on the feed for one employee .
       ACCEPT-DEPT-MOVE .
           MOVE 0 TO WS-CLASH-FLAG .
           PERFORM CHECK-DEPT-CLASH
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX GREATER THAN WS-INS-USED .
           EVALUATE TRUE
             WHEN INSTRUCTION-CLASHES
               MOVE "FROM DEPARTMENT ALREADY MOVING" TO WS-REJECT-TEXT
             WHEN WS-INS-USED NOT LESS THAN 100
               MOVE "TOO MANY INSTRUCTIONS IN ONE RUN"
                   TO WS-REJECT-TEXT
             WHEN OTHER
               ADD 1 TO WS-INS-USED
               MOVE WS-INS-USED TO WS-INS-SLOT
               PERFORM FILL-INSTRUCTION-SLOT
           END-EVALUATE .
       CHECK-DEPT-CLASH .
           IF WS-IN-FROM (WS-IX) EQUAL RORG-FROM-DEPT
               MOVE 1 TO WS-CLASH-FLAG
           END-IF .
       ACCEPT-EMPLOYEE-MOVE .
           MOVE 0 TO WS-CLASH-FLAG .
           MOVE 0 TO WS-INS-SLOT .
           PERFORM FIND-LIST-SLOT
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX GREATER THAN WS-INS-USED .
           MOVE RORG-EMP-NO TO EMPLOYEE-NO .
           READ EMPLOYEE-FILE KEY IS EMPLOYEE-NO .
           EVALUATE TRUE
             WHEN INSTRUCTION-CLASHES
               MOVE "FROM DEPARTMENT MOVING WHOLE" TO WS-REJECT-TEXT
             WHEN WS-EMP-STATUS NOT EQUAL TO "00"
               MOVE "EMPLOYEE NOT ON FILE" TO WS-REJECT-TEXT
             WHEN EMPLOYEE-DEPT NOT EQUAL TO RORG-FROM-DEPT
               MOVE "EMPLOYEE NOT IN FROM DEPARTMENT"
                   TO WS-REJECT-TEXT
             WHEN WS-INS-SLOT EQUAL ZERO
               AND WS-INS-USED NOT LESS THAN 100
               MOVE "TOO MANY INSTRUCTIONS IN ONE RUN"
                   TO WS-REJECT-TEXT
           END-EVALUATE .
           IF WS-REJECT-TEXT EQUAL SPACES
               IF WS-INS-SLOT EQUAL ZERO
                   ADD 1 TO WS-INS-USED
                   MOVE WS-INS-USED TO WS-INS-SLOT
                   PERFORM FILL-INSTRUCTION-SLOT
               END-IF
               IF RORG-RETIRE-FLAG EQUAL "Y"
                   MOVE "Y" TO WS-IN-RETIRE (WS-INS-SLOT)
               END-IF
               PERFORM WRITE-MOVE-TRANSACTION
               ADD 1 TO WS-IN-MOVED (WS-INS-SLOT)
               IF NOT EMPLOYEE-TERMINATED
                   ADD 1 TO WS-IN-MOVED-ACTIVE (WS-INS-SLOT)
               END-IF
           END-IF .

      * listed employees with the same from, to and date make one
      * group -- one confirmation, one decision about retiring .
       FIND-LIST-SLOT .
           IF WS-IN-FROM (WS-IX) EQUAL RORG-FROM-DEPT
               IF WS-IN-TYPE (WS-IX) EQUAL "D"
                   MOVE 1 TO WS-CLASH-FLAG
               ELSE
                   IF WS-IN-TO (WS-IX) EQUAL RORG-TO-DEPT
                       AND WS-IN-DATE (WS-IX) EQUAL
                           RORG-EFFECTIVE-DATE
                       MOVE WS-IX TO WS-INS-SLOT
                   END-IF
               END-IF
           END-IF .
       FILL-INSTRUCTION-SLOT .
           MOVE RORG-TYPE TO WS-IN-TYPE (WS-INS-SLOT) .
           MOVE RORG-FROM-DEPT TO WS-IN-FROM (WS-INS-SLOT) .
           MOVE RORG-TO-DEPT TO WS-IN-TO (WS-INS-SLOT) .
           MOVE RORG-EFFECTIVE-DATE TO WS-IN-DATE (WS-INS-SLOT) .
           MOVE RORG-RETIRE-FLAG TO WS-IN-RETIRE (WS-INS-SLOT) .
           IF RORG-RETIRE-FLAG EQUAL SPACES
               IF RORG-MOVE-DEPT
                   MOVE "Y" TO WS-IN-RETIRE (WS-INS-SLOT)
               ELSE
                   MOVE "N" TO WS-IN-RETIRE (WS-INS-SLOT)
               END-IF
           END-IF .
           MOVE 0 TO WS-IN-MOVED (WS-INS-SLOT) .
           MOVE 0 TO WS-IN-MOVED-ACTIVE (WS-INS-SLOT) .
           MOVE 0 TO WS-IN-FROM-BEFORE (WS-INS-SLOT) .
           MOVE 0 TO WS-IN-TO-BEFORE (WS-INS-SLOT) .

      * the generated C carries only the new department and the
      * date -- blank and zero fields leave everything else as the
      * master has it .
       WRITE-MOVE-TRANSACTION .
           MOVE SPACES TO REORG-FEED-REC .
           MOVE ZERO TO RFD-EMP-SALARY .
           MOVE ZERO TO RFD-EMP-HIRE-DATE .
           MOVE ZERO TO RFD-EMP-PROBATION-END .
           MOVE "C" TO RFD-CHANGE-TYPE .
           MOVE EMPLOYEE-NO TO RFD-EMP-NO .
           MOVE RORG-TO-DEPT TO RFD-EMP-DEPT .
           MOVE RORG-EFFECTIVE-DATE TO RFD-EFFECTIVE-DATE .
           WRITE REORG-FEED-REC .
           ADD 1 TO WS-WRITTEN-COUNT .

      * one sweep does the rest -- every employee on a department
      * moving whole gets a C, leavers included, and every accepted
      * instruction gets its before headcounts .
       GENERATE-MOVES .
           PERFORM START-SWEEP .
           PERFORM SWEEP-FOR-INSTRUCTIONS UNTIL NO-MORE-SWEEP-RECS .
           CLOSE REORG-FEED-FILE .
           MOVE SPACES TO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE SPACES TO PRINT-LINE .
           STRING "REORGANIZATIONS GENERATED -- BEFORE AND EXPECTED "
               "AFTER HEADCOUNT (ACTIVE EMPLOYEES)"
               DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           PERFORM CONFIRM-ONE-INSTRUCTION
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX GREATER THAN WS-INS-USED .
       SWEEP-FOR-INSTRUCTIONS .
           PERFORM SWEEP-AGAINST-INSTRUCTION
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX GREATER THAN WS-INS-USED .
           READ EMPLOYEE-FILE NEXT
             AT END MOVE 1 TO WS-SWEEP-EOF .
       SWEEP-AGAINST-INSTRUCTION .
           IF EMPLOYEE-DEPT EQUAL WS-IN-FROM (WS-IX)
               IF NOT EMPLOYEE-TERMINATED
                   ADD 1 TO WS-IN-FROM-BEFORE (WS-IX)
               END-IF
               IF WS-IN-TYPE (WS-IX) EQUAL "D"
                   MOVE WS-IN-TO (WS-IX) TO RORG-TO-DEPT
                   MOVE WS-IN-DATE (WS-IX) TO RORG-EFFECTIVE-DATE
                   PERFORM WRITE-MOVE-TRANSACTION
                   ADD 1 TO WS-IN-MOVED (WS-IX)
                   IF NOT EMPLOYEE-TERMINATED
                       ADD 1 TO WS-IN-MOVED-ACTIVE (WS-IX)
                   END-IF
               END-IF
           END-IF .
           IF EMPLOYEE-DEPT EQUAL WS-IN-TO (WS-IX)
               AND NOT EMPLOYEE-TERMINATED
               ADD 1 TO WS-IN-TO-BEFORE (WS-IX)
           END-IF .

      * the expected after figures assume every move applies; the
      * night they fall due, the actual figures print beside them .
       CONFIRM-ONE-INSTRUCTION .
           COMPUTE WS-FROM-AFTER = WS-IN-FROM-BEFORE (WS-IX)
               - WS-IN-MOVED-ACTIVE (WS-IX) .
           COMPUTE WS-TO-AFTER = WS-IN-TO-BEFORE (WS-IX)
               + WS-IN-MOVED-ACTIVE (WS-IX) .
           MOVE WS-IN-MOVED (WS-IX) TO WS-MOVED-ED .
           MOVE WS-IN-MOVED-ACTIVE (WS-IX) TO WS-ACTIVE-ED .
           MOVE WS-IN-FROM-BEFORE (WS-IX) TO WS-FROM-BEFORE-ED .
           MOVE WS-IN-TO-BEFORE (WS-IX) TO WS-TO-BEFORE-ED .
           MOVE WS-FROM-AFTER TO WS-FROM-AFTER-ED .
           MOVE WS-TO-AFTER TO WS-TO-AFTER-ED .
           IF WS-IN-TYPE (WS-IX) EQUAL "D"
               MOVE "ALL OF" TO WS-KIND-TEXT
           ELSE
               MOVE "LISTED" TO WS-KIND-TEXT
           END-IF .
           MOVE SPACES TO PRINT-LINE .
           STRING "  " WS-KIND-TEXT " " WS-IN-FROM (WS-IX)
               " TO " WS-IN-TO (WS-IX)
               " EFFECTIVE " WS-IN-DATE (WS-IX)
               "  MOVES " WS-MOVED-ED " (" WS-ACTIVE-ED " ACTIVE)"
               "  BEFORE " WS-FROM-BEFORE-ED " /" WS-TO-BEFORE-ED
               "  AFTER " WS-FROM-AFTER-ED " /" WS-TO-AFTER-ED
               "  RETIRE " WS-IN-RETIRE (WS-IX)
               DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           PERFORM TRACK-INSTRUCTION .

      * a zero effective date applies at the next run, so the move
      * falls due for confirming from tomorrow .
       TRACK-INSTRUCTION .
           IF WS-IN-DATE (WS-IX) EQUAL ZERO
               MOVE WS-RUN-DATE TO WS-DUE-DATE
           ELSE
               MOVE WS-IN-DATE (WS-IX) TO WS-DUE-DATE
           END-IF .
           IF WS-TRK-USED LESS THAN 100
               ADD 1 TO WS-TRK-USED
               MOVE WS-TRK-USED TO WS-TX
               MOVE WS-IN-FROM (WS-IX) TO WS-TR-FROM (WS-TX)
               MOVE WS-IN-TO (WS-IX) TO WS-TR-TO (WS-TX)
               MOVE WS-DUE-DATE TO WS-TR-DATE (WS-TX)
               MOVE WS-RUN-DATE TO WS-TR-GENERATED (WS-TX)
               MOVE WS-IN-RETIRE (WS-IX) TO WS-TR-RETIRE (WS-TX)
               MOVE WS-IN-MOVED (WS-IX) TO WS-TR-MOVED (WS-TX)
               MOVE WS-IN-FROM-BEFORE (WS-IX)
                   TO WS-TR-FROM-BEFORE (WS-TX)
               MOVE WS-IN-TO-BEFORE (WS-IX) TO WS-TR-TO-BEFORE (WS-TX)
               MOVE 0 TO WS-TR-DUE-FLAG (WS-TX)
               MOVE 1 TO WS-TR-KEEP-FLAG (WS-TX)
           ELSE
               DISPLAY "REORGANIZATION TRACKING TABLE FULL - "
                   WS-IN-FROM (WS-IX) " WILL NOT BE CONFIRMED"
           END-IF .

      * the instruction file is spent once read -- emptied here so
      * the same moves are never generated twice .
       REWRITE-TRACKING-FILE .
           OPEN OUTPUT TRACKING-FILE .
           IF WS-TRK-STATUS NOT EQUAL TO "00"
               DISPLAY "ERROR WRITING REORGANIZATION TRACKING FILE "
                   WS-TRK-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF .
           PERFORM WRITE-ONE-TRACKED
               VARYING WS-TX FROM 1 BY 1
               UNTIL WS-TX GREATER THAN WS-TRK-USED .
           CLOSE TRACKING-FILE .
           IF WS-READ-COUNT NOT EQUAL TO ZERO
               OPEN OUTPUT INSTRUCTION-FILE
               CLOSE INSTRUCTION-FILE
           END-IF .
       WRITE-ONE-TRACKED .
           IF WS-TR-KEEP (WS-TX)
               MOVE WS-TR-FROM (WS-TX) TO TRK-FROM-DEPT
               MOVE WS-TR-TO (WS-TX) TO TRK-TO-DEPT
               MOVE WS-TR-DATE (WS-TX) TO TRK-EFFECTIVE-DATE
               MOVE WS-TR-GENERATED (WS-TX) TO TRK-GENERATED-DATE
               MOVE WS-TR-RETIRE (WS-TX) TO TRK-RETIRE-FLAG
               MOVE WS-TR-MOVED (WS-TX) TO TRK-MOVED
               MOVE WS-TR-FROM-BEFORE (WS-TX) TO TRK-FROM-BEFORE
               MOVE WS-TR-TO-BEFORE (WS-TX) TO TRK-TO-BEFORE
               WRITE TRACKING-REC
           END-IF .

      * sweep paragraphs .
       START-SWEEP .
           MOVE 0 TO WS-SWEEP-EOF .
           MOVE LOW-VALUES TO EMPLOYEE-NO .
           START EMPLOYEE-FILE KEY NOT LESS THAN EMPLOYEE-NO .
           IF WS-EMP-STATUS EQUAL "00"
               READ EMPLOYEE-FILE NEXT
                 AT END MOVE 1 TO WS-SWEEP-EOF
               END-READ
           ELSE
               MOVE 1 TO WS-SWEEP-EOF
           END-IF .

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
           STRING "DEPARTMENT REORGANIZATION  RUN DATE " WS-RUN-DATE
               "  PAGE " WS-PAGE-ED
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
           MOVE WS-READ-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "INSTRUCTIONS READ............. "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE WS-ACCEPTED-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "INSTRUCTIONS ACCEPTED......... "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE WS-REJECTED-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "INSTRUCTIONS REJECTED......... "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE WS-WRITTEN-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "MOVE TRANSACTIONS GENERATED... "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE WS-CONFIRMED-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "REORGANIZATIONS CONFIRMED..... "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE WS-RETIRED-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "DEPARTMENTS RETIRED........... "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE WS-NOT-EMPTY-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "NOT YET EMPTY - KEPT.......... "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
