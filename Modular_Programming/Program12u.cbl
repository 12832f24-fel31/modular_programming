       ENVIRONMENT DIVISION .
       INPUT-OUTPUT SECTION .
       FILE-CONTROL .

      * the two cuts being compared are picked off the backup register
      * by number, exactly as forward recovery picks its cut -- the
      * file names, counts and hash all come from the register entry .
           SELECT BACKUP-REGISTER-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\BKPREG12.DAT"
               FILE STATUS WS-REGISTER-STATUS .
           SELECT EARLY-BACKUP-FILE
               ASSIGN WS-EARLY-FILE-NAME
               FILE STATUS WS-EARLY-STATUS .
           SELECT LATE-BACKUP-FILE
               ASSIGN WS-LATE-FILE-NAME
               FILE STATUS WS-LATE-STATUS .
           SELECT AUDIT-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\AUDIT12.DAT"
               FILE STATUS WS-AUDIT-STATUS .
           SELECT AUDIT-ARCHIVE-FILE
               ASSIGN WS-ARCHIVE-NAME
               FILE STATUS WS-ARCHIVE-STATUS .
           SELECT SORT-WORK-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\SRTWKU12.DAT" .
           SELECT PRINT-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\BKPCMP12.DAT"
               FILE STATUS WS-PRINT-STATUS .
       DATA DIVISION .
       FILE SECTION .

      * BKPREG-REC must stay byte for byte what the backup utility
      * writes .
       FD  BACKUP-REGISTER-FILE .
       01  BKPREG-REC .
           03  BKPREG-GEN-ID           PIC X(16) .
           03  BKPREG-CUT-DATE         PIC 9(8) .
           03  BKPREG-CUT-TIME         PIC 9(8) .
           03  BKPREG-EMP-FILE-NAME    PIC X(70) .
           03  BKPREG-DEPT-FILE-NAME   PIC X(70) .
           03  BKPREG-EMP-COUNT        PIC 9(7) .
           03  BKPREG-EMP-HASH         PIC 9(11)V99 .
           03  BKPREG-DEPT-COUNT       PIC 9(7) .

      * both cuts are byte for byte EMPLOYEE-REC, in employee number
      * order as the backup utility swept them, closed with its
      * count-and-hash trailer .
       FD  EARLY-BACKUP-FILE .
       01  EARLY-REC .
           03  EARLY-NO             PIC X(8) .
           03  EARLY-INITS          PIC X(4) .
           03  EARLY-SURNAME        PIC X(16) .
           03  EARLY-SALARY         PIC 9(6)V99 .
           03  EARLY-ADDRESS        PIC X(40) .
           03  EARLY-DEPT           PIC X(10) .
           03  EARLY-STATUS         PIC X .
           03  EARLY-TERM-DATE      PIC 9(8) .
           03  EARLY-GRADE          PIC X(2) .
           03  EARLY-HIRE-DATE      PIC 9(8) .
           03  EARLY-PROBATION-END  PIC 9(8) .
       01  EARLY-TRAILER-REC .
           03  EARLY-TRAILER-ID        PIC X(8) .
           88  EARLY-IS-TRAILER        VALUE "*TRAILER" .
           03  EARLY-TRAILER-COUNT     PIC 9(7) .
           03  EARLY-TRAILER-HASH      PIC 9(11)V99 .
           03  FILLER                  PIC X(85) .

       FD  LATE-BACKUP-FILE .
       01  LATE-REC .
           03  LATE-NO              PIC X(8) .
           03  LATE-INITS           PIC X(4) .
           03  LATE-SURNAME         PIC X(16) .
           03  LATE-SALARY          PIC 9(6)V99 .
           03  LATE-ADDRESS         PIC X(40) .
           03  LATE-DEPT            PIC X(10) .
           03  LATE-STATUS          PIC X .
           03  LATE-TERM-DATE       PIC 9(8) .
           03  LATE-GRADE           PIC X(2) .
           03  LATE-HIRE-DATE       PIC 9(8) .
           03  LATE-PROBATION-END   PIC 9(8) .
       01  LATE-TRAILER-REC .
           03  LATE-TRAILER-ID         PIC X(8) .
           88  LATE-IS-TRAILER         VALUE "*TRAILER" .
           03  LATE-TRAILER-COUNT      PIC 9(7) .
           03  LATE-TRAILER-HASH       PIC 9(11)V99 .
           03  FILLER                  PIC X(85) .

      * AUDIT-REC must stay byte for byte what PROGRAM12A writes .
       FD  AUDIT-FILE .
       01  AUDIT-REC .
           03  AUDIT-ACTION          PIC X(01) .
           03  AUDIT-EMPLOYEE-NO     PIC X(8) .
           03  AUDIT-DATE            PIC 9(8) .
           03  AUDIT-TIME            PIC 9(8) .
           03  FILLER                PIC X(215) .

       FD  AUDIT-ARCHIVE-FILE .
       01  AUDIT-ARCHIVE-REC    PIC X(240) .

      * every audit entry stamped inside the window, whichever file it
      * sits in, sorted so each employee's entries arrive together in
      * the order they happened .
       SD  SORT-WORK-FILE .
       01  SORT-AUDIT-REC .
           03  SORT-ACTION           PIC X(01) .
           88  SORT-IS-ADD           VALUE "A" .
           88  SORT-IS-CHANGE        VALUE "C" .
           88  SORT-IS-DELETE        VALUE "D" .
           88  SORT-IS-REINSTATE     VALUE "E" .
           03  SORT-EMPLOYEE-NO      PIC X(8) .
           03  SORT-DATE             PIC 9(8) .
           03  SORT-TIME             PIC 9(8) .
           03  SORT-BEFORE-IMAGE .
               05  SORT-BEFORE-INITS    PIC X(4) .
               05  SORT-BEFORE-SURNAME  PIC X(16) .
               05  SORT-BEFORE-SALARY   PIC 9(6)V99 .
               05  SORT-BEFORE-ADDRESS  PIC X(40) .
               05  SORT-BEFORE-DEPT     PIC X(10) .
               05  SORT-BEFORE-GRADE    PIC X(2) .
               05  SORT-BEFORE-HIRE     PIC 9(8) .
               05  SORT-BEFORE-PROB-END PIC 9(8) .
           03  SORT-AFTER-IMAGE .
               05  SORT-AFTER-INITS     PIC X(4) .
               05  SORT-AFTER-SURNAME   PIC X(16) .
               05  SORT-AFTER-SALARY    PIC 9(6)V99 .
               05  SORT-AFTER-ADDRESS   PIC X(40) .
               05  SORT-AFTER-DEPT      PIC X(10) .
               05  SORT-AFTER-GRADE     PIC X(2) .
               05  SORT-AFTER-HIRE      PIC 9(8) .
               05  SORT-AFTER-PROB-END  PIC 9(8) .
           03  SORT-RUN-NO           PIC 9(7) .
           03  SORT-OPERATOR-ID      PIC X(8) .
           03  SORT-APPROVER-ID      PIC X(8) .

       FD  PRINT-FILE .
       01  PRINT-LINE           PIC X(132) .

       WORKING-STORAGE SECTION .
       01  WS-REGISTER-STATUS   PIC XX .
       01  WS-EARLY-STATUS      PIC XX .
       01  WS-LATE-STATUS       PIC XX .
       01  WS-AUDIT-STATUS      PIC XX .
       01  WS-ARCHIVE-STATUS    PIC XX .
       01  WS-PRINT-STATUS      PIC XX .
       01  WS-EOF               PIC 9 .
       88  NO-MORE-AUDIT-RECS   VALUE 1 .
       01  WS-ARCHIVE-NAME      PIC X(60) .
       01  WS-YEAR              PIC 9(4) .
       01  WS-YEAR-X REDEFINES WS-YEAR
                                PIC X(4) .

      * backup-register pick list -- the latest thirty cuts .
       01  WS-REG-EOF           PIC 9 .
       88  NO-MORE-REGISTER     VALUE 1 .
       01  WS-PICK-TABLE .
           03  WS-PICK-ENTRY OCCURS 30 .
               05  WS-PICK-DATE        PIC 9(8) .
               05  WS-PICK-TIME        PIC 9(8) .
               05  WS-PICK-GEN-ID      PIC X(16) .
               05  WS-PICK-FILE-NAME   PIC X(70) .
               05  WS-PICK-EMP-COUNT   PIC 9(7) .
               05  WS-PICK-EMP-HASH    PIC 9(11)V99 .
       01  WS-PICK-COUNT        PIC 9(2) .
       01  WS-PICK-EARLY        PIC 9(2) .
       01  WS-PICK-LATE         PIC 9(2) .
       01  WS-PICK-ED           PIC Z9 .
       01  WS-DISPLAY-LINE      PIC X(60) .
       01  WS-REG-TOTAL         PIC 9(7) .
       01  WS-REG-SKIP          PIC 9(7) .
       01  WS-REG-RECNO         PIC 9(7) .

      * the comparison window -- from the moment the earlier copy
      * began to the moment the later one began .
       01  WS-EARLY-FILE-NAME   PIC X(70) .
       01  WS-LATE-FILE-NAME    PIC X(70) .
       01  WS-FROM-STAMP .
           03  WS-FROM-DATE         PIC 9(8) .
           03  WS-FROM-TIME         PIC 9(8) .
       01  WS-TO-STAMP .
           03  WS-TO-DATE           PIC 9(8) .
           03  WS-TO-TIME           PIC 9(8) .
       01  WS-AUDIT-STAMP .
           03  WS-AUDIT-STAMP-DATE  PIC 9(8) .
           03  WS-AUDIT-STAMP-TIME  PIC 9(8) .
       01  WS-FROM-YEAR         PIC 9(4) .
       01  WS-TO-YEAR           PIC 9(4) .

      * proving each copy whole before trusting it .
       01  WS-CHECK-COUNT       PIC 9(7) .
       01  WS-CHECK-HASH        PIC 9(11)V99 .
       01  WS-TRAILER-FLAG      PIC 9 .
       88  TRAILER-SEEN         VALUE 1 .

      * match-merge keys -- high-values once a file is exhausted .
       01  WS-EARLY-KEY         PIC X(8) .
       01  WS-LATE-KEY          PIC X(8) .
       01  WS-AUDIT-KEY         PIC X(8) .
       01  WS-CURRENT-KEY       PIC X(8) .
       01  WS-EARLY-FLAG        PIC 9 .
       88  ON-EARLY-CUT         VALUE 1 .
       01  WS-LATE-FLAG         PIC 9 .
       88  ON-LATE-CUT          VALUE 1 .
       01  WS-PREV-SORT-REC     PIC X(240) .
       01  WS-REPEAT-FLAG       PIC 9 .
       88  REPEATED-ENTRY       VALUE 1 .

      * the earlier record with every audited action in the window
      * applied to it, as PROGRAM12A applies them -- what the later
      * cut ought to hold .
       01  WS-SIM-FLAG          PIC 9 .
       88  SIM-PRESENT          VALUE 1 .
       01  WS-SIM-REC .
           03  SM-NO                PIC X(8) .
           03  SM-INITS             PIC X(4) .
           03  SM-SURNAME           PIC X(16) .
           03  SM-SALARY            PIC 9(6)V99 .
           03  SM-ADDRESS           PIC X(40) .
           03  SM-DEPT              PIC X(10) .
           03  SM-STATUS            PIC X .
           88  SM-TERMINATED        VALUE "T" .
           03  SM-TERM-DATE         PIC 9(8) .
           03  SM-GRADE             PIC X(2) .
           03  SM-HIRE-DATE         PIC 9(8) .
           03  SM-PROBATION-END     PIC 9(8) .
       01  WS-SIM-IMAGE .
           03  WS-SI-INITS          PIC X(4) .
           03  WS-SI-SURNAME        PIC X(16) .
           03  WS-SI-SALARY         PIC 9(6)V99 .
           03  WS-SI-ADDRESS        PIC X(40) .
           03  WS-SI-DEPT           PIC X(10) .
           03  WS-SI-GRADE          PIC X(2) .
           03  WS-SI-HIRE           PIC 9(8) .
           03  WS-SI-PROB-END       PIC 9(8) .

      * the window's audit entries for the current employee .
       01  WS-ENTRY-TABLE .
           03  WS-EN-ENTRY OCCURS 50 .
               05  WS-EN-ACTION       PIC X .
               05  WS-EN-DATE         PIC 9(8) .
               05  WS-EN-TIME         PIC 9(8) .
               05  WS-EN-RUN-NO       PIC 9(7) .
               05  WS-EN-OPERATOR     PIC X(8) .
               05  WS-EN-CHAIN-FLAG   PIC X .
       01  WS-EN-USED           PIC 9(3) .
       01  WS-LISTED-FLAG       PIC 9 .
       88  ENTRY-LISTED         VALUE 1 .
       01  WS-EX                PIC 9(3) .
       01  WS-EMP-AUDIT-COUNT   PIC 9(5) .
       01  WS-CHAIN-BREAKS      PIC 9(5) .

      * each record as printable text, one field per item, so the
      * three versions can be compared and printed field by field .
       01  WS-WORK-REC .
           03  WK-NO                PIC X(8) .
           03  WK-INITS             PIC X(4) .
           03  WK-SURNAME           PIC X(16) .
           03  WK-SALARY            PIC 9(6)V99 .
           03  WK-ADDRESS           PIC X(40) .
           03  WK-DEPT              PIC X(10) .
           03  WK-STATUS            PIC X .
           03  WK-TERM-DATE         PIC 9(8) .
           03  WK-GRADE             PIC X(2) .
           03  WK-HIRE-DATE         PIC 9(8) .
           03  WK-PROBATION-END     PIC 9(8) .
       01  WS-WORK-TEXT .
           03  TX-INITS             PIC X(4) .
           03  TX-SURNAME           PIC X(16) .
           03  TX-SALARY            PIC ZZZ,ZZ9.99 .
           03  TX-ADDRESS           PIC X(40) .
           03  TX-DEPT              PIC X(10) .
           03  TX-STATUS            PIC X .
           03  TX-TERM-DATE         PIC X(8) .
           03  TX-GRADE             PIC X(2) .
           03  TX-HIRE-DATE         PIC X(8) .
           03  TX-PROBATION-END     PIC X(8) .
       01  WS-EARLY-TEXT .
           03  ET-INITS             PIC X(4) .
           03  ET-SURNAME           PIC X(16) .
           03  ET-SALARY            PIC X(10) .
           03  ET-ADDRESS           PIC X(40) .
           03  ET-DEPT              PIC X(10) .
           03  ET-STATUS            PIC X .
           03  ET-TERM-DATE         PIC X(8) .
           03  ET-GRADE             PIC X(2) .
           03  ET-HIRE-DATE         PIC X(8) .
           03  ET-PROBATION-END     PIC X(8) .
       01  WS-LATE-TEXT .
           03  LT-INITS             PIC X(4) .
           03  LT-SURNAME           PIC X(16) .
           03  LT-SALARY            PIC X(10) .
           03  LT-ADDRESS           PIC X(40) .
           03  LT-DEPT              PIC X(10) .
           03  LT-STATUS            PIC X .
           03  LT-TERM-DATE         PIC X(8) .
           03  LT-GRADE             PIC X(2) .
           03  LT-HIRE-DATE         PIC X(8) .
           03  LT-PROBATION-END     PIC X(8) .
       01  WS-SIM-TEXT .
           03  ST-INITS             PIC X(4) .
           03  ST-SURNAME           PIC X(16) .
           03  ST-SALARY            PIC X(10) .
           03  ST-ADDRESS           PIC X(40) .
           03  ST-DEPT              PIC X(10) .
           03  ST-STATUS            PIC X .
           03  ST-TERM-DATE         PIC X(8) .
           03  ST-GRADE             PIC X(2) .
           03  ST-HIRE-DATE         PIC X(8) .
           03  ST-PROBATION-END     PIC X(8) .

      * one field comparison .
       01  WS-FLD-NAME          PIC X(12) .
       01  WS-FLD-EARLY         PIC X(40) .
       01  WS-FLD-LATE          PIC X(40) .
       01  WS-FLD-SIM           PIC X(40) .
       01  WS-FLD-NOTE          PIC X(33) .
       01  WS-CHANGE-KIND       PIC X(26) .
       01  WS-ACTION-TEXT       PIC X(10) .

      * comparison totals .
       01  WS-EARLY-COUNT       PIC 9(7) VALUE 0 .
       01  WS-LATE-COUNT        PIC 9(7) VALUE 0 .
       01  WS-AUDIT-READ-COUNT  PIC 9(7) VALUE 0 .
       01  WS-WINDOW-COUNT      PIC 9(7) VALUE 0 .
       01  WS-REPEAT-COUNT      PIC 9(7) VALUE 0 .
       01  WS-ADDED-COUNT       PIC 9(7) VALUE 0 .
       01  WS-REMOVED-COUNT     PIC 9(7) VALUE 0 .
       01  WS-CHANGED-COUNT     PIC 9(7) VALUE 0 .
       01  WS-NO-NET-COUNT      PIC 9(7) VALUE 0 .
       01  WS-MATCHED-COUNT     PIC 9(7) VALUE 0 .
       01  WS-EXCEPTION-COUNT   PIC 9(7) VALUE 0 .
       01  WS-EXCEPTION-EMPS    PIC 9(7) VALUE 0 .
       01  WS-EMP-EXCEPTIONS    PIC 9(5) .
       01  WS-NOT-LISTED-COUNT  PIC 9(7) VALUE 0 .
       01  WS-COUNT-ED          PIC Z,ZZZ,ZZ9 .
       01  WS-HASH-ED           PIC ZZ,ZZZ,ZZZ,ZZ9.99 .
       01  WS-LINE-COUNT        PIC 9(3) VALUE 0 .
       01  WS-LINES-PER-PAGE    PIC 9(3) VALUE 50 .
       01  WS-PAGE-NO           PIC 9(4) VALUE 0 .
       01  WS-PAGE-ED           PIC ZZZ9 .

       PROCEDURE DIVISION .
       PROG .
       INIT-PARA .
           DISPLAY "BACKUP TO BACKUP MASTER COMPARISON STARTING" .
           PERFORM CHOOSE-BACKUP-GENERATIONS .
           OPEN OUTPUT PRINT-FILE .
           IF WS-PRINT-STATUS NOT EQUAL TO "00"
               DISPLAY "ERROR OPENING COMPARISON REPORT FILE "
                   WS-PRINT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF .
           PERFORM WRITE-HEADING .
           PERFORM VERIFY-EARLY-BACKUP .
           PERFORM VERIFY-LATE-BACKUP .
       BOD-PARA .
           OPEN INPUT EARLY-BACKUP-FILE .
           OPEN INPUT LATE-BACKUP-FILE .
           PERFORM READ-EARLY-BACKUP .
           PERFORM READ-LATE-BACKUP .
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-EMPLOYEE-NO SORT-DATE SORT-TIME
               INPUT PROCEDURE SELECT-WINDOW-AUDIT
               OUTPUT PROCEDURE COMPARE-THE-CUTS .
           CLOSE EARLY-BACKUP-FILE .
           CLOSE LATE-BACKUP-FILE .
       END-PARA .
           PERFORM WRITE-CONTROL-TOTALS .
           CLOSE PRINT-FILE .
           IF WS-EXCEPTION-COUNT EQUAL ZERO
               DISPLAY "COMPARISON COMPLETE - MASTER AND TRAIL AGREE"
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY "COMPARISON COMPLETE - EXCEPTIONS "
                   WS-EXCEPTION-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF .
           STOP RUN .

      * ---------------------------------------------------------
      * choosing the two cuts .  the earlier must come before the
      * later on the register, or there is no window to compare .
      * ---------------------------------------------------------
       CHOOSE-BACKUP-GENERATIONS .
           PERFORM COUNT-REGISTER-ENTRIES .
           IF WS-REG-TOTAL LESS THAN 2
               DISPLAY "FEWER THAN TWO CUTS ON THE BACKUP REGISTER - "
                   "RUN ABANDONED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF .
           PERFORM LIST-LATEST-ENTRIES .
           DISPLAY "PICK THE EARLIER CUT BY NUMBER (0 = NONE) " .
           ACCEPT WS-PICK-EARLY .
           DISPLAY "PICK THE LATER CUT BY NUMBER (0 = NONE) " .
           ACCEPT WS-PICK-LATE .
           IF WS-PICK-EARLY EQUAL ZERO
               OR WS-PICK-LATE GREATER THAN WS-PICK-COUNT
               OR WS-PICK-EARLY NOT LESS THAN WS-PICK-LATE
               DISPLAY "NO VALID PAIR OF CUTS CHOSEN - RUN ABANDONED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF .
           MOVE WS-PICK-DATE (WS-PICK-EARLY) TO WS-FROM-DATE .
           MOVE WS-PICK-TIME (WS-PICK-EARLY) TO WS-FROM-TIME .
           MOVE WS-PICK-DATE (WS-PICK-LATE) TO WS-TO-DATE .
           MOVE WS-PICK-TIME (WS-PICK-LATE) TO WS-TO-TIME .
           MOVE WS-PICK-FILE-NAME (WS-PICK-EARLY)
               TO WS-EARLY-FILE-NAME .
           MOVE WS-PICK-FILE-NAME (WS-PICK-LATE) TO WS-LATE-FILE-NAME .
           DIVIDE WS-FROM-DATE BY 10000 GIVING WS-FROM-YEAR .
           DIVIDE WS-TO-DATE BY 10000 GIVING WS-TO-YEAR .
           DISPLAY "COMPARING " WS-FROM-DATE " " WS-FROM-TIME
               " TO " WS-TO-DATE " " WS-TO-TIME .
       COUNT-REGISTER-ENTRIES .
           MOVE 0 TO WS-REG-TOTAL .
           MOVE 0 TO WS-REG-EOF .
           OPEN INPUT BACKUP-REGISTER-FILE .
           IF WS-REGISTER-STATUS NOT EQUAL TO "00"
               DISPLAY "NO BACKUP REGISTER ON FILE - "
                   WS-REGISTER-STATUS
               DISPLAY "CUT A BACKUP FIRST - RUN ABANDONED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF .
           READ BACKUP-REGISTER-FILE
             AT END MOVE 1 TO WS-REG-EOF .
           PERFORM COUNT-ONE-REGISTER-ENTRY UNTIL NO-MORE-REGISTER .
           CLOSE BACKUP-REGISTER-FILE .
       COUNT-ONE-REGISTER-ENTRY .
           ADD 1 TO WS-REG-TOTAL .
           READ BACKUP-REGISTER-FILE
             AT END MOVE 1 TO WS-REG-EOF .
       LIST-LATEST-ENTRIES .
           IF WS-REG-TOTAL GREATER THAN 30
               COMPUTE WS-REG-SKIP = WS-REG-TOTAL - 30
               DISPLAY "(EARLIER CUTS NOT LISTED - LATEST 30 SHOWN)"
           ELSE
               MOVE 0 TO WS-REG-SKIP
           END-IF .
           MOVE 0 TO WS-PICK-COUNT .
           MOVE 0 TO WS-REG-RECNO .
           MOVE 0 TO WS-REG-EOF .
           OPEN INPUT BACKUP-REGISTER-FILE .
           READ BACKUP-REGISTER-FILE
             AT END MOVE 1 TO WS-REG-EOF .
           PERFORM LIST-ONE-REGISTER-ENTRY UNTIL NO-MORE-REGISTER .
           CLOSE BACKUP-REGISTER-FILE .
       LIST-ONE-REGISTER-ENTRY .
           ADD 1 TO WS-REG-RECNO .
           IF WS-REG-RECNO GREATER THAN WS-REG-SKIP
               ADD 1 TO WS-PICK-COUNT
               MOVE BKPREG-CUT-DATE TO WS-PICK-DATE (WS-PICK-COUNT)
               MOVE BKPREG-CUT-TIME TO WS-PICK-TIME (WS-PICK-COUNT)
               MOVE BKPREG-GEN-ID TO WS-PICK-GEN-ID (WS-PICK-COUNT)
               MOVE BKPREG-EMP-FILE-NAME
                   TO WS-PICK-FILE-NAME (WS-PICK-COUNT)
               MOVE BKPREG-EMP-COUNT
                   TO WS-PICK-EMP-COUNT (WS-PICK-COUNT)
               MOVE BKPREG-EMP-HASH TO WS-PICK-EMP-HASH (WS-PICK-COUNT)
               MOVE WS-PICK-COUNT TO WS-PICK-ED
               MOVE SPACES TO WS-DISPLAY-LINE
               STRING WS-PICK-ED ") CUT " BKPREG-CUT-DATE " AT "
                   BKPREG-CUT-TIME " GEN " BKPREG-GEN-ID
                   DELIMITED BY SIZE INTO WS-DISPLAY-LINE
               DISPLAY WS-DISPLAY-LINE
           END-IF .
           READ BACKUP-REGISTER-FILE
             AT END MOVE 1 TO WS-REG-EOF .

      * ---------------------------------------------------------
      * each copy must be whole -- its trailer and its register
      * entry must both agree with what is actually on it -- before
      * any difference it shows can be held against the trail .
      * ---------------------------------------------------------
       VERIFY-EARLY-BACKUP .
           OPEN INPUT EARLY-BACKUP-FILE .
           IF WS-EARLY-STATUS NOT EQUAL TO "00"
               DISPLAY "ERROR OPENING EARLIER BACKUP " WS-EARLY-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF .
           MOVE 0 TO WS-CHECK-COUNT .
           MOVE 0 TO WS-CHECK-HASH .
           MOVE 0 TO WS-TRAILER-FLAG .
           PERFORM READ-EARLY-BACKUP .
           PERFORM TALLY-EARLY-BACKUP
               UNTIL WS-EARLY-KEY EQUAL HIGH-VALUES .
           CLOSE EARLY-BACKUP-FILE .
           MOVE SPACES TO PRINT-LINE .
           STRING "EARLIER CUT " WS-PICK-GEN-ID (WS-PICK-EARLY)
               " " WS-EARLY-FILE-NAME
               DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           IF NOT TRAILER-SEEN
               OR WS-CHECK-COUNT NOT EQUAL EARLY-TRAILER-COUNT
               OR WS-CHECK-HASH NOT EQUAL EARLY-TRAILER-HASH
               OR WS-CHECK-COUNT NOT EQUAL
                   WS-PICK-EMP-COUNT (WS-PICK-EARLY)
               OR WS-CHECK-HASH NOT EQUAL
                   WS-PICK-EMP-HASH (WS-PICK-EARLY)
               PERFORM REPORT-BACKUP-NOT-WHOLE
           END-IF .
           PERFORM REPORT-BACKUP-WHOLE .
           MOVE WS-CHECK-COUNT TO WS-EARLY-COUNT .
       TALLY-EARLY-BACKUP .
           ADD 1 TO WS-CHECK-COUNT .
           ADD EARLY-SALARY TO WS-CHECK-HASH .
           PERFORM READ-EARLY-BACKUP .
       VERIFY-LATE-BACKUP .
           OPEN INPUT LATE-BACKUP-FILE .
           IF WS-LATE-STATUS NOT EQUAL TO "00"
               DISPLAY "ERROR OPENING LATER BACKUP " WS-LATE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF .
           MOVE 0 TO WS-CHECK-COUNT .
           MOVE 0 TO WS-CHECK-HASH .
           MOVE 0 TO WS-TRAILER-FLAG .
           PERFORM READ-LATE-BACKUP .
           PERFORM TALLY-LATE-BACKUP
               UNTIL WS-LATE-KEY EQUAL HIGH-VALUES .
           CLOSE LATE-BACKUP-FILE .
           MOVE SPACES TO PRINT-LINE .
           STRING "LATER CUT   " WS-PICK-GEN-ID (WS-PICK-LATE)
               " " WS-LATE-FILE-NAME
               DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           IF NOT TRAILER-SEEN
               OR WS-CHECK-COUNT NOT EQUAL LATE-TRAILER-COUNT
               OR WS-CHECK-HASH NOT EQUAL LATE-TRAILER-HASH
               OR WS-CHECK-COUNT NOT EQUAL
                   WS-PICK-EMP-COUNT (WS-PICK-LATE)
               OR WS-CHECK-HASH NOT EQUAL
                   WS-PICK-EMP-HASH (WS-PICK-LATE)
               PERFORM REPORT-BACKUP-NOT-WHOLE
           END-IF .
           PERFORM REPORT-BACKUP-WHOLE .
           MOVE WS-CHECK-COUNT TO WS-LATE-COUNT .
       TALLY-LATE-BACKUP .
           ADD 1 TO WS-CHECK-COUNT .
           ADD LATE-SALARY TO WS-CHECK-HASH .
           PERFORM READ-LATE-BACKUP .
       REPORT-BACKUP-WHOLE .
           MOVE WS-CHECK-COUNT TO WS-COUNT-ED .
           MOVE WS-CHECK-HASH TO WS-HASH-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "    RECORDS " WS-COUNT-ED "  SALARY HASH "
               WS-HASH-ED "  -- AGREES WITH TRAILER AND REGISTER"
               DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
       REPORT-BACKUP-NOT-WHOLE .
           MOVE SPACES TO PRINT-LINE .
           STRING "    COPY IS NOT WHOLE -- COUNT OR HASH DISAGREES "
               "WITH TRAILER OR REGISTER.  COMPARISON ABANDONED"
               DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           CLOSE PRINT-FILE .
           DISPLAY "BACKUP NOT WHOLE - RUN ABANDONED" .
           MOVE 8 TO RETURN-CODE .
           STOP RUN .

      * the trailer ends the data -- its key is high-values like end
      * of file, so the merge never mistakes it for an employee .
       READ-EARLY-BACKUP .
           READ EARLY-BACKUP-FILE
             AT END MOVE HIGH-VALUES TO WS-EARLY-KEY
             NOT AT END
               IF EARLY-IS-TRAILER
                   MOVE 1 TO WS-TRAILER-FLAG
                   MOVE HIGH-VALUES TO WS-EARLY-KEY
               ELSE
                   MOVE EARLY-NO TO WS-EARLY-KEY
               END-IF
           END-READ .
       READ-LATE-BACKUP .
           READ LATE-BACKUP-FILE
             AT END MOVE HIGH-VALUES TO WS-LATE-KEY
             NOT AT END
               IF LATE-IS-TRAILER
                   MOVE 1 TO WS-TRAILER-FLAG
                   MOVE HIGH-VALUES TO WS-LATE-KEY
               ELSE
                   MOVE LATE-NO TO WS-LATE-KEY
               END-IF
           END-READ .

      * ---------------------------------------------------------
      * the window's audit entries -- every archive year the window
      * touches, then the live trail .  an entry stamped at or after
      * the earlier cut began and before the later one began is
      * one the later cut should reflect and the earlier should not .
      * ---------------------------------------------------------
       SELECT-WINDOW-AUDIT .
           PERFORM RELEASE-ONE-ARCHIVE
               VARYING WS-YEAR FROM WS-FROM-YEAR BY 1
               UNTIL WS-YEAR GREATER THAN WS-TO-YEAR .
           MOVE 0 TO WS-EOF .
           OPEN INPUT AUDIT-FILE .
           IF WS-AUDIT-STATUS EQUAL "00"
               READ AUDIT-FILE
                 AT END MOVE 1 TO WS-EOF
               END-READ
               PERFORM SELECT-AUDIT-REC UNTIL NO-MORE-AUDIT-RECS
               CLOSE AUDIT-FILE
           END-IF .
       RELEASE-ONE-ARCHIVE .
           MOVE 0 TO WS-EOF .
           MOVE SPACES TO WS-ARCHIVE-NAME .
           STRING "\COBOLClass_Eclipse\DataFiles\AUDARC12."
               WS-YEAR-X ".DAT"
               DELIMITED BY SIZE INTO WS-ARCHIVE-NAME .
           OPEN INPUT AUDIT-ARCHIVE-FILE .
           IF WS-ARCHIVE-STATUS EQUAL "00"
               READ AUDIT-ARCHIVE-FILE
                 AT END MOVE 1 TO WS-EOF
               END-READ
               PERFORM SELECT-ARCHIVE-REC UNTIL NO-MORE-AUDIT-RECS
               CLOSE AUDIT-ARCHIVE-FILE
           END-IF .
       SELECT-ARCHIVE-REC .
           MOVE AUDIT-ARCHIVE-REC TO AUDIT-REC .
           PERFORM RELEASE-IF-IN-WINDOW .
           READ AUDIT-ARCHIVE-FILE
             AT END MOVE 1 TO WS-EOF .
       SELECT-AUDIT-REC .
           PERFORM RELEASE-IF-IN-WINDOW .
           READ AUDIT-FILE
             AT END MOVE 1 TO WS-EOF .
       RELEASE-IF-IN-WINDOW .
           ADD 1 TO WS-AUDIT-READ-COUNT .
           MOVE AUDIT-DATE TO WS-AUDIT-STAMP-DATE .
           MOVE AUDIT-TIME TO WS-AUDIT-STAMP-TIME .
           IF WS-AUDIT-STAMP NOT LESS THAN WS-FROM-STAMP
               AND WS-AUDIT-STAMP LESS THAN WS-TO-STAMP
               RELEASE SORT-AUDIT-REC FROM AUDIT-REC
           END-IF .

      * ---------------------------------------------------------
      * the three-way match on employee number -- earlier cut,
      * later cut and the window's audit entries .
      * ---------------------------------------------------------
       COMPARE-THE-CUTS .
           MOVE LOW-VALUES TO WS-PREV-SORT-REC .
           PERFORM RETURN-WINDOW-AUDIT .
           PERFORM COMPARE-ONE-EMPLOYEE
               UNTIL WS-EARLY-KEY EQUAL HIGH-VALUES
                 AND WS-LATE-KEY EQUAL HIGH-VALUES
                 AND WS-AUDIT-KEY EQUAL HIGH-VALUES .

      * an entry sitting in both an archive and the live trail, as an
      * interrupted purge can leave it, is counted once .
       RETURN-WINDOW-AUDIT .
           MOVE 1 TO WS-REPEAT-FLAG .
           PERFORM RETURN-ONE-AUDIT UNTIL NOT REPEATED-ENTRY .
       RETURN-ONE-AUDIT .
           MOVE 0 TO WS-REPEAT-FLAG .
           RETURN SORT-WORK-FILE
             AT END MOVE HIGH-VALUES TO WS-AUDIT-KEY
             NOT AT END MOVE SORT-EMPLOYEE-NO TO WS-AUDIT-KEY
           END-RETURN .
           IF WS-AUDIT-KEY NOT EQUAL HIGH-VALUES
               IF SORT-AUDIT-REC EQUAL WS-PREV-SORT-REC
                   ADD 1 TO WS-REPEAT-COUNT
                   MOVE 1 TO WS-REPEAT-FLAG
               ELSE
                   MOVE SORT-AUDIT-REC TO WS-PREV-SORT-REC
                   ADD 1 TO WS-WINDOW-COUNT
               END-IF
           END-IF .
       COMPARE-ONE-EMPLOYEE .
           MOVE WS-EARLY-KEY TO WS-CURRENT-KEY .
           IF WS-LATE-KEY LESS THAN WS-CURRENT-KEY
               MOVE WS-LATE-KEY TO WS-CURRENT-KEY
           END-IF .
           IF WS-AUDIT-KEY LESS THAN WS-CURRENT-KEY
               MOVE WS-AUDIT-KEY TO WS-CURRENT-KEY
           END-IF .
           MOVE 0 TO WS-EARLY-FLAG .
           MOVE 0 TO WS-LATE-FLAG .
           IF WS-EARLY-KEY EQUAL WS-CURRENT-KEY
               MOVE 1 TO WS-EARLY-FLAG
           END-IF .
           IF WS-LATE-KEY EQUAL WS-CURRENT-KEY
               MOVE 1 TO WS-LATE-FLAG
           END-IF .
           PERFORM START-SIMULATION .
           MOVE 0 TO WS-EN-USED .
           MOVE 0 TO WS-EMP-AUDIT-COUNT .
           MOVE 0 TO WS-CHAIN-BREAKS .
           PERFORM APPLY-ONE-AUDIT
               UNTIL WS-AUDIT-KEY NOT EQUAL WS-CURRENT-KEY .
           PERFORM BUILD-COMPARISON-TEXT .
           IF WS-EARLY-FLAG NOT EQUAL WS-LATE-FLAG
               OR WS-EARLY-TEXT NOT EQUAL WS-LATE-TEXT
               OR WS-SIM-TEXT NOT EQUAL WS-LATE-TEXT
               OR WS-SIM-FLAG NOT EQUAL WS-LATE-FLAG
               OR WS-CHAIN-BREAKS NOT EQUAL ZERO
               PERFORM REPORT-ONE-EMPLOYEE
           ELSE
               IF WS-EMP-AUDIT-COUNT NOT EQUAL ZERO
                   ADD 1 TO WS-NO-NET-COUNT
               END-IF
           END-IF .
           IF ON-EARLY-CUT
               PERFORM READ-EARLY-BACKUP
           END-IF .
           IF ON-LATE-CUT
               PERFORM READ-LATE-BACKUP
           END-IF .
       START-SIMULATION .
           IF ON-EARLY-CUT
               MOVE 1 TO WS-SIM-FLAG
               MOVE EARLY-REC TO WS-SIM-REC
           ELSE
               MOVE 0 TO WS-SIM-FLAG
               MOVE SPACES TO WS-SIM-REC
           END-IF .

      * each entry is applied the way PROGRAM12A applied it .  its
      * before-image must be the record as the earlier cut and the
      * entries before it leave it -- if not, something changed the
      * record in between without touching the trail .
       APPLY-ONE-AUDIT .
           ADD 1 TO WS-EMP-AUDIT-COUNT .
           MOVE SM-INITS TO WS-SI-INITS .
           MOVE SM-SURNAME TO WS-SI-SURNAME .
           MOVE SM-SALARY TO WS-SI-SALARY .
           MOVE SM-ADDRESS TO WS-SI-ADDRESS .
           MOVE SM-DEPT TO WS-SI-DEPT .
           MOVE SM-GRADE TO WS-SI-GRADE .
           MOVE SM-HIRE-DATE TO WS-SI-HIRE .
           MOVE SM-PROBATION-END TO WS-SI-PROB-END .
           MOVE 0 TO WS-LISTED-FLAG .
           IF WS-EN-USED LESS THAN 50
               MOVE 1 TO WS-LISTED-FLAG
               ADD 1 TO WS-EN-USED
               MOVE SORT-ACTION TO WS-EN-ACTION (WS-EN-USED)
               MOVE SORT-DATE TO WS-EN-DATE (WS-EN-USED)
               MOVE SORT-TIME TO WS-EN-TIME (WS-EN-USED)
               MOVE SORT-RUN-NO TO WS-EN-RUN-NO (WS-EN-USED)
               MOVE SORT-OPERATOR-ID TO WS-EN-OPERATOR (WS-EN-USED)
               MOVE SPACE TO WS-EN-CHAIN-FLAG (WS-EN-USED)
           ELSE
               ADD 1 TO WS-NOT-LISTED-COUNT
           END-IF .
           EVALUATE TRUE
             WHEN SORT-IS-ADD
               IF SIM-PRESENT
                   PERFORM NOTE-CHAIN-BREAK
               END-IF
               MOVE 1 TO WS-SIM-FLAG
               MOVE SORT-EMPLOYEE-NO TO SM-NO
               PERFORM APPLY-AFTER-IMAGE
               MOVE "A" TO SM-STATUS
               MOVE ZERO TO SM-TERM-DATE
             WHEN NOT SIM-PRESENT
               PERFORM NOTE-CHAIN-BREAK
             WHEN WS-SIM-IMAGE NOT EQUAL SORT-BEFORE-IMAGE
               PERFORM NOTE-CHAIN-BREAK
             WHEN SORT-IS-CHANGE
               PERFORM APPLY-AFTER-IMAGE
             WHEN SORT-IS-DELETE
               MOVE "T" TO SM-STATUS
               MOVE SORT-DATE TO SM-TERM-DATE
             WHEN SORT-IS-REINSTATE
               MOVE "A" TO SM-STATUS
               MOVE ZERO TO SM-TERM-DATE
           END-EVALUATE .
           PERFORM RETURN-WINDOW-AUDIT .

      * a broken chain still applies the entry where it can, so one
      * unaudited change is reported once and not again on every
      * later field .
       NOTE-CHAIN-BREAK .
           ADD 1 TO WS-CHAIN-BREAKS .
           IF ENTRY-LISTED
               MOVE "X" TO WS-EN-CHAIN-FLAG (WS-EN-USED)
           END-IF .
           EVALUATE TRUE
             WHEN SORT-IS-CHANGE
               PERFORM APPLY-AFTER-IMAGE
             WHEN SORT-IS-DELETE
               MOVE "T" TO SM-STATUS
               MOVE SORT-DATE TO SM-TERM-DATE
             WHEN SORT-IS-REINSTATE
               MOVE "A" TO SM-STATUS
               MOVE ZERO TO SM-TERM-DATE
           END-EVALUATE .
           IF NOT SORT-IS-ADD
               AND NOT SIM-PRESENT
               MOVE 1 TO WS-SIM-FLAG
               MOVE SORT-EMPLOYEE-NO TO SM-NO
               PERFORM APPLY-AFTER-IMAGE
           END-IF .
       APPLY-AFTER-IMAGE .
           MOVE SORT-AFTER-INITS TO SM-INITS .
           MOVE SORT-AFTER-SURNAME TO SM-SURNAME .
           MOVE SORT-AFTER-SALARY TO SM-SALARY .
           MOVE SORT-AFTER-ADDRESS TO SM-ADDRESS .
           MOVE SORT-AFTER-DEPT TO SM-DEPT .
           MOVE SORT-AFTER-GRADE TO SM-GRADE .
           MOVE SORT-AFTER-HIRE TO SM-HIRE-DATE .
           MOVE SORT-AFTER-PROB-END TO SM-PROBATION-END .

      * a version that does not exist prints as blanks .
       BUILD-COMPARISON-TEXT .
           IF ON-EARLY-CUT
               MOVE EARLY-REC TO WS-WORK-REC
               PERFORM BUILD-WORK-TEXT
               MOVE WS-WORK-TEXT TO WS-EARLY-TEXT
           ELSE
               MOVE SPACES TO WS-EARLY-TEXT
           END-IF .
           IF ON-LATE-CUT
               MOVE LATE-REC TO WS-WORK-REC
               PERFORM BUILD-WORK-TEXT
               MOVE WS-WORK-TEXT TO WS-LATE-TEXT
           ELSE
               MOVE SPACES TO WS-LATE-TEXT
           END-IF .
           IF SIM-PRESENT
               MOVE WS-SIM-REC TO WS-WORK-REC
               PERFORM BUILD-WORK-TEXT
               MOVE WS-WORK-TEXT TO WS-SIM-TEXT
           ELSE
               MOVE SPACES TO WS-SIM-TEXT
           END-IF .
       BUILD-WORK-TEXT .
           MOVE WK-INITS TO TX-INITS .
           MOVE WK-SURNAME TO TX-SURNAME .
           MOVE WK-SALARY TO TX-SALARY .
           MOVE WK-ADDRESS TO TX-ADDRESS .
           MOVE WK-DEPT TO TX-DEPT .
           MOVE WK-STATUS TO TX-STATUS .
           MOVE WK-TERM-DATE TO TX-TERM-DATE .
           MOVE WK-GRADE TO TX-GRADE .
           MOVE WK-HIRE-DATE TO TX-HIRE-DATE .
           MOVE WK-PROBATION-END TO TX-PROBATION-END .

      * ---------------------------------------------------------
      * one block per employee with anything to show .
      * ---------------------------------------------------------
       REPORT-ONE-EMPLOYEE .
           MOVE WS-CHAIN-BREAKS TO WS-EMP-EXCEPTIONS .
           ADD WS-CHAIN-BREAKS TO WS-EXCEPTION-COUNT .
           EVALUATE TRUE
             WHEN ON-EARLY-CUT AND ON-LATE-CUT
               MOVE "CHANGED" TO WS-CHANGE-KIND
               ADD 1 TO WS-CHANGED-COUNT
             WHEN ON-LATE-CUT
               MOVE "ADDED" TO WS-CHANGE-KIND
               ADD 1 TO WS-ADDED-COUNT
             WHEN ON-EARLY-CUT
               MOVE "REMOVED" TO WS-CHANGE-KIND
               ADD 1 TO WS-REMOVED-COUNT
             WHEN OTHER
               MOVE "ON NEITHER CUT" TO WS-CHANGE-KIND
           END-EVALUATE .
           IF WS-LINE-COUNT + 8 GREATER THAN WS-LINES-PER-PAGE
               PERFORM WRITE-HEADING
           END-IF .
           MOVE SPACES TO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE WS-EMP-AUDIT-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "EMP-NO " WS-CURRENT-KEY "  " WS-CHANGE-KIND
               "AUDIT ENTRIES IN WINDOW " WS-COUNT-ED
               DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           PERFORM REPORT-PRESENCE .
           PERFORM REPORT-ONE-ENTRY
               VARYING WS-EX FROM 1 BY 1
               UNTIL WS-EX GREATER THAN WS-EN-USED .
           IF ON-LATE-CUT
               AND (ON-EARLY-CUT OR SIM-PRESENT)
               PERFORM COMPARE-ALL-FIELDS
           END-IF .
           IF WS-EMP-EXCEPTIONS NOT EQUAL ZERO
               ADD 1 TO WS-EXCEPTION-EMPS
           END-IF .

      * only PROGRAM12A's add puts a record on the master, and
      * nothing audited takes one off since terminations became
      * logical -- a record appearing unaudited or vanishing at all
      * is an exception in its own right .
       REPORT-PRESENCE .
           MOVE SPACES TO PRINT-LINE .
           EVALUATE TRUE
             WHEN ON-LATE-CUT AND NOT ON-EARLY-CUT
                 AND NOT SIM-PRESENT
               STRING "    EXCEPTION: ADDED WITHOUT AN AUDIT ENTRY -- "
                   LATE-INITS " " LATE-SURNAME " " LATE-DEPT
                   DELIMITED BY SIZE INTO PRINT-LINE
             WHEN ON-EARLY-CUT AND NOT ON-LATE-CUT
               STRING "    EXCEPTION: REMOVED FROM THE MASTER -- "
                   EARLY-INITS " " EARLY-SURNAME " " EARLY-DEPT
                   DELIMITED BY SIZE INTO PRINT-LINE
             WHEN NOT ON-EARLY-CUT AND NOT ON-LATE-CUT
               STRING "    EXCEPTION: AUDITED IN THE WINDOW BUT ON "
                   "NEITHER CUT"
                   DELIMITED BY SIZE INTO PRINT-LINE
           END-EVALUATE .
           IF PRINT-LINE NOT EQUAL SPACES
               ADD 1 TO WS-EXCEPTION-COUNT
               ADD 1 TO WS-EMP-EXCEPTIONS
               PERFORM WRITE-REPORT-LINE
           END-IF .
       REPORT-ONE-ENTRY .
           EVALUATE WS-EN-ACTION (WS-EX)
             WHEN "A" MOVE "ADD" TO WS-ACTION-TEXT
             WHEN "C" MOVE "CHANGE" TO WS-ACTION-TEXT
             WHEN "D" MOVE "TERMINATE" TO WS-ACTION-TEXT
             WHEN "E" MOVE "REINSTATE" TO WS-ACTION-TEXT
             WHEN OTHER MOVE WS-EN-ACTION (WS-EX) TO WS-ACTION-TEXT
           END-EVALUATE .
           MOVE SPACES TO PRINT-LINE .
           STRING "    AUDIT " WS-ACTION-TEXT " " WS-EN-DATE (WS-EX)
               " " WS-EN-TIME (WS-EX) " RUN " WS-EN-RUN-NO (WS-EX)
               " OPER " WS-EN-OPERATOR (WS-EX)
               DELIMITED BY SIZE INTO PRINT-LINE .
           IF WS-EN-CHAIN-FLAG (WS-EX) EQUAL "X"
               MOVE "EXCEPTION: BEFORE-IMAGE MISMATCH -- "
                   TO PRINT-LINE (66:36)
               MOVE "UNAUDITED CHANGE AHEAD OF IT"
                   TO PRINT-LINE (102:28)
           END-IF .
           PERFORM WRITE-REPORT-LINE .
       COMPARE-ALL-FIELDS .
           MOVE "INITIALS" TO WS-FLD-NAME .
           MOVE ET-INITS TO WS-FLD-EARLY .
           MOVE LT-INITS TO WS-FLD-LATE .
           MOVE ST-INITS TO WS-FLD-SIM .
           PERFORM COMPARE-ONE-FIELD .
           MOVE "SURNAME" TO WS-FLD-NAME .
           MOVE ET-SURNAME TO WS-FLD-EARLY .
           MOVE LT-SURNAME TO WS-FLD-LATE .
           MOVE ST-SURNAME TO WS-FLD-SIM .
           PERFORM COMPARE-ONE-FIELD .
           MOVE "SALARY" TO WS-FLD-NAME .
           MOVE ET-SALARY TO WS-FLD-EARLY .
           MOVE LT-SALARY TO WS-FLD-LATE .
           MOVE ST-SALARY TO WS-FLD-SIM .
           PERFORM COMPARE-ONE-FIELD .
           MOVE "ADDRESS" TO WS-FLD-NAME .
           MOVE ET-ADDRESS TO WS-FLD-EARLY .
           MOVE LT-ADDRESS TO WS-FLD-LATE .
           MOVE ST-ADDRESS TO WS-FLD-SIM .
           PERFORM COMPARE-ONE-FIELD .
           MOVE "DEPARTMENT" TO WS-FLD-NAME .
           MOVE ET-DEPT TO WS-FLD-EARLY .
           MOVE LT-DEPT TO WS-FLD-LATE .
           MOVE ST-DEPT TO WS-FLD-SIM .
           PERFORM COMPARE-ONE-FIELD .
           MOVE "STATUS" TO WS-FLD-NAME .
           MOVE ET-STATUS TO WS-FLD-EARLY .
           MOVE LT-STATUS TO WS-FLD-LATE .
           MOVE ST-STATUS TO WS-FLD-SIM .
           PERFORM COMPARE-ONE-FIELD .
           MOVE "TERM DATE" TO WS-FLD-NAME .
           MOVE ET-TERM-DATE TO WS-FLD-EARLY .
           MOVE LT-TERM-DATE TO WS-FLD-LATE .
           MOVE ST-TERM-DATE TO WS-FLD-SIM .
           PERFORM COMPARE-ONE-FIELD .
           MOVE "GRADE" TO WS-FLD-NAME .
           MOVE ET-GRADE TO WS-FLD-EARLY .
           MOVE LT-GRADE TO WS-FLD-LATE .
           MOVE ST-GRADE TO WS-FLD-SIM .
           PERFORM COMPARE-ONE-FIELD .
           MOVE "HIRE DATE" TO WS-FLD-NAME .
           MOVE ET-HIRE-DATE TO WS-FLD-EARLY .
           MOVE LT-HIRE-DATE TO WS-FLD-LATE .
           MOVE ST-HIRE-DATE TO WS-FLD-SIM .
           PERFORM COMPARE-ONE-FIELD .
           MOVE "PROB END" TO WS-FLD-NAME .
           MOVE ET-PROBATION-END TO WS-FLD-EARLY .
           MOVE LT-PROBATION-END TO WS-FLD-LATE .
           MOVE ST-PROBATION-END TO WS-FLD-SIM .
           PERFORM COMPARE-ONE-FIELD .

      * earlier, later, and what the trail says the later should be .
      * a field the trail explains is matched; a field that moved
      * with nothing on the trail, moved somewhere the trail did not
      * take it, or stayed put when the trail changed it, is an
      * exception .
       COMPARE-ONE-FIELD .
           MOVE SPACES TO WS-FLD-NOTE .
           EVALUATE TRUE
             WHEN WS-FLD-EARLY EQUAL WS-FLD-LATE
                 AND WS-FLD-SIM EQUAL WS-FLD-LATE
               CONTINUE
             WHEN WS-FLD-SIM EQUAL WS-FLD-LATE
               MOVE "MATCHED TO AUDIT" TO WS-FLD-NOTE
               ADD 1 TO WS-MATCHED-COUNT
             WHEN WS-FLD-EARLY EQUAL WS-FLD-LATE
               MOVE "EXCEPTION: AUDIT NOT IN LATER CUT"
                   TO WS-FLD-NOTE
             WHEN WS-FLD-SIM EQUAL WS-FLD-EARLY
               MOVE "EXCEPTION: NO AUDIT ENTRY" TO WS-FLD-NOTE
             WHEN OTHER
               MOVE "EXCEPTION: DIFFERS FROM AUDIT" TO WS-FLD-NOTE
           END-EVALUATE .
           IF WS-FLD-NOTE NOT EQUAL SPACES
               MOVE SPACES TO PRINT-LINE
               STRING "    " WS-FLD-NAME WS-FLD-EARLY " "
                   WS-FLD-LATE " " WS-FLD-NOTE
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               IF WS-FLD-NOTE (1:9) EQUAL "EXCEPTION"
                   ADD 1 TO WS-EXCEPTION-COUNT
                   ADD 1 TO WS-EMP-EXCEPTIONS
                   MOVE SPACES TO PRINT-LINE
                   STRING "    " "AUDIT SAYS  " WS-FLD-SIM
                       DELIMITED BY SIZE INTO PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
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
           STRING "MASTER COMPARISON  CUT OF " WS-FROM-DATE " "
               WS-FROM-TIME " TO CUT OF " WS-TO-DATE " " WS-TO-TIME
               "  PAGE " WS-PAGE-ED
               DELIMITED BY SIZE INTO PRINT-LINE .
           WRITE PRINT-LINE .
           MOVE SPACES TO PRINT-LINE .
           STRING "    FIELD       EARLIER CUT"
               "                              LATER CUT"
               DELIMITED BY SIZE INTO PRINT-LINE .
           WRITE PRINT-LINE .
           MOVE 1 TO WS-LINE-COUNT .
       WRITE-REPORT-LINE .
           IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
               PERFORM WRITE-HEADING
           END-IF .
           WRITE PRINT-LINE .
           ADD 1 TO WS-LINE-COUNT .
       WRITE-CONTROL-TOTALS .
           MOVE SPACES TO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE WS-EARLY-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "RECORDS ON EARLIER CUT........ "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE WS-LATE-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "RECORDS ON LATER CUT.......... "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE WS-AUDIT-READ-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "AUDIT RECORDS READ............ "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE WS-WINDOW-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "AUDIT ENTRIES IN WINDOW....... "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE WS-REPEAT-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "REPEATED ENTRIES IGNORED...... "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE WS-ADDED-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "EMPLOYEES ADDED............... "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE WS-REMOVED-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "EMPLOYEES REMOVED............. "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE WS-CHANGED-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "EMPLOYEES CHANGED............. "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE WS-NO-NET-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "AUDITED, NO NET CHANGE........ "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE WS-MATCHED-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "FIELD CHANGES MATCHED......... "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE WS-NOT-LISTED-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "ENTRIES APPLIED, NOT LISTED... "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE WS-EXCEPTION-EMPS TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "EMPLOYEES WITH EXCEPTIONS..... "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-ED .
           MOVE SPACES TO PRINT-LINE .
           STRING "EXCEPTIONS.................... "
               WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE SPACES TO PRINT-LINE .
           PERFORM WRITE-REPORT-LINE .
           MOVE SPACES TO PRINT-LINE .
           IF WS-EXCEPTION-COUNT EQUAL ZERO
               STRING "THE MASTER AND THE AUDIT TRAIL AGREE FOR THIS "
                   "WINDOW"
                   DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               STRING "THE MASTER AND THE AUDIT TRAIL DO NOT AGREE -- "
                   "EVERY EXCEPTION ABOVE NEEDS AN EXPLANATION"
                   DELIMITED BY SIZE INTO PRINT-LINE
           END-IF .
           PERFORM WRITE-REPORT-LINE .
