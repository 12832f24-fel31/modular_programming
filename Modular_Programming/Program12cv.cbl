       ENVIRONMENT DIVISION .
       INPUT-OUTPUT SECTION .
       FILE-CONTROL .

      * ---------------------------------------------------------
      * one-off conversion of the data files to the widened record
      * layouts -- pay grade, hire date and probation end on the
      * master and on every copy of a master or changes record, and
      * the approver on the audit trail .  take a copy of the data
      * files first, then run this once, before the first run of any
      * of the new programs (the PROGRAM12N stream, PROGRAM12,
      * PROGRAM12A through PROGRAM12I and the rest) -- they read the
      * new layouts only .  every new field comes across blank or
      * zero, which is exactly what those programs take as "not
      * supplied" .
      *
      * each file is unloaded through its old layout into the work
      * file, every record checked on the way, and only then reloaded
      * in place through its new layout -- a file that does not read
      * clean in the old layout is left exactly as it was .
      * CNVLOG12.DAT records each file as it is done, so a rerun after
      * a failure finishes the job without converting anything twice,
      * and a reload cut off part way is finished from the work file .
      *
      * changes12.dat and the other feeds come from their senders in
      * the new layout and are not touched .  CHGWRK12.DAT and
      * PENDWRK12.DAT are rebuilt by every run of PROGRAM12, so with
      * no restart pending there is nothing in them to convert .
      * ---------------------------------------------------------

      * the master is read through its old layout and rebuilt through
      * the new one -- both name EMPLOYEE12.DAT, one open at a time .
           SELECT OLD-MASTER-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\EMPLOYEE12.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY OLD-MASTER-NO
               ALTERNATE RECORD KEY OLD-MASTER-SURNAME
                   WITH DUPLICATES
               FILE STATUS WS-OLD-STATUS .
           SELECT NEW-MASTER-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\EMPLOYEE12.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY NEW-MASTER-NO
               ALTERNATE RECORD KEY NEW-MASTER-SURNAME
                   WITH DUPLICATES
               FILE STATUS WS-NEW-STATUS .

      * the sequential files are opened by name through these SELECTs
      * -- the old and new layout of each name the same file, the old
      * read by the unload and the new written by the reload .
           SELECT OLD-AUDIT-FILE
               ASSIGN WS-CONVERT-NAME
               FILE STATUS WS-OLD-STATUS .
           SELECT NEW-AUDIT-FILE
               ASSIGN WS-CONVERT-NAME
               FILE STATUS WS-NEW-STATUS .
           SELECT OLD-CHANGES-FILE
               ASSIGN WS-CONVERT-NAME
               FILE STATUS WS-OLD-STATUS .
           SELECT NEW-CHANGES-FILE
               ASSIGN WS-CONVERT-NAME
               FILE STATUS WS-NEW-STATUS .
           SELECT NEW-PENDING-FILE
               ASSIGN WS-CONVERT-NAME
               FILE STATUS WS-NEW-STATUS .
           SELECT OLD-REJECT-FILE
               ASSIGN WS-CONVERT-NAME
               FILE STATUS WS-OLD-STATUS .
           SELECT NEW-REJECT-FILE
               ASSIGN WS-CONVERT-NAME
               FILE STATUS WS-NEW-STATUS .
           SELECT OLD-EXTRACT-FILE
               ASSIGN WS-CONVERT-NAME
               FILE STATUS WS-OLD-STATUS .
           SELECT NEW-EXTRACT-FILE
               ASSIGN WS-CONVERT-NAME
               FILE STATUS WS-NEW-STATUS .
           SELECT OLD-CHECKPOINT-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\CHECKPT12.DAT"
               FILE STATUS WS-OLD-STATUS .
           SELECT NEW-CHECKPOINT-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\CHECKPT12.DAT"
               FILE STATUS WS-NEW-STATUS .
           SELECT CONVERT-WORK-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\CNVWRK12.DAT"
               FILE STATUS WS-WORK-STATUS .
           SELECT CONVERT-LOG-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\CNVLOG12.DAT"
               FILE STATUS WS-LOG-STATUS .

      * the extract and backup generations on file are found through
      * their registers, which keep their layouts .
           SELECT MANIFEST-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\PAYMAN12.DAT"
               FILE STATUS WS-MANIFEST-STATUS .
           SELECT BACKUP-REGISTER-FILE
               ASSIGN "\COBOLClass_Eclipse\DataFiles\BKPREG12.DAT"
               FILE STATUS WS-REGISTER-STATUS .
       DATA DIVISION .
       FILE SECTION .

      * the old layouts carry only what the conversion checks or
      * moves -- the rest comes across byte for byte .
       FD  OLD-MASTER-FILE .
       01  OLD-MASTER-REC .
           03  OLD-MASTER-NO        PIC X(8) .
           03  FILLER               PIC X(4) .
           03  OLD-MASTER-SURNAME   PIC X(16) .
           03  FILLER               PIC X(58) .
           03  OLD-MASTER-STATUS    PIC X .
           88  OLD-MASTER-STATUS-OK VALUE "A" "T" SPACE .
           03  FILLER               PIC X(8) .

       FD  NEW-MASTER-FILE .
       01  NEW-MASTER-REC .
           03  NEW-MASTER-NO        PIC X(8) .
           03  FILLER               PIC X(4) .
           03  NEW-MASTER-SURNAME   PIC X(16) .
           03  FILLER               PIC X(85) .

       FD  OLD-AUDIT-FILE .
       01  OLD-AUDIT-REC .
           03  OLD-AUDIT-KEY .
               05  OLD-AUDIT-ACTION      PIC X .
               88  OLD-AUDIT-ACTION-OK   VALUE "A" "C" "D" "E" .
               05  FILLER                PIC X(24) .
           03  OLD-AUDIT-BEFORE-IMAGE    PIC X(78) .
           03  OLD-AUDIT-AFTER-IMAGE     PIC X(78) .
           03  OLD-AUDIT-RUN-AND-OPERATOR
                                         PIC X(15) .

       FD  NEW-AUDIT-FILE .
       01  NEW-AUDIT-REC        PIC X(240) .

      * the resubmit, award feed, pending and backup files all carry
      * the old 95-byte changes or master record .
       FD  OLD-CHANGES-FILE .
       01  OLD-CHANGES-REC      PIC X(95) .
       01  OLD-BACKUP-REC .
           03  OLD-BACKUP-TRAILER-ID PIC X(8) .
           88  OLD-BACKUP-IS-TRAILER VALUE "*TRAILER" .
           03  FILLER               PIC X(78) .
           03  OLD-BACKUP-STATUS    PIC X .
           88  OLD-BACKUP-STATUS-OK VALUE "A" "T" SPACE .
           03  FILLER               PIC X(8) .

       FD  NEW-CHANGES-FILE .
       01  NEW-CHANGES-REC      PIC X(113) .

       FD  NEW-PENDING-FILE .
       01  NEW-PENDING-REC      PIC X(135) .

       FD  OLD-REJECT-FILE .
       01  OLD-REJECT-REC .
           03  OLD-REJ-CHANGES-REC  PIC X(95) .
           03  OLD-REJ-REASON-CODE  PIC X(2) .

       FD  NEW-REJECT-FILE .
       01  NEW-REJECT-REC       PIC X(115) .

       FD  OLD-EXTRACT-FILE .
       01  OLD-EXTRACT-REC .
           03  OLD-EXTRACT-TRAILER-ID
                                    PIC X(8) .
           88  OLD-EXTRACT-IS-TRAILER
                                    VALUE "*TRAILER" .
           03  FILLER               PIC X(34) .
           03  OLD-EXTRACT-ACTION-FLAG
                                    PIC X .
           88  OLD-EXTRACT-FLAG-OK  VALUE "N" "C" "T" .
           03  FILLER               PIC X(7) .

       FD  NEW-EXTRACT-FILE .
       01  NEW-EXTRACT-REC      PIC X(66) .

       FD  OLD-CHECKPOINT-FILE .
       01  OLD-CHECKPOINT-REC .
           03  OLD-CKPT-LAST-EMP-NO PIC X(8) .
           03  FILLER               PIC X(209) .

       FD  NEW-CHECKPOINT-FILE .
       01  NEW-CHECKPOINT-REC   PIC X(249) .

      * the work file holds one file at a time in its new layout,
      * padded to the longest .  each view below is the old record
      * with the new fields where the new layout puts them .
       FD  CONVERT-WORK-FILE .
       01  WORK-REC             PIC X(249) .

      * master, backup detail, resubmit, award feed and pending --
      * the old record, then grade, hire date and probation end, then
      * (pending only) the acknowledgement tag .
       01  WORK-WIDENED-REC .
           03  WORK-OLD-IMAGE       PIC X(95) .
           03  WORK-GRADE           PIC X(2) .
           03  WORK-HIRE-DATE       PIC 9(8) .
           03  WORK-PROBATION-END   PIC 9(8) .
           03  WORK-ACK-SOURCE      PIC X(8) .
           03  WORK-ACK-RUN-NO      PIC 9(7) .
           03  WORK-ACK-SEQ         PIC 9(7) .
           03  FILLER               PIC X(114) .

      * audit -- each image gains grade, hire date and probation end,
      * and the record gains the approver .
       01  WORK-AUDIT-REC .
           03  WORK-AUDIT-KEY            PIC X(25) .
           03  WORK-AUDIT-BEFORE-IMAGE   PIC X(78) .
           03  WORK-AUDIT-BEFORE-GRADE   PIC X(2) .
           03  WORK-AUDIT-BEFORE-HIRE    PIC 9(8) .
           03  WORK-AUDIT-BEFORE-PROB-END
                                         PIC 9(8) .
           03  WORK-AUDIT-AFTER-IMAGE    PIC X(78) .
           03  WORK-AUDIT-AFTER-GRADE    PIC X(2) .
           03  WORK-AUDIT-AFTER-HIRE     PIC 9(8) .
           03  WORK-AUDIT-AFTER-PROB-END PIC 9(8) .
           03  WORK-AUDIT-RUN-AND-OPERATOR
                                         PIC X(15) .
           03  WORK-AUDIT-APPROVER-ID    PIC X(8) .
           03  FILLER                    PIC X(9) .

      * reject -- the widened changes record, then the reason code .
       01  WORK-REJECT-REC .
           03  WORK-REJ-CHANGES-REC PIC X(95) .
           03  WORK-REJ-GRADE       PIC X(2) .
           03  WORK-REJ-HIRE-DATE   PIC 9(8) .
           03  WORK-REJ-PROBATION-END
                                    PIC 9(8) .
           03  WORK-REJ-REASON-CODE PIC X(2) .
           03  FILLER               PIC X(134) .

      * payroll extract -- hire date and probation end on the end .
       01  WORK-EXTRACT-REC .
           03  WORK-EXTRACT-OLD     PIC X(50) .
           03  WORK-EXTRACT-HIRE-DATE
                                    PIC 9(8) .
           03  WORK-EXTRACT-PROBATION-END
                                    PIC 9(8) .
           03  FILLER               PIC X(183) .

      * checkpoint -- the grade and band reject counters and the
      * before-run control totals on the end .
       01  WORK-CHECKPOINT-REC .
           03  WORK-CKPT-OLD        PIC X(217) .
           03  WORK-CKPT-REJECT-GRADE-COUNT
                                    PIC 9(7) .
           03  WORK-CKPT-REJECT-BAND-COUNT
                                    PIC 9(7) .
           03  WORK-CKPT-SALARY-BEFORE
                                    PIC 9(9)V99 .
           03  WORK-CKPT-HEADCOUNT-BEFORE
                                    PIC 9(7) .

      * one row per file dealt with .  R is written before a reload
      * starts and C once it is complete; N marks a file that was not
      * there to convert, so a file the new programs create later is
      * never taken for an old one .
       FD  CONVERT-LOG-FILE .
       01  CNVLOG-REC .
           03  CNVLOG-FILE-NAME     PIC X(70) .
           03  CNVLOG-TYPE          PIC X .
           03  CNVLOG-STATE         PIC X .
           88  CNVLOG-RELOADING     VALUE "R" .
           88  CNVLOG-CONVERTED     VALUE "C" .
           88  CNVLOG-NOT-ON-FILE   VALUE "N" .
           03  CNVLOG-REC-COUNT     PIC 9(7) .
           03  CNVLOG-DATE          PIC 9(8) .
           03  CNVLOG-TIME          PIC 9(8) .

      * PAYMAN-REC must stay byte for byte what PROGRAM12 writes .
       FD  MANIFEST-FILE .
       01  PAYMAN-REC .
           03  PAYMAN-GEN-ID           PIC X(16) .
           03  PAYMAN-FILE-NAME        PIC X(70) .
           03  PAYMAN-REC-COUNT        PIC 9(7) .
           03  PAYMAN-HASH-TOTAL       PIC 9(11)V99 .
           03  PAYMAN-SOURCE           PIC X(1) .
           03  PAYMAN-RUN-NO           PIC 9(7) .

      * BKPREG-REC must stay byte for byte what PROGRAM12B writes .
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

       WORKING-STORAGE SECTION .
       01  WS-OLD-STATUS        PIC XX .
       01  WS-NEW-STATUS        PIC XX .
       01  WS-WORK-STATUS       PIC XX .
       01  WS-LOG-STATUS        PIC XX .
       01  WS-MANIFEST-STATUS   PIC XX .
       01  WS-REGISTER-STATUS   PIC XX .
       01  WS-OLD-EOF           PIC 9 .
       88  NO-MORE-OLD-RECS     VALUE 1 .
       01  WS-WORK-EOF          PIC 9 .
       88  NO-MORE-WORK-RECS    VALUE 1 .
       01  WS-LOG-EOF           PIC 9 .
       88  NO-MORE-LOG-RECS     VALUE 1 .
       01  WS-LIST-EOF          PIC 9 .
       88  NO-MORE-LIST-RECS    VALUE 1 .
       01  WS-ABSENT-FLAG       PIC 9 .
       88  OLD-FILE-ABSENT      VALUE 1 .
       01  WS-DONE-FLAG         PIC 9 .
       88  FILE-ALREADY-DONE    VALUE 1 .

      * the file in hand and which layout it carries .
       01  WS-CONVERT-NAME      PIC X(70) .
       01  WS-CONVERT-TYPE      PIC X .
       88  CONVERT-MASTER       VALUE "E" .
       88  CONVERT-AUDIT        VALUE "A" .
       88  CONVERT-CHANGES      VALUE "C" .
       88  CONVERT-PENDING      VALUE "P" .
       88  CONVERT-BACKUP       VALUE "B" .
       88  CONVERT-REJECTS      VALUE "R" .
       88  CONVERT-EXTRACT      VALUE "X" .
       88  CONVERT-CHECKPOINT   VALUE "K" .
       01  WS-LOG-STATE         PIC X .

      * the last row on the conversion log, for a reload cut off .
       01  WS-LAST-LOG-NAME     PIC X(70) .
       01  WS-LAST-LOG-TYPE     PIC X .
       01  WS-LAST-LOG-STATE    PIC X .
       88  LAST-LOG-RELOADING   VALUE "R" .

       01  WS-RUN-DATE          PIC 9(8) .
       01  WS-RUN-TIME          PIC 9(8) .
       01  WS-RUN-YEAR          PIC 9(4) .

      * archive years converted -- the earliest the operator gives
      * through the current one .  a year with no archive file is
      * simply logged as not on file .
       01  WS-FROM-YEAR         PIC 9(4) .
       01  WS-YEAR              PIC 9(4) .
       01  WS-YEAR-X REDEFINES WS-YEAR
                                PIC X(4) .

      * per-file and run counters .
       01  WS-UNLOAD-COUNT      PIC 9(7) VALUE 0 .
       01  WS-RELOAD-COUNT      PIC 9(7) VALUE 0 .
       01  WS-CONVERTED-COUNT   PIC 9(7) VALUE 0 .
       01  WS-ABSENT-COUNT      PIC 9(7) VALUE 0 .
       01  WS-SKIPPED-COUNT     PIC 9(7) VALUE 0 .

       PROCEDURE DIVISION .
       PROG .
       INIT-PARA .
           DISPLAY "DATA FILE LAYOUT CONVERSION STARTING" .
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD .
           ACCEPT WS-RUN-TIME FROM TIME .
           DIVIDE WS-RUN-DATE BY 10000 GIVING WS-RUN-YEAR .
           PERFORM CHECK-NO-RESTART-PENDING .
           PERFORM OPEN-CONVERSION-LOG .
           PERFORM FINISH-INTERRUPTED-RELOAD .
           DISPLAY "EARLIEST AUDIT ARCHIVE YEAR YYYY (ZERO = NONE) " .
           ACCEPT WS-FROM-YEAR .
           IF WS-FROM-YEAR NOT NUMERIC
               OR WS-FROM-YEAR GREATER THAN WS-RUN-YEAR
               DISPLAY "NO VALID ARCHIVE YEAR GIVEN - RUN ABANDONED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF .
       BOD-PARA .
           MOVE "E" TO WS-CONVERT-TYPE .
           MOVE SPACES TO WS-CONVERT-NAME .
           MOVE "\COBOLClass_Eclipse\DataFiles\EMPLOYEE12.DAT"
               TO WS-CONVERT-NAME .
           PERFORM CONVERT-ONE-FILE .
           MOVE "A" TO WS-CONVERT-TYPE .
           MOVE SPACES TO WS-CONVERT-NAME .
           MOVE "\COBOLClass_Eclipse\DataFiles\AUDIT12.DAT"
               TO WS-CONVERT-NAME .
           PERFORM CONVERT-ONE-FILE .
           IF WS-FROM-YEAR NOT EQUAL TO ZERO
               PERFORM CONVERT-ONE-ARCHIVE
                   VARYING WS-YEAR FROM WS-FROM-YEAR BY 1
                   UNTIL WS-YEAR GREATER THAN WS-RUN-YEAR
           END-IF .
           MOVE "P" TO WS-CONVERT-TYPE .
           MOVE SPACES TO WS-CONVERT-NAME .
           MOVE "\COBOLClass_Eclipse\DataFiles\PENDING12.DAT"
               TO WS-CONVERT-NAME .
           PERFORM CONVERT-ONE-FILE .
           MOVE "C" TO WS-CONVERT-TYPE .
           MOVE SPACES TO WS-CONVERT-NAME .
           MOVE "\COBOLClass_Eclipse\DataFiles\RESUB12.DAT"
               TO WS-CONVERT-NAME .
           PERFORM CONVERT-ONE-FILE .
           MOVE "C" TO WS-CONVERT-TYPE .
           MOVE SPACES TO WS-CONVERT-NAME .
           MOVE "\COBOLClass_Eclipse\DataFiles\AWDCHG12.DAT"
               TO WS-CONVERT-NAME .
           PERFORM CONVERT-ONE-FILE .
           MOVE "R" TO WS-CONVERT-TYPE .
           MOVE SPACES TO WS-CONVERT-NAME .
           MOVE "\COBOLClass_Eclipse\DataFiles\REJECT12.DAT"
               TO WS-CONVERT-NAME .
           PERFORM CONVERT-ONE-FILE .
           PERFORM CONVERT-EXTRACT-GENERATIONS .
           PERFORM CONVERT-BACKUP-GENERATIONS .
           MOVE "K" TO WS-CONVERT-TYPE .
           MOVE SPACES TO WS-CONVERT-NAME .
           MOVE "\COBOLClass_Eclipse\DataFiles\CHECKPT12.DAT"
               TO WS-CONVERT-NAME .
           PERFORM CONVERT-ONE-FILE .
       END-PARA .
           DISPLAY "FILES CONVERTED " WS-CONVERTED-COUNT .
           DISPLAY "FILES NOT ON FILE " WS-ABSENT-COUNT .
           DISPLAY "FILES ALREADY CONVERTED " WS-SKIPPED-COUNT .
           DISPLAY "PROGRAM CONCLUDES" .
           STOP RUN .

      * a changes run that abended mid-batch restarts from its
      * checkpoint under the programs that started it -- it cannot be
      * finished across the layout change, so it must be finished
      * first .  the last EMP-NO sits in the same place in both
      * checkpoint layouts .
       CHECK-NO-RESTART-PENDING .
           OPEN INPUT OLD-CHECKPOINT-FILE .
           IF WS-OLD-STATUS EQUAL "00"
               READ OLD-CHECKPOINT-FILE
                 AT END MOVE SPACES TO OLD-CHECKPOINT-REC
               END-READ
               IF OLD-CKPT-LAST-EMP-NO NOT EQUAL TO SPACES
                   DISPLAY "CHECKPOINT SHOWS A CHANGES RUN TO RESTART "
                       "AT EMP-NO " OLD-CKPT-LAST-EMP-NO
                   DISPLAY "FINISH IT UNDER THE OLD PROGRAMS FIRST - "
                       "RUN ABANDONED"
                   CLOSE OLD-CHECKPOINT-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE OLD-CHECKPOINT-FILE
           END-IF .

      * ---------------------------------------------------------
      * the conversion log .
      * ---------------------------------------------------------
       OPEN-CONVERSION-LOG .
           OPEN INPUT CONVERT-LOG-FILE .
           IF WS-LOG-STATUS EQUAL "35"
               OPEN OUTPUT CONVERT-LOG-FILE
           END-IF .
           IF WS-LOG-STATUS NOT EQUAL TO "00"
               DISPLAY "ERROR OPENING CONVERSION LOG " WS-LOG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF .
           CLOSE CONVERT-LOG-FILE .

      * a reload is only ever cut off on the last file the log shows,
      * since every failure ends the run -- finish it from the work
      * file, which still holds that file in its new layout .
       FINISH-INTERRUPTED-RELOAD .
           MOVE SPACES TO WS-LAST-LOG-STATE .
           MOVE 0 TO WS-LOG-EOF .
           OPEN INPUT CONVERT-LOG-FILE .
           READ CONVERT-LOG-FILE
             AT END MOVE 1 TO WS-LOG-EOF .
           PERFORM NOTE-LAST-LOG-REC UNTIL NO-MORE-LOG-RECS .
           CLOSE CONVERT-LOG-FILE .
           IF LAST-LOG-RELOADING
               MOVE WS-LAST-LOG-NAME TO WS-CONVERT-NAME
               MOVE WS-LAST-LOG-TYPE TO WS-CONVERT-TYPE
               DISPLAY "FINISHING THE RELOAD OF " WS-CONVERT-NAME
               PERFORM RELOAD-NEW-FILE
               MOVE WS-RELOAD-COUNT TO WS-UNLOAD-COUNT
               MOVE "C" TO WS-LOG-STATE
               PERFORM WRITE-CONVERSION-LOG
               ADD 1 TO WS-CONVERTED-COUNT
               DISPLAY "CONVERTED " WS-RELOAD-COUNT " RECORDS"
           END-IF .
       NOTE-LAST-LOG-REC .
           MOVE CNVLOG-FILE-NAME TO WS-LAST-LOG-NAME .
           MOVE CNVLOG-TYPE TO WS-LAST-LOG-TYPE .
           MOVE CNVLOG-STATE TO WS-LAST-LOG-STATE .
           READ CONVERT-LOG-FILE
             AT END MOVE 1 TO WS-LOG-EOF .

       LOOK-UP-CONVERSION-LOG .
           MOVE 0 TO WS-DONE-FLAG .
           MOVE 0 TO WS-LOG-EOF .
           OPEN INPUT CONVERT-LOG-FILE .
           READ CONVERT-LOG-FILE
             AT END MOVE 1 TO WS-LOG-EOF .
           PERFORM CHECK-LOG-ENTRY
               UNTIL NO-MORE-LOG-RECS OR FILE-ALREADY-DONE .
           CLOSE CONVERT-LOG-FILE .
       CHECK-LOG-ENTRY .
           IF CNVLOG-FILE-NAME EQUAL WS-CONVERT-NAME
               AND NOT CNVLOG-RELOADING
               MOVE 1 TO WS-DONE-FLAG
           END-IF .
           READ CONVERT-LOG-FILE
             AT END MOVE 1 TO WS-LOG-EOF .

       WRITE-CONVERSION-LOG .
           OPEN EXTEND CONVERT-LOG-FILE .
           IF WS-LOG-STATUS NOT EQUAL TO "00"
               DISPLAY "ERROR OPENING CONVERSION LOG " WS-LOG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF .
           MOVE WS-CONVERT-NAME TO CNVLOG-FILE-NAME .
           MOVE WS-CONVERT-TYPE TO CNVLOG-TYPE .
           MOVE WS-LOG-STATE TO CNVLOG-STATE .
           MOVE WS-UNLOAD-COUNT TO CNVLOG-REC-COUNT .
           MOVE WS-RUN-DATE TO CNVLOG-DATE .
           MOVE WS-RUN-TIME TO CNVLOG-TIME .
           WRITE CNVLOG-REC .
           CLOSE CONVERT-LOG-FILE .

      * ---------------------------------------------------------
      * one file -- skipped if the log has it, else unloaded,
      * logged as reloading, reloaded and logged as converted .
      * ---------------------------------------------------------
       CONVERT-ONE-FILE .
           PERFORM LOOK-UP-CONVERSION-LOG .
           IF FILE-ALREADY-DONE
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY "ALREADY CONVERTED " WS-CONVERT-NAME
           ELSE
               PERFORM UNLOAD-OLD-FILE
               IF OLD-FILE-ABSENT
                   MOVE "N" TO WS-LOG-STATE
                   PERFORM WRITE-CONVERSION-LOG
                   ADD 1 TO WS-ABSENT-COUNT
                   DISPLAY "NOT ON FILE " WS-CONVERT-NAME
               ELSE
                   MOVE "R" TO WS-LOG-STATE
                   PERFORM WRITE-CONVERSION-LOG
                   PERFORM RELOAD-NEW-FILE
                   IF WS-RELOAD-COUNT NOT EQUAL TO WS-UNLOAD-COUNT
                       DISPLAY "RELOADED " WS-RELOAD-COUNT " OF "
                           WS-UNLOAD-COUNT " RECORDS " WS-CONVERT-NAME
                       DISPLAY "RERUN TO FINISH FROM THE WORK FILE"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE "C" TO WS-LOG-STATE
                   PERFORM WRITE-CONVERSION-LOG
                   ADD 1 TO WS-CONVERTED-COUNT
                   DISPLAY "CONVERTED " WS-UNLOAD-COUNT " RECORDS "
                       WS-CONVERT-NAME
               END-IF
           END-IF .

       CONVERT-ONE-ARCHIVE .
           MOVE "A" TO WS-CONVERT-TYPE .
           MOVE SPACES TO WS-CONVERT-NAME .
           STRING "\COBOLClass_Eclipse\DataFiles\AUDARC12."
               WS-YEAR-X ".DAT"
               DELIMITED BY SIZE INTO WS-CONVERT-NAME .
           PERFORM CONVERT-ONE-FILE .

      * every payroll extract generation the manifest knows of .
       CONVERT-EXTRACT-GENERATIONS .
           MOVE 0 TO WS-LIST-EOF .
           OPEN INPUT MANIFEST-FILE .
           IF WS-MANIFEST-STATUS EQUAL "35"
               DISPLAY "NO EXTRACT MANIFEST - NO GENERATIONS TO CONVERT"
           ELSE
               IF WS-MANIFEST-STATUS NOT EQUAL TO "00"
                   DISPLAY "ERROR OPENING EXTRACT MANIFEST "
                       WS-MANIFEST-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ MANIFEST-FILE
                 AT END MOVE 1 TO WS-LIST-EOF
               END-READ
               PERFORM CONVERT-ONE-GENERATION UNTIL NO-MORE-LIST-RECS
               CLOSE MANIFEST-FILE
           END-IF .
       CONVERT-ONE-GENERATION .
           IF PAYMAN-FILE-NAME NOT EQUAL TO SPACES
               MOVE "X" TO WS-CONVERT-TYPE
               MOVE PAYMAN-FILE-NAME TO WS-CONVERT-NAME
               PERFORM CONVERT-ONE-FILE
           END-IF .
           READ MANIFEST-FILE
             AT END MOVE 1 TO WS-LIST-EOF .

      * every master backup cut the register knows of -- the
      * department copies keep their layout .
       CONVERT-BACKUP-GENERATIONS .
           MOVE 0 TO WS-LIST-EOF .
           OPEN INPUT BACKUP-REGISTER-FILE .
           IF WS-REGISTER-STATUS EQUAL "35"
               DISPLAY "NO BACKUP REGISTER - NO BACKUPS TO CONVERT"
           ELSE
               IF WS-REGISTER-STATUS NOT EQUAL TO "00"
                   DISPLAY "ERROR OPENING BACKUP REGISTER "
                       WS-REGISTER-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ BACKUP-REGISTER-FILE
                 AT END MOVE 1 TO WS-LIST-EOF
               END-READ
               PERFORM CONVERT-ONE-BACKUP UNTIL NO-MORE-LIST-RECS
               CLOSE BACKUP-REGISTER-FILE
           END-IF .
       CONVERT-ONE-BACKUP .
           IF BKPREG-EMP-FILE-NAME NOT EQUAL TO SPACES
               MOVE "B" TO WS-CONVERT-TYPE
               MOVE BKPREG-EMP-FILE-NAME TO WS-CONVERT-NAME
               PERFORM CONVERT-ONE-FILE
           END-IF .
           READ BACKUP-REGISTER-FILE
             AT END MOVE 1 TO WS-LIST-EOF .

      * ---------------------------------------------------------
      * unload -- the old file, through its old layout, into the
      * work file in the new layout .  nothing is written back yet .
      * ---------------------------------------------------------
       UNLOAD-OLD-FILE .
           MOVE 0 TO WS-ABSENT-FLAG .
           MOVE 0 TO WS-UNLOAD-COUNT .
           MOVE 0 TO WS-OLD-EOF .
           OPEN OUTPUT CONVERT-WORK-FILE .
           IF WS-WORK-STATUS NOT EQUAL TO "00"
               DISPLAY "ERROR OPENING CONVERSION WORK FILE "
                   WS-WORK-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF .
           EVALUATE TRUE
             WHEN CONVERT-MASTER
               PERFORM UNLOAD-MASTER
             WHEN CONVERT-AUDIT
               PERFORM UNLOAD-AUDIT
             WHEN CONVERT-CHANGES
               PERFORM UNLOAD-CHANGES
             WHEN CONVERT-PENDING
               PERFORM UNLOAD-CHANGES
             WHEN CONVERT-BACKUP
               PERFORM UNLOAD-BACKUP
             WHEN CONVERT-REJECTS
               PERFORM UNLOAD-REJECTS
             WHEN CONVERT-EXTRACT
               PERFORM UNLOAD-EXTRACT
             WHEN CONVERT-CHECKPOINT
               PERFORM UNLOAD-CHECKPOINT
           END-EVALUATE .
           CLOSE CONVERT-WORK-FILE .

      * 35 means nothing to convert; any other open failure -- an
      * indexed master already in the new layout included -- ends
      * the run with the file untouched .
       CHECK-OLD-OPEN .
           IF WS-OLD-STATUS EQUAL "35"
               MOVE 1 TO WS-ABSENT-FLAG
           ELSE
               IF WS-OLD-STATUS NOT EQUAL TO "00"
                   DISPLAY "ERROR OPENING " WS-CONVERT-NAME
                   DISPLAY "FILE STATUS " WS-OLD-STATUS
                       " - FILE LEFT AS IT WAS"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF .
       CHECK-OLD-READ .
           IF WS-OLD-STATUS NOT EQUAL TO "00"
               AND WS-OLD-STATUS NOT EQUAL TO "10"
               DISPLAY "ERROR READING " WS-CONVERT-NAME
               DISPLAY "FILE STATUS " WS-OLD-STATUS
                   " - FILE LEFT AS IT WAS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF .
       NOT-OLD-LAYOUT .
           DISPLAY "RECORD " WS-UNLOAD-COUNT " OF " WS-CONVERT-NAME .
           DISPLAY "IS NOT IN THE OLD LAYOUT - FILE LEFT AS IT WAS" .
           MOVE 8 TO RETURN-CODE .
           STOP RUN .
       WRITE-WORK-REC .
           WRITE WORK-REC .
           IF WS-WORK-STATUS NOT EQUAL TO "00"
               DISPLAY "ERROR WRITING CONVERSION WORK FILE "
                   WS-WORK-STATUS " - FILE LEFT AS IT WAS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF .

       UNLOAD-MASTER .
           OPEN INPUT OLD-MASTER-FILE .
           PERFORM CHECK-OLD-OPEN .
           IF NOT OLD-FILE-ABSENT
               READ OLD-MASTER-FILE
                 AT END MOVE 1 TO WS-OLD-EOF
               END-READ
               PERFORM CHECK-OLD-READ
               PERFORM UNLOAD-MASTER-REC UNTIL NO-MORE-OLD-RECS
               CLOSE OLD-MASTER-FILE
           END-IF .
       UNLOAD-MASTER-REC .
           ADD 1 TO WS-UNLOAD-COUNT .
           IF NOT OLD-MASTER-STATUS-OK
               PERFORM NOT-OLD-LAYOUT
           END-IF .
           MOVE SPACES TO WORK-REC .
           MOVE OLD-MASTER-REC TO WORK-OLD-IMAGE .
           MOVE ZERO TO WORK-HIRE-DATE .
           MOVE ZERO TO WORK-PROBATION-END .
           PERFORM WRITE-WORK-REC .
           READ OLD-MASTER-FILE
             AT END MOVE 1 TO WS-OLD-EOF .
           PERFORM CHECK-OLD-READ .

      * the zeroed dates and blank grade match what PROGRAM12A puts
      * on the empty image of an add or delete .
       UNLOAD-AUDIT .
           OPEN INPUT OLD-AUDIT-FILE .
           PERFORM CHECK-OLD-OPEN .
           IF NOT OLD-FILE-ABSENT
               READ OLD-AUDIT-FILE
                 AT END MOVE 1 TO WS-OLD-EOF
               END-READ
               PERFORM CHECK-OLD-READ
               PERFORM UNLOAD-AUDIT-REC UNTIL NO-MORE-OLD-RECS
               CLOSE OLD-AUDIT-FILE
           END-IF .
       UNLOAD-AUDIT-REC .
           ADD 1 TO WS-UNLOAD-COUNT .
           IF NOT OLD-AUDIT-ACTION-OK
               PERFORM NOT-OLD-LAYOUT
           END-IF .
           MOVE SPACES TO WORK-REC .
           MOVE OLD-AUDIT-KEY TO WORK-AUDIT-KEY .
           MOVE OLD-AUDIT-BEFORE-IMAGE TO WORK-AUDIT-BEFORE-IMAGE .
           MOVE ZERO TO WORK-AUDIT-BEFORE-HIRE .
           MOVE ZERO TO WORK-AUDIT-BEFORE-PROB-END .
           MOVE OLD-AUDIT-AFTER-IMAGE TO WORK-AUDIT-AFTER-IMAGE .
           MOVE ZERO TO WORK-AUDIT-AFTER-HIRE .
           MOVE ZERO TO WORK-AUDIT-AFTER-PROB-END .
           MOVE OLD-AUDIT-RUN-AND-OPERATOR
               TO WORK-AUDIT-RUN-AND-OPERATOR .
           PERFORM WRITE-WORK-REC .
           READ OLD-AUDIT-FILE
             AT END MOVE 1 TO WS-OLD-EOF .
           PERFORM CHECK-OLD-READ .

      * resubmit, award feed and pending records are taken as they
      * stand -- any of them may hold a transaction the edit will
      * still reject, so there is no content to check .  a parked
      * transaction gets an empty acknowledgement tag, which reports
      * as from an unknown sender when it is released .
       UNLOAD-CHANGES .
           OPEN INPUT OLD-CHANGES-FILE .
           PERFORM CHECK-OLD-OPEN .
           IF NOT OLD-FILE-ABSENT
               READ OLD-CHANGES-FILE
                 AT END MOVE 1 TO WS-OLD-EOF
               END-READ
               PERFORM CHECK-OLD-READ
               PERFORM UNLOAD-CHANGES-REC UNTIL NO-MORE-OLD-RECS
               CLOSE OLD-CHANGES-FILE
           END-IF .
       UNLOAD-CHANGES-REC .
           ADD 1 TO WS-UNLOAD-COUNT .
           MOVE SPACES TO WORK-REC .
           MOVE OLD-CHANGES-REC TO WORK-OLD-IMAGE .
           MOVE ZERO TO WORK-HIRE-DATE .
           MOVE ZERO TO WORK-PROBATION-END .
           IF CONVERT-PENDING
               MOVE ZERO TO WORK-ACK-RUN-NO
               MOVE ZERO TO WORK-ACK-SEQ
           END-IF .
           PERFORM WRITE-WORK-REC .
           READ OLD-CHANGES-FILE
             AT END MOVE 1 TO WS-OLD-EOF .
           PERFORM CHECK-OLD-READ .

      * a backup trailer is only padded -- its count and hash are
      * unchanged by the new fields .
       UNLOAD-BACKUP .
           OPEN INPUT OLD-CHANGES-FILE .
           PERFORM CHECK-OLD-OPEN .
           IF NOT OLD-FILE-ABSENT
               READ OLD-CHANGES-FILE
                 AT END MOVE 1 TO WS-OLD-EOF
               END-READ
               PERFORM CHECK-OLD-READ
               PERFORM UNLOAD-BACKUP-REC UNTIL NO-MORE-OLD-RECS
               CLOSE OLD-CHANGES-FILE
           END-IF .
       UNLOAD-BACKUP-REC .
           ADD 1 TO WS-UNLOAD-COUNT .
           MOVE SPACES TO WORK-REC .
           MOVE OLD-BACKUP-REC TO WORK-OLD-IMAGE .
           IF NOT OLD-BACKUP-IS-TRAILER
               IF NOT OLD-BACKUP-STATUS-OK
                   PERFORM NOT-OLD-LAYOUT
               END-IF
               MOVE ZERO TO WORK-HIRE-DATE
               MOVE ZERO TO WORK-PROBATION-END
           END-IF .
           PERFORM WRITE-WORK-REC .
           READ OLD-CHANGES-FILE
             AT END MOVE 1 TO WS-OLD-EOF .
           PERFORM CHECK-OLD-READ .

       UNLOAD-REJECTS .
           OPEN INPUT OLD-REJECT-FILE .
           PERFORM CHECK-OLD-OPEN .
           IF NOT OLD-FILE-ABSENT
               READ OLD-REJECT-FILE
                 AT END MOVE 1 TO WS-OLD-EOF
               END-READ
               PERFORM CHECK-OLD-READ
               PERFORM UNLOAD-REJECT-REC UNTIL NO-MORE-OLD-RECS
               CLOSE OLD-REJECT-FILE
           END-IF .
       UNLOAD-REJECT-REC .
           ADD 1 TO WS-UNLOAD-COUNT .
           MOVE SPACES TO WORK-REC .
           MOVE OLD-REJ-CHANGES-REC TO WORK-REJ-CHANGES-REC .
           MOVE ZERO TO WORK-REJ-HIRE-DATE .
           MOVE ZERO TO WORK-REJ-PROBATION-END .
           MOVE OLD-REJ-REASON-CODE TO WORK-REJ-REASON-CODE .
           PERFORM WRITE-WORK-REC .
           READ OLD-REJECT-FILE
             AT END MOVE 1 TO WS-OLD-EOF .
           PERFORM CHECK-OLD-READ .

      * an extract trailer is only padded, as a backup trailer is .
       UNLOAD-EXTRACT .
           OPEN INPUT OLD-EXTRACT-FILE .
           PERFORM CHECK-OLD-OPEN .
           IF NOT OLD-FILE-ABSENT
               READ OLD-EXTRACT-FILE
                 AT END MOVE 1 TO WS-OLD-EOF
               END-READ
               PERFORM CHECK-OLD-READ
               PERFORM UNLOAD-EXTRACT-REC UNTIL NO-MORE-OLD-RECS
               CLOSE OLD-EXTRACT-FILE
           END-IF .
       UNLOAD-EXTRACT-REC .
           ADD 1 TO WS-UNLOAD-COUNT .
           MOVE SPACES TO WORK-REC .
           MOVE OLD-EXTRACT-REC TO WORK-EXTRACT-OLD .
           IF NOT OLD-EXTRACT-IS-TRAILER
               IF NOT OLD-EXTRACT-FLAG-OK
                   PERFORM NOT-OLD-LAYOUT
               END-IF
               MOVE ZERO TO WORK-EXTRACT-HIRE-DATE
               MOVE ZERO TO WORK-EXTRACT-PROBATION-END
           END-IF .
           PERFORM WRITE-WORK-REC .
           READ OLD-EXTRACT-FILE
             AT END MOVE 1 TO WS-OLD-EOF .
           PERFORM CHECK-OLD-READ .

      * no restart is pending (checked at the start), so the new
      * counters and totals go across as zero .
       UNLOAD-CHECKPOINT .
           OPEN INPUT OLD-CHECKPOINT-FILE .
           PERFORM CHECK-OLD-OPEN .
           IF NOT OLD-FILE-ABSENT
               READ OLD-CHECKPOINT-FILE
                 AT END MOVE 1 TO WS-OLD-EOF
               END-READ
               PERFORM CHECK-OLD-READ
               PERFORM UNLOAD-CHECKPOINT-REC UNTIL NO-MORE-OLD-RECS
               CLOSE OLD-CHECKPOINT-FILE
           END-IF .
       UNLOAD-CHECKPOINT-REC .
           ADD 1 TO WS-UNLOAD-COUNT .
           MOVE SPACES TO WORK-REC .
           MOVE OLD-CHECKPOINT-REC TO WORK-CKPT-OLD .
           MOVE ZERO TO WORK-CKPT-REJECT-GRADE-COUNT .
           MOVE ZERO TO WORK-CKPT-REJECT-BAND-COUNT .
           MOVE ZERO TO WORK-CKPT-SALARY-BEFORE .
           MOVE ZERO TO WORK-CKPT-HEADCOUNT-BEFORE .
           PERFORM WRITE-WORK-REC .
           READ OLD-CHECKPOINT-FILE
             AT END MOVE 1 TO WS-OLD-EOF .
           PERFORM CHECK-OLD-READ .

      * ---------------------------------------------------------
      * reload -- the file rewritten in place, through its new
      * layout, from the work file .  the master comes back in key
      * order, since it was unloaded that way .
      * ---------------------------------------------------------
       RELOAD-NEW-FILE .
           MOVE 0 TO WS-RELOAD-COUNT .
           MOVE 0 TO WS-WORK-EOF .
           OPEN INPUT CONVERT-WORK-FILE .
           IF WS-WORK-STATUS NOT EQUAL TO "00"
               DISPLAY "ERROR OPENING CONVERSION WORK FILE "
                   WS-WORK-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF .
           EVALUATE TRUE
             WHEN CONVERT-MASTER
               OPEN OUTPUT NEW-MASTER-FILE
             WHEN CONVERT-AUDIT
               OPEN OUTPUT NEW-AUDIT-FILE
             WHEN CONVERT-CHANGES
               OPEN OUTPUT NEW-CHANGES-FILE
             WHEN CONVERT-BACKUP
               OPEN OUTPUT NEW-CHANGES-FILE
             WHEN CONVERT-PENDING
               OPEN OUTPUT NEW-PENDING-FILE
             WHEN CONVERT-REJECTS
               OPEN OUTPUT NEW-REJECT-FILE
             WHEN CONVERT-EXTRACT
               OPEN OUTPUT NEW-EXTRACT-FILE
             WHEN CONVERT-CHECKPOINT
               OPEN OUTPUT NEW-CHECKPOINT-FILE
           END-EVALUATE .
           IF WS-NEW-STATUS NOT EQUAL TO "00"
               DISPLAY "ERROR OPENING " WS-CONVERT-NAME
               DISPLAY "FILE STATUS " WS-NEW-STATUS
                   " - RERUN TO FINISH FROM THE WORK FILE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF .
           READ CONVERT-WORK-FILE
             AT END MOVE 1 TO WS-WORK-EOF .
           PERFORM RELOAD-ONE-REC UNTIL NO-MORE-WORK-RECS .
           EVALUATE TRUE
             WHEN CONVERT-MASTER
               CLOSE NEW-MASTER-FILE
             WHEN CONVERT-AUDIT
               CLOSE NEW-AUDIT-FILE
             WHEN CONVERT-CHANGES
               CLOSE NEW-CHANGES-FILE
             WHEN CONVERT-BACKUP
               CLOSE NEW-CHANGES-FILE
             WHEN CONVERT-PENDING
               CLOSE NEW-PENDING-FILE
             WHEN CONVERT-REJECTS
               CLOSE NEW-REJECT-FILE
             WHEN CONVERT-EXTRACT
               CLOSE NEW-EXTRACT-FILE
             WHEN CONVERT-CHECKPOINT
               CLOSE NEW-CHECKPOINT-FILE
           END-EVALUATE .
           CLOSE CONVERT-WORK-FILE .

      * status 02 is a clean write of a master whose surname is
      * already on file under another number .
       RELOAD-ONE-REC .
           ADD 1 TO WS-RELOAD-COUNT .
           EVALUATE TRUE
             WHEN CONVERT-MASTER
               MOVE WORK-REC TO NEW-MASTER-REC
               WRITE NEW-MASTER-REC
                 INVALID KEY CONTINUE
               END-WRITE
             WHEN CONVERT-AUDIT
               MOVE WORK-REC TO NEW-AUDIT-REC
               WRITE NEW-AUDIT-REC
             WHEN CONVERT-CHANGES
               MOVE WORK-REC TO NEW-CHANGES-REC
               WRITE NEW-CHANGES-REC
             WHEN CONVERT-BACKUP
               MOVE WORK-REC TO NEW-CHANGES-REC
               WRITE NEW-CHANGES-REC
             WHEN CONVERT-PENDING
               MOVE WORK-REC TO NEW-PENDING-REC
               WRITE NEW-PENDING-REC
             WHEN CONVERT-REJECTS
               MOVE WORK-REC TO NEW-REJECT-REC
               WRITE NEW-REJECT-REC
             WHEN CONVERT-EXTRACT
               MOVE WORK-REC TO NEW-EXTRACT-REC
               WRITE NEW-EXTRACT-REC
             WHEN CONVERT-CHECKPOINT
               MOVE WORK-REC TO NEW-CHECKPOINT-REC
               WRITE NEW-CHECKPOINT-REC
           END-EVALUATE .
           IF WS-NEW-STATUS NOT EQUAL TO "00"
               AND WS-NEW-STATUS NOT EQUAL TO "02"
               DISPLAY "ERROR WRITING RECORD " WS-RELOAD-COUNT
                   " OF " WS-CONVERT-NAME
               DISPLAY "FILE STATUS " WS-NEW-STATUS
                   " - RERUN TO FINISH FROM THE WORK FILE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF .
           READ CONVERT-WORK-FILE
             AT END MOVE 1 TO WS-WORK-EOF .
