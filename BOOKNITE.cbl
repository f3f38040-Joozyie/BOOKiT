       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOOKNITE.

      * Nightly job stream controller. Runs the overnight steps in
      * a fixed order:
      *   BOOKBATCH  kiosk postings
      *   BOOKEXPIRE hold shelf ageing
      *   BOOKMSG    courtesy and pickup messages
      *   BOOKACQ    reorder file
      *   BOOKGL     general ledger journal
      *   BOOKRECON  report-only BOOKS.DAT / LOANS.DAT reconciliation
      *   BOOKBKUP   backup extracts of the indexed masters
      *   BOOKARCH   audit log rollover, first night of the month only
      * Each step ends with return code 0 (OK), 4 (finished with
      * warnings) or 8 (failed). BOOKBATCH also counts as failed
      * when it leaves a checkpoint behind. Once a step fails, every
      * later step is skipped so nothing builds on a half-posted
      * night - no reorders or backups after a kiosk run that died
      * partway.
      *
      * Every step's start, end, outcome and figures are appended
      * to the run-control file NIGHTRUN.TXT. A rerun on the same
      * night leaves alone any step that already finished OK or
      * with warnings. To finish a night after midnight, pass that
      * night's date (YYYYMMDD) on the command line.
      *
      * The morning operations report OPSyyyymmdd.TXT is rebuilt
      * from the run-control rows at the end of each run. It shows
      * kiosk rows accepted and rejected (BATCHRUNLOG.TXT), holds
      * expired, messages queued, reorder rows cut, backup record
      * counts and the reconciliation exceptions. No operator
      * prompts. Return code 8 if the stream stopped, 4 if any step
      * finished with warnings.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "NIGHTRUN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RUN-CONTROL.

           SELECT RUN-LOG-FILE ASSIGN TO "BATCHRUNLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RUN-LOG.

           SELECT CHECKPOINT-FILE ASSIGN TO "BATCHCHKPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CHECKPOINT.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT.

           SELECT RECONCILE-FILE ASSIGN TO "RECONCILE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECONCILE.

           SELECT COUNT-FILE ASSIGN TO DYNAMIC
               COUNT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COUNT.

           SELECT OPS-REPORT-FILE ASSIGN TO DYNAMIC
               OPS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPS-REPORT.

       DATA DIVISION.
       FILE SECTION.
      * NR-OUTCOME: OK, WARNING, FAILED, SKIPPED (an earlier step
      * failed) or NOTDUE (month-end step on an ordinary night).
      * NR-FIGURE-1 to 4 are the step's counts for the morning
      * report - see Collect-Step-Figures.
       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
          02 NR-RUN-DATE  PIC X(8).
          02 FILLER       PIC X(2).
          02 NR-STEP      PIC X(10).
          02 FILLER       PIC X(2).
          02 NR-STARTED   PIC X(14).
          02 FILLER       PIC X(2).
          02 NR-ENDED     PIC X(14).
          02 FILLER       PIC X(2).
          02 NR-OUTCOME   PIC X(7).
          02 FILLER       PIC X(2).
          02 NR-EXIT-CODE PIC 9(3).
          02 FILLER       PIC X(2).
          02 NR-FIGURE-1  PIC 9(7).
          02 FILLER       PIC X(2).
          02 NR-FIGURE-2  PIC 9(7).
          02 FILLER       PIC X(2).
          02 NR-FIGURE-3  PIC 9(7).
          02 FILLER       PIC X(2).
          02 NR-FIGURE-4  PIC 9(7).

      * Same layout as BATCHRUNLOG.TXT in BOOKBATCH.
       FD RUN-LOG-FILE.
       01 RUN-LOG-RECORD.
          02 RL-TRANS-FILE PIC X(14).
          02 FILLER        PIC X(2).
          02 RL-STARTED    PIC X(14).
          02 FILLER        PIC X(2).
          02 RL-ENDED      PIC X(14).
          02 FILLER        PIC X(2).
          02 RL-READ       PIC 9(5).
          02 FILLER        PIC X(2).
          02 RL-ACCEPTED   PIC 9(5).
          02 FILLER        PIC X(2).
          02 RL-REJECTED   PIC 9(5).
          02 FILLER        PIC X(2).
          02 RL-RESUMED    PIC X(1).

       FD CHECKPOINT-FILE.
       01 CHECKPOINT-RECORD PIC X(60).

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD.
          02 AUDIT-TIMESTAMP PIC X(14).
          02 FILLER          PIC X(2).
          02 AUDIT-ACTION    PIC X(6).
          02 FILLER          PIC X(2).
          02 AUDIT-USER-ID   PIC 9(4).
          02 FILLER          PIC X(2).
          02 AUDIT-BOOK-ID   PIC 9(4).
          02 FILLER          PIC X(2).
          02 AUDIT-OPERATOR  PIC X(6).
          02 FILLER          PIC X(2).
          02 AUDIT-SUBJECT   PIC X(6).

      * Same layout as RECONCILE.TXT in BOOKRECON.
       FD RECONCILE-FILE.
       01 RECONCILE-RECORD.
          02 REC-KIND PIC X(6).
          02 FILLER   PIC X(2).
          02 REC-TEXT PIC X(72).

       FD COUNT-FILE.
       01 COUNT-RECORD PIC X(200).

       FD OPS-REPORT-FILE.
       01 OPS-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 EOF-FLAG PIC X(1) VALUE 'N'.

       01 FS-RUN-CONTROL PIC 9(2).
       01 FS-RUN-LOG PIC 9(2).
       01 FS-CHECKPOINT PIC 9(2).
       01 FS-AUDIT PIC 9(2).
       01 FS-RECONCILE PIC 9(2).
       01 FS-COUNT PIC 9(2).
       01 FS-OPS-REPORT PIC 9(2).

      * Where the step programs are run from, relative to the data
      * directory the stream runs in.
       01 STEP-COMMAND-PREFIX PIC X(20) VALUE "./".
      * Day of the month the month-end step runs - the first night
      * of a new month, once the month before is complete.
       01 MONTH-END-DAY PIC 9(2) VALUE 1.
      * Reconciliation exceptions copied onto the morning report;
      * the rest stay in RECONCILE.TXT.
       01 RECON-LIST-MAX PIC 9(3) VALUE 50.

       01 STEP-MAX PIC 9(2) VALUE 8.
       01 STEP-ROWS OCCURS 8 TIMES.
           02 ARR-STEP-NAME PIC X(10).
           02 ARR-STEP-ARGS PIC X(10).
           02 ARR-STEP-MONTH-END PIC X(1).
           02 ARR-STEP-DONE-FLAG PIC X(1).
           02 ARR-STEP-STARTED PIC X(14).
           02 ARR-STEP-ENDED PIC X(14).
           02 ARR-STEP-OUTCOME PIC X(7).
           02 ARR-STEP-EXIT-CODE PIC 9(3).
           02 ARR-STEP-FIGURE OCCURS 4 TIMES PIC 9(7).
       01 STEP-COUNT PIC 9(2) VALUE 0.
       01 STEP-IDX PIC 9(2) VALUE 0.
       01 STEP-FOUND-IDX PIC 9(2) VALUE 0.
       01 FIGURE-IDX PIC 9(1) VALUE 0.

       01 RUN-DATE PIC X(8) VALUE SPACES.
       01 RUN-DATE-DAY PIC 9(2) VALUE 0.
       01 COMMAND-LINE-ARGS PIC X(20) VALUE SPACES.
       01 STEP-COMMAND PIC X(60) VALUE SPACES.
       01 STEP-RAW-STATUS PIC S9(9) VALUE 0.
       01 STEP-EXIT-CODE PIC 9(3) VALUE 0.
       01 STREAM-STOPPED-FLAG PIC X(1) VALUE 'N'.
       01 STREAM-STOPPED-AT PIC X(10) VALUE SPACES.
       01 STREAM-WARNING-FLAG PIC X(1) VALUE 'N'.
       01 CHECKPOINT-LEFT-FLAG PIC X(1) VALUE 'N'.

       01 COUNT-FILE-NAME PIC X(25) VALUE SPACES.
       01 FILE-ROW-COUNT PIC 9(7) VALUE 0.
       01 ROWS-BEFORE-1 PIC 9(7) VALUE 0.
       01 ROWS-BEFORE-2 PIC 9(7) VALUE 0.
       01 BACKUP-DATE PIC X(8) VALUE SPACES.

       01 OPS-REPORT-NAME PIC X(25) VALUE SPACES.
       01 PRINTED-STAMP PIC X(14) VALUE SPACES.
       01 RECON-LISTED PIC 9(3) VALUE 0.
       01 SECTION-HEADING PIC X(60) VALUE SPACES.

       01 OPS-HEADER-LINE.
           02 FILLER PIC X(29) VALUE "OPERATIONS REPORT - night of ".
           02 OH-RUN-DATE PIC X(8).
           02 FILLER PIC X(11) VALUE "   printed ".
           02 OH-PRINTED PIC X(14).
       01 OPS-RULE-LINE PIC X(78) VALUE ALL "=".
       01 OPS-STEP-COLUMNS.
           02 FILLER PIC X(12) VALUE "Step".
           02 FILLER PIC X(16) VALUE "Started".
           02 FILLER PIC X(16) VALUE "Ended".
           02 FILLER PIC X(9) VALUE "Outcome".
           02 FILLER PIC X(4) VALUE "RC".
       01 OPS-STEP-LINE.
           02 OS-STEP PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 OS-STARTED PIC X(14).
           02 FILLER PIC X(2) VALUE SPACES.
           02 OS-ENDED PIC X(14).
           02 FILLER PIC X(2) VALUE SPACES.
           02 OS-OUTCOME PIC X(7).
           02 FILLER PIC X(2) VALUE SPACES.
           02 OS-EXIT-CODE PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 OS-NOTE PIC X(20).
       01 OPS-FIGURE-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 OF-LABEL PIC X(30) VALUE SPACES.
           02 OF-COUNT PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 OF-NOTE PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY "BOOKNITE - nightly job stream".
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE.
           ACCEPT COMMAND-LINE-ARGS FROM COMMAND-LINE.
           IF COMMAND-LINE-ARGS(1:8) NUMERIC
               MOVE COMMAND-LINE-ARGS(1:8) TO RUN-DATE
               DISPLAY "Finishing the stream for the night of "
                   RUN-DATE "."
           END-IF.
           MOVE RUN-DATE(7:2) TO RUN-DATE-DAY.

           PERFORM Set-Up-Steps.
           PERFORM Load-Run-Control.

           PERFORM VARYING STEP-IDX FROM 1 BY 1
                   UNTIL STEP-IDX > STEP-COUNT
               PERFORM Run-Stream-Step
           END-PERFORM.

           PERFORM Write-Operations-Report.

           IF STREAM-STOPPED-FLAG = 'Y'
               DISPLAY "Stream STOPPED at " STREAM-STOPPED-AT
                   " - later steps skipped. Fix and rerun BOOKNITE."
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Stream complete."
               IF STREAM-WARNING-FLAG = 'Y'
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "Operations report: " OPS-REPORT-NAME.

           STOP RUN.

       Set-Up-Steps.
           MOVE 0 TO STEP-COUNT.
           MOVE "BOOKBATCH" TO ARR-STEP-NAME(1).
           MOVE "BOOKEXPIRE" TO ARR-STEP-NAME(2).
           MOVE "BOOKMSG" TO ARR-STEP-NAME(3).
           MOVE "BOOKACQ" TO ARR-STEP-NAME(4).
           MOVE "BOOKGL" TO ARR-STEP-NAME(5).
           MOVE "BOOKRECON" TO ARR-STEP-NAME(6).
           MOVE "BOOKBKUP" TO ARR-STEP-NAME(7).
           MOVE "BOOKARCH" TO ARR-STEP-NAME(8).
           PERFORM VARYING STEP-IDX FROM 1 BY 1
                   UNTIL STEP-IDX > STEP-MAX
               ADD 1 TO STEP-COUNT
               MOVE SPACES TO ARR-STEP-ARGS(STEP-IDX)
               MOVE 'N' TO ARR-STEP-MONTH-END(STEP-IDX)
               MOVE 'N' TO ARR-STEP-DONE-FLAG(STEP-IDX)
               MOVE SPACES TO ARR-STEP-STARTED(STEP-IDX)
               MOVE SPACES TO ARR-STEP-ENDED(STEP-IDX)
               MOVE SPACES TO ARR-STEP-OUTCOME(STEP-IDX)
               MOVE 0 TO ARR-STEP-EXIT-CODE(STEP-IDX)
               PERFORM VARYING FIGURE-IDX FROM 1 BY 1
                       UNTIL FIGURE-IDX > 4
                   MOVE 0 TO ARR-STEP-FIGURE(STEP-IDX, FIGURE-IDX)
               END-PERFORM
           END-PERFORM.
           MOVE "B" TO ARR-STEP-ARGS(7).
           MOVE 'Y' TO ARR-STEP-MONTH-END(8).

      * Picks up tonight's rows from an earlier run of the stream;
      * the last row for a step wins.
       Load-Run-Control.
           MOVE 'N' TO EOF-FLAG.
           OPEN INPUT RUN-CONTROL-FILE.
           IF FS-RUN-CONTROL = 0
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ RUN-CONTROL-FILE
                       AT END SET EOF-FLAG TO 'Y'
                   END-READ

                   IF EOF-FLAG = 'N'
                       IF NR-RUN-DATE = RUN-DATE
                           PERFORM Restore-Step-From-Row
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF.

       Restore-Step-From-Row.
           MOVE 0 TO STEP-FOUND-IDX.
           PERFORM VARYING STEP-IDX FROM 1 BY 1
                   UNTIL STEP-IDX > STEP-COUNT
               IF ARR-STEP-NAME(STEP-IDX) = NR-STEP
                   MOVE STEP-IDX TO STEP-FOUND-IDX
               END-IF
           END-PERFORM.

           IF STEP-FOUND-IDX > 0
               MOVE NR-STARTED TO ARR-STEP-STARTED(STEP-FOUND-IDX)
               MOVE NR-ENDED TO ARR-STEP-ENDED(STEP-FOUND-IDX)
               MOVE NR-OUTCOME TO ARR-STEP-OUTCOME(STEP-FOUND-IDX)
               MOVE NR-EXIT-CODE TO ARR-STEP-EXIT-CODE(STEP-FOUND-IDX)
               MOVE NR-FIGURE-1 TO
                   ARR-STEP-FIGURE(STEP-FOUND-IDX, 1)
               MOVE NR-FIGURE-2 TO
                   ARR-STEP-FIGURE(STEP-FOUND-IDX, 2)
               MOVE NR-FIGURE-3 TO
                   ARR-STEP-FIGURE(STEP-FOUND-IDX, 3)
               MOVE NR-FIGURE-4 TO
                   ARR-STEP-FIGURE(STEP-FOUND-IDX, 4)
               IF NR-OUTCOME = "OK" OR NR-OUTCOME = "WARNING"
                   MOVE 'Y' TO ARR-STEP-DONE-FLAG(STEP-FOUND-IDX)
               ELSE
                   MOVE 'N' TO ARR-STEP-DONE-FLAG(STEP-FOUND-IDX)
               END-IF
           END-IF.

       Run-Stream-Step.
           IF ARR-STEP-DONE-FLAG(STEP-IDX) = 'Y'
               DISPLAY ARR-STEP-NAME(STEP-IDX)
                   " already finished tonight ("
                   ARR-STEP-OUTCOME(STEP-IDX) ") - not rerun."
               IF ARR-STEP-OUTCOME(STEP-IDX) = "WARNING"
                   MOVE 'Y' TO STREAM-WARNING-FLAG
               END-IF
           ELSE
           IF STREAM-STOPPED-FLAG = 'Y'
               PERFORM Clear-Step-Result
               MOVE "SKIPPED" TO ARR-STEP-OUTCOME(STEP-IDX)
               DISPLAY ARR-STEP-NAME(STEP-IDX) " skipped."
               PERFORM Write-Run-Control-Row
           ELSE
           IF ARR-STEP-MONTH-END(STEP-IDX) = 'Y'
                   AND RUN-DATE-DAY NOT = MONTH-END-DAY
               PERFORM Clear-Step-Result
               MOVE "NOTDUE" TO ARR-STEP-OUTCOME(STEP-IDX)
               PERFORM Write-Run-Control-Row
           ELSE
               PERFORM Run-Step-Program
               PERFORM Write-Run-Control-Row
           END-IF
           END-IF
           END-IF.

       Clear-Step-Result.
           MOVE SPACES TO ARR-STEP-STARTED(STEP-IDX).
           MOVE SPACES TO ARR-STEP-ENDED(STEP-IDX).
           MOVE 0 TO ARR-STEP-EXIT-CODE(STEP-IDX).
           PERFORM VARYING FIGURE-IDX FROM 1 BY 1
                   UNTIL FIGURE-IDX > 4
               MOVE 0 TO ARR-STEP-FIGURE(STEP-IDX, FIGURE-IDX)
           END-PERFORM.

      * CALL "SYSTEM" hands back the shell's wait status; on Unix
      * the program's own return code is the high byte.
       Run-Step-Program.
           PERFORM Clear-Step-Result.
           MOVE SPACES TO STEP-COMMAND.
           STRING STEP-COMMAND-PREFIX DELIMITED BY SPACE
               ARR-STEP-NAME(STEP-IDX) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               ARR-STEP-ARGS(STEP-IDX) DELIMITED BY SPACE
               INTO STEP-COMMAND.

           PERFORM Count-Rows-Before-Step.
           MOVE FUNCTION CURRENT-DATE(1:14) TO
               ARR-STEP-STARTED(STEP-IDX).
           DISPLAY "Starting " ARR-STEP-NAME(STEP-IDX) " at "
               ARR-STEP-STARTED(STEP-IDX).

           CALL "SYSTEM" USING STEP-COMMAND.
           MOVE RETURN-CODE TO STEP-RAW-STATUS.
           MOVE 0 TO RETURN-CODE.

           MOVE FUNCTION CURRENT-DATE(1:14) TO
               ARR-STEP-ENDED(STEP-IDX).
           IF STEP-RAW-STATUS < 0
               MOVE 255 TO STEP-EXIT-CODE
           ELSE
           IF STEP-RAW-STATUS > 255
               DIVIDE STEP-RAW-STATUS BY 256 GIVING STEP-EXIT-CODE
           ELSE
               MOVE STEP-RAW-STATUS TO STEP-EXIT-CODE
           END-IF
           END-IF.
           MOVE STEP-EXIT-CODE TO ARR-STEP-EXIT-CODE(STEP-IDX).

           EVALUATE STEP-EXIT-CODE
               WHEN 0 MOVE "OK" TO ARR-STEP-OUTCOME(STEP-IDX)
               WHEN 4 MOVE "WARNING" TO ARR-STEP-OUTCOME(STEP-IDX)
               WHEN OTHER MOVE "FAILED" TO ARR-STEP-OUTCOME(STEP-IDX)
           END-EVALUATE.

           PERFORM Collect-Step-Figures.

           DISPLAY ARR-STEP-NAME(STEP-IDX) " ended "
               ARR-STEP-ENDED(STEP-IDX) " "
               ARR-STEP-OUTCOME(STEP-IDX) " (return code "
               STEP-EXIT-CODE ")".
           IF ARR-STEP-OUTCOME(STEP-IDX) = "FAILED"
               MOVE 'Y' TO STREAM-STOPPED-FLAG
               MOVE ARR-STEP-NAME(STEP-IDX) TO STREAM-STOPPED-AT
           END-IF.
           IF ARR-STEP-OUTCOME(STEP-IDX) = "WARNING"
               MOVE 'Y' TO STREAM-WARNING-FLAG
           END-IF.

      * Appended files whose growth is the step's output are
      * counted before the step starts.
       Count-Rows-Before-Step.
           MOVE 0 TO ROWS-BEFORE-1.
           MOVE 0 TO ROWS-BEFORE-2.
           EVALUATE ARR-STEP-NAME(STEP-IDX)
               WHEN "BOOKMSG"
                   MOVE "MESSAGES.TXT" TO COUNT-FILE-NAME
                   PERFORM Count-File-Rows
                   MOVE FILE-ROW-COUNT TO ROWS-BEFORE-1
                   MOVE "MAILLIST.TXT" TO COUNT-FILE-NAME
                   PERFORM Count-File-Rows
                   MOVE FILE-ROW-COUNT TO ROWS-BEFORE-2
               WHEN "BOOKACQ"
                   MOVE "REORDER.TXT" TO COUNT-FILE-NAME
                   PERFORM Count-File-Rows
                   MOVE FILE-ROW-COUNT TO ROWS-BEFORE-1
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Figures kept per step:
      *   BOOKBATCH  read, accepted, rejected, resumed runs
      *   BOOKEXPIRE holds expired
      *   BOOKMSG    gateway messages, print-and-mail letters
      *   BOOKACQ    reorder rows cut
      *   BOOKRECON  status exceptions, orphan loan rows
      *   BOOKBKUP   books, loans, users, staff extract rows
       Collect-Step-Figures.
           EVALUATE ARR-STEP-NAME(STEP-IDX)
               WHEN "BOOKBATCH"
                   PERFORM Collect-Kiosk-Figures
                   PERFORM Check-Batch-Checkpoint
                   IF CHECKPOINT-LEFT-FLAG = 'Y'
                       DISPLAY "BOOKBATCH left a checkpoint in "
                           "BATCHCHKPT.TXT - kiosk file only partly "
                           "posted."
                       MOVE "FAILED" TO ARR-STEP-OUTCOME(STEP-IDX)
                   END-IF
               WHEN "BOOKEXPIRE"
                   PERFORM Collect-Expire-Figures
               WHEN "BOOKMSG"
                   MOVE "MESSAGES.TXT" TO COUNT-FILE-NAME
                   PERFORM Count-File-Rows
                   IF FILE-ROW-COUNT > ROWS-BEFORE-1
                       COMPUTE ARR-STEP-FIGURE(STEP-IDX, 1) =
                           FILE-ROW-COUNT - ROWS-BEFORE-1
                   END-IF
                   MOVE "MAILLIST.TXT" TO COUNT-FILE-NAME
                   PERFORM Count-File-Rows
                   IF FILE-ROW-COUNT > ROWS-BEFORE-2
                       COMPUTE ARR-STEP-FIGURE(STEP-IDX, 2) =
                           FILE-ROW-COUNT - ROWS-BEFORE-2
                   END-IF
               WHEN "BOOKACQ"
                   MOVE "REORDER.TXT" TO COUNT-FILE-NAME
                   PERFORM Count-File-Rows
                   IF FILE-ROW-COUNT > ROWS-BEFORE-1
                       COMPUTE ARR-STEP-FIGURE(STEP-IDX, 1) =
                           FILE-ROW-COUNT - ROWS-BEFORE-1
                   END-IF
               WHEN "BOOKRECON"
                   PERFORM Collect-Recon-Figures
               WHEN "BOOKBKUP"
                   PERFORM Collect-Backup-Figures
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * BOOKBATCH writes one BATCHRUNLOG.TXT row per completed run;
      * tonight's are the rows that ended after the step started.
       Collect-Kiosk-Figures.
           MOVE 'N' TO EOF-FLAG.
           OPEN INPUT RUN-LOG-FILE.
           IF FS-RUN-LOG = 0
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ RUN-LOG-FILE
                       AT END SET EOF-FLAG TO 'Y'
                   END-READ

                   IF EOF-FLAG = 'N'
                       IF RL-ENDED >= ARR-STEP-STARTED(STEP-IDX)
                           IF RL-READ NUMERIC
                               ADD RL-READ TO
                                   ARR-STEP-FIGURE(STEP-IDX, 1)
                           END-IF
                           IF RL-ACCEPTED NUMERIC
                               ADD RL-ACCEPTED TO
                                   ARR-STEP-FIGURE(STEP-IDX, 2)
                           END-IF
                           IF RL-REJECTED NUMERIC
                               ADD RL-REJECTED TO
                                   ARR-STEP-FIGURE(STEP-IDX, 3)
                           END-IF
                           IF RL-RESUMED = 'Y'
                               ADD 1 TO ARR-STEP-FIGURE(STEP-IDX, 4)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE RUN-LOG-FILE
           END-IF.

      * A clean BOOKBATCH finish always empties BATCHCHKPT.TXT.
       Check-Batch-Checkpoint.
           MOVE 'N' TO CHECKPOINT-LEFT-FLAG.
           OPEN INPUT CHECKPOINT-FILE.
           IF FS-CHECKPOINT = 0
               READ CHECKPOINT-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CHECKPOINT-RECORD NOT = SPACES
                           MOVE 'Y' TO CHECKPOINT-LEFT-FLAG
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.

      * BOOKEXPIRE audits every hold it drops as EXPIRE.
       Collect-Expire-Figures.
           MOVE 'N' TO EOF-FLAG.
           OPEN INPUT AUDIT-LOG-FILE.
           IF FS-AUDIT = 0
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ AUDIT-LOG-FILE
                       AT END SET EOF-FLAG TO 'Y'
                   END-READ

                   IF EOF-FLAG = 'N'
                       IF AUDIT-ACTION = "EXPIRE"
                               AND AUDIT-TIMESTAMP >=
                                   ARR-STEP-STARTED(STEP-IDX)
                           ADD 1 TO ARR-STEP-FIGURE(STEP-IDX, 1)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF.

       Collect-Recon-Figures.
           MOVE 'N' TO EOF-FLAG.
           OPEN INPUT RECONCILE-FILE.
           IF FS-RECONCILE = 0
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ RECONCILE-FILE
                       AT END SET EOF-FLAG TO 'Y'
                   END-READ

                   IF EOF-FLAG = 'N'
                       IF REC-KIND = "STATUS"
                           ADD 1 TO ARR-STEP-FIGURE(STEP-IDX, 1)
                       END-IF
                       IF REC-KIND = "ORPHAN"
                           ADD 1 TO ARR-STEP-FIGURE(STEP-IDX, 2)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE RECONCILE-FILE
           END-IF.

      * BOOKBKUP names its extracts after the day it started.
       Collect-Backup-Figures.
           MOVE ARR-STEP-STARTED(STEP-IDX)(1:8) TO BACKUP-DATE.
           MOVE SPACES TO COUNT-FILE-NAME.
           STRING "BOOKSBAK" BACKUP-DATE ".TXT"
               DELIMITED BY SIZE INTO COUNT-FILE-NAME.
           PERFORM Count-File-Rows.
           MOVE FILE-ROW-COUNT TO ARR-STEP-FIGURE(STEP-IDX, 1).
           MOVE SPACES TO COUNT-FILE-NAME.
           STRING "LOANSBAK" BACKUP-DATE ".TXT"
               DELIMITED BY SIZE INTO COUNT-FILE-NAME.
           PERFORM Count-File-Rows.
           MOVE FILE-ROW-COUNT TO ARR-STEP-FIGURE(STEP-IDX, 2).
           MOVE SPACES TO COUNT-FILE-NAME.
           STRING "USERSBAK" BACKUP-DATE ".TXT"
               DELIMITED BY SIZE INTO COUNT-FILE-NAME.
           PERFORM Count-File-Rows.
           MOVE FILE-ROW-COUNT TO ARR-STEP-FIGURE(STEP-IDX, 3).
           MOVE SPACES TO COUNT-FILE-NAME.
           STRING "STAFFBAK" BACKUP-DATE ".TXT"
               DELIMITED BY SIZE INTO COUNT-FILE-NAME.
           PERFORM Count-File-Rows.
           MOVE FILE-ROW-COUNT TO ARR-STEP-FIGURE(STEP-IDX, 4).

       Count-File-Rows.
           MOVE 0 TO FILE-ROW-COUNT.
           MOVE 'N' TO EOF-FLAG.
           OPEN INPUT COUNT-FILE.
           IF FS-COUNT = 0
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ COUNT-FILE
                       AT END SET EOF-FLAG TO 'Y'
                   END-READ
                   IF EOF-FLAG = 'N'
                       ADD 1 TO FILE-ROW-COUNT
                   END-IF
               END-PERFORM
               CLOSE COUNT-FILE
           END-IF.

       Write-Run-Control-Row.
           MOVE SPACES TO RUN-CONTROL-RECORD.
           MOVE RUN-DATE TO NR-RUN-DATE.
           MOVE ARR-STEP-NAME(STEP-IDX) TO NR-STEP.
           MOVE ARR-STEP-STARTED(STEP-IDX) TO NR-STARTED.
           MOVE ARR-STEP-ENDED(STEP-IDX) TO NR-ENDED.
           MOVE ARR-STEP-OUTCOME(STEP-IDX) TO NR-OUTCOME.
           MOVE ARR-STEP-EXIT-CODE(STEP-IDX) TO NR-EXIT-CODE.
           MOVE ARR-STEP-FIGURE(STEP-IDX, 1) TO NR-FIGURE-1.
           MOVE ARR-STEP-FIGURE(STEP-IDX, 2) TO NR-FIGURE-2.
           MOVE ARR-STEP-FIGURE(STEP-IDX, 3) TO NR-FIGURE-3.
           MOVE ARR-STEP-FIGURE(STEP-IDX, 4) TO NR-FIGURE-4.

           OPEN EXTEND RUN-CONTROL-FILE.
           IF FS-RUN-CONTROL = 35
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

      * One page for the morning shift in place of the separate
      * step outputs.
       Write-Operations-Report.
           MOVE SPACES TO OPS-REPORT-NAME.
           STRING "OPS" RUN-DATE ".TXT"
               DELIMITED BY SIZE INTO OPS-REPORT-NAME.
           MOVE FUNCTION CURRENT-DATE(1:14) TO PRINTED-STAMP.

           OPEN OUTPUT OPS-REPORT-FILE.
           MOVE RUN-DATE TO OH-RUN-DATE.
           MOVE PRINTED-STAMP TO OH-PRINTED.
           WRITE OPS-LINE FROM OPS-RULE-LINE.
           WRITE OPS-LINE FROM OPS-HEADER-LINE.
           WRITE OPS-LINE FROM OPS-RULE-LINE.

           WRITE OPS-LINE FROM OPS-STEP-COLUMNS.
           PERFORM VARYING STEP-IDX FROM 1 BY 1
                   UNTIL STEP-IDX > STEP-COUNT
               MOVE ARR-STEP-NAME(STEP-IDX) TO OS-STEP
               MOVE ARR-STEP-STARTED(STEP-IDX) TO OS-STARTED
               MOVE ARR-STEP-ENDED(STEP-IDX) TO OS-ENDED
               MOVE ARR-STEP-OUTCOME(STEP-IDX) TO OS-OUTCOME
               MOVE ARR-STEP-EXIT-CODE(STEP-IDX) TO OS-EXIT-CODE
               MOVE SPACES TO OS-NOTE
               IF ARR-STEP-DONE-FLAG(STEP-IDX) = 'Y'
                   MOVE "(earlier run)" TO OS-NOTE
               END-IF
               IF ARR-STEP-NAME(STEP-IDX) = STREAM-STOPPED-AT
                   MOVE "<-- STREAM STOPPED" TO OS-NOTE
               END-IF
               WRITE OPS-LINE FROM OPS-STEP-LINE
           END-PERFORM.
           MOVE SPACES TO OPS-LINE.
           WRITE OPS-LINE.
           IF STREAM-STOPPED-FLAG = 'Y'
               MOVE SPACES TO OPS-LINE
               STRING "STREAM STOPPED AT " DELIMITED BY SIZE
                   STREAM-STOPPED-AT DELIMITED BY SPACE
                   " - later steps skipped; fix and rerun BOOKNITE."
                   DELIMITED BY SIZE INTO OPS-LINE
           ELSE
               MOVE "All steps complete." TO OPS-LINE
           END-IF.
           WRITE OPS-LINE.

           MOVE 1 TO STEP-IDX.
           MOVE "KIOSK POSTINGS (BATCHRUNLOG.TXT)" TO SECTION-HEADING.
           PERFORM Write-Section-Heading.
           IF ARR-STEP-STARTED(STEP-IDX) NOT = SPACES
               MOVE "Transactions read" TO OF-LABEL
               MOVE 1 TO FIGURE-IDX
               PERFORM Write-Figure-Line
               MOVE "Accepted" TO OF-LABEL
               MOVE 2 TO FIGURE-IDX
               PERFORM Write-Figure-Line
               MOVE "Rejected" TO OF-LABEL
               MOVE "see BATCHREJECTS.TXT" TO OF-NOTE
               MOVE 3 TO FIGURE-IDX
               PERFORM Write-Figure-Line
               IF ARR-STEP-FIGURE(STEP-IDX, 4) > 0
                   MOVE "Resumed from a checkpoint" TO OF-LABEL
                   MOVE 4 TO FIGURE-IDX
                   PERFORM Write-Figure-Line
               END-IF
           END-IF.

           MOVE 2 TO STEP-IDX.
           MOVE "HOLD SHELF" TO SECTION-HEADING.
           PERFORM Write-Section-Heading.
           IF ARR-STEP-STARTED(STEP-IDX) NOT = SPACES
               MOVE "Holds expired" TO OF-LABEL
               MOVE 1 TO FIGURE-IDX
               PERFORM Write-Figure-Line
           END-IF.

           MOVE 3 TO STEP-IDX.
           MOVE "MEMBER MESSAGES" TO SECTION-HEADING.
           PERFORM Write-Section-Heading.
           IF ARR-STEP-STARTED(STEP-IDX) NOT = SPACES
               MOVE "Queued for the gateway" TO OF-LABEL
               MOVE "MESSAGES.TXT" TO OF-NOTE
               MOVE 1 TO FIGURE-IDX
               PERFORM Write-Figure-Line
               MOVE "Letters to print and mail" TO OF-LABEL
               MOVE "MAILLIST.TXT" TO OF-NOTE
               MOVE 2 TO FIGURE-IDX
               PERFORM Write-Figure-Line
           END-IF.

           MOVE 4 TO STEP-IDX.
           MOVE "ACQUISITIONS" TO SECTION-HEADING.
           PERFORM Write-Section-Heading.
           IF ARR-STEP-STARTED(STEP-IDX) NOT = SPACES
               MOVE "Reorder rows cut" TO OF-LABEL
               MOVE "REORDER.TXT" TO OF-NOTE
               MOVE 1 TO FIGURE-IDX
               PERFORM Write-Figure-Line
           END-IF.

           MOVE 5 TO STEP-IDX.
           MOVE "GENERAL LEDGER" TO SECTION-HEADING.
           PERFORM Write-Section-Heading.
           IF ARR-STEP-STARTED(STEP-IDX) NOT = SPACES
               MOVE "  See the posting register GLREG*.TXT." TO OPS-LINE
               WRITE OPS-LINE
           END-IF.

           MOVE 7 TO STEP-IDX.
           MOVE "BACKUP EXTRACTS (record counts)" TO SECTION-HEADING.
           PERFORM Write-Section-Heading.
           IF ARR-STEP-STARTED(STEP-IDX) NOT = SPACES
               MOVE "Books" TO OF-LABEL
               MOVE 1 TO FIGURE-IDX
               PERFORM Write-Figure-Line
               MOVE "Loans" TO OF-LABEL
               MOVE 2 TO FIGURE-IDX
               PERFORM Write-Figure-Line
               MOVE "Members" TO OF-LABEL
               MOVE 3 TO FIGURE-IDX
               PERFORM Write-Figure-Line
               MOVE "Staff" TO OF-LABEL
               MOVE 4 TO FIGURE-IDX
               PERFORM Write-Figure-Line
           END-IF.

           MOVE 6 TO STEP-IDX.
           MOVE "RECONCILIATION (BOOKS.DAT vs LOANS.DAT)" TO
               SECTION-HEADING.
           PERFORM Write-Section-Heading.
           IF ARR-STEP-STARTED(STEP-IDX) NOT = SPACES
               MOVE "Status exceptions" TO OF-LABEL
               MOVE 1 TO FIGURE-IDX
               PERFORM Write-Figure-Line
               MOVE "Orphan loan rows" TO OF-LABEL
               MOVE 2 TO FIGURE-IDX
               PERFORM Write-Figure-Line
               PERFORM Copy-Reconcile-Exceptions
           END-IF.

           MOVE SPACES TO OPS-LINE.
           WRITE OPS-LINE.
           WRITE OPS-LINE FROM OPS-RULE-LINE.
           CLOSE OPS-REPORT-FILE.

      * A step that did not run tonight says so under its heading
      * instead of showing zero counts.
       Write-Section-Heading.
           MOVE SPACES TO OPS-LINE.
           WRITE OPS-LINE.
           WRITE OPS-LINE FROM SECTION-HEADING.
           IF ARR-STEP-STARTED(STEP-IDX) = SPACES
               MOVE SPACES TO OPS-LINE
               STRING "  " DELIMITED BY SIZE
                   ARR-STEP-NAME(STEP-IDX) DELIMITED BY SPACE
                   " did not run tonight (" DELIMITED BY SIZE
                   ARR-STEP-OUTCOME(STEP-IDX) DELIMITED BY SPACE
                   ")." DELIMITED BY SIZE INTO OPS-LINE
               WRITE OPS-LINE
           ELSE
           IF ARR-STEP-OUTCOME(STEP-IDX) = "FAILED"
               MOVE SPACES TO OPS-LINE
               STRING "  " DELIMITED BY SIZE
                   ARR-STEP-NAME(STEP-IDX) DELIMITED BY SPACE
                   " FAILED - figures below may be incomplete."
                   DELIMITED BY SIZE INTO OPS-LINE
               WRITE OPS-LINE
           END-IF
           END-IF.

       Write-Figure-Line.
           MOVE ARR-STEP-FIGURE(STEP-IDX, FIGURE-IDX) TO OF-COUNT.
           WRITE OPS-LINE FROM OPS-FIGURE-LINE.
           MOVE SPACES TO OF-NOTE.

       Copy-Reconcile-Exceptions.
           MOVE 0 TO RECON-LISTED.
           MOVE 'N' TO EOF-FLAG.
           OPEN INPUT RECONCILE-FILE.
           IF FS-RECONCILE = 0
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ RECONCILE-FILE
                       AT END SET EOF-FLAG TO 'Y'
                   END-READ

                   IF EOF-FLAG = 'N'
                       IF REC-KIND NOT = "TOTALS"
                           ADD 1 TO RECON-LISTED
                           IF RECON-LISTED <= RECON-LIST-MAX
                               MOVE SPACES TO OPS-LINE
                               MOVE REC-TEXT TO OPS-LINE(3:72)
                               WRITE OPS-LINE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE RECONCILE-FILE
           END-IF.
           IF RECON-LISTED > RECON-LIST-MAX
               MOVE "  ... more in RECONCILE.TXT" TO OPS-LINE
               WRITE OPS-LINE
           END-IF.
           IF RECON-LISTED > 0
               MOVE "  Repair at the desk: BOOKIT option 7."
                   TO OPS-LINE
               WRITE OPS-LINE
           END-IF.
