      * BOOKIT's statistics option reads the archives back when a
      * report range reaches past the online log. No operator
      * prompts - schedule it at month end alongside BOOKBATCH.
      * Return code 8 when the run fails, 4 when it finishes with
      * warnings - the BOOKNITE job stream stops on 8.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          02 AUDIT-USER-ID   PIC 9(4).
          02 FILLER          PIC X(2).
          02 AUDIT-BOOK-ID   PIC 9(4).
          02 FILLER          PIC X(2).
          02 AUDIT-OPERATOR  PIC X(6).
          02 FILLER          PIC X(2).
          02 AUDIT-SUBJECT   PIC X(6).

       FD AUDIT-WORK-FILE.
       01 AUDIT-WORK-RECORD PIC X(50).

       FD AUDIT-ARCHIVE-FILE.
       01 AUDIT-ARCHIVE-RECORD PIC X(50).

       WORKING-STORAGE SECTION.
       01 AUDIT-EOF-FLAG PIC X(1) VALUE 'N'.

       01 CURRENT-TIMESTAMP PIC X(14) VALUE SPACES.
       01 LOG-ACTION PIC X(6) VALUE SPACES.
      * Operator ID stamped on audit rows written by unattended jobs;
      * staff operator IDs are set up in STAFF.DAT through BOOKIT.
       01 BATCH-OPERATOR-ID PIC X(6) VALUE "BATCH".

       PROCEDURE DIVISION.
           DISPLAY "BOOKARCH - rolling the audit log over".
                   DISPLAY "WARNING: kept " ROWS-KEPT " row(s) but "
                       "rewrote " ROWS-REWRITTEN " - keep "
                       "AUDITWORK.TXT and review by hand."
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

                           " months in one run - a rerun may "
                           "duplicate archive rows. Raise "
                           "MONTHS-STARTED-MAX."
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF FS-WORK NOT = 0
               DISPLAY "Cannot reopen AUDITWORK.TXT (status "
                   FS-WORK ") - AUDITLOG.TXT left as it is."
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT AUDIT-LOG-FILE

           MOVE LOG-ACTION TO AUDIT-ACTION.
           MOVE 0 TO AUDIT-USER-ID.
           MOVE 0 TO AUDIT-BOOK-ID.
           MOVE BATCH-OPERATOR-ID TO AUDIT-OPERATOR.

           OPEN EXTEND AUDIT-LOG-FILE.
           IF FS-AUDIT = 35
