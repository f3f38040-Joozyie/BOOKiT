      * pickup window before their turn can age out. No operator
      * prompts - schedule it in the overnight window alongside
      * BOOKBATCH.
      * Return code 8 when the run fails, 4 when it finishes with
      * warnings - the BOOKNITE job stream stops on 8.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           02 BOOK-COPIES PIC 9(2).
           02 FILLER PIC X(2).
           02 BOOK-COPIES-LOST PIC 9(2).
           02 FILLER PIC X(2).
           02 BOOK-LOAN-CLASS PIC X(1).
           02 FILLER PIC X(2).
           02 BOOK-COPIES-WITHDRAWN PIC 9(2).

       FD HOLDS-FILE.
       01 HOLDS-RECORD.
          02 AUDIT-USER-ID   PIC 9(4).
          02 FILLER          PIC X(2).
          02 AUDIT-BOOK-ID   PIC 9(4).
          02 FILLER          PIC X(2).
          02 AUDIT-OPERATOR  PIC X(6).
          02 FILLER          PIC X(2).
          02 AUDIT-SUBJECT   PIC X(6).

       WORKING-STORAGE SECTION.
       01 EOF-FLAG PIC X(1) VALUE 'N'.
       01 TARGET-STATUS PIC X(1) VALUE SPACE.
       01 CURRENT-TIMESTAMP PIC X(14) VALUE SPACES.
       01 LOG-ACTION PIC X(6) VALUE SPACES.
      * Operator ID stamped on audit rows written by unattended jobs;
      * staff operator IDs are set up in STAFF.DAT through BOOKIT.
       01 BATCH-OPERATOR-ID PIC X(6) VALUE "BATCH".

       PROCEDURE DIVISION.
           DISPLAY "BOOKEXPIRE - aging the hold shelf".
           OPEN INPUT BOOKS-FILE.
           IF FS-BOOKS NOT = 0
               DISPLAY "BOOKS.DAT not found - nothing to do."
               MOVE 8 TO RETURN-CODE
               SET EOF-FLAG TO 'Y'
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               DISPLAY "More than " HELD-MAX " titles on the hold "
                   "shelf - remaining titles not aged this run. "
                   "Raise HELD-MAX and rerun."
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      * Ages the queue for one held book. Only the head hold is on
                   DISPLAY "HOLDS.TXT has more than " HOLDS-MAX
                       " records. Hold for book " EXPIRE-BOOK-ID
                       " left in place - raise HOLDS-MAX and rerun."
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   PERFORM VARYING HOLDS-IDX FROM 1 BY 1
                           UNTIL HOLDS-IDX > HOLDS-COUNT
                       " records. Hold dates for book "
                       EXPIRE-BOOK-ID " not re-stamped - raise "
                       "HOLDS-MAX and rerun."
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   IF HOLD-RESTAMP-IDX NOT = 0
                       MOVE TODAY-NUM TO
           IF FS-BOOKS NOT = 0
               DISPLAY "BOOKS.DAT not found - status for book "
                   EXPIRE-BOOK-ID " not updated."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE EXPIRE-BOOK-ID TO BOOK-ID
               READ BOOKS-FILE
           MOVE LOG-ACTION TO AUDIT-ACTION.
           MOVE EXPIRE-USER-ID TO AUDIT-USER-ID.
           MOVE EXPIRE-BOOK-ID TO AUDIT-BOOK-ID.
           MOVE BATCH-OPERATOR-ID TO AUDIT-OPERATOR.

           OPEN EXTEND AUDIT-LOG-FILE.
           IF FS-AUDIT = 35
