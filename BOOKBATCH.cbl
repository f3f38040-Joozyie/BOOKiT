      * desk screens enforce, audits accepted actions, and writes
      * rejected transactions with a reason code to BATCHREJECTS.TXT.
      * No operator prompts - schedule it in the overnight window.
      * Return code 8 when the run fails, 4 when it finishes with
      * warnings - the BOOKNITE job stream stops on 8.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CALENDAR.

           SELECT POLICY-FILE ASSIGN TO "POLICY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-POLICY.

           SELECT ILL-REQUEST-FILE ASSIGN TO "ILLREQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ILL-REQUEST-ID
               FILE STATUS IS FS-ILL-REQUEST.

       DATA DIVISION.
       FILE SECTION.
       FD BATCH-TRANS-FILE.
           02 BOOK-COPIES PIC 9(2).
           02 FILLER PIC X(2).
           02 BOOK-COPIES-LOST PIC 9(2).
           02 FILLER PIC X(2).
           02 BOOK-LOAN-CLASS PIC X(1).
           02 FILLER PIC X(2).
           02 BOOK-COPIES-WITHDRAWN PIC 9(2).

       FD BORROWED-BOOKS-FILE.
       01 BORROWED-BOOKS-RECORD.
           02 USER-CONTACT PIC X(15).
           02 FILLER PIC X(2).
           02 USER-STATUS PIC X(1).
           02 FILLER PIC X(2).
           02 USER-TYPE PIC X(1).
           02 FILLER PIC X(2).
           02 USER-REGISTERED PIC X(8).
           02 FILLER PIC X(2).
           02 USER-EXPIRES PIC X(8).

       FD HOLDS-FILE.
       01 HOLDS-RECORD.
          02 FINE-TYPE    PIC X(1).
          02 FILLER       PIC X(2).
          02 FINE-AMOUNT  PIC 9(5)V99.
          02 FILLER       PIC X(2).
          02 FINE-OPERATOR PIC X(6).

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD.
          02 AUDIT-USER-ID   PIC 9(4).
          02 FILLER          PIC X(2).
          02 AUDIT-BOOK-ID   PIC 9(4).
          02 FILLER          PIC X(2).
          02 AUDIT-OPERATOR  PIC X(6).
          02 FILLER          PIC X(2).
          02 AUDIT-SUBJECT   PIC X(6).

       FD CHECKPOINT-FILE.
       01 CHECKPOINT-RECORD.
          02 FILLER      PIC X(2).
          02 CLOSED-DESC PIC X(30).

      * Same layout as POLICY.TXT in BOOKIT.
       FD POLICY-FILE.
       01 POLICY-RECORD.
          02 POL-MEMBER-TYPE   PIC X(1).
          02 FILLER            PIC X(2).
          02 POL-LOAN-CLASS    PIC X(1).
          02 FILLER            PIC X(2).
          02 POL-BORROW-LIMIT  PIC 9(2).
          02 FILLER            PIC X(2).
          02 POL-LOAN-DAYS     PIC 9(3).
          02 FILLER            PIC X(2).
          02 POL-FINE-PER-DAY  PIC 9(3)V99.
          02 FILLER            PIC X(2).
          02 POL-RENEWAL-LIMIT PIC 9(1).
          02 FILLER            PIC X(2).
          02 POL-FINE-BLOCK    PIC 9(3)V99.
          02 FILLER            PIC X(2).
          02 POL-DESC          PIC X(30).

      * Same layout as ILLREQ.DAT in BOOKIT. Only ILL-STATUS 'L'
      * (lent to the member) matters here.
       FD ILL-REQUEST-FILE.
       01 ILL-RECORD.
          02 ILL-REQUEST-ID PIC 9(4).
          02 FILLER         PIC X(2).
          02 ILL-USER-ID    PIC 9(4).
          02 FILLER         PIC X(2).
          02 ILL-TITLE      PIC X(30).
          02 FILLER         PIC X(2).
          02 ILL-AUTHOR     PIC X(30).
          02 FILLER         PIC X(2).
          02 ILL-LENDER     PIC X(30).
          02 FILLER         PIC X(2).
          02 ILL-STATUS     PIC X(1).
          02 FILLER         PIC X(2).
          02 ILL-REQUESTED  PIC X(8).
          02 FILLER         PIC X(2).
          02 ILL-RECEIVED   PIC X(8).
          02 FILLER         PIC X(2).
          02 ILL-DUE-BACK   PIC X(8).
          02 FILLER         PIC X(2).
          02 ILL-LENT       PIC X(8).
          02 FILLER         PIC X(2).
          02 ILL-MEMBER-DUE PIC X(8).
          02 FILLER         PIC X(2).
          02 ILL-CLOSED     PIC X(8).
          02 FILLER         PIC X(2).
          02 ILL-FEE        PIC 9(5)V99.

       WORKING-STORAGE SECTION.
       01 TRANS-EOF-FLAG PIC X(1) VALUE 'N'.
       01 BORROWED-EOF-FLAG PIC X(1) VALUE 'N'.
       01 HOLDS-EOF-FLAG PIC X(1) VALUE 'N'.
       01 ILL-EOF-FLAG PIC X(1) VALUE 'N'.

       01 FS-BATCH-TRANS PIC 9(2).
       01 FS-BATCH-REJECTS PIC 9(2).
       01 FS-CHECKPOINT PIC 9(2).
       01 FS-RUN-LOG PIC 9(2).
       01 FS-CALENDAR PIC 9(2).
       01 FS-POLICY PIC 9(2).
       01 FS-ILL-REQUEST PIC 9(2).

      * Loan policy in force for the transaction being posted, set
      * from POLICY.TXT by the member's type and the title's loan
      * class. The house defaults below must match BOOKIT's.
       01 BORROW-LIMIT PIC 9(2) VALUE 2.
       01 LOAN-PERIOD-DAYS PIC 9(3) VALUE 14.
       01 FINE-PER-DAY PIC 9(3)V99 VALUE 0.25.
       01 FINE-BLOCK-LIMIT PIC 9(3)V99 VALUE 10.00.
       01 DEFAULT-BORROW-LIMIT PIC 9(2) VALUE 2.
       01 DEFAULT-LOAN-DAYS PIC 9(3) VALUE 14.
       01 DEFAULT-FINE-PER-DAY PIC 9(3)V99 VALUE 0.25.
       01 DEFAULT-FINE-BLOCK PIC 9(3)V99 VALUE 10.00.
      * Weekly closing day: 0 = Sunday through 6 = Saturday,
      * 9 = no weekly closing day. One-off closures come from
      * CALENDAR.TXT, maintained on the BOOKIT calendar screen.
       01 CHECK-DAY-OF-WEEK PIC 9(1) VALUE 0.
       01 ROLL-GUARD PIC 9(3) VALUE 0.

       01 POLICY-LOADED-FLAG PIC X(1) VALUE 'N'.
       01 POLICY-EOF-FLAG PIC X(1) VALUE 'N'.
       01 POLICY-MAX PIC 9(3) VALUE 50.
       01 POLICY-RECORDS OCCURS 50 TIMES.
           02 ARR-POL-MEMBER-TYPE PIC X(1).
           02 ARR-POL-LOAN-CLASS PIC X(1).
           02 ARR-POL-BORROW-LIMIT PIC 9(2).
           02 ARR-POL-LOAN-DAYS PIC 9(3).
           02 ARR-POL-FINE-PER-DAY PIC 9(3)V99.
           02 ARR-POL-FINE-BLOCK PIC 9(3)V99.
       01 POLICY-COUNT PIC 9(3) VALUE 0.
       01 POLICY-IDX PIC 9(3) VALUE 0.
       01 POLICY-FOUND-IDX PIC 9(3) VALUE 0.
       01 POLICY-SCORE PIC 9(1) VALUE 0.
       01 POLICY-BEST-SCORE PIC 9(1) VALUE 0.
       01 POLICY-MEMBER-TYPE PIC X(1) VALUE SPACE.
       01 POLICY-LOAN-CLASS PIC X(1) VALUE SPACE.

       01 TRANS-READ PIC 9(5) VALUE 0.
       01 TRANS-ACCEPTED PIC 9(5) VALUE 0.
       01 TRANS-REJECTED PIC 9(5) VALUE 0.
       01 RUN-STARTED PIC X(14) VALUE SPACES.

       01 USER-FOUND-FLAG PIC X(1) VALUE 'N'.
       01 CURRENT-USER-TYPE PIC X(1) VALUE SPACE.
       01 CURRENT-USER-EXPIRES PIC X(8) VALUE SPACES.
       01 EFFECTIVE-DATE-X PIC X(8) VALUE SPACES.
       01 CURRENT-BOOK-CLASS PIC X(1) VALUE SPACE.
       01 LOAN-COUNT PIC 9(2) VALUE 0.
       01 BOOK-FOUND-FLAG PIC X(1) VALUE 'N'.
       01 CURRENT-BOOK-STATUS PIC X(1) VALUE SPACE.

       01 CURRENT-TIMESTAMP PIC X(14) VALUE SPACES.
       01 LOG-ACTION PIC X(6) VALUE SPACES.
      * Operator ID stamped on audit and fine rows written by kiosk
      * postings; staff operator IDs are set up in STAFF.DAT through
      * BOOKIT.
       01 KIOSK-OPERATOR-ID PIC X(6) VALUE "KIOSK".

       PROCEDURE DIVISION.
           DISPLAY "BOOKBATCH - posting kiosk transactions".
      * their transactions reject as U1.
       Lookup-User.
           MOVE 'N' TO USER-FOUND-FLAG.
           MOVE SPACE TO CURRENT-USER-TYPE.
           MOVE SPACES TO CURRENT-USER-EXPIRES.

           OPEN INPUT USERINFO-FILE.
           IF FS-USERINFO = 0
                   NOT INVALID KEY
                       IF USER-STATUS NOT = 'I'
                           MOVE 'Y' TO USER-FOUND-FLAG
                           MOVE USER-TYPE TO CURRENT-USER-TYPE
                           MOVE USER-EXPIRES TO CURRENT-USER-EXPIRES
                       END-IF
               END-READ
               CLOSE USERINFO-FILE
           END-IF.

      * A card is good through its expiry date on the day the kiosk
      * took the transaction; rows with no expiry date never lapse.
      * Returns still post on an expired card.
       Post-Borrow.
           PERFORM Set-Member-Policy.
           PERFORM Compute-Fine-Balance.
           MOVE EFFECTIVE-DATE TO EFFECTIVE-DATE-X.
           IF CURRENT-USER-EXPIRES NUMERIC
                   AND CURRENT-USER-EXPIRES < EFFECTIVE-DATE-X
               MOVE "U2" TO REASON-CODE
               MOVE "membership card expired" TO REASON-TEXT
           ELSE
           IF FINE-BALANCE > FINE-BLOCK-LIMIT
               MOVE "F1" TO REASON-CODE
               MOVE "fines over borrowing block limit"
                   TO REASON-TEXT
           ELSE
               PERFORM Post-Borrow-Checks
           END-IF
           END-IF.

       Post-Borrow-Checks.
                   MOVE "book not on file" TO REASON-TEXT
               ELSE
                   MOVE 'N' TO TOOK-HELD-COPY-FLAG
                   PERFORM Set-Item-Policy
                   IF CURRENT-BOOK-STATUS = 'L'
                           OR CURRENT-BOOK-STATUS = 'D'
                           OR CURRENT-BOOK-STATUS = 'W'
                       MOVE "B2" TO REASON-CODE
                       MOVE "book not available" TO REASON-TEXT
                   ELSE
                   IF LOAN-PERIOD-DAYS = 0
                       MOVE "B5" TO REASON-CODE
                       MOVE "library use only - not for loan"
                           TO REASON-TEXT
                   ELSE
                       PERFORM Count-Book-Loans
                       COMPUTE COPIES-FREE =
                           END-IF
                       END-IF
                   END-IF
                   END-IF

                   IF REASON-CODE = SPACES
                       PERFORM Append-Loan-Row
               CLOSE BORROWED-BOOKS-FILE
           END-IF.

      * The title is read first so the fine uses its loan class.
           IF REASON-CODE = SPACES
               PERFORM Read-Book-By-Key
               PERFORM Set-Item-Policy
               PERFORM Assess-Overdue-Fine
               PERFORM Find-Next-Hold
      * A title already showing 'H' has a copy on the hold shelf;
      * this one reshelves and the status byte stands.
               END-PERFORM
               CLOSE BORROWED-BOOKS-FILE
           END-IF.
           PERFORM Count-Member-Ill-Loans.

      * Items borrowed in from other libraries and out with the
      * member count against the borrow limit like our own loans.
       Count-Member-Ill-Loans.
           MOVE 'N' TO ILL-EOF-FLAG.

           OPEN INPUT ILL-REQUEST-FILE.
           IF FS-ILL-REQUEST = 0
               PERFORM UNTIL ILL-EOF-FLAG = 'Y'
                   READ ILL-REQUEST-FILE NEXT RECORD
                       AT END SET ILL-EOF-FLAG TO 'Y'
                   END-READ

                   IF ILL-EOF-FLAG = 'N'
                       IF ILL-USER-ID = TRANS-USER-ID
                               AND ILL-STATUS = 'L'
                           ADD 1 TO LOAN-COUNT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ILL-REQUEST-FILE
           END-IF.

      * Copies of the title on loan right now = loan rows in
      * LOANS.DAT naming the book.
       Read-Book-By-Key.
           MOVE 'N' TO BOOK-FOUND-FLAG.
           MOVE SPACE TO CURRENT-BOOK-STATUS.
           MOVE SPACE TO CURRENT-BOOK-CLASS.

           OPEN INPUT BOOKS-FILE.
           IF FS-BOOKS = 0
                   NOT INVALID KEY
                       MOVE 'Y' TO BOOK-FOUND-FLAG
                       MOVE BOOK-STATUS TO CURRENT-BOOK-STATUS
                       MOVE BOOK-LOAN-CLASS TO CURRENT-BOOK-CLASS
                       IF BOOK-COPIES NUMERIC
                           MOVE BOOK-COPIES TO CURRENT-BOOK-COPIES
                       ELSE
           IF FS-BOOKS NOT = 0
               DISPLAY "BOOKS.DAT not found - status for book "
                   TRANS-BOOK-ID " not updated."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE TRANS-BOOK-ID TO BOOK-ID
               READ BOOKS-FILE
      * just like 'F'.
                   MOVE 'K' TO FINE-TYPE
                   MOVE FINE-OWED TO FINE-AMOUNT
                   MOVE KIOSK-OPERATOR-ID TO FINE-OPERATOR
                   OPEN EXTEND FINES-FILE
                   IF FS-FINES = 35
                       OPEN OUTPUT FINES-FILE
               END-IF
           END-IF.

      * Loan policy support - keep in step with the paragraphs of
      * the same names in BOOKIT.
       Load-Loan-Policy.
           IF POLICY-LOADED-FLAG = 'N'
               MOVE 0 TO POLICY-COUNT
               MOVE 'N' TO POLICY-EOF-FLAG

               OPEN INPUT POLICY-FILE
               IF FS-POLICY NOT = 0
                   DISPLAY "POLICY.TXT not found - house default "
                       "loan rules apply."
               ELSE
                   PERFORM UNTIL POLICY-EOF-FLAG = 'Y'
                       READ POLICY-FILE
                           AT END SET POLICY-EOF-FLAG TO 'Y'
                       END-READ

                       IF POLICY-EOF-FLAG = 'N'
                           IF POL-BORROW-LIMIT NOT NUMERIC
                                   OR POL-LOAN-DAYS NOT NUMERIC
                                   OR POL-FINE-PER-DAY NOT NUMERIC
                                   OR POL-FINE-BLOCK NOT NUMERIC
                               DISPLAY "POLICY.TXT row for type "
                                   POL-MEMBER-TYPE " class "
                                   POL-LOAN-CLASS " is not numeric "
                                   "- row ignored."
                           ELSE
                           IF POLICY-COUNT >= POLICY-MAX
                               DISPLAY "POLICY.TXT has more than "
                                   POLICY-MAX " rows - later rows "
                                   "ignored. Raise POLICY-MAX."
                               SET POLICY-EOF-FLAG TO 'Y'
                           ELSE
                               ADD 1 TO POLICY-COUNT
                               MOVE POL-MEMBER-TYPE TO
                                   ARR-POL-MEMBER-TYPE(POLICY-COUNT)
                               MOVE POL-LOAN-CLASS TO
                                   ARR-POL-LOAN-CLASS(POLICY-COUNT)
                               MOVE POL-BORROW-LIMIT TO
                                   ARR-POL-BORROW-LIMIT(POLICY-COUNT)
                               MOVE POL-LOAN-DAYS TO
                                   ARR-POL-LOAN-DAYS(POLICY-COUNT)
                               MOVE POL-FINE-PER-DAY TO
                                   ARR-POL-FINE-PER-DAY(POLICY-COUNT)
                               MOVE POL-FINE-BLOCK TO
                                   ARR-POL-FINE-BLOCK(POLICY-COUNT)
                           END-IF
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE POLICY-FILE
               END-IF
               MOVE 'Y' TO POLICY-LOADED-FLAG
           END-IF.

      * Same matching as BOOKIT: an exact loan class outranks an
      * exact member type, and either outranks a '*' row.
       Find-Loan-Policy.
           PERFORM Load-Loan-Policy.
           IF POLICY-MEMBER-TYPE = SPACE
               MOVE 'A' TO POLICY-MEMBER-TYPE
           END-IF.
           IF POLICY-LOAN-CLASS = SPACE
               MOVE 'R' TO POLICY-LOAN-CLASS
           END-IF.
           MOVE 0 TO POLICY-FOUND-IDX.
           MOVE 0 TO POLICY-BEST-SCORE.

           PERFORM VARYING POLICY-IDX FROM 1 BY 1
                   UNTIL POLICY-IDX > POLICY-COUNT
               IF (ARR-POL-MEMBER-TYPE(POLICY-IDX) = POLICY-MEMBER-TYPE
                       OR ARR-POL-MEMBER-TYPE(POLICY-IDX) = '*')
                   AND (ARR-POL-LOAN-CLASS(POLICY-IDX) =
                           POLICY-LOAN-CLASS
                       OR ARR-POL-LOAN-CLASS(POLICY-IDX) = '*')
                   MOVE 1 TO POLICY-SCORE
                   IF ARR-POL-MEMBER-TYPE(POLICY-IDX) =
                           POLICY-MEMBER-TYPE
                       ADD 1 TO POLICY-SCORE
                   END-IF
                   IF ARR-POL-LOAN-CLASS(POLICY-IDX) =
                           POLICY-LOAN-CLASS
                       ADD 2 TO POLICY-SCORE
                   END-IF
                   IF POLICY-SCORE > POLICY-BEST-SCORE
                       MOVE POLICY-SCORE TO POLICY-BEST-SCORE
                       MOVE POLICY-IDX TO POLICY-FOUND-IDX
                   END-IF
               END-IF
           END-PERFORM.

       Set-Member-Policy.
           MOVE CURRENT-USER-TYPE TO POLICY-MEMBER-TYPE.
           MOVE '*' TO POLICY-LOAN-CLASS.
           PERFORM Find-Loan-Policy.
           IF POLICY-FOUND-IDX = 0
               MOVE DEFAULT-BORROW-LIMIT TO BORROW-LIMIT
               MOVE DEFAULT-FINE-BLOCK TO FINE-BLOCK-LIMIT
           ELSE
               MOVE ARR-POL-BORROW-LIMIT(POLICY-FOUND-IDX)
                   TO BORROW-LIMIT
               MOVE ARR-POL-FINE-BLOCK(POLICY-FOUND-IDX)
                   TO FINE-BLOCK-LIMIT
           END-IF.

      * Item rules for the title last read by Read-Book-By-Key.
       Set-Item-Policy.
           MOVE CURRENT-USER-TYPE TO POLICY-MEMBER-TYPE.
           MOVE CURRENT-BOOK-CLASS TO POLICY-LOAN-CLASS.
           PERFORM Find-Loan-Policy.
           IF POLICY-FOUND-IDX = 0
               MOVE DEFAULT-LOAN-DAYS TO LOAN-PERIOD-DAYS
               MOVE DEFAULT-FINE-PER-DAY TO FINE-PER-DAY
           ELSE
               MOVE ARR-POL-LOAN-DAYS(POLICY-FOUND-IDX)
                   TO LOAN-PERIOD-DAYS
               MOVE ARR-POL-FINE-PER-DAY(POLICY-FOUND-IDX)
                   TO FINE-PER-DAY
           END-IF.

      * Closed-days calendar support - keep in step with the
      * paragraphs of the same names in BOOKIT.
       Load-Closed-Days.
                   DISPLAY "HOLDS.TXT has more than " HOLDS-MAX
                       " records. Hold for book " TRANS-BOOK-ID
                       " left in place - raise HOLDS-MAX and retry."
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   PERFORM VARYING HOLDS-IDX FROM 1 BY 1
                           UNTIL HOLDS-IDX > HOLDS-COUNT
                   DISPLAY "HOLDS.TXT has more than " HOLDS-MAX
                       " records. Hold date for book " TRANS-BOOK-ID
                       " not re-stamped - raise HOLDS-MAX and retry."
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   IF HOLD-RESTAMP-IDX NOT = 0
                       MOVE FUNCTION CURRENT-DATE(1:8) TO
           MOVE LOG-ACTION TO AUDIT-ACTION.
           MOVE TRANS-USER-ID TO AUDIT-USER-ID.
           MOVE TRANS-BOOK-ID TO AUDIT-BOOK-ID.
           MOVE KIOSK-OPERATOR-ID TO AUDIT-OPERATOR.

           OPEN EXTEND AUDIT-LOG-FILE.
           IF FS-AUDIT = 35
