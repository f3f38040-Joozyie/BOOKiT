       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOOKGL.

      * Nightly general ledger journal from the fines ledger. Every
      * FINES.TXT row not yet posted is summarized by day into debit
      * and credit lines by account. The two account codes for each
      * ledger type (F desk fine, K kiosk fine, R replacement, I
      * interlibrary lender fee, P cash received) come from
      * GLACCTS.TXT. The balanced journal goes
      * to GLJRNyyyymmddhhmm.TXT for the finance system:
      *   H header  - run date and the days covered,
      *   D detail  - one line per day, account and side,
      *   T trailer - detail row count, total debits, total credits.
      * A journal that does not balance, or a ledger type with no
      * account codes, stops the run with nothing written or
      * advanced. The posting register GLREGyyyymmddhhmm.TXT is for
      * filing with the drawer sheets.
      *
      * GLPOSTED.TXT holds the "posted through" date and the number
      * of FINES.TXT rows already posted. Each run posts through
      * yesterday, so a day is posted once. BOOKBATCH can append
      * kiosk rows dated before the posted-through day. Those rows
      * are still unposted, so they are carried into the first day
      * being posted and listed as late entries. A row dated after
      * yesterday holds itself and every later row for the next run.
      *
      * Before the first run, create GLPOSTED.TXT by hand with the
      * last day already keyed into finance (YYYYMMDD, columns 1-8)
      * and the row count left blank. That run skips ledger rows on
      * or before that day instead of posting them again. No
      * operator prompts.
      * Return code 8 when the run fails, 4 when it finishes with
      * warnings - the BOOKNITE job stream stops on 8.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FINES-FILE ASSIGN TO "FINES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FINES.

           SELECT ACCOUNTS-FILE ASSIGN TO "GLACCTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ACCOUNTS.

           SELECT POSTED-FILE ASSIGN TO "GLPOSTED.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-POSTED.

           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC
               JOURNAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JOURNAL.

           SELECT REGISTER-FILE ASSIGN TO DYNAMIC
               REGISTER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REGISTER.

       DATA DIVISION.
       FILE SECTION.
       FD FINES-FILE.
       01 FINES-RECORD.
          02 FINE-USER-ID PIC 9(4).
          02 FILLER       PIC X(2).
          02 FINE-BOOK-ID PIC 9(4).
          02 FILLER       PIC X(2).
          02 FINE-DATE    PIC X(8).
          02 FILLER       PIC X(2).
          02 FINE-TYPE    PIC X(1).
          02 FILLER       PIC X(2).
          02 FINE-AMOUNT  PIC 9(5)V99.
          02 FILLER       PIC X(2).
          02 FINE-OPERATOR PIC X(6).

      * One row per ledger type: the account debited and the
      * account credited for every FINES.TXT row of that type.
       FD ACCOUNTS-FILE.
       01 ACCOUNTS-RECORD.
          02 GLA-TYPE         PIC X(1).
          02 FILLER           PIC X(2).
          02 GLA-DEBIT-ACCT   PIC X(10).
          02 FILLER           PIC X(2).
          02 GLA-CREDIT-ACCT  PIC X(10).
          02 FILLER           PIC X(2).
          02 GLA-DESC         PIC X(30).

       FD POSTED-FILE.
       01 POSTED-RECORD.
          02 GLP-POSTED-THROUGH PIC X(8).
          02 FILLER             PIC X(2).
          02 GLP-LEDGER-ROWS    PIC X(7).
          02 FILLER             PIC X(2).
          02 GLP-LAST-RUN       PIC X(8).
          02 FILLER             PIC X(2).
          02 GLP-LAST-JOURNAL   PIC X(25).

      * Finance interface. JH/JD/JT-REC-TYPE tell the rows apart.
       FD JOURNAL-FILE.
       01 JOURNAL-HEADER-RECORD.
          02 JH-REC-TYPE      PIC X(1).
          02 FILLER           PIC X(2).
          02 JH-RUN-DATE      PIC X(8).
          02 FILLER           PIC X(2).
          02 JH-FROM-DATE     PIC X(8).
          02 FILLER           PIC X(2).
          02 JH-THROUGH-DATE  PIC X(8).
          02 FILLER           PIC X(2).
          02 JH-SOURCE        PIC X(10).
       01 JOURNAL-DETAIL-RECORD.
          02 JD-REC-TYPE      PIC X(1).
          02 FILLER           PIC X(2).
          02 JD-POST-DATE     PIC X(8).
          02 FILLER           PIC X(2).
          02 JD-ACCOUNT       PIC X(10).
          02 FILLER           PIC X(2).
          02 JD-SIDE          PIC X(1).
          02 FILLER           PIC X(2).
          02 JD-AMOUNT        PIC 9(9)V99.
       01 JOURNAL-TRAILER-RECORD.
          02 JT-REC-TYPE      PIC X(1).
          02 FILLER           PIC X(2).
          02 JT-ROW-COUNT     PIC 9(7).
          02 FILLER           PIC X(2).
          02 JT-TOTAL-DEBITS  PIC 9(9)V99.
          02 FILLER           PIC X(2).
          02 JT-TOTAL-CREDITS PIC 9(9)V99.

       FD REGISTER-FILE.
       01 REGISTER-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 FINES-EOF-FLAG PIC X(1) VALUE 'N'.
       01 ACCOUNTS-EOF-FLAG PIC X(1) VALUE 'N'.

       01 FS-FINES PIC 9(2).
       01 FS-ACCOUNTS PIC 9(2).
       01 FS-POSTED PIC 9(2).
       01 FS-JOURNAL PIC 9(2).
       01 FS-REGISTER PIC 9(2).

       01 RUN-STAMP PIC X(12) VALUE SPACES.
       01 JOURNAL-FILE-NAME PIC X(25) VALUE SPACES.
       01 REGISTER-FILE-NAME PIC X(25) VALUE SPACES.
       01 JOURNAL-SOURCE PIC X(10) VALUE "LIBFINES".

       01 TODAY-NUM PIC 9(8) VALUE 0.
       01 DATE-INT PIC S9(9) VALUE 0.
       01 POST-THROUGH-NUM PIC 9(8) VALUE 0.
       01 POSTED-BEFORE-NUM PIC 9(8) VALUE 0.
       01 POST-FROM-NUM PIC 9(8) VALUE 0.
       01 POST-DATE PIC X(8) VALUE SPACES.
       01 POSTED-ROWS-BEFORE PIC 9(7) VALUE 0.
       01 POSTED-ROWS-AFTER PIC 9(7) VALUE 0.
       01 FIRST-RUN-FLAG PIC X(1) VALUE 'N'.
       01 POSTED-OK-FLAG PIC X(1) VALUE 'N'.
       01 HOLD-BACK-FLAG PIC X(1) VALUE 'N'.
       01 REFUSE-FLAG PIC X(1) VALUE 'N'.

       01 ACCOUNT-MAX PIC 9(2) VALUE 20.
       01 ACCOUNT-ROWS OCCURS 20 TIMES.
           02 ARR-GLA-TYPE PIC X(1).
           02 ARR-GLA-DEBIT-ACCT PIC X(10).
           02 ARR-GLA-CREDIT-ACCT PIC X(10).
           02 ARR-GLA-DESC PIC X(30).
       01 ACCOUNT-COUNT PIC 9(2) VALUE 0.
       01 ACCOUNT-IDX PIC 9(2) VALUE 0.
       01 ACCOUNT-FOUND-IDX PIC 9(2) VALUE 0.
       01 ACCOUNT-TRUNCATED-FLAG PIC X(1) VALUE 'N'.
       01 ACCOUNT-CHECK-TYPE PIC X(1) VALUE SPACE.

      * Ledger money summarized by day and type.
       01 DAYTYPE-MAX PIC 9(4) VALUE 1000.
       01 DAYTYPE-ROWS OCCURS 1000 TIMES.
           02 ARR-DT-DATE PIC X(8).
           02 ARR-DT-TYPE PIC X(1).
           02 ARR-DT-ROWS PIC 9(5).
           02 ARR-DT-AMOUNT PIC 9(7)V99.
       01 DAYTYPE-COUNT PIC 9(4) VALUE 0.
       01 DAYTYPE-IDX PIC 9(4) VALUE 0.
       01 DAYTYPE-FOUND-IDX PIC 9(4) VALUE 0.
       01 DAYTYPE-TRUNCATED-FLAG PIC X(1) VALUE 'N'.
       01 DAYTYPE-SWAP-IDX PIC 9(4) VALUE 0.
       01 DAYTYPE-SWAPPED-FLAG PIC X(1) VALUE 'N'.
       01 DAYTYPE-HOLD.
           02 HOLD-DT-DATE PIC X(8).
           02 HOLD-DT-TYPE PIC X(1).
           02 HOLD-DT-ROWS PIC 9(5).
           02 HOLD-DT-AMOUNT PIC 9(7)V99.

      * Journal lines, built in day order from the table above.
       01 LINE-MAX PIC 9(4) VALUE 2000.
       01 JOURNAL-LINES OCCURS 2000 TIMES.
           02 ARR-JL-DATE PIC X(8).
           02 ARR-JL-ACCOUNT PIC X(10).
           02 ARR-JL-SIDE PIC X(1).
           02 ARR-JL-AMOUNT PIC 9(9)V99.
       01 LINE-COUNT PIC 9(4) VALUE 0.
       01 LINE-IDX PIC 9(4) VALUE 0.
       01 LINE-FOUND-IDX PIC 9(4) VALUE 0.
       01 LINE-TRUNCATED-FLAG PIC X(1) VALUE 'N'.
       01 DAY-FIRST-LINE PIC 9(4) VALUE 0.
       01 LINE-DATE PIC X(8) VALUE SPACES.
       01 LINE-ACCOUNT PIC X(10) VALUE SPACES.
       01 LINE-SIDE PIC X(1) VALUE SPACE.
       01 LINE-AMOUNT PIC 9(9)V99 VALUE 0.

      * Late rows - dated on or before the previous posted-through
      * day - listed on the register for finance.
       01 LATE-MAX PIC 9(3) VALUE 200.
       01 LATE-ROWS OCCURS 200 TIMES.
           02 ARR-LATE-USER-ID PIC 9(4).
           02 ARR-LATE-BOOK-ID PIC 9(4).
           02 ARR-LATE-DATE PIC X(8).
           02 ARR-LATE-TYPE PIC X(1).
           02 ARR-LATE-AMOUNT PIC 9(5)V99.
       01 LATE-COUNT PIC 9(5) VALUE 0.
       01 LATE-IDX PIC 9(3) VALUE 0.

       01 LEDGER-ROW-NUM PIC 9(7) VALUE 0.
       01 ROWS-ALREADY-POSTED PIC 9(7) VALUE 0.
       01 ROWS-POSTED PIC 9(7) VALUE 0.
       01 ROWS-HELD PIC 9(7) VALUE 0.
       01 ROWS-KEYED-BY-HAND PIC 9(7) VALUE 0.
       01 ROWS-ZERO PIC 9(7) VALUE 0.
       01 BAD-ROW-NUM PIC 9(7) VALUE 0.

       01 TOTAL-DEBITS PIC 9(9)V99 VALUE 0.
       01 TOTAL-CREDITS PIC 9(9)V99 VALUE 0.
       01 DAY-DEBITS PIC 9(9)V99 VALUE 0.
       01 DAY-CREDITS PIC 9(9)V99 VALUE 0.
       01 UNBALANCED-DAYS PIC 9(4) VALUE 0.
       01 CHECK-DATE PIC X(8) VALUE SPACES.
       01 REGISTER-DATE PIC X(8) VALUE SPACES.
       01 REGISTER-IDX PIC 9(4) VALUE 0.

       01 REGISTER-HEADER-LINE.
           02 FILLER PIC X(34)
               VALUE "GENERAL LEDGER POSTING REGISTER - ".
           02 FILLER PIC X(4) VALUE "run ".
           02 RH-RUN-DATE PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RH-RUN-TIME PIC X(4).
       01 REGISTER-RULE-LINE PIC X(78) VALUE ALL "=".
       01 REGISTER-TEXT-LINE.
           02 RT-LABEL PIC X(36).
           02 RT-VALUE PIC X(30).
       01 REGISTER-COUNT-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RC-LABEL PIC X(34).
           02 RC-COUNT PIC Z,ZZZ,ZZ9.
       01 REGISTER-DAY-LINE.
           02 FILLER PIC X(4) VALUE "Day ".
           02 RD-DATE PIC X(8).
       01 REGISTER-TYPE-COLUMNS.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(6) VALUE "Type".
           02 FILLER PIC X(32) VALUE "Description".
           02 FILLER PIC X(8) VALUE "   Rows".
           02 FILLER PIC X(15) VALUE "         Amount".
       01 REGISTER-TYPE-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 RY-TYPE PIC X(1).
           02 FILLER PIC X(5) VALUE SPACES.
           02 RY-DESC PIC X(30).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RY-ROWS PIC ZZZZZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 RY-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
       01 REGISTER-ACCOUNT-COLUMNS.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(12) VALUE "Account".
           02 FILLER PIC X(15) VALUE "          Debit".
           02 FILLER PIC X(15) VALUE "         Credit".
       01 REGISTER-ACCOUNT-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 RA-ACCOUNT PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RA-DEBIT PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 RA-CREDIT PIC ZZZ,ZZZ,ZZ9.99.
       01 REGISTER-TOTAL-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 RL-LABEL PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RL-DEBIT PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 RL-CREDIT PIC ZZZ,ZZZ,ZZ9.99.
       01 REGISTER-LATE-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 RE-USER-ID PIC 9(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RE-BOOK-ID PIC 9(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RE-DATE PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RE-TYPE PIC X(1).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RE-AMOUNT PIC ZZZZ9.99.

       PROCEDURE DIVISION.
           DISPLAY "BOOKGL - general ledger journal from FINES.TXT".
           MOVE FUNCTION CURRENT-DATE(1:12) TO RUN-STAMP.
           MOVE RUN-STAMP(1:8) TO TODAY-NUM.
           COMPUTE DATE-INT = FUNCTION INTEGER-OF-DATE(TODAY-NUM).
           COMPUTE POST-THROUGH-NUM =
               FUNCTION DATE-OF-INTEGER(DATE-INT - 1).
           STRING "GLJRN" RUN-STAMP ".TXT"
               DELIMITED BY SIZE INTO JOURNAL-FILE-NAME.
           STRING "GLREG" RUN-STAMP ".TXT"
               DELIMITED BY SIZE INTO REGISTER-FILE-NAME.

           PERFORM Load-Posting-Control.
           PERFORM Load-Account-Codes.

           IF POSTED-OK-FLAG = 'N'
               DISPLAY "GLPOSTED.TXT missing or unreadable - nothing "
                   "posted. Create it with the last day already "
                   "keyed into finance (YYYYMMDD in columns 1-8)."
               MOVE 8 TO RETURN-CODE
           ELSE
           IF POSTED-BEFORE-NUM >= POST-THROUGH-NUM
               DISPLAY "Already posted through " POSTED-BEFORE-NUM
                   " - nothing to do."
           ELSE
           IF ACCOUNT-COUNT = 0 OR ACCOUNT-TRUNCATED-FLAG = 'Y'
               DISPLAY "GLACCTS.TXT missing, empty or over "
                   ACCOUNT-MAX " rows - nothing posted."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM Read-Fines-Ledger
               IF REFUSE-FLAG = 'N'
                   PERFORM Sort-Day-Totals
                   PERFORM Build-Journal-Lines
               END-IF
               IF REFUSE-FLAG = 'N'
                   PERFORM Check-Journal-Balance
               END-IF
               PERFORM Write-Posting-Register
               IF REFUSE-FLAG = 'N'
                   IF LINE-COUNT > 0
                       PERFORM Write-Journal-File
                   ELSE
                       MOVE SPACES TO JOURNAL-FILE-NAME
                       DISPLAY "No ledger money to post - no journal "
                           "written."
                   END-IF
                   PERFORM Save-Posting-Control
                   DISPLAY "Posted through " POST-THROUGH-NUM
                       " rows posted: " ROWS-POSTED
                       " late: " LATE-COUNT
                       " held for next run: " ROWS-HELD
                   DISPLAY "Debits: " TOTAL-DEBITS
                       " credits: " TOTAL-CREDITS
               ELSE
                   DISPLAY "Journal NOT written and posted-through "
                       "date NOT advanced - see " REGISTER-FILE-NAME
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           END-IF
           END-IF.

           STOP RUN.

       Load-Posting-Control.
           MOVE 'N' TO POSTED-OK-FLAG.
           MOVE 'N' TO FIRST-RUN-FLAG.
           MOVE 0 TO POSTED-ROWS-BEFORE.

           OPEN INPUT POSTED-FILE.
           IF FS-POSTED = 0
               READ POSTED-FILE
                   AT END MOVE SPACES TO POSTED-RECORD
               END-READ
               IF GLP-POSTED-THROUGH NUMERIC
                   MOVE 'Y' TO POSTED-OK-FLAG
                   MOVE GLP-POSTED-THROUGH TO POSTED-BEFORE-NUM
                   IF GLP-LEDGER-ROWS NUMERIC
                       MOVE GLP-LEDGER-ROWS TO POSTED-ROWS-BEFORE
                   ELSE
                       MOVE 'Y' TO FIRST-RUN-FLAG
                   END-IF
               END-IF
               CLOSE POSTED-FILE
           END-IF.

      * POST-FROM-NUM is the first day this run posts; late and
      * undated rows are posted on it.
           IF POSTED-OK-FLAG = 'Y'
               IF POSTED-BEFORE-NUM = 0
                   MOVE POST-THROUGH-NUM TO POST-FROM-NUM
               ELSE
                   COMPUTE POST-FROM-NUM = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(POSTED-BEFORE-NUM) + 1)
               END-IF
           END-IF.

       Load-Account-Codes.
           MOVE 0 TO ACCOUNT-COUNT.
           MOVE 'N' TO ACCOUNTS-EOF-FLAG.

           OPEN INPUT ACCOUNTS-FILE.
           IF FS-ACCOUNTS = 0
               PERFORM UNTIL ACCOUNTS-EOF-FLAG = 'Y'
                   READ ACCOUNTS-FILE
                       AT END SET ACCOUNTS-EOF-FLAG TO 'Y'
                   END-READ

                   IF ACCOUNTS-EOF-FLAG = 'N'
                       IF GLA-TYPE NOT = SPACE AND GLA-TYPE NOT = '*'
                           IF ACCOUNT-COUNT >= ACCOUNT-MAX
                               MOVE 'Y' TO ACCOUNT-TRUNCATED-FLAG
                               SET ACCOUNTS-EOF-FLAG TO 'Y'
                           ELSE
                               ADD 1 TO ACCOUNT-COUNT
                               MOVE GLA-TYPE TO
                                   ARR-GLA-TYPE(ACCOUNT-COUNT)
                               MOVE GLA-DEBIT-ACCT TO
                                   ARR-GLA-DEBIT-ACCT(ACCOUNT-COUNT)
                               MOVE GLA-CREDIT-ACCT TO
                                   ARR-GLA-CREDIT-ACCT(ACCOUNT-COUNT)
                               MOVE GLA-DESC TO
                                   ARR-GLA-DESC(ACCOUNT-COUNT)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ACCOUNTS-FILE
           END-IF.

      * FINES.TXT is only ever appended, so rows up to
      * POSTED-ROWS-BEFORE are exactly the rows already posted.
       Read-Fines-Ledger.
           MOVE 0 TO LEDGER-ROW-NUM.
           MOVE POSTED-ROWS-BEFORE TO POSTED-ROWS-AFTER.
           MOVE 'N' TO HOLD-BACK-FLAG.
           MOVE 'N' TO FINES-EOF-FLAG.

           OPEN INPUT FINES-FILE.
           IF FS-FINES NOT = 0
               DISPLAY "FINES.TXT not found - nothing to post."
           ELSE
               PERFORM UNTIL FINES-EOF-FLAG = 'Y'
                   READ FINES-FILE
                       AT END SET FINES-EOF-FLAG TO 'Y'
                   END-READ

                   IF FINES-EOF-FLAG = 'N'
                       ADD 1 TO LEDGER-ROW-NUM
                       IF LEDGER-ROW-NUM <= POSTED-ROWS-BEFORE
                           ADD 1 TO ROWS-ALREADY-POSTED
                       ELSE
                           PERFORM Post-Ledger-Row
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE FINES-FILE
           END-IF.

           IF LEDGER-ROW-NUM < POSTED-ROWS-BEFORE
               DISPLAY "FINES.TXT has " LEDGER-ROW-NUM " rows but "
                   POSTED-ROWS-BEFORE " were already posted - the "
                   "ledger has been cut back or replaced."
               MOVE 'Y' TO REFUSE-FLAG
           END-IF.

       Post-Ledger-Row.
           IF HOLD-BACK-FLAG = 'Y'
               ADD 1 TO ROWS-HELD
           ELSE
           IF FINE-DATE NUMERIC AND FINE-DATE > POST-THROUGH-NUM
               MOVE 'Y' TO HOLD-BACK-FLAG
               ADD 1 TO ROWS-HELD
           ELSE
           IF FIRST-RUN-FLAG = 'Y' AND FINE-DATE NUMERIC
                   AND FINE-DATE <= POSTED-BEFORE-NUM
               ADD 1 TO ROWS-KEYED-BY-HAND
               MOVE LEDGER-ROW-NUM TO POSTED-ROWS-AFTER
           ELSE
           IF FINE-AMOUNT NOT NUMERIC
               DISPLAY "FINES.TXT row " LEDGER-ROW-NUM
                   " has an unreadable amount - fix the ledger row."
               MOVE LEDGER-ROW-NUM TO BAD-ROW-NUM
               MOVE 'Y' TO REFUSE-FLAG
               MOVE 'Y' TO HOLD-BACK-FLAG
           ELSE
               MOVE FINE-TYPE TO ACCOUNT-CHECK-TYPE
               PERFORM Find-Account-Code
               IF ACCOUNT-FOUND-IDX = 0
                   DISPLAY "FINES.TXT row " LEDGER-ROW-NUM " type '"
                       FINE-TYPE "' has no account codes in "
                       "GLACCTS.TXT."
                   MOVE LEDGER-ROW-NUM TO BAD-ROW-NUM
                   MOVE 'Y' TO REFUSE-FLAG
                   MOVE 'Y' TO HOLD-BACK-FLAG
               ELSE
                   MOVE LEDGER-ROW-NUM TO POSTED-ROWS-AFTER
                   IF FINE-AMOUNT = 0
                       ADD 1 TO ROWS-ZERO
                   ELSE
                       IF FINE-DATE NUMERIC
                               AND FINE-DATE > POSTED-BEFORE-NUM
                           MOVE FINE-DATE TO POST-DATE
                       ELSE
                           MOVE POST-FROM-NUM TO POST-DATE
                           PERFORM Note-Late-Row
                       END-IF
                       PERFORM Add-Day-Type-Total
                       ADD 1 TO ROWS-POSTED
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       Find-Account-Code.
           MOVE 0 TO ACCOUNT-FOUND-IDX.
           PERFORM VARYING ACCOUNT-IDX FROM 1 BY 1
                   UNTIL ACCOUNT-IDX > ACCOUNT-COUNT
                       OR ACCOUNT-FOUND-IDX > 0
               IF ARR-GLA-TYPE(ACCOUNT-IDX) = ACCOUNT-CHECK-TYPE
                   IF ARR-GLA-DEBIT-ACCT(ACCOUNT-IDX) NOT = SPACES
                           AND ARR-GLA-CREDIT-ACCT(ACCOUNT-IDX)
                               NOT = SPACES
                       MOVE ACCOUNT-IDX TO ACCOUNT-FOUND-IDX
                   END-IF
               END-IF
           END-PERFORM.

       Note-Late-Row.
           ADD 1 TO LATE-COUNT.
           IF LATE-COUNT <= LATE-MAX
               MOVE FINE-USER-ID TO ARR-LATE-USER-ID(LATE-COUNT)
               MOVE FINE-BOOK-ID TO ARR-LATE-BOOK-ID(LATE-COUNT)
               MOVE FINE-DATE TO ARR-LATE-DATE(LATE-COUNT)
               MOVE FINE-TYPE TO ARR-LATE-TYPE(LATE-COUNT)
               MOVE FINE-AMOUNT TO ARR-LATE-AMOUNT(LATE-COUNT)
           END-IF.

       Add-Day-Type-Total.
           MOVE 0 TO DAYTYPE-FOUND-IDX.
           PERFORM VARYING DAYTYPE-IDX FROM 1 BY 1
                   UNTIL DAYTYPE-IDX > DAYTYPE-COUNT
                       OR DAYTYPE-FOUND-IDX > 0
               IF ARR-DT-DATE(DAYTYPE-IDX) = POST-DATE
                       AND ARR-DT-TYPE(DAYTYPE-IDX) = FINE-TYPE
                   MOVE DAYTYPE-IDX TO DAYTYPE-FOUND-IDX
               END-IF
           END-PERFORM.

           IF DAYTYPE-FOUND-IDX = 0
               IF DAYTYPE-COUNT >= DAYTYPE-MAX
                   IF DAYTYPE-TRUNCATED-FLAG = 'N'
                       DISPLAY "More than " DAYTYPE-MAX " day and "
                           "type totals - raise DAYTYPE-MAX."
                   END-IF
                   MOVE 'Y' TO DAYTYPE-TRUNCATED-FLAG
                   MOVE 'Y' TO REFUSE-FLAG
               ELSE
                   ADD 1 TO DAYTYPE-COUNT
                   MOVE DAYTYPE-COUNT TO DAYTYPE-FOUND-IDX
                   MOVE POST-DATE TO ARR-DT-DATE(DAYTYPE-COUNT)
                   MOVE FINE-TYPE TO ARR-DT-TYPE(DAYTYPE-COUNT)
                   MOVE 0 TO ARR-DT-ROWS(DAYTYPE-COUNT)
                   MOVE 0 TO ARR-DT-AMOUNT(DAYTYPE-COUNT)
               END-IF
           END-IF.

           IF DAYTYPE-FOUND-IDX > 0
               ADD 1 TO ARR-DT-ROWS(DAYTYPE-FOUND-IDX)
               ADD FINE-AMOUNT TO ARR-DT-AMOUNT(DAYTYPE-FOUND-IDX)
           END-IF.

      * Late rows land on the first day being posted, so the table
      * is not quite in date order - put it back by date and type.
       Sort-Day-Totals.
           MOVE 'Y' TO DAYTYPE-SWAPPED-FLAG.
           PERFORM UNTIL DAYTYPE-SWAPPED-FLAG = 'N'
               MOVE 'N' TO DAYTYPE-SWAPPED-FLAG
               PERFORM VARYING DAYTYPE-IDX FROM 1 BY 1
                       UNTIL DAYTYPE-IDX >= DAYTYPE-COUNT
                   COMPUTE DAYTYPE-SWAP-IDX = DAYTYPE-IDX + 1
                   IF ARR-DT-DATE(DAYTYPE-IDX) >
                           ARR-DT-DATE(DAYTYPE-SWAP-IDX)
                       OR (ARR-DT-DATE(DAYTYPE-IDX) =
                           ARR-DT-DATE(DAYTYPE-SWAP-IDX)
                       AND ARR-DT-TYPE(DAYTYPE-IDX) >
                           ARR-DT-TYPE(DAYTYPE-SWAP-IDX))
                       MOVE DAYTYPE-ROWS(DAYTYPE-IDX) TO DAYTYPE-HOLD
                       MOVE DAYTYPE-ROWS(DAYTYPE-SWAP-IDX) TO
                           DAYTYPE-ROWS(DAYTYPE-IDX)
                       MOVE DAYTYPE-HOLD TO
                           DAYTYPE-ROWS(DAYTYPE-SWAP-IDX)
                       MOVE 'Y' TO DAYTYPE-SWAPPED-FLAG
                   END-IF
               END-PERFORM
           END-PERFORM.

      * Each day and type posts its total to the type's debit and
      * credit accounts; lines for the same day, account and side
      * are added together.
       Build-Journal-Lines.
           MOVE 0 TO LINE-COUNT.
           MOVE SPACES TO LINE-DATE.
           PERFORM VARYING DAYTYPE-IDX FROM 1 BY 1
                   UNTIL DAYTYPE-IDX > DAYTYPE-COUNT
               IF ARR-DT-DATE(DAYTYPE-IDX) NOT = LINE-DATE
                   MOVE ARR-DT-DATE(DAYTYPE-IDX) TO LINE-DATE
                   COMPUTE DAY-FIRST-LINE = LINE-COUNT + 1
               END-IF
               MOVE ARR-DT-TYPE(DAYTYPE-IDX) TO ACCOUNT-CHECK-TYPE
               PERFORM Find-Account-Code
               MOVE ARR-DT-AMOUNT(DAYTYPE-IDX) TO LINE-AMOUNT
               MOVE ARR-GLA-DEBIT-ACCT(ACCOUNT-FOUND-IDX) TO
                   LINE-ACCOUNT
               MOVE 'D' TO LINE-SIDE
               PERFORM Add-Journal-Line
               MOVE ARR-GLA-CREDIT-ACCT(ACCOUNT-FOUND-IDX) TO
                   LINE-ACCOUNT
               MOVE 'C' TO LINE-SIDE
               PERFORM Add-Journal-Line
           END-PERFORM.

       Add-Journal-Line.
           MOVE 0 TO LINE-FOUND-IDX.
           PERFORM VARYING LINE-IDX FROM DAY-FIRST-LINE BY 1
                   UNTIL LINE-IDX > LINE-COUNT
                       OR LINE-FOUND-IDX > 0
               IF ARR-JL-ACCOUNT(LINE-IDX) = LINE-ACCOUNT
                       AND ARR-JL-SIDE(LINE-IDX) = LINE-SIDE
                   MOVE LINE-IDX TO LINE-FOUND-IDX
               END-IF
           END-PERFORM.

           IF LINE-FOUND-IDX = 0
               IF LINE-COUNT >= LINE-MAX
                   IF LINE-TRUNCATED-FLAG = 'N'
                       DISPLAY "More than " LINE-MAX " journal lines "
                           "- raise LINE-MAX."
                   END-IF
                   MOVE 'Y' TO LINE-TRUNCATED-FLAG
                   MOVE 'Y' TO REFUSE-FLAG
               ELSE
                   ADD 1 TO LINE-COUNT
                   MOVE LINE-COUNT TO LINE-FOUND-IDX
                   MOVE LINE-DATE TO ARR-JL-DATE(LINE-COUNT)
                   MOVE LINE-ACCOUNT TO ARR-JL-ACCOUNT(LINE-COUNT)
                   MOVE LINE-SIDE TO ARR-JL-SIDE(LINE-COUNT)
                   MOVE 0 TO ARR-JL-AMOUNT(LINE-COUNT)
               END-IF
           END-IF.

           IF LINE-FOUND-IDX > 0
               ADD LINE-AMOUNT TO ARR-JL-AMOUNT(LINE-FOUND-IDX)
           END-IF.

      * Totals are taken from the finished lines, not from the
      * ledger, so the trailer proves what is actually written.
      * Every day must balance on its own as well as overall.
       Check-Journal-Balance.
           MOVE 0 TO TOTAL-DEBITS.
           MOVE 0 TO TOTAL-CREDITS.
           MOVE 0 TO UNBALANCED-DAYS.
           MOVE 0 TO DAY-DEBITS.
           MOVE 0 TO DAY-CREDITS.
           MOVE SPACES TO CHECK-DATE.

           PERFORM VARYING LINE-IDX FROM 1 BY 1
                   UNTIL LINE-IDX > LINE-COUNT
               IF ARR-JL-DATE(LINE-IDX) NOT = CHECK-DATE
                   PERFORM Check-Day-Balance
                   MOVE ARR-JL-DATE(LINE-IDX) TO CHECK-DATE
                   MOVE 0 TO DAY-DEBITS
                   MOVE 0 TO DAY-CREDITS
               END-IF
               IF ARR-JL-SIDE(LINE-IDX) = 'D'
                   ADD ARR-JL-AMOUNT(LINE-IDX) TO DAY-DEBITS
                   ADD ARR-JL-AMOUNT(LINE-IDX) TO TOTAL-DEBITS
               ELSE
                   ADD ARR-JL-AMOUNT(LINE-IDX) TO DAY-CREDITS
                   ADD ARR-JL-AMOUNT(LINE-IDX) TO TOTAL-CREDITS
               END-IF
           END-PERFORM.
           PERFORM Check-Day-Balance.

           IF UNBALANCED-DAYS > 0 OR TOTAL-DEBITS NOT = TOTAL-CREDITS
               DISPLAY "Journal does not balance - debits "
                   TOTAL-DEBITS " credits " TOTAL-CREDITS
               MOVE 'Y' TO REFUSE-FLAG
           END-IF.

       Check-Day-Balance.
           IF CHECK-DATE NOT = SPACES
               IF DAY-DEBITS NOT = DAY-CREDITS
                   ADD 1 TO UNBALANCED-DAYS
                   DISPLAY "Day " CHECK-DATE " does not balance - "
                       "debits " DAY-DEBITS " credits " DAY-CREDITS
               END-IF
           END-IF.

       Write-Journal-File.
           OPEN OUTPUT JOURNAL-FILE.

           MOVE SPACES TO JOURNAL-HEADER-RECORD.
           MOVE 'H' TO JH-REC-TYPE.
           MOVE TODAY-NUM TO JH-RUN-DATE.
           MOVE ARR-JL-DATE(1) TO JH-FROM-DATE.
           MOVE POST-THROUGH-NUM TO JH-THROUGH-DATE.
           MOVE JOURNAL-SOURCE TO JH-SOURCE.
           WRITE JOURNAL-HEADER-RECORD.

           PERFORM VARYING LINE-IDX FROM 1 BY 1
                   UNTIL LINE-IDX > LINE-COUNT
               MOVE SPACES TO JOURNAL-DETAIL-RECORD
               MOVE 'D' TO JD-REC-TYPE
               MOVE ARR-JL-DATE(LINE-IDX) TO JD-POST-DATE
               MOVE ARR-JL-ACCOUNT(LINE-IDX) TO JD-ACCOUNT
               MOVE ARR-JL-SIDE(LINE-IDX) TO JD-SIDE
               MOVE ARR-JL-AMOUNT(LINE-IDX) TO JD-AMOUNT
               WRITE JOURNAL-DETAIL-RECORD
           END-PERFORM.

           MOVE SPACES TO JOURNAL-TRAILER-RECORD.
           MOVE 'T' TO JT-REC-TYPE.
           MOVE LINE-COUNT TO JT-ROW-COUNT.
           MOVE TOTAL-DEBITS TO JT-TOTAL-DEBITS.
           MOVE TOTAL-CREDITS TO JT-TOTAL-CREDITS.
           WRITE JOURNAL-TRAILER-RECORD.

           CLOSE JOURNAL-FILE.
           DISPLAY "Journal written to " JOURNAL-FILE-NAME.

       Save-Posting-Control.
           OPEN OUTPUT POSTED-FILE.
           MOVE SPACES TO POSTED-RECORD.
           MOVE POST-THROUGH-NUM TO GLP-POSTED-THROUGH.
           MOVE POSTED-ROWS-AFTER TO GLP-LEDGER-ROWS.
           MOVE TODAY-NUM TO GLP-LAST-RUN.
           MOVE JOURNAL-FILE-NAME TO GLP-LAST-JOURNAL.
           WRITE POSTED-RECORD.
           CLOSE POSTED-FILE.

       Write-Posting-Register.
           OPEN OUTPUT REGISTER-FILE.
           MOVE TODAY-NUM TO RH-RUN-DATE.
           MOVE RUN-STAMP(9:4) TO RH-RUN-TIME.
           WRITE REGISTER-LINE FROM REGISTER-RULE-LINE.
           WRITE REGISTER-LINE FROM REGISTER-HEADER-LINE.
           WRITE REGISTER-LINE FROM REGISTER-RULE-LINE.

           MOVE "Previously posted through" TO RT-LABEL.
           MOVE POSTED-BEFORE-NUM TO RT-VALUE.
           WRITE REGISTER-LINE FROM REGISTER-TEXT-LINE.
           MOVE "This run posts through" TO RT-LABEL.
           MOVE POST-THROUGH-NUM TO RT-VALUE.
           WRITE REGISTER-LINE FROM REGISTER-TEXT-LINE.
           MOVE "Journal file" TO RT-LABEL.
           IF REFUSE-FLAG = 'Y'
               MOVE "(not written)" TO RT-VALUE
           ELSE
           IF LINE-COUNT = 0
               MOVE "(none - no money to post)" TO RT-VALUE
           ELSE
               MOVE JOURNAL-FILE-NAME TO RT-VALUE
           END-IF
           END-IF.
           WRITE REGISTER-LINE FROM REGISTER-TEXT-LINE.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.

           MOVE "Ledger rows read" TO RC-LABEL.
           MOVE LEDGER-ROW-NUM TO RC-COUNT.
           WRITE REGISTER-LINE FROM REGISTER-COUNT-LINE.
           MOVE "Posted on earlier runs" TO RC-LABEL.
           MOVE ROWS-ALREADY-POSTED TO RC-COUNT.
           WRITE REGISTER-LINE FROM REGISTER-COUNT-LINE.
           IF FIRST-RUN-FLAG = 'Y'
               MOVE "Keyed by hand before first run" TO RC-LABEL
               MOVE ROWS-KEYED-BY-HAND TO RC-COUNT
               WRITE REGISTER-LINE FROM REGISTER-COUNT-LINE
           END-IF.
           MOVE "Posted this run" TO RC-LABEL.
           MOVE ROWS-POSTED TO RC-COUNT.
           WRITE REGISTER-LINE FROM REGISTER-COUNT-LINE.
           MOVE "  of which late entries" TO RC-LABEL.
           MOVE LATE-COUNT TO RC-COUNT.
           WRITE REGISTER-LINE FROM REGISTER-COUNT-LINE.
           MOVE "Zero-amount rows" TO RC-LABEL.
           MOVE ROWS-ZERO TO RC-COUNT.
           WRITE REGISTER-LINE FROM REGISTER-COUNT-LINE.
           MOVE "Held for the next run" TO RC-LABEL.
           MOVE ROWS-HELD TO RC-COUNT.
           WRITE REGISTER-LINE FROM REGISTER-COUNT-LINE.
           IF BAD-ROW-NUM > 0
               MOVE "Stopped at ledger row" TO RC-LABEL
               MOVE BAD-ROW-NUM TO RC-COUNT
               WRITE REGISTER-LINE FROM REGISTER-COUNT-LINE
           END-IF.

           MOVE SPACES TO REGISTER-DATE.
           PERFORM VARYING DAYTYPE-IDX FROM 1 BY 1
                   UNTIL DAYTYPE-IDX > DAYTYPE-COUNT
               IF ARR-DT-DATE(DAYTYPE-IDX) NOT = REGISTER-DATE
                   MOVE ARR-DT-DATE(DAYTYPE-IDX) TO REGISTER-DATE
                   PERFORM Write-Register-Day
               END-IF
           END-PERFORM.

           IF LATE-COUNT > 0
               MOVE SPACES TO REGISTER-LINE
               WRITE REGISTER-LINE
               MOVE "LATE ENTRIES - dated before this run, posted on "
                   TO REGISTER-LINE
               MOVE POST-FROM-NUM TO REGISTER-LINE(49:8)
               WRITE REGISTER-LINE
               PERFORM VARYING LATE-IDX FROM 1 BY 1
                       UNTIL LATE-IDX > LATE-COUNT
                           OR LATE-IDX > LATE-MAX
                   MOVE ARR-LATE-USER-ID(LATE-IDX) TO RE-USER-ID
                   MOVE ARR-LATE-BOOK-ID(LATE-IDX) TO RE-BOOK-ID
                   MOVE ARR-LATE-DATE(LATE-IDX) TO RE-DATE
                   MOVE ARR-LATE-TYPE(LATE-IDX) TO RE-TYPE
                   MOVE ARR-LATE-AMOUNT(LATE-IDX) TO RE-AMOUNT
                   WRITE REGISTER-LINE FROM REGISTER-LATE-LINE
               END-PERFORM
               IF LATE-COUNT > LATE-MAX
                   MOVE "  ... further late entries not listed"
                       TO REGISTER-LINE
                   WRITE REGISTER-LINE
               END-IF
           END-IF.

           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           WRITE REGISTER-LINE FROM REGISTER-RULE-LINE.
           MOVE "Journal" TO RL-LABEL.
           MOVE TOTAL-DEBITS TO RL-DEBIT.
           MOVE TOTAL-CREDITS TO RL-CREDIT.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE "Detail rows on trailer" TO RC-LABEL.
           MOVE LINE-COUNT TO RC-COUNT.
           WRITE REGISTER-LINE FROM REGISTER-COUNT-LINE.
           IF REFUSE-FLAG = 'Y'
               MOVE "*** NOT POSTED - posted-through date unchanged ***"
                   TO REGISTER-LINE
           ELSE
               MOVE "Journal balanced - posted." TO REGISTER-LINE
           END-IF.
           WRITE REGISTER-LINE.
           CLOSE REGISTER-FILE.

       Write-Register-Day.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE REGISTER-DATE TO RD-DATE.
           WRITE REGISTER-LINE FROM REGISTER-DAY-LINE.
           WRITE REGISTER-LINE FROM REGISTER-TYPE-COLUMNS.
           PERFORM VARYING REGISTER-IDX FROM 1 BY 1
                   UNTIL REGISTER-IDX > DAYTYPE-COUNT
               IF ARR-DT-DATE(REGISTER-IDX) = REGISTER-DATE
                   MOVE ARR-DT-TYPE(REGISTER-IDX) TO RY-TYPE
                   MOVE ARR-DT-TYPE(REGISTER-IDX) TO
                       ACCOUNT-CHECK-TYPE
                   PERFORM Find-Account-Code
                   IF ACCOUNT-FOUND-IDX > 0
                       MOVE ARR-GLA-DESC(ACCOUNT-FOUND-IDX) TO RY-DESC
                   ELSE
                       MOVE "(no account codes)" TO RY-DESC
                   END-IF
                   MOVE ARR-DT-ROWS(REGISTER-IDX) TO RY-ROWS
                   MOVE ARR-DT-AMOUNT(REGISTER-IDX) TO RY-AMOUNT
                   WRITE REGISTER-LINE FROM REGISTER-TYPE-LINE
               END-IF
           END-PERFORM.

           MOVE 0 TO DAY-DEBITS.
           MOVE 0 TO DAY-CREDITS.
           WRITE REGISTER-LINE FROM REGISTER-ACCOUNT-COLUMNS.
           PERFORM VARYING REGISTER-IDX FROM 1 BY 1
                   UNTIL REGISTER-IDX > LINE-COUNT
               IF ARR-JL-DATE(REGISTER-IDX) = REGISTER-DATE
                   MOVE ARR-JL-ACCOUNT(REGISTER-IDX) TO RA-ACCOUNT
                   IF ARR-JL-SIDE(REGISTER-IDX) = 'D'
                       MOVE ARR-JL-AMOUNT(REGISTER-IDX) TO RA-DEBIT
                       MOVE 0 TO RA-CREDIT
                       ADD ARR-JL-AMOUNT(REGISTER-IDX) TO DAY-DEBITS
                   ELSE
                       MOVE 0 TO RA-DEBIT
                       MOVE ARR-JL-AMOUNT(REGISTER-IDX) TO RA-CREDIT
                       ADD ARR-JL-AMOUNT(REGISTER-IDX) TO DAY-CREDITS
                   END-IF
                   WRITE REGISTER-LINE FROM REGISTER-ACCOUNT-LINE
               END-IF
           END-PERFORM.
           MOVE "Day total" TO RL-LABEL.
           MOVE DAY-DEBITS TO RL-DEBIT.
           MOVE DAY-CREDITS TO RL-CREDIT.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE.
