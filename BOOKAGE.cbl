       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOOKAGE.

      * Aged receivables and collections referral run. Reads the
      * whole FINES.TXT ledger and, for every member, applies the
      * payments ('P' rows) to the oldest charges first, then ages
      * what is still unpaid by charge date into current (0-30
      * days), 31-60, 61-90 and over-90 buckets. AGING.TXT gets the
      * bucket totals and the WORST-MAX largest balances.
      *
      * Members owing at least COLLECT-MIN-BALANCE with money over
      * COLLECT-MIN-AGE days old are referred to the collection
      * agency: an 'N' row goes to COLLECTIONS.TXT and the member
      * is entered in the referral register COLLREFS.TXT, so they
      * are not sent again while the referral is open. On later
      * runs payments taken after the referral date go to the
      * agency as 'P' rows, and once the balance is cleared a 'C'
      * row tells the agency to close the referral and the
      * register row is closed. A member who runs up a qualifying
      * balance again after a closed referral is referred afresh.
      * COLLECTIONS.TXT is appended - the agency interface empties
      * it when the file is transmitted. No operator prompts -
      * schedule it weekly or at month end.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FINES-FILE ASSIGN TO "FINES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FINES.

           SELECT USERINFO-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USER-ID
               FILE STATUS IS FS-USERINFO.

           SELECT AGING-FILE ASSIGN TO "AGING.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AGING.

           SELECT COLLECTIONS-FILE ASSIGN TO "COLLECTIONS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COLLECTIONS.

           SELECT REFERRALS-FILE ASSIGN TO "COLLREFS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REFERRALS.

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

       FD USERINFO-FILE.
       01 USERINFO-RECORD.
           02 USER-ID PIC 9(4).
           02 FILLER PIC X(2).
           02 USER-NAME PIC X(30).
           02 FILLER PIC X(2).
           02 USER-ADDRESS PIC X(50).
           02 FILLER PIC X(2).
           02 USER-CONTACT PIC X(15).
           02 FILLER PIC X(2).
           02 USER-STATUS PIC X(1).
           02 FILLER PIC X(2).
           02 USER-TYPE PIC X(1).
           02 FILLER PIC X(2).
           02 USER-REGISTERED PIC X(8).
           02 FILLER PIC X(2).
           02 USER-EXPIRES PIC X(8).

       FD AGING-FILE.
       01 AGING-LINE PIC X(80).

      * Agency interface row. COLL-REC-TYPE: N = new referral,
      * P = payment taken since the referral (COLL-AMOUNT is the
      * payment), C = balance cleared - close the referral.
       FD COLLECTIONS-FILE.
       01 COLLECTIONS-RECORD.
          02 COLL-REC-TYPE     PIC X(1).
          02 FILLER            PIC X(2).
          02 COLL-USER-ID      PIC 9(4).
          02 FILLER            PIC X(2).
          02 COLL-NAME         PIC X(30).
          02 FILLER            PIC X(2).
          02 COLL-ADDRESS      PIC X(50).
          02 FILLER            PIC X(2).
          02 COLL-CONTACT      PIC X(15).
          02 FILLER            PIC X(2).
          02 COLL-BALANCE      PIC 9(5)V99.
          02 FILLER            PIC X(2).
          02 COLL-AMOUNT       PIC 9(5)V99.
          02 FILLER            PIC X(2).
          02 COLL-OLDEST-DATE  PIC X(8).
          02 FILLER            PIC X(2).
          02 COLL-REFERRED     PIC X(8).
          02 FILLER            PIC X(2).
          02 COLL-RUN-DATE     PIC X(8).

      * Referral register. REF-STATUS: O = open with the agency,
      * C = closed. REF-PAID-SENT is the total of payments already
      * passed to the agency on 'P' rows.
       FD REFERRALS-FILE.
       01 REFERRALS-RECORD.
          02 REF-USER-ID      PIC 9(4).
          02 FILLER           PIC X(2).
          02 REF-DATE         PIC X(8).
          02 FILLER           PIC X(2).
          02 REF-AMOUNT       PIC 9(5)V99.
          02 FILLER           PIC X(2).
          02 REF-STATUS       PIC X(1).
          02 FILLER           PIC X(2).
          02 REF-PAID-SENT    PIC 9(5)V99.
          02 FILLER           PIC X(2).
          02 REF-CLOSED-DATE  PIC X(8).

       WORKING-STORAGE SECTION.
       01 FINES-EOF-FLAG PIC X(1) VALUE 'N'.
       01 REFERRALS-EOF-FLAG PIC X(1) VALUE 'N'.

       01 FS-FINES PIC 9(2).
       01 FS-USERINFO PIC 9(2).
       01 USERS-OPEN-FLAG PIC X(1) VALUE 'N'.
       01 FS-AGING PIC 9(2).
       01 FS-COLLECTIONS PIC 9(2).
       01 FS-REFERRALS PIC 9(2).

      * Collections policy - refer members owing at least this much
      * with some of it older than this many days.
       01 COLLECT-MIN-BALANCE PIC 9(5)V99 VALUE 25.00.
       01 COLLECT-MIN-AGE PIC 9(3) VALUE 90.
      * Accounts listed in the worst-accounts section.
       01 WORST-MAX PIC 9(2) VALUE 10.

       01 MEMBERS-MAX PIC 9(4) VALUE 2000.
       01 AGE-MEMBERS OCCURS 2000 TIMES.
           02 ARR-AGE-USER-ID PIC 9(4).
           02 ARR-AGE-UNAPPLIED PIC 9(7)V99.
           02 ARR-AGE-CURRENT PIC 9(7)V99.
           02 ARR-AGE-31-60 PIC 9(7)V99.
           02 ARR-AGE-61-90 PIC 9(7)V99.
           02 ARR-AGE-OVER-90 PIC 9(7)V99.
           02 ARR-AGE-BALANCE PIC S9(7)V99.
           02 ARR-AGE-OLDEST PIC X(8).
           02 ARR-AGE-OLDEST-DAYS PIC 9(5).
           02 ARR-AGE-LISTED-FLAG PIC X(1).
       01 MEMBERS-COUNT PIC 9(4) VALUE 0.
       01 MEMBERS-IDX PIC 9(4) VALUE 0.
       01 MEMBERS-FOUND-IDX PIC 9(4) VALUE 0.
       01 MEMBERS-TRUNCATED-FLAG PIC X(1) VALUE 'N'.

       01 CHARGES-MAX PIC 9(5) VALUE 20000.
       01 CHARGE-ROWS OCCURS 20000 TIMES.
           02 ARR-CHG-MEMBER-IDX PIC 9(4).
           02 ARR-CHG-DATE PIC X(8).
           02 ARR-CHG-AMOUNT PIC 9(5)V99.
       01 CHARGES-COUNT PIC 9(5) VALUE 0.
       01 CHARGES-IDX PIC 9(5) VALUE 0.
       01 CHARGES-TRUNCATED-FLAG PIC X(1) VALUE 'N'.

       01 REFERRALS-MAX PIC 9(4) VALUE 1000.
       01 REFERRAL-ROWS OCCURS 1000 TIMES.
           02 ARR-REF-USER-ID PIC 9(4).
           02 ARR-REF-DATE PIC X(8).
           02 ARR-REF-AMOUNT PIC 9(5)V99.
           02 ARR-REF-STATUS PIC X(1).
           02 ARR-REF-PAID-SENT PIC 9(5)V99.
           02 ARR-REF-CLOSED-DATE PIC X(8).
           02 ARR-REF-PAID-SINCE PIC 9(7)V99.
       01 REFERRALS-COUNT PIC 9(4) VALUE 0.
       01 REFERRALS-IDX PIC 9(4) VALUE 0.
       01 REFERRALS-FOUND-IDX PIC 9(4) VALUE 0.
       01 REFERRALS-TRUNCATED-FLAG PIC X(1) VALUE 'N'.

       01 TODAY-NUM PIC 9(8) VALUE 0.
       01 DATE-INT PIC S9(9) VALUE 0.
       01 CHARGE-DATE-NUM PIC 9(8) VALUE 0.
       01 CHARGE-AGE PIC S9(9) VALUE 0.
       01 CHARGE-OPEN PIC 9(5)V99 VALUE 0.
       01 PAYMENT-DELTA PIC 9(7)V99 VALUE 0.

       01 TOTAL-CURRENT PIC 9(7)V99 VALUE 0.
       01 TOTAL-31-60 PIC 9(7)V99 VALUE 0.
       01 TOTAL-61-90 PIC 9(7)V99 VALUE 0.
       01 TOTAL-OVER-90 PIC 9(7)V99 VALUE 0.
       01 TOTAL-OWED PIC 9(7)V99 VALUE 0.
       01 TOTAL-CREDIT PIC 9(7)V99 VALUE 0.
       01 ACCOUNTS-OWING PIC 9(5) VALUE 0.
       01 ACCOUNTS-CREDIT PIC 9(5) VALUE 0.
       01 UNDATED-CHARGES PIC 9(5) VALUE 0.

       01 WORST-RANK PIC 9(2) VALUE 0.
       01 WORST-BEST-IDX PIC 9(4) VALUE 0.
       01 WORST-BEST-BALANCE PIC S9(7)V99 VALUE 0.

       01 REFERRAL-ROW-TYPE PIC X(1) VALUE SPACE.
       01 REFERRAL-CLEARED-FLAG PIC X(1) VALUE 'N'.
       01 REFERRED-NEW PIC 9(5) VALUE 0.
       01 REFERRAL-PAYMENTS PIC 9(5) VALUE 0.
       01 REFERRALS-CLOSED PIC 9(5) VALUE 0.
       01 REFERRALS-OPEN PIC 9(5) VALUE 0.

       01 AGING-HEADER-LINE.
           02 FILLER PIC X(35)
               VALUE "AGED RECEIVABLES - FINES LEDGER - ".
           02 FILLER PIC X(8) VALUE "printed ".
           02 AH-PRINT-DATE PIC X(8).
       01 AGING-RULE-LINE PIC X(78) VALUE ALL "=".
       01 AGING-BUCKET-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 AB-LABEL PIC X(24).
           02 AB-AMOUNT PIC Z,ZZZ,ZZ9.99.
       01 AGING-COUNT-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 AC-LABEL PIC X(24).
           02 AC-COUNT PIC ZZZZ9.
       01 WORST-COLUMN-LINE.
           02 FILLER PIC X(6) VALUE "User".
           02 FILLER PIC X(22) VALUE "Name".
           02 FILLER PIC X(11) VALUE "  Balance".
           02 FILLER PIC X(11) VALUE "   Current".
           02 FILLER PIC X(10) VALUE "   31-60".
           02 FILLER PIC X(10) VALUE "   61-90".
           02 FILLER PIC X(10) VALUE "    90+".
       01 WORST-DETAIL-LINE.
           02 WD-USER-ID PIC 9(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WD-NAME PIC X(20).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WD-BALANCE PIC ZZZZZ9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WD-CURRENT PIC ZZZZZ9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WD-31-60 PIC ZZZZZ9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WD-61-90 PIC ZZZZZ9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WD-OVER-90 PIC ZZZZZ9.99.

       PROCEDURE DIVISION.
           DISPLAY "BOOKAGE - aged receivables and collections".
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-NUM.
           COMPUTE DATE-INT = FUNCTION INTEGER-OF-DATE(TODAY-NUM).

           PERFORM Load-Referrals.
           PERFORM Load-Fines-Ledger.

           IF FS-FINES NOT = 0
               DISPLAY "FINES.TXT not found - nothing to age."
           ELSE
           IF MEMBERS-TRUNCATED-FLAG = 'Y'
                   OR CHARGES-TRUNCATED-FLAG = 'Y'
               DISPLAY "FINES.TXT is larger than the aging tables ("
                   MEMBERS-MAX " members / " CHARGES-MAX
                   " charges) - refusing to age a partial ledger. "
                   "Raise MEMBERS-MAX / CHARGES-MAX."
           ELSE
           IF REFERRALS-TRUNCATED-FLAG = 'Y'
               DISPLAY "COLLREFS.TXT has more than " REFERRALS-MAX
                   " rows - refusing to run, members could be "
                   "referred twice. Raise REFERRALS-MAX."
           ELSE
               PERFORM Age-Charges
               OPEN INPUT USERINFO-FILE
               IF FS-USERINFO = 0
                   MOVE 'Y' TO USERS-OPEN-FLAG
               END-IF
               PERFORM Write-Aging-Report
               PERFORM Process-Referrals
               IF USERS-OPEN-FLAG = 'Y'
                   CLOSE USERINFO-FILE
               END-IF
               PERFORM Rewrite-Referrals-File
               DISPLAY "Accounts owing: " ACCOUNTS-OWING
                   " new referrals: " REFERRED-NEW
                   " payment rows: " REFERRAL-PAYMENTS
                   " referrals closed: " REFERRALS-CLOSED
           END-IF
           END-IF
           END-IF.

           STOP RUN.

       Load-Referrals.
           MOVE 0 TO REFERRALS-COUNT.
           MOVE 'N' TO REFERRALS-EOF-FLAG.

           OPEN INPUT REFERRALS-FILE.
           IF FS-REFERRALS = 0
               PERFORM UNTIL REFERRALS-EOF-FLAG = 'Y'
                   READ REFERRALS-FILE
                       AT END SET REFERRALS-EOF-FLAG TO 'Y'
                   END-READ

                   IF REFERRALS-EOF-FLAG = 'N'
                       IF REF-USER-ID NUMERIC
                           IF REFERRALS-COUNT >= REFERRALS-MAX
                               MOVE 'Y' TO REFERRALS-TRUNCATED-FLAG
                               SET REFERRALS-EOF-FLAG TO 'Y'
                           ELSE
                               PERFORM Store-Referral-Row
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE REFERRALS-FILE
           END-IF.

       Store-Referral-Row.
           ADD 1 TO REFERRALS-COUNT.
           MOVE REF-USER-ID TO ARR-REF-USER-ID(REFERRALS-COUNT).
           MOVE REF-DATE TO ARR-REF-DATE(REFERRALS-COUNT).
           IF REF-AMOUNT NUMERIC
               MOVE REF-AMOUNT TO ARR-REF-AMOUNT(REFERRALS-COUNT)
           ELSE
               MOVE 0 TO ARR-REF-AMOUNT(REFERRALS-COUNT)
           END-IF.
           MOVE REF-STATUS TO ARR-REF-STATUS(REFERRALS-COUNT).
           IF REF-PAID-SENT NUMERIC
               MOVE REF-PAID-SENT TO ARR-REF-PAID-SENT(REFERRALS-COUNT)
           ELSE
               MOVE 0 TO ARR-REF-PAID-SENT(REFERRALS-COUNT)
           END-IF.
           MOVE REF-CLOSED-DATE TO
               ARR-REF-CLOSED-DATE(REFERRALS-COUNT).
           MOVE 0 TO ARR-REF-PAID-SINCE(REFERRALS-COUNT).

      * One pass over the ledger: charges are kept in file order -
      * FINES.TXT is only ever appended, so that is date order -
      * and payments are pooled per member for FIFO allocation.
      * Payments taken after an open referral are also totalled
      * against the referral.
       Load-Fines-Ledger.
           MOVE 0 TO MEMBERS-COUNT.
           MOVE 0 TO CHARGES-COUNT.
           MOVE 'N' TO FINES-EOF-FLAG.

           OPEN INPUT FINES-FILE.
           IF FS-FINES = 0
               PERFORM UNTIL FINES-EOF-FLAG = 'Y'
                   READ FINES-FILE
                       AT END SET FINES-EOF-FLAG TO 'Y'
                   END-READ

                   IF FINES-EOF-FLAG = 'N'
                       IF FINE-USER-ID NUMERIC
                               AND FINE-AMOUNT NUMERIC
                           PERFORM Post-Ledger-Row
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE FINES-FILE
           END-IF.

       Post-Ledger-Row.
           PERFORM Find-Age-Member.
           IF MEMBERS-FOUND-IDX = 0
               SET FINES-EOF-FLAG TO 'Y'
           ELSE
           IF FINE-TYPE = 'P'
               ADD FINE-AMOUNT TO ARR-AGE-UNAPPLIED(MEMBERS-FOUND-IDX)
               PERFORM Find-Open-Referral
               IF REFERRALS-FOUND-IDX NOT = 0
                   IF FINE-DATE > ARR-REF-DATE(REFERRALS-FOUND-IDX)
                       ADD FINE-AMOUNT TO
                           ARR-REF-PAID-SINCE(REFERRALS-FOUND-IDX)
                   END-IF
               END-IF
           ELSE
               IF CHARGES-COUNT >= CHARGES-MAX
                   MOVE 'Y' TO CHARGES-TRUNCATED-FLAG
                   SET FINES-EOF-FLAG TO 'Y'
               ELSE
                   ADD 1 TO CHARGES-COUNT
                   MOVE MEMBERS-FOUND-IDX TO
                       ARR-CHG-MEMBER-IDX(CHARGES-COUNT)
                   MOVE FINE-DATE TO ARR-CHG-DATE(CHARGES-COUNT)
                   MOVE FINE-AMOUNT TO ARR-CHG-AMOUNT(CHARGES-COUNT)
               END-IF
           END-IF
           END-IF.

      * Finds FINE-USER-ID in the member table, adding a row for a
      * member not seen yet. MEMBERS-FOUND-IDX is 0 when the table
      * is full.
       Find-Age-Member.
           MOVE 0 TO MEMBERS-FOUND-IDX.
           PERFORM VARYING MEMBERS-IDX FROM 1 BY 1
                   UNTIL MEMBERS-IDX > MEMBERS-COUNT
                       OR MEMBERS-FOUND-IDX NOT = 0
               IF ARR-AGE-USER-ID(MEMBERS-IDX) = FINE-USER-ID
                   MOVE MEMBERS-IDX TO MEMBERS-FOUND-IDX
               END-IF
           END-PERFORM.

           IF MEMBERS-FOUND-IDX = 0
               IF MEMBERS-COUNT >= MEMBERS-MAX
                   MOVE 'Y' TO MEMBERS-TRUNCATED-FLAG
               ELSE
                   ADD 1 TO MEMBERS-COUNT
                   MOVE MEMBERS-COUNT TO MEMBERS-FOUND-IDX
                   MOVE FINE-USER-ID TO ARR-AGE-USER-ID(MEMBERS-COUNT)
                   MOVE 0 TO ARR-AGE-UNAPPLIED(MEMBERS-COUNT)
                   MOVE 0 TO ARR-AGE-CURRENT(MEMBERS-COUNT)
                   MOVE 0 TO ARR-AGE-31-60(MEMBERS-COUNT)
                   MOVE 0 TO ARR-AGE-61-90(MEMBERS-COUNT)
                   MOVE 0 TO ARR-AGE-OVER-90(MEMBERS-COUNT)
                   MOVE 0 TO ARR-AGE-BALANCE(MEMBERS-COUNT)
                   MOVE SPACES TO ARR-AGE-OLDEST(MEMBERS-COUNT)
                   MOVE 0 TO ARR-AGE-OLDEST-DAYS(MEMBERS-COUNT)
                   MOVE 'N' TO ARR-AGE-LISTED-FLAG(MEMBERS-COUNT)
               END-IF
           END-IF.

       Find-Open-Referral.
           MOVE 0 TO REFERRALS-FOUND-IDX.
           PERFORM VARYING REFERRALS-IDX FROM 1 BY 1
                   UNTIL REFERRALS-IDX > REFERRALS-COUNT
               IF ARR-REF-USER-ID(REFERRALS-IDX) = FINE-USER-ID
                       AND ARR-REF-STATUS(REFERRALS-IDX) = 'O'
                   MOVE REFERRALS-IDX TO REFERRALS-FOUND-IDX
               END-IF
           END-PERFORM.

      * FIFO: each charge, oldest first, soaks up whatever payment
      * the member still has unapplied; only the unpaid remainder is
      * aged. Rows with no readable date age as current and are
      * counted for follow-up.
       Age-Charges.
           PERFORM VARYING CHARGES-IDX FROM 1 BY 1
                   UNTIL CHARGES-IDX > CHARGES-COUNT
               MOVE ARR-CHG-MEMBER-IDX(CHARGES-IDX) TO MEMBERS-IDX
               MOVE ARR-CHG-AMOUNT(CHARGES-IDX) TO CHARGE-OPEN
               IF ARR-AGE-UNAPPLIED(MEMBERS-IDX) >= CHARGE-OPEN
                   SUBTRACT CHARGE-OPEN FROM
                       ARR-AGE-UNAPPLIED(MEMBERS-IDX)
                   MOVE 0 TO CHARGE-OPEN
               ELSE
                   SUBTRACT ARR-AGE-UNAPPLIED(MEMBERS-IDX)
                       FROM CHARGE-OPEN
                   MOVE 0 TO ARR-AGE-UNAPPLIED(MEMBERS-IDX)
               END-IF

               IF CHARGE-OPEN > 0
                   PERFORM Age-One-Charge
               END-IF
           END-PERFORM.

           PERFORM VARYING MEMBERS-IDX FROM 1 BY 1
                   UNTIL MEMBERS-IDX > MEMBERS-COUNT
               COMPUTE ARR-AGE-BALANCE(MEMBERS-IDX) =
                   ARR-AGE-CURRENT(MEMBERS-IDX)
                   + ARR-AGE-31-60(MEMBERS-IDX)
                   + ARR-AGE-61-90(MEMBERS-IDX)
                   + ARR-AGE-OVER-90(MEMBERS-IDX)
                   - ARR-AGE-UNAPPLIED(MEMBERS-IDX)
               IF ARR-AGE-BALANCE(MEMBERS-IDX) > 0
                   ADD 1 TO ACCOUNTS-OWING
                   ADD ARR-AGE-BALANCE(MEMBERS-IDX) TO TOTAL-OWED
               END-IF
               IF ARR-AGE-UNAPPLIED(MEMBERS-IDX) > 0
                   ADD 1 TO ACCOUNTS-CREDIT
                   ADD ARR-AGE-UNAPPLIED(MEMBERS-IDX) TO TOTAL-CREDIT
               END-IF
           END-PERFORM.

       Age-One-Charge.
           IF ARR-CHG-DATE(CHARGES-IDX) NUMERIC
               MOVE ARR-CHG-DATE(CHARGES-IDX) TO CHARGE-DATE-NUM
               COMPUTE CHARGE-AGE = DATE-INT -
                   FUNCTION INTEGER-OF-DATE(CHARGE-DATE-NUM)
           ELSE
               ADD 1 TO UNDATED-CHARGES
               MOVE 0 TO CHARGE-AGE
           END-IF.

           EVALUATE TRUE
               WHEN CHARGE-AGE <= 30
                   ADD CHARGE-OPEN TO ARR-AGE-CURRENT(MEMBERS-IDX)
                   ADD CHARGE-OPEN TO TOTAL-CURRENT
               WHEN CHARGE-AGE <= 60
                   ADD CHARGE-OPEN TO ARR-AGE-31-60(MEMBERS-IDX)
                   ADD CHARGE-OPEN TO TOTAL-31-60
               WHEN CHARGE-AGE <= 90
                   ADD CHARGE-OPEN TO ARR-AGE-61-90(MEMBERS-IDX)
                   ADD CHARGE-OPEN TO TOTAL-61-90
               WHEN OTHER
                   ADD CHARGE-OPEN TO ARR-AGE-OVER-90(MEMBERS-IDX)
                   ADD CHARGE-OPEN TO TOTAL-OVER-90
           END-EVALUATE.

      * Charges arrive oldest first, so the first unpaid one seen
      * is the member's oldest debt.
           IF ARR-AGE-OLDEST(MEMBERS-IDX) = SPACES
               MOVE ARR-CHG-DATE(CHARGES-IDX) TO
                   ARR-AGE-OLDEST(MEMBERS-IDX)
               IF CHARGE-AGE > 0
                   MOVE CHARGE-AGE TO ARR-AGE-OLDEST-DAYS(MEMBERS-IDX)
               END-IF
           END-IF.

       Write-Aging-Report.
           OPEN OUTPUT AGING-FILE.
           MOVE TODAY-NUM TO AH-PRINT-DATE.
           WRITE AGING-LINE FROM AGING-RULE-LINE.
           WRITE AGING-LINE FROM AGING-HEADER-LINE.
           WRITE AGING-LINE FROM AGING-RULE-LINE.

           MOVE "Current (0-30 days)" TO AB-LABEL.
           MOVE TOTAL-CURRENT TO AB-AMOUNT.
           WRITE AGING-LINE FROM AGING-BUCKET-LINE.
           MOVE "31-60 days" TO AB-LABEL.
           MOVE TOTAL-31-60 TO AB-AMOUNT.
           WRITE AGING-LINE FROM AGING-BUCKET-LINE.
           MOVE "61-90 days" TO AB-LABEL.
           MOVE TOTAL-61-90 TO AB-AMOUNT.
           WRITE AGING-LINE FROM AGING-BUCKET-LINE.
           MOVE "Over 90 days" TO AB-LABEL.
           MOVE TOTAL-OVER-90 TO AB-AMOUNT.
           WRITE AGING-LINE FROM AGING-BUCKET-LINE.
           MOVE "Total owed" TO AB-LABEL.
           MOVE TOTAL-OWED TO AB-AMOUNT.
           WRITE AGING-LINE FROM AGING-BUCKET-LINE.
           MOVE "Credit balances" TO AB-LABEL.
           MOVE TOTAL-CREDIT TO AB-AMOUNT.
           WRITE AGING-LINE FROM AGING-BUCKET-LINE.
           MOVE SPACES TO AGING-LINE.
           WRITE AGING-LINE.

           MOVE "Accounts owing" TO AC-LABEL.
           MOVE ACCOUNTS-OWING TO AC-COUNT.
           WRITE AGING-LINE FROM AGING-COUNT-LINE.
           MOVE "Accounts in credit" TO AC-LABEL.
           MOVE ACCOUNTS-CREDIT TO AC-COUNT.
           WRITE AGING-LINE FROM AGING-COUNT-LINE.
           IF UNDATED-CHARGES > 0
               MOVE "Undated charges (aged 0)" TO AC-LABEL
               MOVE UNDATED-CHARGES TO AC-COUNT
               WRITE AGING-LINE FROM AGING-COUNT-LINE
           END-IF.
           MOVE SPACES TO AGING-LINE.
           WRITE AGING-LINE.

           MOVE "WORST ACCOUNTS" TO AGING-LINE.
           WRITE AGING-LINE.
           WRITE AGING-LINE FROM WORST-COLUMN-LINE.
           PERFORM VARYING WORST-RANK FROM 1 BY 1
                   UNTIL WORST-RANK > WORST-MAX
               PERFORM Write-Next-Worst
           END-PERFORM.
           CLOSE AGING-FILE.

           DISPLAY "Owed: current " TOTAL-CURRENT
               " 31-60 " TOTAL-31-60
               " 61-90 " TOTAL-61-90
               " 90+ " TOTAL-OVER-90.

      * Picks the largest balance not listed yet - a selection pass
      * per line keeps the member table in ledger order.
       Write-Next-Worst.
           MOVE 0 TO WORST-BEST-IDX.
           MOVE 0 TO WORST-BEST-BALANCE.
           PERFORM VARYING MEMBERS-IDX FROM 1 BY 1
                   UNTIL MEMBERS-IDX > MEMBERS-COUNT
               IF ARR-AGE-LISTED-FLAG(MEMBERS-IDX) = 'N'
                       AND ARR-AGE-BALANCE(MEMBERS-IDX) >
                           WORST-BEST-BALANCE
                   MOVE MEMBERS-IDX TO WORST-BEST-IDX
                   MOVE ARR-AGE-BALANCE(MEMBERS-IDX)
                       TO WORST-BEST-BALANCE
               END-IF
           END-PERFORM.

           IF WORST-BEST-IDX NOT = 0
               MOVE 'Y' TO ARR-AGE-LISTED-FLAG(WORST-BEST-IDX)
               MOVE WORST-BEST-IDX TO MEMBERS-IDX
               PERFORM Read-Age-Member
               MOVE SPACES TO WORST-DETAIL-LINE
               MOVE ARR-AGE-USER-ID(MEMBERS-IDX) TO WD-USER-ID
               MOVE USER-NAME TO WD-NAME
               MOVE ARR-AGE-BALANCE(MEMBERS-IDX) TO WD-BALANCE
               MOVE ARR-AGE-CURRENT(MEMBERS-IDX) TO WD-CURRENT
               MOVE ARR-AGE-31-60(MEMBERS-IDX) TO WD-31-60
               MOVE ARR-AGE-61-90(MEMBERS-IDX) TO WD-61-90
               MOVE ARR-AGE-OVER-90(MEMBERS-IDX) TO WD-OVER-90
               WRITE AGING-LINE FROM WORST-DETAIL-LINE
           END-IF.

      * Keyed read of the member at MEMBERS-IDX for name and
      * address; a member no longer on file prints a placeholder.
       Read-Age-Member.
           MOVE ARR-AGE-USER-ID(MEMBERS-IDX) TO USER-ID.
           PERFORM Read-Member-Row.
           IF USER-NAME = SPACES
               MOVE "(not on file)" TO USER-NAME
           END-IF.

      * Open referrals first - report payments and closures - then
      * refer the members who now qualify and have no open referral.
       Process-Referrals.
           OPEN EXTEND COLLECTIONS-FILE.
           IF FS-COLLECTIONS = 35
               OPEN OUTPUT COLLECTIONS-FILE
           END-IF.

           PERFORM VARYING REFERRALS-IDX FROM 1 BY 1
                   UNTIL REFERRALS-IDX > REFERRALS-COUNT
               IF ARR-REF-STATUS(REFERRALS-IDX) = 'O'
                   PERFORM Update-Open-Referral
               END-IF
           END-PERFORM.

           PERFORM VARYING MEMBERS-IDX FROM 1 BY 1
                   UNTIL MEMBERS-IDX > MEMBERS-COUNT
               IF ARR-AGE-BALANCE(MEMBERS-IDX) >= COLLECT-MIN-BALANCE
                       AND ARR-AGE-OLDEST-DAYS(MEMBERS-IDX) >
                           COLLECT-MIN-AGE
                   MOVE ARR-AGE-USER-ID(MEMBERS-IDX) TO FINE-USER-ID
                   PERFORM Find-Open-Referral
                   IF REFERRALS-FOUND-IDX = 0
                       PERFORM Refer-Member
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE COLLECTIONS-FILE.

           MOVE 0 TO REFERRALS-OPEN.
           PERFORM VARYING REFERRALS-IDX FROM 1 BY 1
                   UNTIL REFERRALS-IDX > REFERRALS-COUNT
               IF ARR-REF-STATUS(REFERRALS-IDX) = 'O'
                   ADD 1 TO REFERRALS-OPEN
               END-IF
           END-PERFORM.
           DISPLAY "Referrals open with the agency: " REFERRALS-OPEN.

       Update-Open-Referral.
           MOVE ARR-REF-USER-ID(REFERRALS-IDX) TO FINE-USER-ID.
           MOVE 0 TO MEMBERS-FOUND-IDX.
           PERFORM VARYING MEMBERS-IDX FROM 1 BY 1
                   UNTIL MEMBERS-IDX > MEMBERS-COUNT
               IF ARR-AGE-USER-ID(MEMBERS-IDX) = FINE-USER-ID
                   MOVE MEMBERS-IDX TO MEMBERS-FOUND-IDX
               END-IF
           END-PERFORM.
           MOVE MEMBERS-FOUND-IDX TO MEMBERS-IDX.

           IF ARR-REF-PAID-SINCE(REFERRALS-IDX) >
                   ARR-REF-PAID-SENT(REFERRALS-IDX)
               COMPUTE PAYMENT-DELTA =
                   ARR-REF-PAID-SINCE(REFERRALS-IDX)
                   - ARR-REF-PAID-SENT(REFERRALS-IDX)
               MOVE ARR-REF-PAID-SINCE(REFERRALS-IDX) TO
                   ARR-REF-PAID-SENT(REFERRALS-IDX)
               MOVE 'P' TO REFERRAL-ROW-TYPE
               PERFORM Write-Collections-Row
               ADD 1 TO REFERRAL-PAYMENTS
           END-IF.

           MOVE 'N' TO REFERRAL-CLEARED-FLAG.
           IF MEMBERS-IDX = 0
               MOVE 'Y' TO REFERRAL-CLEARED-FLAG
           ELSE
           IF ARR-AGE-BALANCE(MEMBERS-IDX) <= 0
               MOVE 'Y' TO REFERRAL-CLEARED-FLAG
           END-IF
           END-IF.

           IF REFERRAL-CLEARED-FLAG = 'Y'
               MOVE 0 TO PAYMENT-DELTA
               MOVE 'C' TO REFERRAL-ROW-TYPE
               PERFORM Write-Collections-Row
               MOVE 'C' TO ARR-REF-STATUS(REFERRALS-IDX)
               MOVE TODAY-NUM TO ARR-REF-CLOSED-DATE(REFERRALS-IDX)
               ADD 1 TO REFERRALS-CLOSED
           END-IF.

       Refer-Member.
           PERFORM Find-Closed-Referral.
           IF REFERRALS-FOUND-IDX = 0
               IF REFERRALS-COUNT >= REFERRALS-MAX
                   DISPLAY "Referral register full at " REFERRALS-MAX
                       " - member " FINE-USER-ID " not referred. "
                       "Raise REFERRALS-MAX."
               ELSE
                   ADD 1 TO REFERRALS-COUNT
                   MOVE REFERRALS-COUNT TO REFERRALS-FOUND-IDX
               END-IF
           END-IF.

           IF REFERRALS-FOUND-IDX NOT = 0
               MOVE REFERRALS-FOUND-IDX TO REFERRALS-IDX
               MOVE FINE-USER-ID TO ARR-REF-USER-ID(REFERRALS-IDX)
               MOVE TODAY-NUM TO ARR-REF-DATE(REFERRALS-IDX)
               MOVE ARR-AGE-BALANCE(MEMBERS-IDX) TO
                   ARR-REF-AMOUNT(REFERRALS-IDX)
               MOVE 'O' TO ARR-REF-STATUS(REFERRALS-IDX)
               MOVE 0 TO ARR-REF-PAID-SENT(REFERRALS-IDX)
               MOVE 0 TO ARR-REF-PAID-SINCE(REFERRALS-IDX)
               MOVE SPACES TO ARR-REF-CLOSED-DATE(REFERRALS-IDX)
               MOVE ARR-AGE-BALANCE(MEMBERS-IDX) TO PAYMENT-DELTA
               MOVE 'N' TO REFERRAL-ROW-TYPE
               PERFORM Write-Collections-Row
               ADD 1 TO REFERRED-NEW
           END-IF.

      * A member referred before and since cleared keeps one
      * register row; a new referral reopens it.
       Find-Closed-Referral.
           MOVE 0 TO REFERRALS-FOUND-IDX.
           PERFORM VARYING REFERRALS-IDX FROM 1 BY 1
                   UNTIL REFERRALS-IDX > REFERRALS-COUNT
               IF ARR-REF-USER-ID(REFERRALS-IDX) = FINE-USER-ID
                   MOVE REFERRALS-IDX TO REFERRALS-FOUND-IDX
               END-IF
           END-PERFORM.

      * USERS.DAT is opened once for the report and referrals; if
      * it could not be opened the name and address go out blank.
       Read-Member-Row.
           IF USERS-OPEN-FLAG = 'Y'
               READ USERINFO-FILE
                   INVALID KEY
                       MOVE SPACES TO USERINFO-RECORD
               END-READ
           ELSE
               MOVE SPACES TO USERINFO-RECORD
           END-IF.

      * REFERRAL-ROW-TYPE and PAYMENT-DELTA are set by the caller;
      * MEMBERS-IDX is the member's aging row, or 0 when the member
      * no longer has any ledger rows.
       Write-Collections-Row.
           MOVE ARR-REF-USER-ID(REFERRALS-IDX) TO USER-ID.
           PERFORM Read-Member-Row.

           MOVE SPACES TO COLLECTIONS-RECORD.
           MOVE REFERRAL-ROW-TYPE TO COLL-REC-TYPE.
           MOVE ARR-REF-USER-ID(REFERRALS-IDX) TO COLL-USER-ID.
           MOVE USER-NAME TO COLL-NAME.
           MOVE USER-ADDRESS TO COLL-ADDRESS.
           MOVE USER-CONTACT TO COLL-CONTACT.
           MOVE 0 TO COLL-BALANCE.
           MOVE SPACES TO COLL-OLDEST-DATE.
           IF MEMBERS-IDX NOT = 0
               IF ARR-AGE-BALANCE(MEMBERS-IDX) > 0
                   MOVE ARR-AGE-BALANCE(MEMBERS-IDX) TO COLL-BALANCE
               END-IF
               MOVE ARR-AGE-OLDEST(MEMBERS-IDX) TO COLL-OLDEST-DATE
           END-IF.
           MOVE PAYMENT-DELTA TO COLL-AMOUNT.
           MOVE ARR-REF-DATE(REFERRALS-IDX) TO COLL-REFERRED.
           MOVE TODAY-NUM TO COLL-RUN-DATE.
           WRITE COLLECTIONS-RECORD.

       Rewrite-Referrals-File.
           OPEN OUTPUT REFERRALS-FILE.
           PERFORM VARYING REFERRALS-IDX FROM 1 BY 1
                   UNTIL REFERRALS-IDX > REFERRALS-COUNT
               MOVE SPACES TO REFERRALS-RECORD
               MOVE ARR-REF-USER-ID(REFERRALS-IDX) TO REF-USER-ID
               MOVE ARR-REF-DATE(REFERRALS-IDX) TO REF-DATE
               MOVE ARR-REF-AMOUNT(REFERRALS-IDX) TO REF-AMOUNT
               MOVE ARR-REF-STATUS(REFERRALS-IDX) TO REF-STATUS
               MOVE ARR-REF-PAID-SENT(REFERRALS-IDX) TO REF-PAID-SENT
               MOVE ARR-REF-CLOSED-DATE(REFERRALS-IDX)
                   TO REF-CLOSED-DATE
               WRITE REFERRALS-RECORD
           END-PERFORM.
           CLOSE REFERRALS-FILE.
