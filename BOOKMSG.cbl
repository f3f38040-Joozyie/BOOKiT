       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOOKMSG.

      * Nightly outbound message extract for the email/SMS gateway.
      * Two kinds of message go to MESSAGES.TXT, addressed by
      * USER-CONTACT:
      *   C - courtesy reminder for every LOANS.DAT row due within
      *       the next COURTESY-OPEN-DAYS open days (closed days
      *       from CLOSED-WEEKDAY and CALENDAR.TXT are skipped the
      *       same way BOOKIT rolls due dates);
      *   H - ready for pickup, for the head hold on every title
      *       set aside on the hold shelf ('H'), with the last day
      *       the copy can be collected before BOOKEXPIRE drops it.
      * Members with no usable contact get the same rows on
      * MAILLIST.TXT, with their address, for print and mail.
      * MSGSENT.TXT remembers every message already sent - keyed
      * by type, member, book and the due or set-aside date - so a
      * member is told once; a re-stamped hold or a renewed loan is
      * a new message. Entries older than SENT-KEEP-DAYS are
      * dropped when the log is rewritten. Both extracts are
      * appended; the gateway and the mail room empty them. Run
      * after BOOKEXPIRE so promoted holds are picked up the same
      * night. No operator prompts.
      * Return code 8 when the run fails, 4 when it finishes with
      * warnings - the BOOKNITE job stream stops on 8.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOKS-FILE ASSIGN TO "BOOKS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOOK-ID
               FILE STATUS IS FS-BOOKS.

           SELECT USERINFO-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USER-ID
               FILE STATUS IS FS-USERINFO.

           SELECT BORROWED-BOOKS-FILE ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-KEY
               FILE STATUS IS FS-BORROWED-BOOKS.

           SELECT HOLDS-FILE ASSIGN TO "HOLDS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HOLDS.

           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CALENDAR.

           SELECT MESSAGES-FILE ASSIGN TO "MESSAGES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MESSAGES.

           SELECT MAIL-LIST-FILE ASSIGN TO "MAILLIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MAIL-LIST.

           SELECT SENT-FILE ASSIGN TO "MSGSENT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SENT.

       DATA DIVISION.
       FILE SECTION.
       FD BOOKS-FILE.
       01 BOOKS-RECORD.
           02 BOOK-ID PIC 9(4).
           02 FILLER PIC X(2).
           02 BOOK-TITLE PIC X(30).
           02 FILLER PIC X(2).
           02 BOOK-AUTHOR PIC X(30).
           02 FILLER PIC X(2).
           02 BOOK-STATUS PIC X(1).
           02 FILLER PIC X(2).
           02 BOOK-GENRE PIC 9(1).
           02 FILLER PIC X(2).
           02 BOOK-COPIES PIC 9(2).
           02 FILLER PIC X(2).
           02 BOOK-COPIES-LOST PIC 9(2).
           02 FILLER PIC X(2).
           02 BOOK-LOAN-CLASS PIC X(1).
           02 FILLER PIC X(2).
           02 BOOK-COPIES-WITHDRAWN PIC 9(2).

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

       FD BORROWED-BOOKS-FILE.
       01 BORROWED-BOOKS-RECORD.
          02 LOAN-KEY.
             03 BORROWED-USER-ID PIC 9(4).
             03 BORROWED-BOOK    PIC 9(4).
          02 DATE-BORROWED   PIC X(8).
          02 DATE-DUE        PIC X(8).
          02 RENEW-COUNT     PIC 9(1).

       FD HOLDS-FILE.
       01 HOLDS-RECORD.
          02 HOLD-USER-ID PIC 9(4).
          02 FILLER       PIC X(2).
          02 HOLD-BOOK-ID PIC 9(4).
          02 FILLER       PIC X(2).
          02 HOLD-PLACED  PIC X(8).

       FD CALENDAR-FILE.
       01 CALENDAR-RECORD.
          02 CLOSED-DATE PIC X(8).
          02 FILLER      PIC X(2).
          02 CLOSED-DESC PIC X(30).

      * Gateway row. MSG-DATE is the due date on a 'C' row and the
      * last pickup date on an 'H' row.
       FD MESSAGES-FILE.
       01 MESSAGES-RECORD.
          02 MSG-TYPE     PIC X(1).
          02 FILLER       PIC X(2).
          02 MSG-RUN-DATE PIC X(8).
          02 FILLER       PIC X(2).
          02 MSG-USER-ID  PIC 9(4).
          02 FILLER       PIC X(2).
          02 MSG-CONTACT  PIC X(15).
          02 FILLER       PIC X(2).
          02 MSG-NAME     PIC X(30).
          02 FILLER       PIC X(2).
          02 MSG-BOOK-ID  PIC 9(4).
          02 FILLER       PIC X(2).
          02 MSG-TITLE    PIC X(30).
          02 FILLER       PIC X(2).
          02 MSG-DATE     PIC X(8).

       FD MAIL-LIST-FILE.
       01 MAIL-LIST-RECORD.
          02 MAIL-TYPE     PIC X(1).
          02 FILLER        PIC X(2).
          02 MAIL-RUN-DATE PIC X(8).
          02 FILLER        PIC X(2).
          02 MAIL-USER-ID  PIC 9(4).
          02 FILLER        PIC X(2).
          02 MAIL-NAME     PIC X(30).
          02 FILLER        PIC X(2).
          02 MAIL-ADDRESS  PIC X(50).
          02 FILLER        PIC X(2).
          02 MAIL-BOOK-ID  PIC 9(4).
          02 FILLER        PIC X(2).
          02 MAIL-TITLE    PIC X(30).
          02 FILLER        PIC X(2).
          02 MAIL-DATE     PIC X(8).

       FD SENT-FILE.
       01 SENT-RECORD.
          02 SENT-TYPE     PIC X(1).
          02 FILLER        PIC X(2).
          02 SENT-USER-ID  PIC 9(4).
          02 FILLER        PIC X(2).
          02 SENT-BOOK-ID  PIC 9(4).
          02 FILLER        PIC X(2).
          02 SENT-KEY-DATE PIC X(8).
          02 FILLER        PIC X(2).
          02 SENT-ON       PIC X(8).

       WORKING-STORAGE SECTION.
       01 EOF-FLAG PIC X(1) VALUE 'N'.
       01 HOLDS-EOF-FLAG PIC X(1) VALUE 'N'.
       01 SENT-EOF-FLAG PIC X(1) VALUE 'N'.

       01 FS-BOOKS PIC 9(2).
       01 FS-USERINFO PIC 9(2).
       01 FS-BORROWED-BOOKS PIC 9(2).
       01 FS-HOLDS PIC 9(2).
       01 FS-CALENDAR PIC 9(2).
       01 FS-MESSAGES PIC 9(2).
       01 FS-MAIL-LIST PIC 9(2).
       01 FS-SENT PIC 9(2).
       01 BOOKS-OPEN-FLAG PIC X(1) VALUE 'N'.
       01 USERS-OPEN-FLAG PIC X(1) VALUE 'N'.

      * Courtesy window - loans due within this many open days.
       01 COURTESY-OPEN-DAYS PIC 9(1) VALUE 2.
      * Hold-shelf policy - keep in step with BOOKEXPIRE.
       01 HOLD-PICKUP-DAYS PIC 9(3) VALUE 7.
      * Sent-log entries whose due or set-aside date is older than
      * this are dropped; no message can repeat for them by then.
       01 SENT-KEEP-DAYS PIC 9(3) VALUE 60.

      * Weekly closing day: 0 = Sunday through 6 = Saturday,
      * 9 = no weekly closing day. One-off closures come from
      * CALENDAR.TXT, maintained on the BOOKIT calendar screen.
       01 CLOSED-WEEKDAY PIC 9(1) VALUE 0.

       01 CALENDAR-LOADED-FLAG PIC X(1) VALUE 'N'.
       01 CALENDAR-EOF-FLAG PIC X(1) VALUE 'N'.
       01 CLOSED-MAX PIC 9(3) VALUE 100.
       01 CLOSED-DATES OCCURS 100 TIMES PIC 9(8).
       01 CLOSED-COUNT PIC 9(3) VALUE 0.
       01 CLOSED-IDX PIC 9(3) VALUE 0.
       01 CLOSED-DAY-FLAG PIC X(1) VALUE 'N'.
       01 CHECK-DATE-INT PIC S9(9) VALUE 0.
       01 CHECK-DATE-NUM PIC 9(8) VALUE 0.
       01 CHECK-DAY-OF-WEEK PIC 9(1) VALUE 0.
       01 ROLL-GUARD PIC 9(3) VALUE 0.
       01 OPEN-DAYS-FOUND PIC 9(1) VALUE 0.

       01 SENT-MAX PIC 9(4) VALUE 3000.
       01 SENT-ROWS OCCURS 3000 TIMES.
           02 ARR-SENT-TYPE PIC X(1).
           02 ARR-SENT-USER-ID PIC 9(4).
           02 ARR-SENT-BOOK-ID PIC 9(4).
           02 ARR-SENT-KEY-DATE PIC X(8).
           02 ARR-SENT-ON PIC X(8).
       01 SENT-COUNT PIC 9(4) VALUE 0.
       01 SENT-IDX PIC 9(4) VALUE 0.
       01 SENT-FOUND-FLAG PIC X(1) VALUE 'N'.
       01 SENT-TRUNCATED-FLAG PIC X(1) VALUE 'N'.
       01 SENT-KEPT PIC 9(4) VALUE 0.

       01 HELD-MAX PIC 9(3) VALUE 500.
       01 HELD-BOOK-IDS OCCURS 500 TIMES PIC 9(4).
       01 HELD-COUNT PIC 9(3) VALUE 0.
       01 HELD-IDX PIC 9(3) VALUE 0.
       01 HELD-TRUNCATED-FLAG PIC X(1) VALUE 'N'.
       01 HOLD-FOUND-FLAG PIC X(1) VALUE 'N'.
       01 NEXT-HOLD-USER-ID PIC 9(4) VALUE 0.
       01 NEXT-HOLD-PLACED PIC X(8) VALUE SPACES.
       01 HOLD-CHECK-BOOK-ID PIC 9(4) VALUE 0.

       01 TODAY-NUM PIC 9(8) VALUE 0.
       01 DATE-INT PIC S9(9) VALUE 0.
       01 WINDOW-END-INT PIC S9(9) VALUE 0.
       01 WINDOW-END-NUM PIC 9(8) VALUE 0.
       01 KEEP-FROM-NUM PIC 9(8) VALUE 0.
       01 DUE-NUM PIC 9(8) VALUE 0.
       01 DUE-INT PIC S9(9) VALUE 0.
       01 PLACED-NUM PIC 9(8) VALUE 0.
       01 PICKUP-INT PIC S9(9) VALUE 0.
       01 PICKUP-NUM PIC 9(8) VALUE 0.

      * The message in hand.
       01 OUT-TYPE PIC X(1) VALUE SPACE.
       01 OUT-USER-ID PIC 9(4) VALUE 0.
       01 OUT-BOOK-ID PIC 9(4) VALUE 0.
       01 OUT-KEY-DATE PIC X(8) VALUE SPACES.
       01 OUT-DATE PIC X(8) VALUE SPACES.
       01 OUT-TITLE PIC X(30) VALUE SPACES.
       01 MEMBER-FOUND-FLAG PIC X(1) VALUE 'N'.
       01 CONTACT-USABLE-FLAG PIC X(1) VALUE 'N'.
       01 CONTACT-AT-COUNT PIC 9(2) VALUE 0.
       01 CONTACT-DIGIT-COUNT PIC 9(2) VALUE 0.

       01 COURTESY-SENT PIC 9(5) VALUE 0.
       01 PICKUP-SENT PIC 9(5) VALUE 0.
       01 MAILED-COUNT PIC 9(5) VALUE 0.
       01 ALREADY-SENT PIC 9(5) VALUE 0.
       01 NO-MEMBER-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
           DISPLAY "BOOKMSG - courtesy and hold-ready messages".
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-NUM.
           COMPUTE DATE-INT = FUNCTION INTEGER-OF-DATE(TODAY-NUM).
           COMPUTE KEEP-FROM-NUM = FUNCTION DATE-OF-INTEGER(
               DATE-INT - SENT-KEEP-DAYS).

           PERFORM Load-Sent-Log.

           IF SENT-TRUNCATED-FLAG = 'Y'
               DISPLAY "MSGSENT.TXT has more than " SENT-MAX
                   " rows - refusing to run, members could be sent "
                   "the same message twice. Raise SENT-MAX."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM Load-Closed-Days
               PERFORM Compute-Courtesy-Window

               OPEN EXTEND MESSAGES-FILE
               IF FS-MESSAGES = 35
                   OPEN OUTPUT MESSAGES-FILE
               END-IF
               OPEN EXTEND MAIL-LIST-FILE
               IF FS-MAIL-LIST = 35
                   OPEN OUTPUT MAIL-LIST-FILE
               END-IF
               OPEN INPUT USERINFO-FILE
               IF FS-USERINFO = 0
                   MOVE 'Y' TO USERS-OPEN-FLAG
               END-IF
               OPEN INPUT BOOKS-FILE
               IF FS-BOOKS = 0
                   MOVE 'Y' TO BOOKS-OPEN-FLAG
               END-IF

               PERFORM Extract-Courtesy-Reminders
               PERFORM Extract-Pickup-Notices

               IF BOOKS-OPEN-FLAG = 'Y'
                   CLOSE BOOKS-FILE
               END-IF
               IF USERS-OPEN-FLAG = 'Y'
                   CLOSE USERINFO-FILE
               END-IF
               CLOSE MAIL-LIST-FILE
               CLOSE MESSAGES-FILE

               PERFORM Rewrite-Sent-Log

               DISPLAY "Courtesy reminders: " COURTESY-SENT
                   " pickup notices: " PICKUP-SENT
               DISPLAY "Sent to print and mail: " MAILED-COUNT
                   " already sent before: " ALREADY-SENT
                   " no member record: " NO-MEMBER-COUNT
           END-IF.

           STOP RUN.

       Load-Sent-Log.
           MOVE 0 TO SENT-COUNT.
           MOVE 'N' TO SENT-EOF-FLAG.

           OPEN INPUT SENT-FILE.
           IF FS-SENT = 0
               PERFORM UNTIL SENT-EOF-FLAG = 'Y'
                   READ SENT-FILE
                       AT END SET SENT-EOF-FLAG TO 'Y'
                   END-READ

                   IF SENT-EOF-FLAG = 'N'
                       IF SENT-COUNT >= SENT-MAX
                           MOVE 'Y' TO SENT-TRUNCATED-FLAG
                           SET SENT-EOF-FLAG TO 'Y'
                       ELSE
                           ADD 1 TO SENT-COUNT
                           MOVE SENT-TYPE TO ARR-SENT-TYPE(SENT-COUNT)
                           MOVE SENT-USER-ID TO
                               ARR-SENT-USER-ID(SENT-COUNT)
                           MOVE SENT-BOOK-ID TO
                               ARR-SENT-BOOK-ID(SENT-COUNT)
                           MOVE SENT-KEY-DATE TO
                               ARR-SENT-KEY-DATE(SENT-COUNT)
                           MOVE SENT-ON TO ARR-SENT-ON(SENT-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE SENT-FILE
           END-IF.

      * Only rows still able to trigger a message are kept: a due
      * or set-aside date older than SENT-KEEP-DAYS is long past
      * any courtesy or pickup window.
       Rewrite-Sent-Log.
           MOVE 0 TO SENT-KEPT.
           OPEN OUTPUT SENT-FILE.
           PERFORM VARYING SENT-IDX FROM 1 BY 1
                   UNTIL SENT-IDX > SENT-COUNT
               IF ARR-SENT-KEY-DATE(SENT-IDX) NOT NUMERIC
                       OR ARR-SENT-KEY-DATE(SENT-IDX) >= KEEP-FROM-NUM
                   MOVE SPACES TO SENT-RECORD
                   MOVE ARR-SENT-TYPE(SENT-IDX) TO SENT-TYPE
                   MOVE ARR-SENT-USER-ID(SENT-IDX) TO SENT-USER-ID
                   MOVE ARR-SENT-BOOK-ID(SENT-IDX) TO SENT-BOOK-ID
                   MOVE ARR-SENT-KEY-DATE(SENT-IDX) TO SENT-KEY-DATE
                   MOVE ARR-SENT-ON(SENT-IDX) TO SENT-ON
                   WRITE SENT-RECORD
                   ADD 1 TO SENT-KEPT
               END-IF
           END-PERFORM.
           CLOSE SENT-FILE.

      * The courtesy window runs from tomorrow to the last of the
      * next COURTESY-OPEN-DAYS open days; loan due dates are
      * always rolled onto open days, so closed days in between
      * simply carry no loans.
       Compute-Courtesy-Window.
           MOVE 0 TO OPEN-DAYS-FOUND.
           MOVE 0 TO ROLL-GUARD.
           MOVE DATE-INT TO CHECK-DATE-INT.
           PERFORM UNTIL OPEN-DAYS-FOUND >= COURTESY-OPEN-DAYS
                   OR ROLL-GUARD > 366
               ADD 1 TO CHECK-DATE-INT
               ADD 1 TO ROLL-GUARD
               PERFORM Check-Closed-Day
               IF CLOSED-DAY-FLAG = 'N'
                   ADD 1 TO OPEN-DAYS-FOUND
               END-IF
           END-PERFORM.
           MOVE CHECK-DATE-INT TO WINDOW-END-INT.
           COMPUTE WINDOW-END-NUM =
               FUNCTION DATE-OF-INTEGER(WINDOW-END-INT).
           DISPLAY "Courtesy window: loans due after " TODAY-NUM
               " up to " WINDOW-END-NUM.

       Extract-Courtesy-Reminders.
           MOVE 'N' TO EOF-FLAG.

           OPEN INPUT BORROWED-BOOKS-FILE.
           IF FS-BORROWED-BOOKS NOT = 0
               DISPLAY "Cannot open LOANS.DAT - no courtesy "
                   "reminders this run."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ BORROWED-BOOKS-FILE NEXT RECORD
                       AT END SET EOF-FLAG TO 'Y'
                   END-READ

                   IF EOF-FLAG = 'N'
                       IF DATE-DUE NUMERIC
                           MOVE DATE-DUE TO DUE-NUM
                           COMPUTE DUE-INT =
                               FUNCTION INTEGER-OF-DATE(DUE-NUM)
                           IF DUE-INT > DATE-INT
                                   AND DUE-INT <= WINDOW-END-INT
                               MOVE 'C' TO OUT-TYPE
                               MOVE BORROWED-USER-ID TO OUT-USER-ID
                               MOVE BORROWED-BOOK TO OUT-BOOK-ID
                               MOVE DATE-DUE TO OUT-KEY-DATE
                               MOVE DATE-DUE TO OUT-DATE
                               PERFORM Send-Message
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE BORROWED-BOOKS-FILE
           END-IF.

      * Every title on the hold shelf has its copy waiting for the
      * head hold; HOLD-PLACED on that row is the set-aside date.
       Extract-Pickup-Notices.
           PERFORM Load-Held-Books.

           PERFORM VARYING HELD-IDX FROM 1 BY 1
                   UNTIL HELD-IDX > HELD-COUNT
               MOVE HELD-BOOK-IDS(HELD-IDX) TO HOLD-CHECK-BOOK-ID
               PERFORM Find-Next-Hold
               IF HOLD-FOUND-FLAG = 'Y'
                       AND NEXT-HOLD-PLACED NUMERIC
                   PERFORM Compute-Pickup-Date
                   MOVE 'H' TO OUT-TYPE
                   MOVE NEXT-HOLD-USER-ID TO OUT-USER-ID
                   MOVE HOLD-CHECK-BOOK-ID TO OUT-BOOK-ID
                   MOVE NEXT-HOLD-PLACED TO OUT-KEY-DATE
                   MOVE PICKUP-NUM TO OUT-DATE
                   IF PICKUP-INT >= DATE-INT
                       PERFORM Send-Message
                   END-IF
               END-IF
           END-PERFORM.

       Load-Held-Books.
           MOVE 0 TO HELD-COUNT.
           MOVE 'N' TO EOF-FLAG.
           MOVE 'N' TO HELD-TRUNCATED-FLAG.

           IF BOOKS-OPEN-FLAG = 'N'
               DISPLAY "BOOKS.DAT not found - no pickup notices this "
                   "run."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO BOOK-ID
               START BOOKS-FILE KEY IS NOT LESS THAN BOOK-ID
                   INVALID KEY SET EOF-FLAG TO 'Y'
               END-START
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ BOOKS-FILE NEXT RECORD
                       AT END SET EOF-FLAG TO 'Y'
                   END-READ

                   IF EOF-FLAG = 'N'
                       IF BOOK-STATUS = 'H'
                           IF HELD-COUNT >= HELD-MAX
                               MOVE 'Y' TO HELD-TRUNCATED-FLAG
                               SET EOF-FLAG TO 'Y'
                           ELSE
                               ADD 1 TO HELD-COUNT
                               MOVE BOOK-ID TO
                                   HELD-BOOK-IDS(HELD-COUNT)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

           IF HELD-TRUNCATED-FLAG = 'Y'
               DISPLAY "More than " HELD-MAX " titles on the hold "
                   "shelf - remaining titles get no notice this "
                   "run. Raise HELD-MAX."
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      * First HOLDS.TXT row for the title - the head of the queue.
       Find-Next-Hold.
           MOVE 'N' TO HOLD-FOUND-FLAG.
           MOVE 'N' TO HOLDS-EOF-FLAG.

           OPEN INPUT HOLDS-FILE.
           IF FS-HOLDS = 0
               PERFORM UNTIL HOLDS-EOF-FLAG = 'Y'
                   READ HOLDS-FILE
                       AT END SET HOLDS-EOF-FLAG TO 'Y'
                   END-READ

                   IF HOLDS-EOF-FLAG = 'N'
                       IF HOLD-BOOK-ID = HOLD-CHECK-BOOK-ID
                           MOVE 'Y' TO HOLD-FOUND-FLAG
                           MOVE HOLD-USER-ID TO NEXT-HOLD-USER-ID
                           MOVE HOLD-PLACED TO NEXT-HOLD-PLACED
                           SET HOLDS-EOF-FLAG TO 'Y'
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE HOLDS-FILE
           END-IF.

      * BOOKEXPIRE drops the hold once set-aside date plus
      * HOLD-PICKUP-DAYS has passed. The member is given the last
      * open day on or before that date, so the notice never
      * names a day the library is shut.
       Compute-Pickup-Date.
           MOVE NEXT-HOLD-PLACED TO PLACED-NUM.
           COMPUTE PICKUP-INT = FUNCTION INTEGER-OF-DATE(PLACED-NUM)
               + HOLD-PICKUP-DAYS.
           MOVE 0 TO ROLL-GUARD.
           MOVE PICKUP-INT TO CHECK-DATE-INT.
           PERFORM Check-Closed-Day.
           PERFORM UNTIL CLOSED-DAY-FLAG = 'N' OR ROLL-GUARD > 366
               SUBTRACT 1 FROM PICKUP-INT
               ADD 1 TO ROLL-GUARD
               MOVE PICKUP-INT TO CHECK-DATE-INT
               PERFORM Check-Closed-Day
           END-PERFORM.
           COMPUTE PICKUP-NUM = FUNCTION DATE-OF-INTEGER(PICKUP-INT).

      * Writes the message in OUT-xxx to the gateway extract or the
      * mail list, unless the sent log already has it.
       Send-Message.
           PERFORM Find-Sent-Entry.

           IF SENT-FOUND-FLAG = 'Y'
               ADD 1 TO ALREADY-SENT
           ELSE
               PERFORM Read-Message-Member
               IF MEMBER-FOUND-FLAG = 'N'
                   ADD 1 TO NO-MEMBER-COUNT
                   DISPLAY "Member " OUT-USER-ID " not in USERS.DAT - "
                       "no message for book " OUT-BOOK-ID "."
               ELSE
               IF SENT-COUNT >= SENT-MAX
                   DISPLAY "Sent log full at " SENT-MAX " - member "
                       OUT-USER-ID " book " OUT-BOOK-ID " held over. "
                       "Raise SENT-MAX."
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   PERFORM Read-Message-Title
                   PERFORM Check-Member-Contact
                   IF CONTACT-USABLE-FLAG = 'Y'
                       PERFORM Write-Gateway-Message
                   ELSE
                       PERFORM Write-Mail-List-Entry
                       ADD 1 TO MAILED-COUNT
                   END-IF
                   IF OUT-TYPE = 'C'
                       ADD 1 TO COURTESY-SENT
                   ELSE
                       ADD 1 TO PICKUP-SENT
                   END-IF
                   ADD 1 TO SENT-COUNT
                   MOVE OUT-TYPE TO ARR-SENT-TYPE(SENT-COUNT)
                   MOVE OUT-USER-ID TO ARR-SENT-USER-ID(SENT-COUNT)
                   MOVE OUT-BOOK-ID TO ARR-SENT-BOOK-ID(SENT-COUNT)
                   MOVE OUT-KEY-DATE TO ARR-SENT-KEY-DATE(SENT-COUNT)
                   MOVE TODAY-NUM TO ARR-SENT-ON(SENT-COUNT)
               END-IF
               END-IF
           END-IF.

       Find-Sent-Entry.
           MOVE 'N' TO SENT-FOUND-FLAG.
           PERFORM VARYING SENT-IDX FROM 1 BY 1
                   UNTIL SENT-IDX > SENT-COUNT
                       OR SENT-FOUND-FLAG = 'Y'
               IF ARR-SENT-TYPE(SENT-IDX) = OUT-TYPE
                       AND ARR-SENT-USER-ID(SENT-IDX) = OUT-USER-ID
                       AND ARR-SENT-BOOK-ID(SENT-IDX) = OUT-BOOK-ID
                       AND ARR-SENT-KEY-DATE(SENT-IDX) = OUT-KEY-DATE
                   MOVE 'Y' TO SENT-FOUND-FLAG
               END-IF
           END-PERFORM.

       Read-Message-Member.
           MOVE 'N' TO MEMBER-FOUND-FLAG.
           IF USERS-OPEN-FLAG = 'Y'
               MOVE OUT-USER-ID TO USER-ID
               READ USERINFO-FILE
                   INVALID KEY
                       MOVE 'N' TO MEMBER-FOUND-FLAG
                   NOT INVALID KEY
                       MOVE 'Y' TO MEMBER-FOUND-FLAG
               END-READ
           END-IF.

       Read-Message-Title.
           MOVE SPACES TO OUT-TITLE.
           IF BOOKS-OPEN-FLAG = 'Y'
               MOVE OUT-BOOK-ID TO BOOK-ID
               READ BOOKS-FILE
                   INVALID KEY
                       MOVE "(title not on file)" TO OUT-TITLE
                   NOT INVALID KEY
                       MOVE BOOK-TITLE TO OUT-TITLE
               END-READ
           END-IF.

      * USER-CONTACT is free text from the desk. The gateway can
      * deliver to an email address (one '@') or a phone number
      * (at least seven digits); anything else goes by post.
       Check-Member-Contact.
           MOVE 'N' TO CONTACT-USABLE-FLAG.
           MOVE 0 TO CONTACT-AT-COUNT.
           MOVE 0 TO CONTACT-DIGIT-COUNT.
           IF USER-CONTACT NOT = SPACES
               INSPECT USER-CONTACT TALLYING CONTACT-AT-COUNT
                   FOR ALL "@"
               INSPECT USER-CONTACT TALLYING CONTACT-DIGIT-COUNT
                   FOR ALL "0" ALL "1" ALL "2" ALL "3" ALL "4"
                       ALL "5" ALL "6" ALL "7" ALL "8" ALL "9"
               IF CONTACT-AT-COUNT = 1 OR CONTACT-DIGIT-COUNT >= 7
                   MOVE 'Y' TO CONTACT-USABLE-FLAG
               END-IF
           END-IF.

       Write-Gateway-Message.
           MOVE SPACES TO MESSAGES-RECORD.
           MOVE OUT-TYPE TO MSG-TYPE.
           MOVE TODAY-NUM TO MSG-RUN-DATE.
           MOVE OUT-USER-ID TO MSG-USER-ID.
           MOVE USER-CONTACT TO MSG-CONTACT.
           MOVE USER-NAME TO MSG-NAME.
           MOVE OUT-BOOK-ID TO MSG-BOOK-ID.
           MOVE OUT-TITLE TO MSG-TITLE.
           MOVE OUT-DATE TO MSG-DATE.
           WRITE MESSAGES-RECORD.

       Write-Mail-List-Entry.
           MOVE SPACES TO MAIL-LIST-RECORD.
           MOVE OUT-TYPE TO MAIL-TYPE.
           MOVE TODAY-NUM TO MAIL-RUN-DATE.
           MOVE OUT-USER-ID TO MAIL-USER-ID.
           MOVE USER-NAME TO MAIL-NAME.
           MOVE USER-ADDRESS TO MAIL-ADDRESS.
           MOVE OUT-BOOK-ID TO MAIL-BOOK-ID.
           MOVE OUT-TITLE TO MAIL-TITLE.
           MOVE OUT-DATE TO MAIL-DATE.
           WRITE MAIL-LIST-RECORD.

      * Closed-days calendar support - keep in step with the
      * paragraphs of the same names in BOOKIT.
       Load-Closed-Days.
           IF CALENDAR-LOADED-FLAG = 'N'
               MOVE 0 TO CLOSED-COUNT
               MOVE 'N' TO CALENDAR-EOF-FLAG

               OPEN INPUT CALENDAR-FILE
               IF FS-CALENDAR = 0
                   PERFORM UNTIL CALENDAR-EOF-FLAG = 'Y'
                       READ CALENDAR-FILE
                           AT END SET CALENDAR-EOF-FLAG TO 'Y'
                       END-READ

                       IF CALENDAR-EOF-FLAG = 'N'
                           IF CLOSED-DATE NUMERIC
                               IF CLOSED-COUNT >= CLOSED-MAX
                                   DISPLAY "CALENDAR.TXT has more "
                                       "than " CLOSED-MAX " rows - "
                                       "later closures ignored. "
                                       "Raise CLOSED-MAX."
                                   SET CALENDAR-EOF-FLAG TO 'Y'
                               ELSE
                                   ADD 1 TO CLOSED-COUNT
                                   MOVE CLOSED-DATE TO
                                       CLOSED-DATES(CLOSED-COUNT)
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE CALENDAR-FILE
               END-IF
               MOVE 'Y' TO CALENDAR-LOADED-FLAG
           END-IF.

      * Day 1 of the integer date scheme was a Monday, so
      * MOD(date, 7) gives 1 = Monday through 0 = Sunday.
       Check-Closed-Day.
           MOVE 'N' TO CLOSED-DAY-FLAG.
           COMPUTE CHECK-DAY-OF-WEEK =
               FUNCTION MOD(CHECK-DATE-INT, 7).
           IF CHECK-DAY-OF-WEEK = CLOSED-WEEKDAY
               MOVE 'Y' TO CLOSED-DAY-FLAG
           ELSE
               COMPUTE CHECK-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(CHECK-DATE-INT)
               PERFORM VARYING CLOSED-IDX FROM 1 BY 1
                       UNTIL CLOSED-IDX > CLOSED-COUNT
                   IF CLOSED-DATES(CLOSED-IDX) = CHECK-DATE-NUM
                       MOVE 'Y' TO CLOSED-DAY-FLAG
                   END-IF
               END-PERFORM
           END-IF.
