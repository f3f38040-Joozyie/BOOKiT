       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOOKCARD.

      * Monthly membership card run. Reads USERS.DAT and, for every
      * active member:
      *   - whose card expires within the next REMINDER-DAYS, prints
      *     a renewal reminder letter to CARDNOTICES.TXT in the same
      *     layout Generate-Overdue-Notices uses for NOTICES.TXT, and
      *     audits a NOTICE action;
      *   - whose card lapsed more than LAPSED-DAYS ago, has no loan
      *     rows in LOANS.DAT and a zero FINES.TXT balance, lists the
      *     member in LAPSED.TXT as a candidate for deactivation.
      * Nothing is deactivated here - the desk reviews LAPSED.TXT
      * and uses Deactivate-Member in BOOKIT, which also checks the
      * hold queue. Cards with no expiry date never lapse. No
      * operator prompts - schedule it once a month.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT FINES-FILE ASSIGN TO "FINES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FINES.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT.

           SELECT CARD-NOTICES-FILE ASSIGN TO "CARDNOTICES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CARD-NOTICES.

           SELECT LAPSED-FILE ASSIGN TO "LAPSED.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LAPSED.

       DATA DIVISION.
       FILE SECTION.
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

       FD CARD-NOTICES-FILE.
       01 NOTICE-LINE PIC X(80).

       FD LAPSED-FILE.
       01 LAPSED-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 EOF-FLAG PIC X(1) VALUE 'N'.
       01 BORROWED-EOF-FLAG PIC X(1) VALUE 'N'.
       01 FINES-EOF-FLAG PIC X(1) VALUE 'N'.

       01 FS-USERINFO PIC 9(2).
       01 FS-BORROWED-BOOKS PIC 9(2).
       01 FS-FINES PIC 9(2).
       01 FS-AUDIT PIC 9(2).
       01 FS-CARD-NOTICES PIC 9(2).
       01 FS-LAPSED PIC 9(2).

      * Reminder window - cards expiring within this many days get
      * a letter. Sized for a monthly run.
       01 REMINDER-DAYS PIC 9(3) VALUE 30.
      * Cards lapsed longer than this are deactivation candidates.
       01 LAPSED-DAYS PIC 9(4) VALUE 365.

       01 TODAY-NUM PIC 9(8) VALUE 0.
       01 DATE-INT PIC S9(9) VALUE 0.
       01 EXPIRES-NUM PIC 9(8) VALUE 0.
       01 EXPIRES-INT PIC S9(9) VALUE 0.
       01 DAYS-TO-EXPIRY PIC S9(9) VALUE 0.
       01 DAYS-LAPSED PIC S9(9) VALUE 0.

       01 LOAN-COUNT PIC 9(3) VALUE 0.
       01 FINE-BALANCE PIC S9(5)V99 VALUE 0.

       01 MEMBERS-READ PIC 9(5) VALUE 0.
       01 NOTICES-WRITTEN PIC 9(5) VALUE 0.
       01 LAPSED-LISTED PIC 9(5) VALUE 0.
       01 LAPSED-HELD-BACK PIC 9(5) VALUE 0.

       01 NOTICE-HEADER-LINE.
           02 FILLER PIC X(25) VALUE "RENEWAL NOTICE - printed ".
           02 NH-PRINT-DATE PIC X(8).
       01 NOTICE-RULE-LINE PIC X(46) VALUE ALL "=".
       01 NOTICE-EXPIRY-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(12) VALUE "Card number ".
           02 NE-USER-ID PIC 9(4).
           02 FILLER PIC X(9) VALUE " expires ".
           02 NE-EXPIRES PIC X(8).

       01 LAPSED-HEADER-LINE.
           02 FILLER PIC X(36)
               VALUE "LAPSED MEMBERS - DEACTIVATION LIST ".
           02 FILLER PIC X(8) VALUE "printed ".
           02 LH-PRINT-DATE PIC X(8).
       01 LAPSED-COLUMN-LINE.
           02 FILLER PIC X(6) VALUE "User".
           02 FILLER PIC X(32) VALUE "Name".
           02 FILLER PIC X(10) VALUE "Expired".
           02 FILLER PIC X(15) VALUE "Contact".
       01 LAPSED-DETAIL-LINE.
           02 LD-USER-ID PIC 9(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 LD-USER-NAME PIC X(30).
           02 FILLER PIC X(2) VALUE SPACES.
           02 LD-EXPIRES PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 LD-CONTACT PIC X(15).
       01 LAPSED-TOTAL-LINE.
           02 FILLER PIC X(22) VALUE "Candidates listed:    ".
           02 LT-COUNT PIC ZZZZ9.

       01 CURRENT-TIMESTAMP PIC X(14) VALUE SPACES.
       01 LOG-ACTION PIC X(6) VALUE SPACES.
      * Operator ID stamped on audit rows written by unattended jobs;
      * staff operator IDs are set up in STAFF.DAT through BOOKIT.
       01 BATCH-OPERATOR-ID PIC X(6) VALUE "BATCH".

       PROCEDURE DIVISION.
           DISPLAY "BOOKCARD - membership renewals and lapsed cards".
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-NUM.
           COMPUTE DATE-INT = FUNCTION INTEGER-OF-DATE(TODAY-NUM).
           MOVE 'N' TO EOF-FLAG.

           OPEN INPUT USERINFO-FILE.
           IF FS-USERINFO NOT = 0
               DISPLAY "Cannot open USERS.DAT - nothing to do."
           ELSE
               OPEN OUTPUT CARD-NOTICES-FILE
               OPEN OUTPUT LAPSED-FILE
               MOVE TODAY-NUM TO LH-PRINT-DATE
               WRITE LAPSED-LINE FROM LAPSED-HEADER-LINE
               WRITE LAPSED-LINE FROM NOTICE-RULE-LINE
               WRITE LAPSED-LINE FROM LAPSED-COLUMN-LINE

               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ USERINFO-FILE NEXT RECORD
                       AT END SET EOF-FLAG TO 'Y'
                   END-READ

                   IF EOF-FLAG = 'N'
                       ADD 1 TO MEMBERS-READ
                       IF USER-STATUS NOT = 'I'
                               AND USER-EXPIRES NUMERIC
                           PERFORM Check-Member-Card
                       END-IF
                   END-IF
               END-PERFORM

               MOVE LAPSED-LISTED TO LT-COUNT
               MOVE SPACES TO LAPSED-LINE
               WRITE LAPSED-LINE
               WRITE LAPSED-LINE FROM LAPSED-TOTAL-LINE

               CLOSE LAPSED-FILE
               CLOSE CARD-NOTICES-FILE
               CLOSE USERINFO-FILE

               DISPLAY "Members read: " MEMBERS-READ
                   " renewal notices: " NOTICES-WRITTEN
                   " lapsed candidates: " LAPSED-LISTED
                   " lapsed with loans or balance: " LAPSED-HELD-BACK
           END-IF.

           STOP RUN.

       Check-Member-Card.
           MOVE USER-EXPIRES TO EXPIRES-NUM.
           COMPUTE EXPIRES-INT = FUNCTION INTEGER-OF-DATE(EXPIRES-NUM).
           COMPUTE DAYS-TO-EXPIRY = EXPIRES-INT - DATE-INT.

           IF DAYS-TO-EXPIRY >= 0 AND DAYS-TO-EXPIRY <= REMINDER-DAYS
               PERFORM Write-Renewal-Notice
           ELSE
               COMPUTE DAYS-LAPSED = DATE-INT - EXPIRES-INT
               IF DAYS-LAPSED > LAPSED-DAYS
                   PERFORM Check-Lapsed-Member
               END-IF
           END-IF.

       Write-Renewal-Notice.
           MOVE TODAY-NUM TO NH-PRINT-DATE.
           WRITE NOTICE-LINE FROM NOTICE-RULE-LINE.
           WRITE NOTICE-LINE FROM NOTICE-HEADER-LINE.
           WRITE NOTICE-LINE FROM NOTICE-RULE-LINE.
           WRITE NOTICE-LINE FROM USER-NAME.
           WRITE NOTICE-LINE FROM USER-ADDRESS.
           WRITE NOTICE-LINE FROM USER-CONTACT.
           MOVE SPACES TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE "Dear member, your library card is due for"
               TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE "renewal:" TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE SPACES TO NOTICE-LINE.
           WRITE NOTICE-LINE.

           MOVE USER-ID TO NE-USER-ID.
           MOVE USER-EXPIRES TO NE-EXPIRES.
           WRITE NOTICE-LINE FROM NOTICE-EXPIRY-LINE.

           MOVE SPACES TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE "Please renew at the desk before that date and"
               TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE "bring proof of your current address." TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE SPACES TO NOTICE-LINE.
           WRITE NOTICE-LINE.

           MOVE "NOTICE" TO LOG-ACTION.
           PERFORM Write-Audit-Record.
           ADD 1 TO NOTICES-WRITTEN.

       Check-Lapsed-Member.
           PERFORM Count-User-Loans.
           PERFORM Compute-Fine-Balance.

           IF LOAN-COUNT = 0 AND FINE-BALANCE = 0
               MOVE SPACES TO LAPSED-DETAIL-LINE
               MOVE USER-ID TO LD-USER-ID
               MOVE USER-NAME TO LD-USER-NAME
               MOVE USER-EXPIRES TO LD-EXPIRES
               MOVE USER-CONTACT TO LD-CONTACT
               WRITE LAPSED-LINE FROM LAPSED-DETAIL-LINE
               ADD 1 TO LAPSED-LISTED
           ELSE
               ADD 1 TO LAPSED-HELD-BACK
           END-IF.

       Count-User-Loans.
           MOVE 0 TO LOAN-COUNT.
           MOVE 'N' TO BORROWED-EOF-FLAG.

           OPEN INPUT BORROWED-BOOKS-FILE.
           IF FS-BORROWED-BOOKS = 0
               MOVE USER-ID TO BORROWED-USER-ID
               MOVE 0 TO BORROWED-BOOK
               START BORROWED-BOOKS-FILE KEY >= LOAN-KEY
                   INVALID KEY SET BORROWED-EOF-FLAG TO 'Y'
               END-START
               PERFORM UNTIL BORROWED-EOF-FLAG = 'Y'
                   READ BORROWED-BOOKS-FILE NEXT RECORD
                       AT END SET BORROWED-EOF-FLAG TO 'Y'
                   END-READ

                   IF BORROWED-EOF-FLAG = 'N'
                       IF BORROWED-USER-ID = USER-ID
                           ADD 1 TO LOAN-COUNT
                       ELSE
                           SET BORROWED-EOF-FLAG TO 'Y'
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE BORROWED-BOOKS-FILE
           END-IF.

      * Net balance from FINES.TXT - payments come off, everything
      * else goes on. Keep in step with Compute-Fine-Balance in
      * BOOKIT.
       Compute-Fine-Balance.
           MOVE 0 TO FINE-BALANCE.
           MOVE 'N' TO FINES-EOF-FLAG.

           OPEN INPUT FINES-FILE.
           IF FS-FINES = 0
               PERFORM UNTIL FINES-EOF-FLAG = 'Y'
                   READ FINES-FILE
                       AT END SET FINES-EOF-FLAG TO 'Y'
                   END-READ

                   IF FINES-EOF-FLAG = 'N'
                       IF FINE-USER-ID = USER-ID
                           IF FINE-TYPE = 'P'
                               SUBTRACT FINE-AMOUNT FROM FINE-BALANCE
                           ELSE
                               ADD FINE-AMOUNT TO FINE-BALANCE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE FINES-FILE
           END-IF.

       Write-Audit-Record.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO CURRENT-TIMESTAMP.
           MOVE CURRENT-TIMESTAMP TO AUDIT-TIMESTAMP.
           MOVE LOG-ACTION TO AUDIT-ACTION.
           MOVE USER-ID TO AUDIT-USER-ID.
           MOVE 0 TO AUDIT-BOOK-ID.
           MOVE BATCH-OPERATOR-ID TO AUDIT-OPERATOR.

           OPEN EXTEND AUDIT-LOG-FILE.
           IF FS-AUDIT = 35
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.
