           02 NEW-BOOK-COPIES PIC 9(2).
           02 FILLER PIC X(2).
           02 NEW-BOOK-COPIES-LOST PIC 9(2).
           02 FILLER PIC X(2).
           02 NEW-BOOK-LOAN-CLASS PIC X(1).
           02 FILLER PIC X(2).
           02 NEW-BOOK-COPIES-WITHDRAWN PIC 9(2).

       FD OLD-LOANS-FILE.
       01 OLD-LOANS-RECORD.
           02 NEW-USER-CONTACT PIC X(15).
           02 FILLER PIC X(2).
           02 NEW-USER-STATUS PIC X(1).
           02 FILLER PIC X(2).
           02 NEW-USER-TYPE PIC X(1).
           02 FILLER PIC X(2).
           02 NEW-USER-REGISTERED PIC X(8).
           02 FILLER PIC X(2).
           02 NEW-USER-EXPIRES PIC X(8).

       WORKING-STORAGE SECTION.
       01 EOF-FLAG PIC X(1) VALUE 'N'.
       01 USERS-CONVERTED PIC 9(4) VALUE 0.
       01 USERS-SKIPPED PIC 9(4) VALUE 0.

      * Membership term - keep in step with BOOKIT.
       01 MEMBERSHIP-TERM-DAYS PIC 9(4) VALUE 365.
       01 TODAY-NUM PIC 9(8) VALUE 0.
       01 DATE-INT PIC S9(9) VALUE 0.
       01 EXPIRES-NUM PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
           DISPLAY "BOOKCONV - sequential to indexed conversion".
           PERFORM Convert-Books.
                   MOVE 1 TO NEW-BOOK-COPIES
                   MOVE 0 TO NEW-BOOK-COPIES-LOST
               END-IF
      * The old layout had no loan classes - every title converts
      * as a regular loan.
               MOVE 'R' TO NEW-BOOK-LOAN-CLASS
               MOVE 0 TO NEW-BOOK-COPIES-WITHDRAWN
               WRITE NEW-BOOKS-RECORD
                   INVALID KEY
                       ADD 1 TO BOOKS-SKIPPED

       Convert-Users.
           MOVE 'N' TO EOF-FLAG.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-NUM.
           COMPUTE DATE-INT = FUNCTION INTEGER-OF-DATE(TODAY-NUM).
           COMPUTE EXPIRES-NUM = FUNCTION DATE-OF-INTEGER(
               DATE-INT + MEMBERSHIP-TERM-DAYS).

           OPEN INPUT OLD-USERS-FILE.
           IF FS-OLD-USERS NOT = 0
               ELSE
                   MOVE 'A' TO NEW-USER-STATUS
               END-IF
               MOVE 'A' TO NEW-USER-TYPE
      * Issue dates were never kept - converted cards run one term
      * from the conversion.
               MOVE SPACES TO NEW-USER-REGISTERED
               MOVE EXPIRES-NUM TO NEW-USER-EXPIRES
               WRITE NEW-USERS-RECORD
                   INVALID KEY
                       ADD 1 TO USERS-SKIPPED
