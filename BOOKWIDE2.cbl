       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOOKWIDE2.

      * One-time widen of the live BOOKS.DAT and USERS.DAT for the
      * loan policy fields. BOOKS-RECORD grew by BOOK-LOAN-CLASS
      * and USERINFO-RECORD by USER-TYPE, so files written before
      * the change no longer open under the new layouts. Same
      * approach as BOOKWIDE: each file is read in its old layout,
      * unloaded widened to a work file (every title a regular 'R'
      * loan, every member an adult 'A' card), the row count is
      * verified, and only then is the indexed file rebuilt. Set
      * reference and new-release titles, and child, staff and
      * senior cards, afterwards from the BOOKIT screens. Run once
      * at upgrade, after BOOKWIDE; keep BOOKSCLASS.TXT and
      * USERSTYPE.TXT until the widened files are proven. A second
      * run stops at the opens - the widened files no longer match
      * the old layouts.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-BOOKS-FILE ASSIGN TO "BOOKS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-BOOK-ID
               FILE STATUS IS FS-OLD-BOOKS.

           SELECT BOOKS-WORK-FILE ASSIGN TO "BOOKSCLASS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BOOKS-WORK.

           SELECT NEW-BOOKS-FILE ASSIGN TO "BOOKS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NEW-BOOK-ID
               FILE STATUS IS FS-NEW-BOOKS.

           SELECT OLD-USERS-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-USER-ID
               FILE STATUS IS FS-OLD-USERS.

           SELECT USERS-WORK-FILE ASSIGN TO "USERSTYPE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-USERS-WORK.

           SELECT NEW-USERS-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NEW-USER-ID
               FILE STATUS IS FS-NEW-USERS.

       DATA DIVISION.
       FILE SECTION.
       FD OLD-BOOKS-FILE.
       01 OLD-BOOKS-RECORD.
           02 OLD-BOOK-ID PIC 9(4).
           02 FILLER PIC X(2).
           02 OLD-BOOK-TITLE PIC X(30).
           02 FILLER PIC X(2).
           02 OLD-BOOK-AUTHOR PIC X(30).
           02 FILLER PIC X(2).
           02 OLD-BOOK-STATUS PIC X(1).
           02 FILLER PIC X(2).
           02 OLD-BOOK-GENRE PIC 9(1).
           02 FILLER PIC X(2).
           02 OLD-BOOK-COPIES PIC 9(2).
           02 FILLER PIC X(2).
           02 OLD-BOOK-COPIES-LOST PIC 9(2).

       FD BOOKS-WORK-FILE.
       01 BOOKS-WORK-RECORD.
           02 WRK-BOOK-ID PIC 9(4).
           02 FILLER PIC X(2).
           02 WRK-BOOK-TITLE PIC X(30).
           02 FILLER PIC X(2).
           02 WRK-BOOK-AUTHOR PIC X(30).
           02 FILLER PIC X(2).
           02 WRK-BOOK-STATUS PIC X(1).
           02 FILLER PIC X(2).
           02 WRK-BOOK-GENRE PIC 9(1).
           02 FILLER PIC X(2).
           02 WRK-BOOK-COPIES PIC 9(2).
           02 FILLER PIC X(2).
           02 WRK-BOOK-COPIES-LOST PIC 9(2).
           02 FILLER PIC X(2).
           02 WRK-BOOK-LOAN-CLASS PIC X(1).

       FD NEW-BOOKS-FILE.
       01 NEW-BOOKS-RECORD.
           02 NEW-BOOK-ID PIC 9(4).
           02 FILLER PIC X(2).
           02 NEW-BOOK-TITLE PIC X(30).
           02 FILLER PIC X(2).
           02 NEW-BOOK-AUTHOR PIC X(30).
           02 FILLER PIC X(2).
           02 NEW-BOOK-STATUS PIC X(1).
           02 FILLER PIC X(2).
           02 NEW-BOOK-GENRE PIC 9(1).
           02 FILLER PIC X(2).
           02 NEW-BOOK-COPIES PIC 9(2).
           02 FILLER PIC X(2).
           02 NEW-BOOK-COPIES-LOST PIC 9(2).
           02 FILLER PIC X(2).
           02 NEW-BOOK-LOAN-CLASS PIC X(1).

       FD OLD-USERS-FILE.
       01 OLD-USERS-RECORD.
           02 OLD-USER-ID PIC 9(4).
           02 FILLER PIC X(2).
           02 OLD-USER-NAME PIC X(30).
           02 FILLER PIC X(2).
           02 OLD-USER-ADDRESS PIC X(50).
           02 FILLER PIC X(2).
           02 OLD-USER-CONTACT PIC X(15).
           02 FILLER PIC X(2).
           02 OLD-USER-STATUS PIC X(1).

       FD USERS-WORK-FILE.
       01 USERS-WORK-RECORD.
           02 WRK-USER-ID PIC 9(4).
           02 FILLER PIC X(2).
           02 WRK-USER-NAME PIC X(30).
           02 FILLER PIC X(2).
           02 WRK-USER-ADDRESS PIC X(50).
           02 FILLER PIC X(2).
           02 WRK-USER-CONTACT PIC X(15).
           02 FILLER PIC X(2).
           02 WRK-USER-STATUS PIC X(1).
           02 FILLER PIC X(2).
           02 WRK-USER-TYPE PIC X(1).

       FD NEW-USERS-FILE.
       01 NEW-USERS-RECORD.
           02 NEW-USER-ID PIC 9(4).
           02 FILLER PIC X(2).
           02 NEW-USER-NAME PIC X(30).
           02 FILLER PIC X(2).
           02 NEW-USER-ADDRESS PIC X(50).
           02 FILLER PIC X(2).
           02 NEW-USER-CONTACT PIC X(15).
           02 FILLER PIC X(2).
           02 NEW-USER-STATUS PIC X(1).
           02 FILLER PIC X(2).
           02 NEW-USER-TYPE PIC X(1).

       WORKING-STORAGE SECTION.
       01 EOF-FLAG PIC X(1) VALUE 'N'.

       01 FS-OLD-BOOKS PIC 9(2).
       01 FS-BOOKS-WORK PIC 9(2).
       01 FS-NEW-BOOKS PIC 9(2).
       01 FS-OLD-USERS PIC 9(2).
       01 FS-USERS-WORK PIC 9(2).
       01 FS-NEW-USERS PIC 9(2).

       01 ROWS-UNLOADED PIC 9(5) VALUE 0.
       01 ROWS-VERIFIED PIC 9(5) VALUE 0.
       01 ROWS-RELOADED PIC 9(5) VALUE 0.
       01 ROWS-SKIPPED PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
           DISPLAY "BOOKWIDE2 - widening BOOKS.DAT and USERS.DAT for "
               "loan policy fields".

           PERFORM Unload-Old-Books.
           IF ROWS-UNLOADED > 0
               PERFORM Verify-Books-Work
               IF ROWS-VERIFIED = ROWS-UNLOADED
                   PERFORM Reload-New-Books
               ELSE
                   DISPLAY "WROTE " ROWS-UNLOADED " row(s) but read "
                       "back " ROWS-VERIFIED " - BOOKS.DAT left "
                       "untouched. Review BOOKSCLASS.TXT by hand."
               END-IF
           END-IF.

           MOVE 0 TO ROWS-UNLOADED.
           MOVE 0 TO ROWS-VERIFIED.
           MOVE 0 TO ROWS-RELOADED.
           MOVE 0 TO ROWS-SKIPPED.
           PERFORM Unload-Old-Users.
           IF ROWS-UNLOADED > 0
               PERFORM Verify-Users-Work
               IF ROWS-VERIFIED = ROWS-UNLOADED
                   PERFORM Reload-New-Users
               ELSE
                   DISPLAY "WROTE " ROWS-UNLOADED " row(s) but read "
                       "back " ROWS-VERIFIED " - USERS.DAT left "
                       "untouched. Review USERSTYPE.TXT by hand."
               END-IF
           END-IF.

           STOP RUN.

       Unload-Old-Books.
           MOVE 'N' TO EOF-FLAG.

           OPEN INPUT OLD-BOOKS-FILE.
           IF FS-OLD-BOOKS NOT = 0
               DISPLAY "Cannot open BOOKS.DAT in the old layout "
                   "(status " FS-OLD-BOOKS ") - already widened, "
                   "or the file is missing. Books not done."
           ELSE
               OPEN OUTPUT BOOKS-WORK-FILE

               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ OLD-BOOKS-FILE NEXT RECORD
                       AT END SET EOF-FLAG TO 'Y'
                   END-READ

                   IF EOF-FLAG = 'N'
                       MOVE SPACES TO BOOKS-WORK-RECORD
                       MOVE OLD-BOOK-ID TO WRK-BOOK-ID
                       MOVE OLD-BOOK-TITLE TO WRK-BOOK-TITLE
                       MOVE OLD-BOOK-AUTHOR TO WRK-BOOK-AUTHOR
                       MOVE OLD-BOOK-STATUS TO WRK-BOOK-STATUS
                       MOVE OLD-BOOK-GENRE TO WRK-BOOK-GENRE
                       MOVE OLD-BOOK-COPIES TO WRK-BOOK-COPIES
                       MOVE OLD-BOOK-COPIES-LOST TO
                           WRK-BOOK-COPIES-LOST
                       MOVE 'R' TO WRK-BOOK-LOAN-CLASS
                       WRITE BOOKS-WORK-RECORD
                       ADD 1 TO ROWS-UNLOADED
                   END-IF
               END-PERFORM

               CLOSE BOOKS-WORK-FILE
               CLOSE OLD-BOOKS-FILE

               IF ROWS-UNLOADED = 0
                   DISPLAY "BOOKS.DAT is empty - nothing to widen."
               END-IF
           END-IF.

       Verify-Books-Work.
           MOVE 0 TO ROWS-VERIFIED.
           MOVE 'N' TO EOF-FLAG.

           OPEN INPUT BOOKS-WORK-FILE.
           IF FS-BOOKS-WORK = 0
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ BOOKS-WORK-FILE
                       AT END SET EOF-FLAG TO 'Y'
                   END-READ
                   IF EOF-FLAG = 'N'
                       ADD 1 TO ROWS-VERIFIED
                   END-IF
               END-PERFORM
               CLOSE BOOKS-WORK-FILE
           END-IF.

       Reload-New-Books.
           MOVE 'N' TO EOF-FLAG.

           OPEN INPUT BOOKS-WORK-FILE.
           OPEN OUTPUT NEW-BOOKS-FILE.
           IF FS-NEW-BOOKS NOT = 0
               DISPLAY "Cannot rebuild BOOKS.DAT (status "
                   FS-NEW-BOOKS ") - reload not done. The widened "
                   "rows are safe in BOOKSCLASS.TXT."
               CLOSE BOOKS-WORK-FILE
           ELSE
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ BOOKS-WORK-FILE
                       AT END SET EOF-FLAG TO 'Y'
                   END-READ

                   IF EOF-FLAG = 'N'
                       IF WRK-BOOK-ID NOT NUMERIC
                           ADD 1 TO ROWS-SKIPPED
                       ELSE
                           MOVE SPACES TO NEW-BOOKS-RECORD
                           MOVE WRK-BOOK-ID TO NEW-BOOK-ID
                           MOVE WRK-BOOK-TITLE TO NEW-BOOK-TITLE
                           MOVE WRK-BOOK-AUTHOR TO NEW-BOOK-AUTHOR
                           MOVE WRK-BOOK-STATUS TO NEW-BOOK-STATUS
                           MOVE WRK-BOOK-GENRE TO NEW-BOOK-GENRE
                           MOVE WRK-BOOK-COPIES TO NEW-BOOK-COPIES
                           MOVE WRK-BOOK-COPIES-LOST TO
                               NEW-BOOK-COPIES-LOST
                           MOVE WRK-BOOK-LOAN-CLASS TO
                               NEW-BOOK-LOAN-CLASS
                           WRITE NEW-BOOKS-RECORD
                               INVALID KEY
                                   ADD 1 TO ROWS-SKIPPED
                               NOT INVALID KEY
                                   ADD 1 TO ROWS-RELOADED
                           END-WRITE
                       END-IF
                   END-IF
               END-PERFORM

               CLOSE NEW-BOOKS-FILE
               CLOSE BOOKS-WORK-FILE
               DISPLAY "Book rows widened: " ROWS-RELOADED
                   " skipped: " ROWS-SKIPPED
                   " of " ROWS-UNLOADED
               DISPLAY "Keep BOOKSCLASS.TXT until the widened "
                   "BOOKS.DAT is proven."
           END-IF.

       Unload-Old-Users.
           MOVE 'N' TO EOF-FLAG.

           OPEN INPUT OLD-USERS-FILE.
           IF FS-OLD-USERS NOT = 0
               DISPLAY "Cannot open USERS.DAT in the old layout "
                   "(status " FS-OLD-USERS ") - already widened, "
                   "or the file is missing. Members not done."
           ELSE
               OPEN OUTPUT USERS-WORK-FILE

               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ OLD-USERS-FILE NEXT RECORD
                       AT END SET EOF-FLAG TO 'Y'
                   END-READ

                   IF EOF-FLAG = 'N'
                       MOVE SPACES TO USERS-WORK-RECORD
                       MOVE OLD-USER-ID TO WRK-USER-ID
                       MOVE OLD-USER-NAME TO WRK-USER-NAME
                       MOVE OLD-USER-ADDRESS TO WRK-USER-ADDRESS
                       MOVE OLD-USER-CONTACT TO WRK-USER-CONTACT
                       MOVE OLD-USER-STATUS TO WRK-USER-STATUS
                       MOVE 'A' TO WRK-USER-TYPE
                       WRITE USERS-WORK-RECORD
                       ADD 1 TO ROWS-UNLOADED
                   END-IF
               END-PERFORM

               CLOSE USERS-WORK-FILE
               CLOSE OLD-USERS-FILE

               IF ROWS-UNLOADED = 0
                   DISPLAY "USERS.DAT is empty - nothing to widen."
               END-IF
           END-IF.

       Verify-Users-Work.
           MOVE 0 TO ROWS-VERIFIED.
           MOVE 'N' TO EOF-FLAG.

           OPEN INPUT USERS-WORK-FILE.
           IF FS-USERS-WORK = 0
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ USERS-WORK-FILE
                       AT END SET EOF-FLAG TO 'Y'
                   END-READ
                   IF EOF-FLAG = 'N'
                       ADD 1 TO ROWS-VERIFIED
                   END-IF
               END-PERFORM
               CLOSE USERS-WORK-FILE
           END-IF.

       Reload-New-Users.
           MOVE 'N' TO EOF-FLAG.

           OPEN INPUT USERS-WORK-FILE.
           OPEN OUTPUT NEW-USERS-FILE.
           IF FS-NEW-USERS NOT = 0
               DISPLAY "Cannot rebuild USERS.DAT (status "
                   FS-NEW-USERS ") - reload not done. The widened "
                   "rows are safe in USERSTYPE.TXT."
               CLOSE USERS-WORK-FILE
           ELSE
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ USERS-WORK-FILE
                       AT END SET EOF-FLAG TO 'Y'
                   END-READ

                   IF EOF-FLAG = 'N'
                       IF WRK-USER-ID NOT NUMERIC
                           ADD 1 TO ROWS-SKIPPED
                       ELSE
                           MOVE SPACES TO NEW-USERS-RECORD
                           MOVE WRK-USER-ID TO NEW-USER-ID
                           MOVE WRK-USER-NAME TO NEW-USER-NAME
                           MOVE WRK-USER-ADDRESS TO NEW-USER-ADDRESS
                           MOVE WRK-USER-CONTACT TO NEW-USER-CONTACT
                           MOVE WRK-USER-STATUS TO NEW-USER-STATUS
                           MOVE WRK-USER-TYPE TO NEW-USER-TYPE
                           WRITE NEW-USERS-RECORD
                               INVALID KEY
                                   ADD 1 TO ROWS-SKIPPED
                               NOT INVALID KEY
                                   ADD 1 TO ROWS-RELOADED
                           END-WRITE
                       END-IF
                   END-IF
               END-PERFORM

               CLOSE NEW-USERS-FILE
               CLOSE USERS-WORK-FILE
               DISPLAY "Member rows widened: " ROWS-RELOADED
                   " skipped: " ROWS-SKIPPED
                   " of " ROWS-UNLOADED
               DISPLAY "Keep USERSTYPE.TXT until the widened "
                   "USERS.DAT is proven."
           END-IF.
