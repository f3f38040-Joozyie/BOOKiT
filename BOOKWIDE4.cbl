       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOOKWIDE4.

      * One-time widen of the live BOOKS.DAT for withdrawn copies.
      * BOOKS-RECORD grew by BOOK-COPIES-WITHDRAWN, kept apart from
      * the lost/damaged BOOK-COPIES-LOST so weeded stock is never
      * counted as copies to replace, so a BOOKS.DAT written before
      * the change no longer opens under the new layout. Same
      * approach as BOOKWIDE2: the file is read in its old layout,
      * unloaded widened to BOOKSWDRN.TXT with no copies withdrawn,
      * the row count is verified, and only then is BOOKS.DAT
      * rebuilt. Run once at upgrade, after BOOKWIDE3; keep
      * BOOKSWDRN.TXT until the widened file is proven. A second run
      * stops at the open - the widened file no longer matches the
      * old layout.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-BOOKS-FILE ASSIGN TO "BOOKS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-BOOK-ID
               FILE STATUS IS FS-OLD-BOOKS.

           SELECT BOOKS-WORK-FILE ASSIGN TO "BOOKSWDRN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BOOKS-WORK.

           SELECT NEW-BOOKS-FILE ASSIGN TO "BOOKS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NEW-BOOK-ID
               FILE STATUS IS FS-NEW-BOOKS.

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
           02 FILLER PIC X(2).
           02 OLD-BOOK-LOAN-CLASS PIC X(1).

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
           02 FILLER PIC X(2).
           02 WRK-BOOK-COPIES-WITHDRAWN PIC 9(2).

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
           02 FILLER PIC X(2).
           02 NEW-BOOK-COPIES-WITHDRAWN PIC 9(2).

       WORKING-STORAGE SECTION.
       01 EOF-FLAG PIC X(1) VALUE 'N'.

       01 FS-OLD-BOOKS PIC 9(2).
       01 FS-BOOKS-WORK PIC 9(2).
       01 FS-NEW-BOOKS PIC 9(2).

       01 ROWS-UNLOADED PIC 9(5) VALUE 0.
       01 ROWS-VERIFIED PIC 9(5) VALUE 0.
       01 ROWS-RELOADED PIC 9(5) VALUE 0.
       01 ROWS-SKIPPED PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
           DISPLAY "BOOKWIDE4 - widening BOOKS.DAT for withdrawn "
               "copies".

           PERFORM Unload-Old-Books.
           IF ROWS-UNLOADED > 0
               PERFORM Verify-Books-Work
               IF ROWS-VERIFIED = ROWS-UNLOADED
                   PERFORM Reload-New-Books
               ELSE
                   DISPLAY "WROTE " ROWS-UNLOADED " row(s) but read "
                       "back " ROWS-VERIFIED " - BOOKS.DAT left "
                       "untouched. Review BOOKSWDRN.TXT by hand."
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
                       MOVE OLD-BOOK-LOAN-CLASS TO
                           WRK-BOOK-LOAN-CLASS
                       MOVE 0 TO WRK-BOOK-COPIES-WITHDRAWN
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
                   "rows are safe in BOOKSWDRN.TXT."
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
                           MOVE WRK-BOOK-COPIES-WITHDRAWN TO
                               NEW-BOOK-COPIES-WITHDRAWN
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
               DISPLAY "Keep BOOKSWDRN.TXT until the widened "
                   "BOOKS.DAT is proven."
           END-IF.
