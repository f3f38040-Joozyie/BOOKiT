       PROGRAM-ID. BOOKBKUP.

      * Nightly backup extract and rebuild utility for the indexed
      * masters. Backup mode reads BOOKS.DAT, LOANS.DAT, USERS.DAT,
      * STAFF.DAT and ILLREQ.DAT sequentially, writes dated line
      * sequential extracts (BOOKSBAKyyyymmdd.TXT and friends) in
      * the flat layouts BOOKCONV converts from (ILLBAK in the
      * ILLREQ.DAT layout itself), and re-reads each extract
      * to verify the record count. Restore mode rebuilds the
      * indexed files from the extracts of a date the operator
      * picks off the directory - the recovery path for a
      * corrupted index. The BOOKNITE job stream passes B on the
      * command line so the mode question is skipped; run by hand,
      * answer B (or just press enter) or R. Return code 8 when a
      * master cannot be read or an extract fails its count.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS USER-ID
               FILE STATUS IS FS-USERINFO.

           SELECT STAFF-FILE ASSIGN TO "STAFF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STAFF-ID
               FILE STATUS IS FS-STAFF.

           SELECT ILL-REQUEST-FILE ASSIGN TO "ILLREQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ILL-REQUEST-ID
               FILE STATUS IS FS-ILL-REQUEST.

           SELECT BOOKS-EXTRACT-FILE ASSIGN TO DYNAMIC
               BOOKS-EXTRACT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-USERS-EXTRACT.

           SELECT STAFF-EXTRACT-FILE ASSIGN TO DYNAMIC
               STAFF-EXTRACT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STAFF-EXTRACT.

           SELECT ILL-EXTRACT-FILE ASSIGN TO DYNAMIC
               ILL-EXTRACT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ILL-EXTRACT.

       DATA DIVISION.
       FILE SECTION.
       FD BOOKS-FILE.
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

       FD STAFF-FILE.
       01 STAFF-RECORD.
          02 STAFF-ID       PIC X(6).
          02 FILLER         PIC X(2).
          02 STAFF-NAME     PIC X(30).
          02 FILLER         PIC X(2).
          02 STAFF-PASSWORD PIC X(10).
          02 FILLER         PIC X(2).
          02 STAFF-ROLE     PIC X(1).
          02 FILLER         PIC X(2).
          02 STAFF-STATUS   PIC X(1).

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

       FD BOOKS-EXTRACT-FILE.
       01 BOOKS-EXTRACT-RECORD.
           02 EXT-BOOK-COPIES PIC 9(2).
           02 FILLER PIC X(2).
           02 EXT-BOOK-COPIES-LOST PIC 9(2).
           02 FILLER PIC X(2).
           02 EXT-BOOK-LOAN-CLASS PIC X(1).
           02 FILLER PIC X(2).
           02 EXT-BOOK-COPIES-WITHDRAWN PIC 9(2).

       FD LOANS-EXTRACT-FILE.
       01 LOANS-EXTRACT-RECORD.
           02 EXT-USER-CONTACT PIC X(15).
           02 FILLER PIC X(2).
           02 EXT-USER-STATUS PIC X(1).
           02 FILLER PIC X(2).
           02 EXT-USER-TYPE PIC X(1).
           02 FILLER PIC X(2).
           02 EXT-USER-REGISTERED PIC X(8).
           02 FILLER PIC X(2).
           02 EXT-USER-EXPIRES PIC X(8).

       FD STAFF-EXTRACT-FILE.
       01 STAFF-EXTRACT-RECORD.
          02 EXT-STAFF-ID       PIC X(6).
          02 FILLER             PIC X(2).
          02 EXT-STAFF-NAME     PIC X(30).
          02 FILLER             PIC X(2).
          02 EXT-STAFF-PASSWORD PIC X(10).
          02 FILLER             PIC X(2).
          02 EXT-STAFF-ROLE     PIC X(1).
          02 FILLER             PIC X(2).
          02 EXT-STAFF-STATUS   PIC X(1).

       FD ILL-EXTRACT-FILE.
       01 ILL-EXTRACT-RECORD.
          02 EXT-ILL-REQUEST-ID PIC 9(4).
          02 FILLER             PIC X(2).
          02 EXT-ILL-USER-ID    PIC 9(4).
          02 FILLER             PIC X(2).
          02 EXT-ILL-TITLE      PIC X(30).
          02 FILLER             PIC X(2).
          02 EXT-ILL-AUTHOR     PIC X(30).
          02 FILLER             PIC X(2).
          02 EXT-ILL-LENDER     PIC X(30).
          02 FILLER             PIC X(2).
          02 EXT-ILL-STATUS     PIC X(1).
          02 FILLER             PIC X(2).
          02 EXT-ILL-REQUESTED  PIC X(8).
          02 FILLER             PIC X(2).
          02 EXT-ILL-RECEIVED   PIC X(8).
          02 FILLER             PIC X(2).
          02 EXT-ILL-DUE-BACK   PIC X(8).
          02 FILLER             PIC X(2).
          02 EXT-ILL-LENT       PIC X(8).
          02 FILLER             PIC X(2).
          02 EXT-ILL-MEMBER-DUE PIC X(8).
          02 FILLER             PIC X(2).
          02 EXT-ILL-CLOSED     PIC X(8).
          02 FILLER             PIC X(2).
          02 EXT-ILL-FEE        PIC 9(5)V99.

       WORKING-STORAGE SECTION.
       01 EOF-FLAG PIC X(1) VALUE 'N'.
       01 FS-BOOKS-EXTRACT PIC 9(2).
       01 FS-LOANS-EXTRACT PIC 9(2).
       01 FS-USERS-EXTRACT PIC 9(2).
       01 FS-STAFF PIC 9(2).
       01 FS-STAFF-EXTRACT PIC 9(2).
       01 FS-ILL-REQUEST PIC 9(2).
       01 FS-ILL-EXTRACT PIC 9(2).

       01 RUN-MODE PIC X(1) VALUE SPACE.
       01 EXTRACT-DATE PIC X(8) VALUE SPACES.
       01 BOOKS-EXTRACT-NAME PIC X(20) VALUE SPACES.
       01 LOANS-EXTRACT-NAME PIC X(20) VALUE SPACES.
       01 USERS-EXTRACT-NAME PIC X(20) VALUE SPACES.
       01 STAFF-EXTRACT-NAME PIC X(20) VALUE SPACES.
       01 ILL-EXTRACT-NAME PIC X(20) VALUE SPACES.

       01 ROWS-UNLOADED PIC 9(5) VALUE 0.
       01 ROWS-VERIFIED PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
           DISPLAY "BOOKBKUP - indexed master backup/restore".
           ACCEPT RUN-MODE FROM COMMAND-LINE.
           IF RUN-MODE = SPACE
               DISPLAY "(B)ackup or (R)estore: " WITH NO ADVANCING
               ACCEPT RUN-MODE
           END-IF.

           IF RUN-MODE = 'R' OR RUN-MODE = 'r'
               DISPLAY "Extract date to restore from (YYYYMMDD): "
                   PERFORM Restore-Books
                   PERFORM Restore-Loans
                   PERFORM Restore-Users
                   PERFORM Restore-Staff
                   PERFORM Restore-Ill-Requests
               END-IF
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO EXTRACT-DATE
               PERFORM Backup-Books
               PERFORM Backup-Loans
               PERFORM Backup-Users
               PERFORM Backup-Staff
               PERFORM Backup-Ill-Requests
           END-IF.

           STOP RUN.
           MOVE SPACES TO USERS-EXTRACT-NAME.
           STRING "USERSBAK" EXTRACT-DATE ".TXT"
               DELIMITED BY SIZE INTO USERS-EXTRACT-NAME.
           MOVE SPACES TO STAFF-EXTRACT-NAME.
           STRING "STAFFBAK" EXTRACT-DATE ".TXT"
               DELIMITED BY SIZE INTO STAFF-EXTRACT-NAME.
           MOVE SPACES TO ILL-EXTRACT-NAME.
           STRING "ILLBAK" EXTRACT-DATE ".TXT"
               DELIMITED BY SIZE INTO ILL-EXTRACT-NAME.

       Backup-Books.
           MOVE 0 TO ROWS-UNLOADED.
           IF FS-BOOKS NOT = 0
               DISPLAY "Cannot open BOOKS.DAT (status " FS-BOOKS
                   ") - books not backed up."
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT BOOKS-EXTRACT-FILE

                       MOVE BOOK-GENRE TO EXT-BOOK-GENRE
                       MOVE BOOK-COPIES TO EXT-BOOK-COPIES
                       MOVE BOOK-COPIES-LOST TO EXT-BOOK-COPIES-LOST
                       MOVE BOOK-LOAN-CLASS TO EXT-BOOK-LOAN-CLASS
                       MOVE BOOK-COPIES-WITHDRAWN TO
                           EXT-BOOK-COPIES-WITHDRAWN
                       WRITE BOOKS-EXTRACT-RECORD
                       ADD 1 TO ROWS-UNLOADED
                   END-IF
               DISPLAY "Books: WROTE " ROWS-UNLOADED
                   " row(s) but read back " ROWS-VERIFIED
                   " - do NOT trust " BOOKS-EXTRACT-NAME "."
               MOVE 8 TO RETURN-CODE
           END-IF.

       Backup-Loans.
           IF FS-BORROWED-BOOKS NOT = 0
               DISPLAY "Cannot open LOANS.DAT (status "
                   FS-BORROWED-BOOKS ") - loans not backed up."
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT LOANS-EXTRACT-FILE

               DISPLAY "Loans: WROTE " ROWS-UNLOADED
                   " row(s) but read back " ROWS-VERIFIED
                   " - do NOT trust " LOANS-EXTRACT-NAME "."
               MOVE 8 TO RETURN-CODE
           END-IF.

       Backup-Users.
           IF FS-USERINFO NOT = 0
               DISPLAY "Cannot open USERS.DAT (status " FS-USERINFO
                   ") - users not backed up."
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT USERS-EXTRACT-FILE

                       MOVE USER-ADDRESS TO EXT-USER-ADDRESS
                       MOVE USER-CONTACT TO EXT-USER-CONTACT
                       MOVE USER-STATUS TO EXT-USER-STATUS
                       MOVE USER-TYPE TO EXT-USER-TYPE
                       MOVE USER-REGISTERED TO EXT-USER-REGISTERED
                       MOVE USER-EXPIRES TO EXT-USER-EXPIRES
                       WRITE USERS-EXTRACT-RECORD
                       ADD 1 TO ROWS-UNLOADED
                   END-IF
               DISPLAY "Users: WROTE " ROWS-UNLOADED
                   " row(s) but read back " ROWS-VERIFIED
                   " - do NOT trust " USERS-EXTRACT-NAME "."
               MOVE 8 TO RETURN-CODE
           END-IF.

       Backup-Staff.
           MOVE 0 TO ROWS-UNLOADED.
           MOVE 'N' TO EOF-FLAG.

           OPEN INPUT STAFF-FILE.
           IF FS-STAFF NOT = 0
               DISPLAY "Cannot open STAFF.DAT (status " FS-STAFF
                   ") - staff sign-ons not backed up."
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT STAFF-EXTRACT-FILE

               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ STAFF-FILE NEXT RECORD
                       AT END SET EOF-FLAG TO 'Y'
                   END-READ

                   IF EOF-FLAG = 'N'
                       MOVE SPACES TO STAFF-EXTRACT-RECORD
                       MOVE STAFF-ID TO EXT-STAFF-ID
                       MOVE STAFF-NAME TO EXT-STAFF-NAME
                       MOVE STAFF-PASSWORD TO EXT-STAFF-PASSWORD
                       MOVE STAFF-ROLE TO EXT-STAFF-ROLE
                       MOVE STAFF-STATUS TO EXT-STAFF-STATUS
                       WRITE STAFF-EXTRACT-RECORD
                       ADD 1 TO ROWS-UNLOADED
                   END-IF
               END-PERFORM

               CLOSE STAFF-EXTRACT-FILE
               CLOSE STAFF-FILE
               PERFORM Verify-Staff-Extract
           END-IF.

       Verify-Staff-Extract.
           MOVE 0 TO ROWS-VERIFIED.
           MOVE 'N' TO EOF-FLAG.

           OPEN INPUT STAFF-EXTRACT-FILE.
           IF FS-STAFF-EXTRACT = 0
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ STAFF-EXTRACT-FILE
                       AT END SET EOF-FLAG TO 'Y'
                   END-READ
                   IF EOF-FLAG = 'N'
                       ADD 1 TO ROWS-VERIFIED
                   END-IF
               END-PERFORM
               CLOSE STAFF-EXTRACT-FILE
           END-IF.

           IF ROWS-VERIFIED = ROWS-UNLOADED
               DISPLAY "Staff: " ROWS-UNLOADED " row(s) to "
                   STAFF-EXTRACT-NAME " - count verified."
           ELSE
               DISPLAY "Staff: WROTE " ROWS-UNLOADED
                   " row(s) but read back " ROWS-VERIFIED
                   " - do NOT trust " STAFF-EXTRACT-NAME "."
               MOVE 8 TO RETURN-CODE
           END-IF.

      * ILLREQ.DAT is only created when the desk places the first
      * interlibrary request, so a missing file is not a failure.
       Backup-Ill-Requests.
           MOVE 0 TO ROWS-UNLOADED.
           MOVE 'N' TO EOF-FLAG.

           OPEN INPUT ILL-REQUEST-FILE.
           IF FS-ILL-REQUEST = 35
               DISPLAY "No ILLREQ.DAT yet - no interlibrary requests "
                   "to back up."
           ELSE
           IF FS-ILL-REQUEST NOT = 0
               DISPLAY "Cannot open ILLREQ.DAT (status " FS-ILL-REQUEST
                   ") - interlibrary requests not backed up."
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT ILL-EXTRACT-FILE

               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ ILL-REQUEST-FILE NEXT RECORD
                       AT END SET EOF-FLAG TO 'Y'
                   END-READ

                   IF EOF-FLAG = 'N'
                       MOVE SPACES TO ILL-EXTRACT-RECORD
                       MOVE ILL-REQUEST-ID TO EXT-ILL-REQUEST-ID
                       MOVE ILL-USER-ID TO EXT-ILL-USER-ID
                       MOVE ILL-TITLE TO EXT-ILL-TITLE
                       MOVE ILL-AUTHOR TO EXT-ILL-AUTHOR
                       MOVE ILL-LENDER TO EXT-ILL-LENDER
                       MOVE ILL-STATUS TO EXT-ILL-STATUS
                       MOVE ILL-REQUESTED TO EXT-ILL-REQUESTED
                       MOVE ILL-RECEIVED TO EXT-ILL-RECEIVED
                       MOVE ILL-DUE-BACK TO EXT-ILL-DUE-BACK
                       MOVE ILL-LENT TO EXT-ILL-LENT
                       MOVE ILL-MEMBER-DUE TO EXT-ILL-MEMBER-DUE
                       MOVE ILL-CLOSED TO EXT-ILL-CLOSED
                       MOVE ILL-FEE TO EXT-ILL-FEE
                       WRITE ILL-EXTRACT-RECORD
                       ADD 1 TO ROWS-UNLOADED
                   END-IF
               END-PERFORM

               CLOSE ILL-EXTRACT-FILE
               CLOSE ILL-REQUEST-FILE
               PERFORM Verify-Ill-Extract
           END-IF
           END-IF.

       Verify-Ill-Extract.
           MOVE 0 TO ROWS-VERIFIED.
           MOVE 'N' TO EOF-FLAG.

           OPEN INPUT ILL-EXTRACT-FILE.
           IF FS-ILL-EXTRACT = 0
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ ILL-EXTRACT-FILE
                       AT END SET EOF-FLAG TO 'Y'
                   END-READ
                   IF EOF-FLAG = 'N'
                       ADD 1 TO ROWS-VERIFIED
                   END-IF
               END-PERFORM
               CLOSE ILL-EXTRACT-FILE
           END-IF.

           IF ROWS-VERIFIED = ROWS-UNLOADED
               DISPLAY "Interlibrary: " ROWS-UNLOADED " row(s) to "
                   ILL-EXTRACT-NAME " - count verified."
           ELSE
               DISPLAY "Interlibrary: WROTE " ROWS-UNLOADED
                   " row(s) but read back " ROWS-VERIFIED
                   " - do NOT trust " ILL-EXTRACT-NAME "."
               MOVE 8 TO RETURN-CODE
           END-IF.

      * Restore rebuilds an indexed file from its extract the same
               IF FS-BOOKS NOT = 0
                   DISPLAY "Cannot rebuild BOOKS.DAT (status "
                       FS-BOOKS ") - books not restored."
                   MOVE 8 TO RETURN-CODE
                   CLOSE BOOKS-EXTRACT-FILE
               ELSE
               PERFORM UNTIL EOF-FLAG = 'Y'
                           MOVE EXT-BOOK-COPIES TO BOOK-COPIES
                           MOVE EXT-BOOK-COPIES-LOST TO
                               BOOK-COPIES-LOST
                           MOVE EXT-BOOK-LOAN-CLASS TO BOOK-LOAN-CLASS
                           MOVE EXT-BOOK-COPIES-WITHDRAWN TO
                               BOOK-COPIES-WITHDRAWN
                           WRITE BOOKS-RECORD
                               INVALID KEY
                                   ADD 1 TO ROWS-SKIPPED
               IF FS-BORROWED-BOOKS NOT = 0
                   DISPLAY "Cannot rebuild LOANS.DAT (status "
                       FS-BORROWED-BOOKS ") - loans not restored."
                   MOVE 8 TO RETURN-CODE
                   CLOSE LOANS-EXTRACT-FILE
               ELSE
               PERFORM UNTIL EOF-FLAG = 'Y'
               IF FS-USERINFO NOT = 0
                   DISPLAY "Cannot rebuild USERS.DAT (status "
                       FS-USERINFO ") - users not restored."
                   MOVE 8 TO RETURN-CODE
                   CLOSE USERS-EXTRACT-FILE
               ELSE
               PERFORM UNTIL EOF-FLAG = 'Y'
                           MOVE EXT-USER-ADDRESS TO USER-ADDRESS
                           MOVE EXT-USER-CONTACT TO USER-CONTACT
                           MOVE EXT-USER-STATUS TO USER-STATUS
                           MOVE EXT-USER-TYPE TO USER-TYPE
                           MOVE EXT-USER-REGISTERED TO
                               USER-REGISTERED
                           MOVE EXT-USER-EXPIRES TO USER-EXPIRES
                           WRITE USERINFO-RECORD
                               INVALID KEY
                                   ADD 1 TO ROWS-SKIPPED
                   " from " USERS-EXTRACT-NAME
               END-IF
           END-IF.

       Restore-Staff.
           MOVE 0 TO ROWS-LOADED.
           MOVE 0 TO ROWS-SKIPPED.
           MOVE 'N' TO EOF-FLAG.

           OPEN INPUT STAFF-EXTRACT-FILE.
           IF FS-STAFF-EXTRACT NOT = 0
               DISPLAY "No extract " STAFF-EXTRACT-NAME
                   " - staff sign-ons not restored."
           ELSE
               OPEN OUTPUT STAFF-FILE
               IF FS-STAFF NOT = 0
                   DISPLAY "Cannot rebuild STAFF.DAT (status "
                       FS-STAFF ") - staff sign-ons not restored."
                   MOVE 8 TO RETURN-CODE
                   CLOSE STAFF-EXTRACT-FILE
               ELSE
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ STAFF-EXTRACT-FILE
                       AT END SET EOF-FLAG TO 'Y'
                   END-READ

                   IF EOF-FLAG = 'N'
                       IF EXT-STAFF-ID = SPACES
                           ADD 1 TO ROWS-SKIPPED
                       ELSE
                           MOVE SPACES TO STAFF-RECORD
                           MOVE EXT-STAFF-ID TO STAFF-ID
                           MOVE EXT-STAFF-NAME TO STAFF-NAME
                           MOVE EXT-STAFF-PASSWORD TO STAFF-PASSWORD
                           MOVE EXT-STAFF-ROLE TO STAFF-ROLE
                           MOVE EXT-STAFF-STATUS TO STAFF-STATUS
                           WRITE STAFF-RECORD
                               INVALID KEY
                                   ADD 1 TO ROWS-SKIPPED
                               NOT INVALID KEY
                                   ADD 1 TO ROWS-LOADED
                           END-WRITE
                       END-IF
                   END-IF
               END-PERFORM

               CLOSE STAFF-FILE
               CLOSE STAFF-EXTRACT-FILE
               DISPLAY "Staff restored: " ROWS-LOADED
                   " skipped: " ROWS-SKIPPED
                   " from " STAFF-EXTRACT-NAME
               END-IF
           END-IF.

       Restore-Ill-Requests.
           MOVE 0 TO ROWS-LOADED.
           MOVE 0 TO ROWS-SKIPPED.
           MOVE 'N' TO EOF-FLAG.

           OPEN INPUT ILL-EXTRACT-FILE.
           IF FS-ILL-EXTRACT NOT = 0
               DISPLAY "No extract " ILL-EXTRACT-NAME
                   " - interlibrary requests not restored."
           ELSE
               OPEN OUTPUT ILL-REQUEST-FILE
               IF FS-ILL-REQUEST NOT = 0
                   DISPLAY "Cannot rebuild ILLREQ.DAT (status "
                       FS-ILL-REQUEST ") - interlibrary requests not "
                       "restored."
                   MOVE 8 TO RETURN-CODE
                   CLOSE ILL-EXTRACT-FILE
               ELSE
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ ILL-EXTRACT-FILE
                       AT END SET EOF-FLAG TO 'Y'
                   END-READ

                   IF EOF-FLAG = 'N'
                       IF EXT-ILL-REQUEST-ID NOT NUMERIC
                           ADD 1 TO ROWS-SKIPPED
                       ELSE
                           MOVE SPACES TO ILL-RECORD
                           MOVE EXT-ILL-REQUEST-ID TO ILL-REQUEST-ID
                           MOVE EXT-ILL-USER-ID TO ILL-USER-ID
                           MOVE EXT-ILL-TITLE TO ILL-TITLE
                           MOVE EXT-ILL-AUTHOR TO ILL-AUTHOR
                           MOVE EXT-ILL-LENDER TO ILL-LENDER
                           MOVE EXT-ILL-STATUS TO ILL-STATUS
                           MOVE EXT-ILL-REQUESTED TO ILL-REQUESTED
                           MOVE EXT-ILL-RECEIVED TO ILL-RECEIVED
                           MOVE EXT-ILL-DUE-BACK TO ILL-DUE-BACK
                           MOVE EXT-ILL-LENT TO ILL-LENT
                           MOVE EXT-ILL-MEMBER-DUE TO ILL-MEMBER-DUE
                           MOVE EXT-ILL-CLOSED TO ILL-CLOSED
                           MOVE EXT-ILL-FEE TO ILL-FEE
                           WRITE ILL-RECORD
                               INVALID KEY
                                   ADD 1 TO ROWS-SKIPPED
                               NOT INVALID KEY
                                   ADD 1 TO ROWS-LOADED
                           END-WRITE
                       END-IF
                   END-IF
               END-PERFORM

               CLOSE ILL-REQUEST-FILE
               CLOSE ILL-EXTRACT-FILE
               DISPLAY "Interlibrary requests restored: " ROWS-LOADED
                   " skipped: " ROWS-SKIPPED
                   " from " ILL-EXTRACT-NAME
               END-IF
           END-IF.
