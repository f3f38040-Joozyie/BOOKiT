       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOOKRECON.

      * Unattended, report-only reconciliation of BOOKS.DAT against
      * LOANS.DAT for the overnight stream. The checks are the same
      * as BOOKIT option 7 (Reconcile-Books) - keep the two in step -
      * but nothing is repaired. Every exception goes to
      * RECONCILE.TXT, which is rewritten each run:
      *   STATUS - a title whose status disagrees with its loan rows,
      *   ORPHAN - a loan row naming a book not in BOOKS.DAT,
      *   TOTALS - the two exception counts,
      *   FAILED - why the check could not be run.
      * Repairs are still made at the desk through option 7 by a
      * supervisor. Return code 0 when the files agree, 4 when there
      * are exceptions to look at, 8 when the check could not be
      * run. No operator prompts.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOKS-FILE ASSIGN TO "BOOKS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOOK-ID
               FILE STATUS IS FS-BOOKS.

           SELECT BORROWED-BOOKS-FILE ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-KEY
               FILE STATUS IS FS-BORROWED-BOOKS.

           SELECT RECONCILE-FILE ASSIGN TO "RECONCILE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECONCILE.

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

       FD BORROWED-BOOKS-FILE.
       01 BORROWED-BOOKS-RECORD.
          02 LOAN-KEY.
             03 BORROWED-USER-ID PIC 9(4).
             03 BORROWED-BOOK    PIC 9(4).
          02 DATE-BORROWED   PIC X(8).
          02 DATE-DUE        PIC X(8).
          02 RENEW-COUNT     PIC 9(1).

       FD RECONCILE-FILE.
       01 RECONCILE-RECORD.
          02 REC-KIND PIC X(6).
          02 FILLER   PIC X(2).
          02 REC-TEXT PIC X(72).

       WORKING-STORAGE SECTION.
       01 EOF-FLAG PIC X(1) VALUE 'N'.
       01 BORROWED-EOF-FLAG PIC X(1) VALUE 'N'.

       01 FS-BOOKS PIC 9(2).
       01 FS-BORROWED-BOOKS PIC 9(2).
       01 FS-RECONCILE PIC 9(2).

       01 BORROWED-MAX PIC 9(5) VALUE 5000.
       01 BORROWED-ROWS OCCURS 5000 TIMES.
           02 ARR-BORROWED-USER-ID PIC 9(4).
           02 ARR-BORROWED-BOOK PIC 9(4).
       01 BORROWED-COUNT PIC 9(5) VALUE 0.
       01 BORROWED-IDX PIC 9(5) VALUE 0.
       01 BORROWED-FILE-OK-FLAG PIC X(1) VALUE 'N'.
       01 BORROWED-TRUNCATED-FLAG PIC X(1) VALUE 'N'.

       01 RECON-BOOK-ID PIC 9(4) VALUE 0.
       01 RECON-BOOK-STATUS PIC X(1) VALUE SPACE.
       01 RECON-BOOK-COPIES PIC 9(2) VALUE 0.
       01 RECON-LOAN-ROWS PIC 9(3) VALUE 0.
       01 RECON-EXCEPTIONS PIC 9(3) VALUE 0.
       01 RECON-ORPHANS PIC 9(3) VALUE 0.
       01 BOOKS-CHECKED PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
           DISPLAY "BOOKRECON - reconciling BOOKS.DAT and LOANS.DAT".
           OPEN OUTPUT RECONCILE-FILE.

           PERFORM Load-Borrowed-Table.

           IF BORROWED-FILE-OK-FLAG = 'N'
               MOVE "Cannot open LOANS.DAT - reconciliation not run."
                   TO REC-TEXT
               PERFORM Write-Failed-Row
           ELSE
           IF BORROWED-TRUNCATED-FLAG = 'Y'
               MOVE SPACES TO REC-TEXT
               STRING "LOANS.DAT has more than " BORROWED-MAX
                   " records - cannot reconcile. Raise BORROWED-MAX."
                   DELIMITED BY SIZE INTO REC-TEXT
               PERFORM Write-Failed-Row
           ELSE
               OPEN INPUT BOOKS-FILE
               IF FS-BOOKS NOT = 0
                   MOVE
                       "Cannot open BOOKS.DAT - reconciliation not run."
                       TO REC-TEXT
                   PERFORM Write-Failed-Row
               ELSE
                   PERFORM Check-Catalog-Statuses
                   PERFORM Check-Orphan-Loans
                   CLOSE BOOKS-FILE
                   PERFORM Write-Totals-Row
               END-IF
           END-IF
           END-IF.

           CLOSE RECONCILE-FILE.
           STOP RUN.

       Load-Borrowed-Table.
           MOVE 'N' TO BORROWED-FILE-OK-FLAG.
           MOVE 'N' TO BORROWED-TRUNCATED-FLAG.
           MOVE 0 TO BORROWED-COUNT.
           MOVE 'N' TO BORROWED-EOF-FLAG.

           OPEN INPUT BORROWED-BOOKS-FILE.
           IF FS-BORROWED-BOOKS = 0
               MOVE 'Y' TO BORROWED-FILE-OK-FLAG
               PERFORM UNTIL BORROWED-EOF-FLAG = 'Y'
                   READ BORROWED-BOOKS-FILE NEXT RECORD
                       AT END SET BORROWED-EOF-FLAG TO 'Y'
                   END-READ

                   IF BORROWED-EOF-FLAG = 'N'
                       IF BORROWED-COUNT >= BORROWED-MAX
                           MOVE 'Y' TO BORROWED-TRUNCATED-FLAG
                           SET BORROWED-EOF-FLAG TO 'Y'
                       ELSE
                           ADD 1 TO BORROWED-COUNT
                           MOVE BORROWED-USER-ID TO
                               ARR-BORROWED-USER-ID(BORROWED-COUNT)
                           MOVE BORROWED-BOOK TO
                               ARR-BORROWED-BOOK(BORROWED-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE BORROWED-BOOKS-FILE
           END-IF.

      * Same tests, in the same order, as Reconcile-Books in BOOKIT.
       Check-Catalog-Statuses.
           MOVE 'N' TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ BOOKS-FILE NEXT RECORD
                   AT END SET EOF-FLAG TO 'Y'
               END-READ

               IF EOF-FLAG = 'N'
                   ADD 1 TO BOOKS-CHECKED
                   MOVE BOOK-ID TO RECON-BOOK-ID
                   MOVE BOOK-STATUS TO RECON-BOOK-STATUS
                   IF BOOK-COPIES NUMERIC
                       MOVE BOOK-COPIES TO RECON-BOOK-COPIES
                   ELSE
                       MOVE 1 TO RECON-BOOK-COPIES
                   END-IF
                   PERFORM Count-Loan-Rows-For-Book
                   PERFORM Check-Book-Status
               END-IF
           END-PERFORM.

       Check-Book-Status.
           IF RECON-BOOK-STATUS = 'L' OR RECON-BOOK-STATUS = 'D'
                   OR RECON-BOOK-STATUS = 'W'
               IF RECON-LOAN-ROWS > 0
                   MOVE SPACES TO REC-TEXT
                   STRING "Book " RECON-BOOK-ID
                       " is written off or withdrawn but has "
                       RECON-LOAN-ROWS
                       " loan row(s)."
                       DELIMITED BY SIZE INTO REC-TEXT
                   PERFORM Write-Status-Row
               END-IF
           ELSE
               IF RECON-LOAN-ROWS > RECON-BOOK-COPIES
                   MOVE SPACES TO REC-TEXT
                   STRING "Book " RECON-BOOK-ID " has "
                       RECON-LOAN-ROWS " loan row(s) but only "
                       RECON-BOOK-COPIES
                       " copies - review LOANS.DAT by hand."
                       DELIMITED BY SIZE INTO REC-TEXT
                   PERFORM Write-Status-Row
               END-IF
               IF RECON-BOOK-STATUS = 'O'
                       AND RECON-LOAN-ROWS < RECON-BOOK-COPIES
                   MOVE SPACES TO REC-TEXT
                   STRING "Book " RECON-BOOK-ID " marked 'O' but only "
                       RECON-LOAN-ROWS " of " RECON-BOOK-COPIES
                       " copies are on loan."
                       DELIMITED BY SIZE INTO REC-TEXT
                   PERFORM Write-Status-Row
               END-IF
               IF RECON-BOOK-STATUS = 'A'
                       AND RECON-LOAN-ROWS >= RECON-BOOK-COPIES
                   MOVE SPACES TO REC-TEXT
                   STRING "Book " RECON-BOOK-ID " marked 'A' but all "
                       RECON-BOOK-COPIES " copies are on loan."
                       DELIMITED BY SIZE INTO REC-TEXT
                   PERFORM Write-Status-Row
               END-IF
           END-IF.

       Count-Loan-Rows-For-Book.
           MOVE 0 TO RECON-LOAN-ROWS.
           PERFORM VARYING BORROWED-IDX FROM 1 BY 1
                   UNTIL BORROWED-IDX > BORROWED-COUNT
               IF ARR-BORROWED-BOOK(BORROWED-IDX) = RECON-BOOK-ID
                   ADD 1 TO RECON-LOAN-ROWS
               END-IF
           END-PERFORM.

       Check-Orphan-Loans.
           PERFORM VARYING BORROWED-IDX FROM 1 BY 1
                   UNTIL BORROWED-IDX > BORROWED-COUNT
               MOVE ARR-BORROWED-BOOK(BORROWED-IDX) TO BOOK-ID
               READ BOOKS-FILE
                   INVALID KEY
                       ADD 1 TO RECON-ORPHANS
                       MOVE SPACES TO REC-TEXT
                       STRING "Loan row for user "
                           ARR-BORROWED-USER-ID(BORROWED-IDX)
                           " names book "
                           ARR-BORROWED-BOOK(BORROWED-IDX)
                           " which is not in BOOKS.DAT."
                           DELIMITED BY SIZE INTO REC-TEXT
                       MOVE "ORPHAN" TO REC-KIND
                       WRITE RECONCILE-RECORD
                       DISPLAY REC-TEXT
               END-READ
           END-PERFORM.

       Write-Status-Row.
           ADD 1 TO RECON-EXCEPTIONS.
           MOVE "STATUS" TO REC-KIND.
           WRITE RECONCILE-RECORD.
           DISPLAY REC-TEXT.

       Write-Totals-Row.
           MOVE SPACES TO REC-TEXT.
           STRING "Titles checked: " BOOKS-CHECKED
               "  status exceptions: " RECON-EXCEPTIONS
               "  orphan loan rows: " RECON-ORPHANS
               DELIMITED BY SIZE INTO REC-TEXT.
           MOVE "TOTALS" TO REC-KIND.
           WRITE RECONCILE-RECORD.
           DISPLAY REC-TEXT.

           IF RECON-EXCEPTIONS = 0 AND RECON-ORPHANS = 0
               DISPLAY "Files agree - nothing to repair."
           ELSE
               DISPLAY "Exceptions found - repair at the desk through "
                   "the reconciliation option."
               MOVE 4 TO RETURN-CODE
           END-IF.

       Write-Failed-Row.
           MOVE "FAILED" TO REC-KIND.
           WRITE RECONCILE-RECORD.
           DISPLAY REC-TEXT.
           MOVE 8 TO RETURN-CODE.
