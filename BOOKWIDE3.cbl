       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOOKWIDE3.

      * One-time widen of the live USERS.DAT for the membership
      * dates. USERINFO-RECORD grew by USER-REGISTERED and
      * USER-EXPIRES, so a USERS.DAT written before the change no
      * longer opens under the new layout. Same approach as
      * BOOKWIDE2: the file is read in its old layout, unloaded
      * widened to USERSDATES.TXT, the row count is verified, and
      * only then is USERS.DAT rebuilt. Nobody recorded when the
      * existing cards were issued, so USER-REGISTERED is left
      * blank; USER-EXPIRES is set one membership term from the run
      * date so every current member is re-checked at the desk
      * within the year. Run once at upgrade, after BOOKWIDE2; keep
      * USERSDATES.TXT until the widened file is proven. A second
      * run stops at the open - the widened file no longer matches
      * the old layout.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-USERS-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-USER-ID
               FILE STATUS IS FS-OLD-USERS.

           SELECT USERS-WORK-FILE ASSIGN TO "USERSDATES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-USERS-WORK.

           SELECT NEW-USERS-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NEW-USER-ID
               FILE STATUS IS FS-NEW-USERS.

       DATA DIVISION.
       FILE SECTION.
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
           02 FILLER PIC X(2).
           02 OLD-USER-TYPE PIC X(1).

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
           02 FILLER PIC X(2).
           02 WRK-USER-REGISTERED PIC X(8).
           02 FILLER PIC X(2).
           02 WRK-USER-EXPIRES PIC X(8).

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
           02 FILLER PIC X(2).
           02 NEW-USER-REGISTERED PIC X(8).
           02 FILLER PIC X(2).
           02 NEW-USER-EXPIRES PIC X(8).

       WORKING-STORAGE SECTION.
       01 EOF-FLAG PIC X(1) VALUE 'N'.

       01 FS-OLD-USERS PIC 9(2).
       01 FS-USERS-WORK PIC 9(2).
       01 FS-NEW-USERS PIC 9(2).

      * Membership term - keep in step with BOOKIT.
       01 MEMBERSHIP-TERM-DAYS PIC 9(4) VALUE 365.

       01 TODAY-NUM PIC 9(8) VALUE 0.
       01 DATE-INT PIC S9(9) VALUE 0.
       01 EXPIRES-NUM PIC 9(8) VALUE 0.

       01 ROWS-UNLOADED PIC 9(5) VALUE 0.
       01 ROWS-VERIFIED PIC 9(5) VALUE 0.
       01 ROWS-RELOADED PIC 9(5) VALUE 0.
       01 ROWS-SKIPPED PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
           DISPLAY "BOOKWIDE3 - widening USERS.DAT for membership "
               "dates".
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-NUM.
           COMPUTE DATE-INT = FUNCTION INTEGER-OF-DATE(TODAY-NUM).
           COMPUTE EXPIRES-NUM = FUNCTION DATE-OF-INTEGER(
               DATE-INT + MEMBERSHIP-TERM-DAYS).

           PERFORM Unload-Old-Users.
           IF ROWS-UNLOADED > 0
               PERFORM Verify-Users-Work
               IF ROWS-VERIFIED = ROWS-UNLOADED
                   PERFORM Reload-New-Users
               ELSE
                   DISPLAY "WROTE " ROWS-UNLOADED " row(s) but read "
                       "back " ROWS-VERIFIED " - USERS.DAT left "
                       "untouched. Review USERSDATES.TXT by hand."
               END-IF
           END-IF.

           STOP RUN.

       Unload-Old-Users.
           MOVE 'N' TO EOF-FLAG.

           OPEN INPUT OLD-USERS-FILE.
           IF FS-OLD-USERS NOT = 0
               DISPLAY "Cannot open USERS.DAT in the old layout "
                   "(status " FS-OLD-USERS ") - already widened, "
                   "or the file is missing. Nothing done."
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
                       MOVE OLD-USER-TYPE TO WRK-USER-TYPE
                       MOVE SPACES TO WRK-USER-REGISTERED
                       MOVE EXPIRES-NUM TO WRK-USER-EXPIRES
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
                   "rows are safe in USERSDATES.TXT."
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
                           MOVE WRK-USER-REGISTERED TO
                               NEW-USER-REGISTERED
                           MOVE WRK-USER-EXPIRES TO NEW-USER-EXPIRES
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
               DISPLAY "Cards now expire " EXPIRES-NUM
                   " unless renewed sooner."
               DISPLAY "Keep USERSDATES.TXT until the widened "
                   "USERS.DAT is proven."
           END-IF.
