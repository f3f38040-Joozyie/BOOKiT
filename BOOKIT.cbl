               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CALENDAR.

           SELECT POLICY-FILE ASSIGN TO "POLICY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-POLICY.

           SELECT SHELF-SCAN-FILE ASSIGN TO "SHELFSCAN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SHELF-SCAN.

           SELECT STAFF-FILE ASSIGN TO "STAFF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STAFF-ID
               FILE STATUS IS FS-STAFF.

           SELECT WEEDING-FILE ASSIGN TO "WEEDING.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-WEEDING.

           SELECT ILL-REQUEST-FILE ASSIGN TO "ILLREQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ILL-REQUEST-ID
               FILE STATUS IS FS-ILL-REQUEST.

           SELECT ILL-DUE-FILE ASSIGN TO "ILLDUE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ILL-DUE.

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

       FD USERINFO-FILE.
       01 USERINFO-RECORD.
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
          02 FINE-TYPE    PIC X(1).
          02 FILLER       PIC X(2).
          02 FINE-AMOUNT  PIC 9(5)V99.
          02 FILLER       PIC X(2).
          02 FINE-OPERATOR PIC X(6).

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD.
          02 AUDIT-USER-ID   PIC 9(4).
          02 FILLER          PIC X(2).
          02 AUDIT-BOOK-ID   PIC 9(4).
          02 FILLER          PIC X(2).
          02 AUDIT-OPERATOR  PIC X(6).
          02 FILLER          PIC X(2).
          02 AUDIT-SUBJECT   PIC X(6).

       FD VENDOR-IMPORT-FILE.
       01 VENDOR-IMPORT-RECORD.
       01 STATEMENT-LINE PIC X(80).

       FD AUDIT-ARCHIVE-FILE.
       01 AUDIT-ARCHIVE-RECORD PIC X(50).

       FD CALENDAR-FILE.
       01 CALENDAR-RECORD.
          02 FILLER      PIC X(2).
          02 CLOSED-DESC PIC X(30).

      * One loan rule per member type and loan class. '*' in either
      * key column matches any value; a class of '*' is the
      * member-wide row that carries the borrow limit and fine
      * block. 000 loan days means the class is not for loan.
       FD POLICY-FILE.
       01 POLICY-RECORD.
          02 POL-MEMBER-TYPE   PIC X(1).
          02 FILLER            PIC X(2).
          02 POL-LOAN-CLASS    PIC X(1).
          02 FILLER            PIC X(2).
          02 POL-BORROW-LIMIT  PIC 9(2).
          02 FILLER            PIC X(2).
          02 POL-LOAN-DAYS     PIC 9(3).
          02 FILLER            PIC X(2).
          02 POL-FINE-PER-DAY  PIC 9(3)V99.
          02 FILLER            PIC X(2).
          02 POL-RENEWAL-LIMIT PIC 9(1).
          02 FILLER            PIC X(2).
          02 POL-FINE-BLOCK    PIC 9(3)V99.
          02 FILLER            PIC X(2).
          02 POL-DESC          PIC X(30).

      * Handheld shelf scan - one book ID per copy scanned.
       FD SHELF-SCAN-FILE.
       01 SHELF-SCAN-RECORD.
          02 SCAN-BOOK-ID PIC X(4).

      * One row per desk operator. STAFF-ROLE: C = clerk,
      * S = supervisor. STAFF-STATUS: A = active, I = inactive.
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

       FD WEEDING-FILE.
       01 WEEDING-LINE PIC X(80).

      * One row per interlibrary loan request for a title we do not
      * own. ILL-STATUS: Q = requested from the lender, R = received
      * from the lender, L = lent to the member, B = returned to the
      * lender, C = cancelled. ILL-DUE-BACK is the lender's due date
      * and ILL-MEMBER-DUE the member's, never later. ILL-CLOSED is
      * the day the item went back or the request was cancelled.
      * ILL-FEE is the lender fee passed on to the member.
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

       FD ILL-DUE-FILE.
       01 ILL-DUE-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 EOF-FLAG PIC X(1) VALUE 'N'.
       01 USERINFO-EOF-FLAG PIC X(1) VALUE 'N'.
       01 FS-STATEMENTS PIC 9(2).
       01 FS-ARCHIVE PIC 9(2).
       01 FS-CALENDAR PIC 9(2).
       01 FS-POLICY PIC 9(2).
       01 FS-STAFF PIC 9(2).
       01 FS-SHELF-SCAN PIC 9(2).
       01 FS-WEEDING PIC 9(2).
       01 FS-ILL-REQUEST PIC 9(2).
       01 FS-ILL-DUE PIC 9(2).

       01 USER-OPTION PIC 9(2).
       01 USER-SUBOPTION PIC 9(1).

      * Operator signed on for this run. Every audit and fines row
      * written is stamped with SIGNON-OPERATOR-ID.
       01 SIGNON-OPERATOR-ID PIC X(6) VALUE SPACES.
       01 SIGNON-NAME PIC X(30) VALUE SPACES.
       01 SIGNON-ROLE PIC X(1) VALUE SPACE.
       01 SIGNON-PASSWORD PIC X(10) VALUE SPACES.
       01 SIGNON-OK-FLAG PIC X(1) VALUE 'N'.
       01 SIGNON-TRIES PIC 9(1) VALUE 0.
       01 SIGNON-MAX-TRIES PIC 9(1) VALUE 3.

       01 STAFF-EOF-FLAG PIC X(1) VALUE 'N'.
       01 STAFF-UPDATED-FLAG PIC X(1) VALUE 'N'.
       01 STAFF-LISTED PIC 9(3) VALUE 0.
       01 STAFF-ROLE-TEXT PIC X(10) VALUE SPACES.
       01 NEW-STAFF-ID PIC X(6) VALUE SPACES.
       01 NEW-STAFF-NAME PIC X(30) VALUE SPACES.
       01 NEW-STAFF-PASSWORD PIC X(10) VALUE SPACES.
       01 NEW-STAFF-ROLE PIC X(1) VALUE SPACE.
       01 NEW-STAFF-STATUS PIC X(1) VALUE SPACE.
       01 BOOKS-COUNT PIC 9(3).
       01 BOOKS-LOADED PIC 9(3) VALUE 0.
       01 CATALOG-MAX PIC 9(3) VALUE 500.
       01 CATALOG-TRUNCATED-FLAG PIC X(1) VALUE 'N'.

      * Loan policy in force for the member and item in hand. The
      * values are set from POLICY.TXT by member type and loan
      * class (Set-Member-Policy, Set-Item-Policy); tune the rules
      * in that file, not here.
       01 BORROW-LIMIT PIC 9(2) VALUE 2.
       01 LOAN-PERIOD-DAYS PIC 9(3) VALUE 14.
       01 FINE-PER-DAY PIC 9(3)V99 VALUE 0.25.
       01 RENEWAL-LIMIT PIC 9(1) VALUE 2.
       01 REPLACEMENT-COST PIC 9(3)V99 VALUE 25.00.
       01 FINE-BLOCK-LIMIT PIC 9(3)V99 VALUE 10.00.
      * Membership term - a new or renewed card runs this many days.
      * Keep in step with BOOKBATCH and BOOKCARD.
       01 MEMBERSHIP-TERM-DAYS PIC 9(4) VALUE 365.
      * House rules used when POLICY.TXT is missing or has no row
      * for the member type and loan class.
       01 DEFAULT-BORROW-LIMIT PIC 9(2) VALUE 2.
       01 DEFAULT-LOAN-DAYS PIC 9(3) VALUE 14.
       01 DEFAULT-FINE-PER-DAY PIC 9(3)V99 VALUE 0.25.
       01 DEFAULT-RENEWAL-LIMIT PIC 9(1) VALUE 2.
       01 DEFAULT-FINE-BLOCK PIC 9(3)V99 VALUE 10.00.
      * Weekly closing day: 0 = Sunday through 6 = Saturday,
      * 9 = no weekly closing day. One-off closures live in
      * CALENDAR.TXT (menu option 13).
       01 CLOSED-WEEKDAY PIC 9(1) VALUE 0.

       01 POLICY-LOADED-FLAG PIC X(1) VALUE 'N'.
       01 POLICY-EOF-FLAG PIC X(1) VALUE 'N'.
       01 POLICY-MAX PIC 9(3) VALUE 50.
       01 POLICY-RECORDS OCCURS 50 TIMES.
           02 ARR-POL-MEMBER-TYPE PIC X(1).
           02 ARR-POL-LOAN-CLASS PIC X(1).
           02 ARR-POL-BORROW-LIMIT PIC 9(2).
           02 ARR-POL-LOAN-DAYS PIC 9(3).
           02 ARR-POL-FINE-PER-DAY PIC 9(3)V99.
           02 ARR-POL-RENEWAL-LIMIT PIC 9(1).
           02 ARR-POL-FINE-BLOCK PIC 9(3)V99.
           02 ARR-POL-DESC PIC X(30).
       01 POLICY-COUNT PIC 9(3) VALUE 0.
       01 POLICY-IDX PIC 9(3) VALUE 0.
       01 POLICY-FOUND-IDX PIC 9(3) VALUE 0.
       01 POLICY-SCORE PIC 9(1) VALUE 0.
       01 POLICY-BEST-SCORE PIC 9(1) VALUE 0.
       01 POLICY-MEMBER-TYPE PIC X(1) VALUE SPACE.
       01 POLICY-LOAN-CLASS PIC X(1) VALUE SPACE.
       01 POLICY-BOOK-ID PIC 9(4) VALUE 0.
       01 NEW-LOAN-CLASS PIC X(1) VALUE SPACE.
       01 POL-FINE-DISPLAY PIC ZZ9.99.
       01 POL-BLOCK-DISPLAY PIC ZZ9.99.
       01 POLICY-CLASS-FOUND-FLAG PIC X(1) VALUE 'N'.
       01 CLASS-UPDATED-FLAG PIC X(1) VALUE 'N'.

       01 GENRE-FILTER PIC 9(1) VALUE 0.
       01 SEARCH-TEXT PIC X(30) VALUE SPACES.
       01 SEARCH-TRIMMED PIC X(30) VALUE SPACES.
           02 ARR-BOOK-GENRE PIC 9(1).
           02 ARR-BOOK-COPIES PIC 9(2).
           02 ARR-BOOK-LOST PIC 9(2).
           02 ARR-BOOK-CLASS PIC X(1).
           02 ARR-BOOK-WITHDRAWN PIC 9(2).

       01 DISPLAY-LIST OCCURS 500 TIMES PIC 9(3).
       01 DISPLAY-COUNT PIC 9(3) VALUE 0.
       01 CURRENT-USER-NAME PIC X(30) VALUE SPACES.
       01 CURRENT-USER-ADDRESS PIC X(50) VALUE SPACES.
       01 CURRENT-USER-CONTACT PIC X(15) VALUE SPACES.
       01 CURRENT-USER-TYPE PIC X(1) VALUE SPACE.
       01 CURRENT-USER-REGISTERED PIC X(8) VALUE SPACES.
       01 CURRENT-USER-EXPIRES PIC X(8) VALUE SPACES.
       01 CARD-EXPIRED-FLAG PIC X(1) VALUE 'N'.
       01 CARD-CHECK-DATE PIC X(8) VALUE SPACES.
       01 USER-FOUND-FLAG PIC X(1) VALUE 'N'.

       01 LOAN-COUNT PIC 9(2) VALUE 0.
       01 TARGET-BOOK-ID PIC 9(4) VALUE 0.
       01 TARGET-STATUS PIC X(1) VALUE SPACE.
       01 CHECK-BOOK-STATUS PIC X(1) VALUE SPACE.
       01 CHECK-BOOK-CLASS PIC X(1) VALUE SPACE.
       01 COPY-CHECK-BOOK-ID PIC 9(4) VALUE 0.
       01 BOOK-LOANS-OUT PIC 9(3) VALUE 0.
       01 COPIES-FREE PIC S9(3) VALUE 0.
       01 NEW-USER-NAME PIC X(30) VALUE SPACES.
       01 NEW-USER-ADDRESS PIC X(50) VALUE SPACES.
       01 NEW-USER-CONTACT PIC X(15) VALUE SPACES.
       01 NEW-USER-TYPE PIC X(1) VALUE SPACE.
       01 NEW-USER-EXPIRES PIC X(8) VALUE SPACES.
       01 CARD-RENEW-FROM PIC 9(8) VALUE 0.
       01 CARD-RENEW-INT PIC S9(9) VALUE 0.
       01 CARD-RENEW-NUM PIC 9(8) VALUE 0.

       01 RECON-BOOK-ID PIC 9(4) VALUE 0.
       01 RECON-LOAN-ROWS PIC 9(3) VALUE 0.
       01 RECON-IDX PIC 9(3) VALUE 0.
       01 RECON-BOOK-FOUND-FLAG PIC X(1) VALUE 'N'.

      * Shelf inventory. Scan counts run parallel to the catalog
      * table loaded by Read-Books-File.
       01 INVENTORY-SCANS OCCURS 500 TIMES PIC 9(3).
       01 INVENTORY-FILE-OK-FLAG PIC X(1) VALUE 'N'.
       01 INVENTORY-EOF-FLAG PIC X(1) VALUE 'N'.
       01 INVENTORY-SCAN-ID PIC 9(4) VALUE 0.
       01 INVENTORY-FOUND-IDX PIC 9(3) VALUE 0.
       01 INVENTORY-AWAY PIC 9(3) VALUE 0.
       01 INVENTORY-EXPECTED PIC 9(3) VALUE 0.
       01 INVENTORY-DIFF PIC 9(3) VALUE 0.
       01 INVENTORY-ROWS PIC 9(5) VALUE 0.
       01 INVENTORY-UNKNOWN PIC 9(5) VALUE 0.
       01 INVENTORY-MISSING PIC 9(5) VALUE 0.
       01 INVENTORY-EXTRA PIC 9(5) VALUE 0.
       01 INVENTORY-REINSTATED PIC 9(3) VALUE 0.
       01 INVENTORY-R-CHARGES PIC 9(3) VALUE 0.
       01 REINSTATE-BOOK-ID PIC 9(4) VALUE 0.
       01 REINSTATE-DONE-FLAG PIC X(1) VALUE 'N'.
       01 REINSTATE-COUNT PIC 9(3) VALUE 0.

       01 NOTICE-OVERDUE-FLAGS OCCURS 500 TIMES PIC X(1).
       01 NOTICE-IDX PIC 9(3) VALUE 0.
       01 NOTICE-JDX PIC 9(3) VALUE 0.
       01 STAT-MONTHS-FULL-FLAG PIC X(1) VALUE 'N'.
       01 STAT-BOOKS-FULL-FLAG PIC X(1) VALUE 'N'.
       01 STAT-USERS-FULL-FLAG PIC X(1) VALUE 'N'.
      * The archive scan serves Circulation-Statistics (S) and the
      * weeding report (W).
       01 AUDIT-SCAN-MODE PIC X(1) VALUE 'S'.

      * Weeding rules. A title with no loans and no holds in the
      * window is dead stock. A multi-copy title should see at
      * least WEED-LOANS-PER-COPY borrows or holds in the window
      * for every copy it keeps; copies beyond that are surplus.
       01 WEED-DEFAULT-MONTHS PIC 9(2) VALUE 24.
       01 WEED-LOANS-PER-COPY PIC 9(2) VALUE 4.
       01 WEED-MONTHS PIC 9(2) VALUE 0.
       01 WEED-FROM-YEAR PIC 9(4) VALUE 0.
       01 WEED-FROM-MONTH PIC 9(2) VALUE 0.
       01 WEED-FROM-DAY PIC 9(2) VALUE 0.
       01 WEED-MONTH-NUMBER PIC 9(6) VALUE 0.
       01 WEED-TITLES OCCURS 500 TIMES.
           02 WT-BORROWS PIC 9(5).
           02 WT-HOLDS PIC 9(3).
           02 WT-NEW-FLAG PIC X(1).
       01 WEED-FOUND-IDX PIC 9(3) VALUE 0.
       01 WEED-ELIGIBLE-FLAG PIC X(1) VALUE 'N'.
       01 WEED-DEMAND PIC 9(5) VALUE 0.
       01 WEED-COPIES-NEEDED PIC 9(5) VALUE 0.
       01 WEED-SURPLUS PIC 9(2) VALUE 0.
       01 WEED-LIST-KIND PIC X(1) VALUE SPACE.
       01 WEED-LISTED PIC 9(4) VALUE 0.
       01 WEED-DEAD-TITLES PIC 9(4) VALUE 0.
       01 WEED-DEAD-COPIES PIC 9(5) VALUE 0.
       01 WEED-SURPLUS-TITLES PIC 9(4) VALUE 0.
       01 WEED-SURPLUS-COPIES PIC 9(5) VALUE 0.
       01 WEED-NEW-TITLES PIC 9(4) VALUE 0.
      * Genres 1-5, then 6 for anything else.
       01 WEED-GENRE-TOTALS OCCURS 6 TIMES.
           02 WGT-DEAD-TITLES PIC 9(4).
           02 WGT-DEAD-COPIES PIC 9(5).
           02 WGT-SURPLUS-TITLES PIC 9(4).
           02 WGT-SURPLUS-COPIES PIC 9(5).
       01 WEED-GENRE-IDX PIC 9(1) VALUE 0.
       01 WEED-GENRE-NAME PIC X(13) VALUE SPACES.

       01 WEED-HEADER-LINE.
           02 FILLER PIC X(36)
               VALUE "COLLECTION WEEDING REPORT - printed ".
           02 WH-PRINT-DATE PIC X(8).
       01 WEED-WINDOW-LINE.
           02 FILLER PIC X(16) VALUE "Borrows between ".
           02 WW-FROM-DATE PIC 9(8).
           02 FILLER PIC X(5) VALUE " and ".
           02 WW-TO-DATE PIC 9(8).
           02 FILLER PIC X(2) VALUE " (".
           02 WW-MONTHS PIC Z9.
           02 FILLER PIC X(28) VALUE " months), archive files read".
           02 FILLER PIC X(2) VALUE ": ".
           02 WW-ARCHIVES PIC ZZ9.
       01 WEED-RULE-LINE PIC X(80) VALUE ALL "=".
       01 WEED-COLUMN-LINE.
           02 FILLER PIC X(6) VALUE "Book".
           02 FILLER PIC X(32) VALUE "Title".
           02 FILLER PIC X(13) VALUE "Genre".
           02 FILLER PIC X(29) VALUE "Copies  Loans  Holds  Surplus".
       01 WEED-DETAIL-LINE.
           02 WD-BOOK-ID PIC 9(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WD-TITLE PIC X(30).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WD-GENRE PIC X(13).
           02 WD-COPIES PIC ZZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WD-BORROWS PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WD-HOLDS PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WD-SURPLUS PIC ZZZZZZ9.
       01 WEED-GENRE-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WG-GENRE PIC X(14).
           02 FILLER PIC X(8) VALUE "titles: ".
           02 WG-TITLES PIC ZZZ9.
           02 FILLER PIC X(10) VALUE "  copies: ".
           02 WG-COPIES PIC ZZZZ9.

       01 WITHDRAW-BOOK-ID PIC 9(4) VALUE 0.
       01 WITHDRAW-QTY PIC 9(2) VALUE 0.
       01 WITHDRAW-ON-SHELF PIC S9(3) VALUE 0.

      * Interlibrary loan desk. ILL-CUR- fields hold the request
      * picked on the screen; ILL-NEW- fields carry the step being
      * recorded into Rewrite-Ill-Request.
       01 ILL-EOF-FLAG PIC X(1) VALUE 'N'.
       01 ILL-FOUND-FLAG PIC X(1) VALUE 'N'.
       01 ILL-UPDATED-FLAG PIC X(1) VALUE 'N'.
       01 ILL-PICK-ID PIC 9(4) VALUE 0.
       01 ILL-NEXT-ID PIC 9(4) VALUE 0.
       01 ILL-TODAY PIC X(8) VALUE SPACES.
       01 ILL-CUR-USER-ID PIC 9(4) VALUE 0.
       01 ILL-CUR-STATUS PIC X(1) VALUE SPACE.
       01 ILL-CUR-DUE-BACK PIC X(8) VALUE SPACES.
       01 ILL-NEW-STATUS PIC X(1) VALUE SPACE.
       01 ILL-NEW-DUE PIC X(8) VALUE SPACES.
       01 ILL-NEW-FEE PIC 9(5)V99 VALUE 0.
       01 ILL-NEW-TITLE PIC X(30) VALUE SPACES.
       01 ILL-NEW-AUTHOR PIC X(30) VALUE SPACES.
       01 ILL-NEW-LENDER PIC X(30) VALUE SPACES.
       01 ILL-OWNED-BOOK-ID PIC 9(4) VALUE 0.
       01 ILL-STATUS-CODE PIC X(1) VALUE SPACE.
       01 ILL-STATUS-TEXT PIC X(18) VALUE SPACES.
       01 ILL-LIST-COUNT PIC 9(3) VALUE 0.
       01 ILL-DEFAULT-DAYS-AHEAD PIC 9(3) VALUE 7.
       01 ILL-DAYS-AHEAD PIC 9(3) VALUE 0.
       01 ILL-LIMIT-NUM PIC 9(8) VALUE 0.
       01 ILL-DAYS PIC 9(5) VALUE 0.
       01 ILL-SECTION-KIND PIC X(1) VALUE SPACE.
       01 ILL-SECTION-LISTED PIC 9(4) VALUE 0.
       01 ILL-OVERDUE-COUNT PIC 9(4) VALUE 0.
       01 ILL-SOON-COUNT PIC 9(4) VALUE 0.

       01 ILL-DUE-HEADER-LINE.
           02 FILLER PIC X(38)
               VALUE "INTERLIBRARY LOANS DUE BACK - printed ".
           02 IH-PRINT-DATE PIC X(8).
       01 ILL-DUE-WINDOW-LINE.
           02 FILLER PIC X(24) VALUE "Due back on or before ".
           02 IW-LIMIT-DATE PIC 9(8).
           02 FILLER PIC X(2) VALUE " (".
           02 IW-DAYS PIC ZZ9.
           02 FILLER PIC X(12) VALUE " days ahead)".
       01 ILL-DUE-RULE-LINE PIC X(80) VALUE ALL "=".
       01 ILL-DUE-COLUMN-LINE.
           02 FILLER PIC X(6) VALUE "Req".
           02 FILLER PIC X(8) VALUE "Member".
           02 FILLER PIC X(24) VALUE "Title".
           02 FILLER PIC X(16) VALUE "Lender".
           02 FILLER PIC X(10) VALUE "Due back".
           02 FILLER PIC X(9) VALUE "Where".
           02 FILLER PIC X(4) VALUE "Days".
       01 ILL-DUE-DETAIL-LINE.
           02 ID-REQUEST-ID PIC 9(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 ID-USER-ID PIC 9(4).
           02 FILLER PIC X(4) VALUE SPACES.
           02 ID-TITLE PIC X(22).
           02 FILLER PIC X(2) VALUE SPACES.
           02 ID-LENDER PIC X(14).
           02 FILLER PIC X(2) VALUE SPACES.
           02 ID-DUE-BACK PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 ID-WHERE PIC X(7).
           02 FILLER PIC X(2) VALUE SPACES.
           02 ID-DAYS PIC ZZZ9.

       01 FINES-EOF-FLAG PIC X(1) VALUE 'N'.
       01 FINE-BALANCE PIC S9(5)V99 VALUE 0.

       01 LOG-ACTION PIC X(6) VALUE SPACES.
       01 LOG-BOOK-ID PIC 9(4) VALUE 0.
      * Operator ID a staff-maintenance action was applied to.
      * Cleared after every audit row so other actions log blank.
       01 LOG-SUBJECT PIC X(6) VALUE SPACES.

       01 EOD-DATE-TEXT PIC X(8) VALUE SPACES.
       01 EOD-DATE PIC 9(8) VALUE 0.
       01 MTD-FINE-DESK-TOTAL PIC 9(5)V99 VALUE 0.
       01 MTD-FINE-KIOSK-TOTAL PIC 9(5)V99 VALUE 0.
       01 MTD-REPL-TOTAL PIC 9(5)V99 VALUE 0.
       01 EOD-ILL-COUNT PIC 9(3) VALUE 0.
       01 EOD-ILL-TOTAL PIC 9(5)V99 VALUE 0.
       01 MTD-ILL-TOTAL PIC 9(5)V99 VALUE 0.
       01 EOD-OVER-SHORT PIC S9(5)V99 VALUE 0.
      * Payments for the report date, one row per operator.
       01 DRAWER-MAX PIC 9(2) VALUE 50.
       01 DRAWER-ROWS OCCURS 50 TIMES.
           02 ARR-DRAWER-OPERATOR PIC X(6).
           02 ARR-DRAWER-COUNT PIC 9(3).
           02 ARR-DRAWER-TOTAL PIC 9(5)V99.
       01 DRAWER-COUNT PIC 9(2) VALUE 0.
       01 DRAWER-IDX PIC 9(2) VALUE 0.
       01 DRAWER-FOUND-IDX PIC 9(2) VALUE 0.
       01 DRAWER-TRUNCATED-FLAG PIC X(1) VALUE 'N'.
       01 DRAWERS-BALANCED PIC 9(2) VALUE 0.
       01 DRAWER-LABEL PIC X(6) VALUE SPACES.
       01 EOD-AMOUNT-DISPLAY PIC ZZZZ9.99.

       01 VENDOR-NEXT-ID PIC 9(4) VALUE 0.
       01 VENDOR-IMPORTED PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM Staff-Sign-On.

           IF SIGNON-OK-FLAG = 'Y'
               PERFORM Display-Menu
               ACCEPT USER-OPTION

               IF SIGNON-ROLE NOT = 'S'
                       AND (USER-OPTION = 4 OR USER-OPTION = 15)
                   DISPLAY "That option needs a supervisor sign-on."
               ELSE
                   PERFORM Run-Menu-Option
               END-IF
           END-IF.

           STOP RUN.

       Run-Menu-Option.
           EVALUATE USER-OPTION
               WHEN 1 PERFORM Borrow-Menu
               WHEN 2 PERFORM Return-Menu
               WHEN 11 PERFORM Member-Statement
               WHEN 12 PERFORM End-Of-Day-Report
               WHEN 13 PERFORM Calendar-Menu
               WHEN 14 PERFORM Policy-Menu
               WHEN 15 PERFORM Staff-Menu
               WHEN 16 PERFORM Shelf-Inventory
               WHEN 17 PERFORM Weeding-Menu
               WHEN 18 PERFORM Ill-Menu
               WHEN OTHER
                   DISPLAY "Invalid option. Exiting program."
           END-EVALUATE.

      * Staff sign on before the menu. With no STAFF.DAT yet the
      * first run sets up a supervisor, who then adds the rest of
      * the desk through option 15.
       Staff-Sign-On.
           MOVE 'N' TO SIGNON-OK-FLAG.
           MOVE 0 TO SIGNON-TRIES.

           OPEN INPUT STAFF-FILE.
           IF FS-STAFF = 35
               DISPLAY "No staff file on record (STAFF.DAT)."
               PERFORM Set-Up-First-Supervisor
           ELSE
           IF FS-STAFF NOT = 0
               DISPLAY "Cannot open STAFF.DAT (status " FS-STAFF
                   ") - nobody can sign on. Exiting program."
           ELSE
               CLOSE STAFF-FILE
               PERFORM UNTIL SIGNON-OK-FLAG = 'Y'
                       OR SIGNON-TRIES >= SIGNON-MAX-TRIES
                   PERFORM Prompt-Staff-Sign-On
               END-PERFORM
               IF SIGNON-OK-FLAG = 'N'
                   DISPLAY "Sign-on failed. Exiting program."
               END-IF
           END-IF
           END-IF.

           IF SIGNON-OK-FLAG = 'Y'
               MOVE 0 TO CURRENT-USER-ID
               MOVE 0 TO LOG-BOOK-ID
               MOVE "SIGNON" TO LOG-ACTION
               PERFORM Write-Audit-Record
           END-IF.

       Prompt-Staff-Sign-On.
           ADD 1 TO SIGNON-TRIES.
           DISPLAY "Operator ID: " WITH NO ADVANCING.
           ACCEPT SIGNON-OPERATOR-ID.
           DISPLAY "Password: " WITH NO ADVANCING.
           ACCEPT SIGNON-PASSWORD.

           MOVE SPACES TO STAFF-RECORD.
           OPEN INPUT STAFF-FILE.
           IF FS-STAFF = 0
               MOVE SIGNON-OPERATOR-ID TO STAFF-ID
               READ STAFF-FILE
                   INVALID KEY
                       MOVE SPACES TO STAFF-RECORD
               END-READ
               CLOSE STAFF-FILE
           END-IF.

           IF SIGNON-OPERATOR-ID NOT = SPACES
                   AND STAFF-ID = SIGNON-OPERATOR-ID
                   AND STAFF-PASSWORD = SIGNON-PASSWORD
                   AND STAFF-STATUS = 'A'
               MOVE 'Y' TO SIGNON-OK-FLAG
               MOVE STAFF-NAME TO SIGNON-NAME
               MOVE STAFF-ROLE TO SIGNON-ROLE
               PERFORM Set-Staff-Role-Text
               DISPLAY "Signed on: " FUNCTION TRIM(SIGNON-NAME)
                   " (" FUNCTION TRIM(STAFF-ROLE-TEXT) ")"
           ELSE
               DISPLAY "Operator ID or password not recognized."
               MOVE SPACES TO SIGNON-OPERATOR-ID
           END-IF.
           MOVE SPACES TO SIGNON-PASSWORD.

       Set-Up-First-Supervisor.
           DISPLAY "Set up the first supervisor sign-on.".
           PERFORM Accept-New-Staff.

           IF NEW-STAFF-ID = SPACES OR NEW-STAFF-NAME = SPACES
                   OR NEW-STAFF-PASSWORD = SPACES
               DISPLAY "Operator ID, name and password are required. "
                   "Exiting program."
           ELSE
               OPEN OUTPUT STAFF-FILE
               IF FS-STAFF NOT = 0
                   DISPLAY "Cannot create STAFF.DAT (status " FS-STAFF
                       "). Exiting program."
               ELSE
                   MOVE 'S' TO NEW-STAFF-ROLE
                   PERFORM Build-New-Staff-Row
                   WRITE STAFF-RECORD
                   CLOSE STAFF-FILE
                   MOVE 'Y' TO SIGNON-OK-FLAG
                   MOVE NEW-STAFF-ID TO SIGNON-OPERATOR-ID
                   MOVE NEW-STAFF-NAME TO SIGNON-NAME
                   MOVE 'S' TO SIGNON-ROLE
                   MOVE 0 TO CURRENT-USER-ID
                   MOVE 0 TO LOG-BOOK-ID
                   MOVE NEW-STAFF-ID TO LOG-SUBJECT
                   MOVE "ADDSTF" TO LOG-ACTION
                   PERFORM Write-Audit-Record
                   DISPLAY "Supervisor " SIGNON-OPERATOR-ID
                       " set up and signed on."
               END-IF
           END-IF.

       Display-Menu.
           DISPLAY "Menu:"
           DISPLAY "1. Borrow"
           DISPLAY "2. Return"
           DISPLAY "3. Overdue fines report"
           IF SIGNON-ROLE = 'S'
               DISPLAY "4. Import vendor catalog"
           END-IF
           DISPLAY "5. Take fine payment"
           DISPLAY "6. Member maintenance"
           DISPLAY "7. Reconcile books vs loans"
           DISPLAY "11. Member account statement"
           DISPLAY "12. End-of-day cash report"
           DISPLAY "13. Closed-days calendar"
           DISPLAY "14. Loan policy and loan classes"
           IF SIGNON-ROLE = 'S'
               DISPLAY "15. Staff sign-on maintenance"
           END-IF
           DISPLAY "16. Shelf inventory scan"
           DISPLAY "17. Collection weeding and withdrawals"
           DISPLAY "18. Interlibrary loans"
           DISPLAY "Choose option (1-18): " WITH NO ADVANCING.

       Borrow-Menu.
           PERFORM Prompt-User-Login.
               DISPLAY "User ID " CURRENT-USER-ID
                   " not found in USERS.DAT."
           ELSE
               PERFORM Set-Member-Policy
               PERFORM Compute-Fine-Balance
               MOVE 'N' TO BORROW-BLOCKED-FLAG
               IF CARD-EXPIRED-FLAG = 'Y'
                   MOVE 'Y' TO BORROW-BLOCKED-FLAG
                   DISPLAY "Membership card expired on "
                       CURRENT-USER-EXPIRES " - no loans until it "
                       "is renewed (Member maintenance, option 5)."
               END-IF
               IF FINE-BALANCE > 0
                   MOVE FINE-BALANCE TO FINE-BALANCE-DISPLAY
                   DISPLAY "Outstanding fines: $" FINE-BALANCE-DISPLAY
      * every caller keeps treating them as not on file.
       Lookup-User.
           MOVE 'N' TO USER-FOUND-FLAG.
           MOVE 'N' TO CARD-EXPIRED-FLAG.

           OPEN INPUT USERINFO-FILE.
           IF FS-USERINFO = 0
                               TO CURRENT-USER-ADDRESS
                           MOVE USER-CONTACT OF USERINFO-RECORD
                               TO CURRENT-USER-CONTACT
                           MOVE USER-TYPE OF USERINFO-RECORD
                               TO CURRENT-USER-TYPE
                           MOVE USER-REGISTERED OF USERINFO-RECORD
                               TO CURRENT-USER-REGISTERED
                           MOVE USER-EXPIRES OF USERINFO-RECORD
                               TO CURRENT-USER-EXPIRES
                           PERFORM Check-Card-Expiry
                       END-IF
               END-READ
               CLOSE USERINFO-FILE
           END-IF.

      * A card is good through its expiry date. Rows with no expiry
      * date never lapse.
       Check-Card-Expiry.
           MOVE 'N' TO CARD-EXPIRED-FLAG.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CARD-CHECK-DATE.
           IF CURRENT-USER-EXPIRES NUMERIC
               IF CURRENT-USER-EXPIRES < CARD-CHECK-DATE
                   MOVE 'Y' TO CARD-EXPIRED-FLAG
               END-IF
           END-IF.

      * Patrons never remember the four-digit number, so the desk
      * can find them by any part of the name instead.
       Search-Member-By-Name.

               IF ARR-BOOK-STATUS(BOOKS-COUNT) = 'L'
                       OR ARR-BOOK-STATUS(BOOKS-COUNT) = 'D'
                       OR ARR-BOOK-STATUS(BOOKS-COUNT) = 'W'
                   MOVE 'N' TO MATCH-FLAG
               END-IF

                   DISPLAY "Author: " ARR-BOOK-AUTHOR(BOOK-IDX)
                   DISPLAY "Status: " ARR-BOOK-STATUS(BOOK-IDX)
                   DISPLAY "Copies: " ARR-BOOK-COPIES(BOOK-IDX)
                   MOVE ARR-BOOK-CLASS(BOOK-IDX) TO POLICY-LOAN-CLASS
                   PERFORM Set-Item-Policy
                   IF LOAN-PERIOD-DAYS = 0
                       DISPLAY "Loan class: " ARR-BOOK-CLASS(BOOK-IDX)
                           " - library use only, not for loan"
                   ELSE
                       DISPLAY "Loan class: " ARR-BOOK-CLASS(BOOK-IDX)
                           " - " LOAN-PERIOD-DAYS " day loan"
                   END-IF
                   DISPLAY "------------------------"
                   ADD 1 TO DISPLAY-INDEX
                   ADD 1 TO PAGE-SHOWN
           END-IF.

       Borrow-Confirmation.
           IF CARD-EXPIRED-FLAG = 'Y'
               DISPLAY "Borrowing is blocked for member "
                   CURRENT-USER-ID " - the membership card expired "
                   "on " CURRENT-USER-EXPIRES ". Renew it first."
           ELSE
           IF BORROW-BLOCKED-FLAG = 'Y'
               DISPLAY "Borrowing is blocked for member "
                   CURRENT-USER-ID " - settle the fine balance at "
                   DISPLAY "Borrowing canceled."
               END-IF
           END-IF
           END-IF
           END-IF.

       Log-Cancel-Events.
               MOVE 'N' TO BORROW-OK-FLAG
               MOVE 'N' TO TOOK-HELD-COPY-FLAG
               MOVE ID-BOOK-ARR(BOOK-IDX) TO HOLD-CHECK-BOOK-ID
               MOVE ARR-BOOK-CLASS(BOOK-IDX) TO POLICY-LOAN-CLASS
               PERFORM Set-Item-Policy

               IF LOAN-PERIOD-DAYS = 0
                   DISPLAY "Book ID " ID-BOOK-ARR(BOOK-IDX)
                       " is for library use only - not for loan."
               ELSE
               PERFORM Check-Own-Loan
               IF OWN-LOAN-FLAG = 'Y'
                   DISPLAY "Book ID " ID-BOOK-ARR(BOOK-IDX)
                       END-IF
                   END-IF
               END-IF
               END-IF

               IF BORROW-OK-FLAG = 'Y'
                   IF LOAN-COUNT >= BORROW-LIMIT

       Get-Book-Status.
           MOVE SPACE TO CHECK-BOOK-STATUS.
           MOVE SPACE TO CHECK-BOOK-CLASS.

           OPEN INPUT BOOKS-FILE.
           IF FS-BOOKS = 0
                   NOT INVALID KEY
                       MOVE BOOK-STATUS OF BOOKS-RECORD
                           TO CHECK-BOOK-STATUS
                       MOVE BOOK-LOAN-CLASS OF BOOKS-RECORD
                           TO CHECK-BOOK-CLASS
               END-READ
               CLOSE BOOKS-FILE
           END-IF.
               END-PERFORM
               CLOSE BORROWED-BOOKS-FILE
           END-IF.
           PERFORM Count-Member-Ill-Loans.

      * Items borrowed in from other libraries and out with the
      * member count against the borrow limit like our own loans.
       Count-Member-Ill-Loans.
           MOVE 'N' TO ILL-EOF-FLAG.

           OPEN INPUT ILL-REQUEST-FILE.
           IF FS-ILL-REQUEST = 0
               PERFORM UNTIL ILL-EOF-FLAG = 'Y'
                   READ ILL-REQUEST-FILE NEXT RECORD
                       AT END SET ILL-EOF-FLAG TO 'Y'
                   END-READ

                   IF ILL-EOF-FLAG = 'N'
                       IF ILL-USER-ID = CURRENT-USER-ID
                               AND ILL-STATUS = 'L'
                           ADD 1 TO LOAN-COUNT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ILL-REQUEST-FILE
           END-IF.

       Append-Borrowed-Record.
           MOVE 'Y' TO LOAN-WRITE-OK-FLAG.
               ADD 1 TO CHECK-DATE-INT
           END-PERFORM.

      * Loan policy support. POLICY.TXT holds one row per member
      * type and loan class; '*' in either column matches any value.
      * Loaded once per session and reloaded by the policy screen.
       Load-Loan-Policy.
           IF POLICY-LOADED-FLAG = 'N'
               MOVE 0 TO POLICY-COUNT
               MOVE 'N' TO POLICY-EOF-FLAG

               OPEN INPUT POLICY-FILE
               IF FS-POLICY NOT = 0
                   DISPLAY "POLICY.TXT not found - house default "
                       "loan rules apply."
               ELSE
                   PERFORM UNTIL POLICY-EOF-FLAG = 'Y'
                       READ POLICY-FILE
                           AT END SET POLICY-EOF-FLAG TO 'Y'
                       END-READ

                       IF POLICY-EOF-FLAG = 'N'
                           IF POL-BORROW-LIMIT NOT NUMERIC
                                   OR POL-LOAN-DAYS NOT NUMERIC
                                   OR POL-FINE-PER-DAY NOT NUMERIC
                                   OR POL-RENEWAL-LIMIT NOT NUMERIC
                                   OR POL-FINE-BLOCK NOT NUMERIC
                               DISPLAY "POLICY.TXT row for type "
                                   POL-MEMBER-TYPE " class "
                                   POL-LOAN-CLASS " is not numeric "
                                   "- row ignored."
                           ELSE
                           IF POLICY-COUNT >= POLICY-MAX
                               DISPLAY "POLICY.TXT has more than "
                                   POLICY-MAX " rows - later rows "
                                   "ignored. Raise POLICY-MAX."
                               SET POLICY-EOF-FLAG TO 'Y'
                           ELSE
                               ADD 1 TO POLICY-COUNT
                               MOVE POL-MEMBER-TYPE TO
                                   ARR-POL-MEMBER-TYPE(POLICY-COUNT)
                               MOVE POL-LOAN-CLASS TO
                                   ARR-POL-LOAN-CLASS(POLICY-COUNT)
                               MOVE POL-BORROW-LIMIT TO
                                   ARR-POL-BORROW-LIMIT(POLICY-COUNT)
                               MOVE POL-LOAN-DAYS TO
                                   ARR-POL-LOAN-DAYS(POLICY-COUNT)
                               MOVE POL-FINE-PER-DAY TO
                                   ARR-POL-FINE-PER-DAY(POLICY-COUNT)
                               MOVE POL-RENEWAL-LIMIT TO
                                   ARR-POL-RENEWAL-LIMIT(POLICY-COUNT)
                               MOVE POL-FINE-BLOCK TO
                                   ARR-POL-FINE-BLOCK(POLICY-COUNT)
                               MOVE POL-DESC TO
                                   ARR-POL-DESC(POLICY-COUNT)
                           END-IF
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE POLICY-FILE
               END-IF
               MOVE 'Y' TO POLICY-LOADED-FLAG
           END-IF.

      * Picks the most specific row for POLICY-MEMBER-TYPE and
      * POLICY-LOAN-CLASS: an exact loan class outranks an exact
      * member type, so a class row such as '* F' beats a member
      * type's any-class row, and either outranks a '*' row. Leaves
      * POLICY-FOUND-IDX at 0 when no row applies. Members and
      * titles from before the policy file read as adult/regular.
       Find-Loan-Policy.
           PERFORM Load-Loan-Policy.
           IF POLICY-MEMBER-TYPE = SPACE
               MOVE 'A' TO POLICY-MEMBER-TYPE
           END-IF.
           IF POLICY-LOAN-CLASS = SPACE
               MOVE 'R' TO POLICY-LOAN-CLASS
           END-IF.
           MOVE 0 TO POLICY-FOUND-IDX.
           MOVE 0 TO POLICY-BEST-SCORE.

           PERFORM VARYING POLICY-IDX FROM 1 BY 1
                   UNTIL POLICY-IDX > POLICY-COUNT
               IF (ARR-POL-MEMBER-TYPE(POLICY-IDX) = POLICY-MEMBER-TYPE
                       OR ARR-POL-MEMBER-TYPE(POLICY-IDX) = '*')
                   AND (ARR-POL-LOAN-CLASS(POLICY-IDX) =
                           POLICY-LOAN-CLASS
                       OR ARR-POL-LOAN-CLASS(POLICY-IDX) = '*')
                   MOVE 1 TO POLICY-SCORE
                   IF ARR-POL-MEMBER-TYPE(POLICY-IDX) =
                           POLICY-MEMBER-TYPE
                       ADD 1 TO POLICY-SCORE
                   END-IF
                   IF ARR-POL-LOAN-CLASS(POLICY-IDX) =
                           POLICY-LOAN-CLASS
                       ADD 2 TO POLICY-SCORE
                   END-IF
                   IF POLICY-SCORE > POLICY-BEST-SCORE
                       MOVE POLICY-SCORE TO POLICY-BEST-SCORE
                       MOVE POLICY-IDX TO POLICY-FOUND-IDX
                   END-IF
               END-IF
           END-PERFORM.

      * Member-level rules: how many loans and how large a balance
      * before borrowing stops. Taken from the member type's
      * any-class row.
       Set-Member-Policy.
           MOVE CURRENT-USER-TYPE TO POLICY-MEMBER-TYPE.
           MOVE '*' TO POLICY-LOAN-CLASS.
           PERFORM Find-Loan-Policy.
           IF POLICY-FOUND-IDX = 0
               MOVE DEFAULT-BORROW-LIMIT TO BORROW-LIMIT
               MOVE DEFAULT-FINE-BLOCK TO FINE-BLOCK-LIMIT
           ELSE
               MOVE ARR-POL-BORROW-LIMIT(POLICY-FOUND-IDX)
                   TO BORROW-LIMIT
               MOVE ARR-POL-FINE-BLOCK(POLICY-FOUND-IDX)
                   TO FINE-BLOCK-LIMIT
           END-IF.

      * Item-level rules for the member type in CURRENT-USER-TYPE
      * and the loan class the caller put in POLICY-LOAN-CLASS.
       Set-Item-Policy.
           MOVE CURRENT-USER-TYPE TO POLICY-MEMBER-TYPE.
           PERFORM Find-Loan-Policy.
           IF POLICY-FOUND-IDX = 0
               MOVE DEFAULT-LOAN-DAYS TO LOAN-PERIOD-DAYS
               MOVE DEFAULT-FINE-PER-DAY TO FINE-PER-DAY
               MOVE DEFAULT-RENEWAL-LIMIT TO RENEWAL-LIMIT
           ELSE
               MOVE ARR-POL-LOAN-DAYS(POLICY-FOUND-IDX)
                   TO LOAN-PERIOD-DAYS
               MOVE ARR-POL-FINE-PER-DAY(POLICY-FOUND-IDX)
                   TO FINE-PER-DAY
               MOVE ARR-POL-RENEWAL-LIMIT(POLICY-FOUND-IDX)
                   TO RENEWAL-LIMIT
           END-IF.

       Calendar-Menu.
           DISPLAY "Closed-Days Calendar:"
           DISPLAY "1. List closures"
           IF SIGNON-ROLE = 'S'
               DISPLAY "2. Add a closed day"
               DISPLAY "3. Remove a closed day"
               DISPLAY "Choose suboption (1-3): " WITH NO ADVANCING
           ELSE
               DISPLAY "Choose suboption (1): " WITH NO ADVANCING
           END-IF.
           ACCEPT USER-SUBOPTION.

           IF SIGNON-ROLE NOT = 'S' AND USER-SUBOPTION > 1
               DISPLAY "That option needs a supervisor sign-on."
           ELSE
               EVALUATE USER-SUBOPTION
                   WHEN 1 PERFORM List-Closed-Days
                   WHEN 2 PERFORM Add-Closed-Day
                   WHEN 3 PERFORM Remove-Closed-Day
                   WHEN OTHER
                       DISPLAY "Invalid suboption."
               END-EVALUATE
           END-IF.

       List-Closed-Days.
           MOVE 'N' TO CALENDAR-LOADED-FLAG.
               END-IF
           END-IF.

       Policy-Menu.
           DISPLAY "Loan Policy:"
           DISPLAY "1. List loan rules"
           IF SIGNON-ROLE = 'S'
               DISPLAY "2. Set a title's loan class"
               DISPLAY "Choose suboption (1-2): " WITH NO ADVANCING
           ELSE
               DISPLAY "Choose suboption (1): " WITH NO ADVANCING
           END-IF.
           ACCEPT USER-SUBOPTION.

           IF SIGNON-ROLE NOT = 'S' AND USER-SUBOPTION > 1
               DISPLAY "That option needs a supervisor sign-on."
           ELSE
               EVALUATE USER-SUBOPTION
                   WHEN 1 PERFORM List-Loan-Policy
                   WHEN 2 PERFORM Set-Title-Loan-Class
                   WHEN OTHER
                       DISPLAY "Invalid suboption."
               END-EVALUATE
           END-IF.

       List-Loan-Policy.
           MOVE 'N' TO POLICY-LOADED-FLAG.
           PERFORM Load-Loan-Policy.

           DISPLAY "Type Class Limit Days  Fine/day Renew  Block"
           PERFORM VARYING POLICY-IDX FROM 1 BY 1
                   UNTIL POLICY-IDX > POLICY-COUNT
               MOVE ARR-POL-FINE-PER-DAY(POLICY-IDX)
                   TO POL-FINE-DISPLAY
               MOVE ARR-POL-FINE-BLOCK(POLICY-IDX)
                   TO POL-BLOCK-DISPLAY
               DISPLAY "  " ARR-POL-MEMBER-TYPE(POLICY-IDX)
                   "    " ARR-POL-LOAN-CLASS(POLICY-IDX)
                   "    " ARR-POL-BORROW-LIMIT(POLICY-IDX)
                   "   " ARR-POL-LOAN-DAYS(POLICY-IDX)
                   "   " POL-FINE-DISPLAY
                   "     " ARR-POL-RENEWAL-LIMIT(POLICY-IDX)
                   "   " POL-BLOCK-DISPLAY
                   "  " ARR-POL-DESC(POLICY-IDX)
           END-PERFORM.
           MOVE DEFAULT-FINE-PER-DAY TO POL-FINE-DISPLAY.
           MOVE DEFAULT-FINE-BLOCK TO POL-BLOCK-DISPLAY.
           DISPLAY "  (no matching row)"
               "    " DEFAULT-BORROW-LIMIT
               "   " DEFAULT-LOAN-DAYS
               "   " POL-FINE-DISPLAY
               "     " DEFAULT-RENEWAL-LIMIT
               "   " POL-BLOCK-DISPLAY.
           DISPLAY "Policy rows on file: " POLICY-COUNT.

      * Reclassifies a title, e.g. new fiction to a 7-day loan or
      * an atlas to reference. Loans already out keep their due
      * dates; the new class applies from the next checkout.
       Set-Title-Loan-Class.
           DISPLAY "Enter the Book ID: " WITH NO ADVANCING.
           ACCEPT POLICY-BOOK-ID.
           DISPLAY "New loan class (R)egular, (S)hort loan, "
               "(F) reference/library use, or other code: "
               WITH NO ADVANCING.
           ACCEPT NEW-LOAN-CLASS.

           IF NEW-LOAN-CLASS = SPACE OR NEW-LOAN-CLASS = '*'
               DISPLAY "A loan class code is required. Nothing "
                   "changed."
           ELSE
               MOVE 'N' TO POLICY-LOADED-FLAG
               PERFORM Load-Loan-Policy
               MOVE 'N' TO POLICY-CLASS-FOUND-FLAG
               PERFORM VARYING POLICY-IDX FROM 1 BY 1
                       UNTIL POLICY-IDX > POLICY-COUNT
                   IF ARR-POL-LOAN-CLASS(POLICY-IDX) = NEW-LOAN-CLASS
                       MOVE 'Y' TO POLICY-CLASS-FOUND-FLAG
                   END-IF
               END-PERFORM
               IF POLICY-CLASS-FOUND-FLAG = 'N'
                   DISPLAY "Note: no POLICY.TXT row names class "
                       NEW-LOAN-CLASS " - the '*' rows or house "
                       "defaults will apply."
               END-IF

               MOVE 'N' TO CLASS-UPDATED-FLAG
               OPEN I-O BOOKS-FILE
               IF FS-BOOKS NOT = 0
                   DISPLAY "BOOKS.DAT not found - loan class not "
                       "changed."
               ELSE
                   MOVE POLICY-BOOK-ID TO BOOK-ID OF BOOKS-RECORD
                   READ BOOKS-FILE
                       INVALID KEY
                           DISPLAY "Book ID " POLICY-BOOK-ID
                               " not found in BOOKS.DAT."
                       NOT INVALID KEY
                           MOVE NEW-LOAN-CLASS TO
                               BOOK-LOAN-CLASS OF BOOKS-RECORD
                           REWRITE BOOKS-RECORD
                           MOVE 'Y' TO CLASS-UPDATED-FLAG
                   END-READ
                   CLOSE BOOKS-FILE
               END-IF

               IF CLASS-UPDATED-FLAG = 'Y'
                   MOVE POLICY-BOOK-ID TO LOG-BOOK-ID
                   MOVE "LCLASS" TO LOG-ACTION
                   PERFORM Write-Audit-Record
                   DISPLAY "Book ID " POLICY-BOOK-ID
                       " is now loan class " NEW-LOAN-CLASS "."
               END-IF
           END-IF.

       Update-Book-Status.
           OPEN I-O BOOKS-FILE.
           IF FS-BOOKS NOT = 0
       Renew-Book.
           DISPLAY "Enter the Book ID to renew: " WITH NO ADVANCING.
           ACCEPT RENEW-BOOK-ID.
           MOVE RENEW-BOOK-ID TO TARGET-BOOK-ID.
           PERFORM Get-Book-Status.
           MOVE CHECK-BOOK-CLASS TO POLICY-LOAN-CLASS.
           PERFORM Set-Item-Policy.

           OPEN I-O BORROWED-BOOKS-FILE.
           IF FS-BORROWED-BOOKS NOT = 0
           END-IF.

      * Runs against the loan row just read; the file is still open
      * I-O so the REWRITE lands on that row. The renewal limit and
      * loan period are the item rules Renew-Book set for the title.
       Apply-Renewal.
           IF DATE-DUE NOT NUMERIC
               DISPLAY "Loan row for book ID " RENEW-BOOK-ID
                   " has no valid due date - renewal refused."
           ELSE
           IF CARD-EXPIRED-FLAG = 'Y'
               DISPLAY "Membership card expired on "
                   CURRENT-USER-EXPIRES " - renew the card before "
                   "renewing loans."
           ELSE
           IF LOAN-PERIOD-DAYS = 0
               DISPLAY "Book ID " RENEW-BOOK-ID " is now for library "
                   "use only - renewal refused. Please return it."
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-NUM
               COMPUTE DATE-INT = FUNCTION INTEGER-OF-DATE(TODAY-NUM)
                           " renewed. New due date: " DATE-DUE
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

       Write-Audit-Record.
           MOVE LOG-ACTION TO AUDIT-ACTION.
           MOVE CURRENT-USER-ID TO AUDIT-USER-ID.
           MOVE LOG-BOOK-ID TO AUDIT-BOOK-ID.
           MOVE SIGNON-OPERATOR-ID TO AUDIT-OPERATOR.
           MOVE LOG-SUBJECT TO AUDIT-SUBJECT.
           MOVE SPACES TO LOG-SUBJECT.

           OPEN EXTEND AUDIT-LOG-FILE.
           IF FS-AUDIT = 35
                   PERFORM Load-Closed-Days
                   PERFORM Count-Open-Days-Overdue
                   IF DAYS-OVERDUE > 0
                       MOVE RETURN-BOOK-ID TO TARGET-BOOK-ID
                       PERFORM Get-Book-Status
                       MOVE CHECK-BOOK-CLASS TO POLICY-LOAN-CLASS
                       PERFORM Set-Item-Policy
                       COMPUTE FINE-OWED =
                           DAYS-OVERDUE * FINE-PER-DAY
                       MOVE SPACES TO FINES-RECORD
           END-IF.

       Append-Fine-Record.
           MOVE SIGNON-OPERATOR-ID TO FINE-OPERATOR.
           OPEN EXTEND FINES-FILE.
           IF FS-FINES = 35
               OPEN OUTPUT FINES-FILE
           END-IF.

      * Itemized account history for one member - every fine,
      * replacement charge, lender fee and payment in FINES.TXT with
      * dates and titles, written to STATEMENTS.TXT in the same letter
      * style Generate-Overdue-Notices uses.
       Write-Member-Statement.
           MOVE 0 TO STMT-ITEM-COUNT.
           MOVE 0 TO STMT-CHARGES-TOTAL.
               WHEN 'K'
                   MOVE "Kiosk fine" TO ST-ITEM-TYPE
                   ADD FINE-AMOUNT TO STMT-CHARGES-TOTAL
               WHEN 'I'
                   MOVE "Lender fee" TO ST-ITEM-TYPE
                   ADD FINE-AMOUNT TO STMT-CHARGES-TOTAL
               WHEN OTHER
                   MOVE "Fine" TO ST-ITEM-TYPE
                   ADD FINE-AMOUNT TO STMT-CHARGES-TOTAL
           END-EVALUATE.

           IF FINE-TYPE = 'I'
               PERFORM Find-Ill-Fee-Title
           ELSE
           IF FINE-BOOK-ID = 0
               MOVE "(on account)" TO STMT-BOOK-TITLE
           ELSE
                           TO STMT-BOOK-TITLE
                   END-IF
               END-PERFORM
           END-IF
           END-IF.

           MOVE FINE-DATE TO ST-ITEM-DATE.
           WRITE STATEMENT-LINE FROM STMT-ITEM-LINE.
           ADD 1 TO STMT-ITEM-COUNT.

      * Lender fee rows carry the interlibrary request number in
      * FINE-BOOK-ID; the title comes from ILLREQ.DAT.
       Find-Ill-Fee-Title.
           MOVE "(interlibrary loan)" TO STMT-BOOK-TITLE.
           OPEN INPUT ILL-REQUEST-FILE.
           IF FS-ILL-REQUEST = 0
               MOVE FINE-BOOK-ID TO ILL-REQUEST-ID
               READ ILL-REQUEST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ILL-TITLE TO STMT-BOOK-TITLE
               END-READ
               CLOSE ILL-REQUEST-FILE
           END-IF.

       Record-Lost-Damaged.
           DISPLAY "Enter the Book ID to report: " WITH NO ADVANCING.
           ACCEPT LOST-BOOK-ID.
                       ARR-BOOK-LOST(BOOK-IDX)
                       "  still circulating: "
                       ARR-BOOK-COPIES(BOOK-IDX)
                   ADD 1 TO LOST-ENTRY-COUNT
      * Withdrawn copies are weeded stock, counted apart and never
      * replaced; BOOKACQ skips a title withdrawn altogether.
                   IF ARR-BOOK-STATUS(BOOK-IDX) = 'W'
                       DISPLAY "Title withdrawn - written-off copies "
                           "will not be reordered."
                   ELSE
                       ADD ARR-BOOK-LOST(BOOK-IDX) TO LOST-LIST-COUNT
                   END-IF
                   DISPLAY "------------------------"
               END-IF
           END-PERFORM.


      * Closing-time drawer balance for one day: payments taken,
      * fines assessed (desk 'F' vs kiosk 'K'), replacement
      * charges, an over/short line for each operator's counted
      * drawer, and month-to-date totals from the same scan of
      * FINES.TXT.
       End-Of-Day-Report.
           DISPLAY "Report date (YYYYMMDD, blank = today): "
               WITH NO ADVANCING.
           END-IF.
           MOVE EOD-DATE TO EOD-DATE-TEXT.

           PERFORM Tally-Day-Money.
           PERFORM Print-Day-Money.

           MOVE 0 TO MTD-FINE-DESK-TOTAL.
           MOVE 0 TO MTD-FINE-KIOSK-TOTAL.
           MOVE 0 TO MTD-REPL-TOTAL.
           MOVE 0 TO EOD-ILL-COUNT.
           MOVE 0 TO EOD-ILL-TOTAL.
           MOVE 0 TO MTD-ILL-TOTAL.
           MOVE 0 TO DRAWER-COUNT.
           MOVE 'N' TO DRAWER-TRUNCATED-FLAG.
           MOVE 'N' TO FINES-EOF-FLAG.

           OPEN INPUT FINES-FILE.
                   IF FINE-DATE = EOD-DATE-TEXT
                       ADD 1 TO EOD-PAY-COUNT
                       ADD FINE-AMOUNT TO EOD-PAY-TOTAL
                       PERFORM Tally-Drawer-Row
                   END-IF
               WHEN 'R'
                   ADD FINE-AMOUNT TO MTD-REPL-TOTAL
                       ADD 1 TO EOD-FINE-KIOSK-COUNT
                       ADD FINE-AMOUNT TO EOD-FINE-KIOSK-TOTAL
                   END-IF
               WHEN 'I'
                   ADD FINE-AMOUNT TO MTD-ILL-TOTAL
                   IF FINE-DATE = EOD-DATE-TEXT
                       ADD 1 TO EOD-ILL-COUNT
                       ADD FINE-AMOUNT TO EOD-ILL-TOTAL
                   END-IF
               WHEN OTHER
                   ADD FINE-AMOUNT TO MTD-FINE-DESK-TOTAL
                   IF FINE-DATE = EOD-DATE-TEXT
           MOVE EOD-REPL-TOTAL TO EOD-AMOUNT-DISPLAY.
           DISPLAY "Replacements:       " EOD-REPL-COUNT
               "  $" EOD-AMOUNT-DISPLAY.
           MOVE EOD-ILL-TOTAL TO EOD-AMOUNT-DISPLAY.
           DISPLAY "Lender fees:        " EOD-ILL-COUNT
               "  $" EOD-AMOUNT-DISPLAY.

      * Payments are the only rows that put cash in the drawer;
      * fines, replacements and lender fees are charges on account. Each
      * operator's drawer is balanced against the payments taken
      * under their own sign-on; a clerk balances only their own.
           MOVE 0 TO DRAWERS-BALANCED.
           IF DRAWER-COUNT = 0
               DISPLAY "No payments taken - drawers should be empty."
           END-IF.
           IF DRAWER-TRUNCATED-FLAG = 'Y'
               DISPLAY "More than " DRAWER-MAX " operators took "
                   "payments - the rest are in the desk total only."
           END-IF.
           PERFORM VARYING DRAWER-IDX FROM 1 BY 1
                   UNTIL DRAWER-IDX > DRAWER-COUNT
               IF SIGNON-ROLE = 'S'
                       OR ARR-DRAWER-OPERATOR(DRAWER-IDX) =
                           SIGNON-OPERATOR-ID
                   PERFORM Balance-Operator-Drawer
               END-IF
           END-PERFORM.
           IF DRAWER-COUNT > 0 AND DRAWERS-BALANCED = 0
               DISPLAY "No payments taken under operator "
                   SIGNON-OPERATOR-ID " on " EOD-DATE "."
           END-IF.

           DISPLAY "Month to date (" EOD-DATE-TEXT(1:6) "):".
           DISPLAY "  Fines - kiosk:    $" EOD-AMOUNT-DISPLAY.
           MOVE MTD-REPL-TOTAL TO EOD-AMOUNT-DISPLAY.
           DISPLAY "  Replacements:     $" EOD-AMOUNT-DISPLAY.
           MOVE MTD-ILL-TOTAL TO EOD-AMOUNT-DISPLAY.
           DISPLAY "  Lender fees:      $" EOD-AMOUNT-DISPLAY.

       Tally-Drawer-Row.
           MOVE 0 TO DRAWER-FOUND-IDX.
           PERFORM VARYING DRAWER-IDX FROM 1 BY 1
                   UNTIL DRAWER-IDX > DRAWER-COUNT
               IF ARR-DRAWER-OPERATOR(DRAWER-IDX) = FINE-OPERATOR
                   MOVE DRAWER-IDX TO DRAWER-FOUND-IDX
               END-IF
           END-PERFORM.

           IF DRAWER-FOUND-IDX = 0
               IF DRAWER-COUNT >= DRAWER-MAX
                   MOVE 'Y' TO DRAWER-TRUNCATED-FLAG
               ELSE
                   ADD 1 TO DRAWER-COUNT
                   MOVE DRAWER-COUNT TO DRAWER-FOUND-IDX
                   MOVE FINE-OPERATOR TO
                       ARR-DRAWER-OPERATOR(DRAWER-COUNT)
                   MOVE 0 TO ARR-DRAWER-COUNT(DRAWER-COUNT)
                   MOVE 0 TO ARR-DRAWER-TOTAL(DRAWER-COUNT)
               END-IF
           END-IF.

           IF DRAWER-FOUND-IDX NOT = 0
               ADD 1 TO ARR-DRAWER-COUNT(DRAWER-FOUND-IDX)
               ADD FINE-AMOUNT TO ARR-DRAWER-TOTAL(DRAWER-FOUND-IDX)
           END-IF.

      * Payments taken before operator sign-on carry no operator
      * ID and are balanced together under "(none)".
       Balance-Operator-Drawer.
           ADD 1 TO DRAWERS-BALANCED.
           MOVE ARR-DRAWER-OPERATOR(DRAWER-IDX) TO DRAWER-LABEL.
           IF DRAWER-LABEL = SPACES
               MOVE "(none)" TO DRAWER-LABEL
           END-IF.
           MOVE ARR-DRAWER-TOTAL(DRAWER-IDX) TO EOD-AMOUNT-DISPLAY.
           DISPLAY "Drawer " DRAWER-LABEL ":     "
               ARR-DRAWER-COUNT(DRAWER-IDX) "  $" EOD-AMOUNT-DISPLAY.
           DISPLAY "  Counted drawer amount for " DRAWER-LABEL ": "
               WITH NO ADVANCING.
           ACCEPT EOD-DRAWER-AMOUNT.

           COMPUTE EOD-OVER-SHORT =
               EOD-DRAWER-AMOUNT - ARR-DRAWER-TOTAL(DRAWER-IDX).
           IF EOD-OVER-SHORT = 0
               DISPLAY "  Drawer balances."
           ELSE
               IF EOD-OVER-SHORT > 0
                   MOVE EOD-OVER-SHORT TO EOD-AMOUNT-DISPLAY
                   DISPLAY "  Drawer OVER by:        $"
                       EOD-AMOUNT-DISPLAY
               ELSE
                   COMPUTE EOD-OVER-SHORT = 0 - EOD-OVER-SHORT
                   MOVE EOD-OVER-SHORT TO EOD-AMOUNT-DISPLAY
                   DISPLAY "  Drawer SHORT by:       $"
                       EOD-AMOUNT-DISPLAY
               END-IF
           END-IF.

       Member-Menu.
           DISPLAY "Member Maintenance:"
           DISPLAY "1. Register new member"
           DISPLAY "2. Update member address/contact/type"
           DISPLAY "3. Deactivate member"
           DISPLAY "4. Find member by name"
           DISPLAY "5. Renew membership card"
           DISPLAY "Choose suboption (1-5): " WITH NO ADVANCING.
           ACCEPT USER-SUBOPTION.

           EVALUATE USER-SUBOPTION
               WHEN 2 PERFORM Update-Member
               WHEN 3 PERFORM Deactivate-Member
               WHEN 4 PERFORM Search-Member-By-Name
               WHEN 5 PERFORM Renew-Membership
               WHEN OTHER
                   DISPLAY "Invalid suboption."
           END-EVALUATE.
               ACCEPT NEW-USER-ADDRESS
               DISPLAY "Enter member contact: " WITH NO ADVANCING
               ACCEPT NEW-USER-CONTACT
               PERFORM Accept-Member-Type
               IF NEW-USER-TYPE = SPACE
                   MOVE 'A' TO NEW-USER-TYPE
               END-IF
           END-IF.

           IF NEW-USER-NAME NOT = SPACES
               IF NEW-USER-TYPE NOT = 'A' AND NEW-USER-TYPE NOT = 'C'
                       AND NEW-USER-TYPE NOT = 'S'
                       AND NEW-USER-TYPE NOT = 'R'
                   DISPLAY "Member type must be A, C, S or R. "
                       "Registration canceled."
               ELSE
                   PERFORM Add-Registered-Member
               END-IF
           END-IF.

       Add-Registered-Member.
           MOVE SPACES TO USERINFO-RECORD.
           MOVE NEXT-USER-ID TO USER-ID OF USERINFO-RECORD.
           MOVE NEW-USER-NAME TO USER-NAME OF USERINFO-RECORD.
           MOVE NEW-USER-ADDRESS TO
               USER-ADDRESS OF USERINFO-RECORD.
           MOVE NEW-USER-CONTACT TO
               USER-CONTACT OF USERINFO-RECORD.
           MOVE 'A' TO USER-STATUS.
           MOVE NEW-USER-TYPE TO USER-TYPE OF USERINFO-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CARD-RENEW-FROM.
           PERFORM Compute-Card-Expiry.
           MOVE CARD-RENEW-FROM TO USER-REGISTERED OF USERINFO-RECORD.
           MOVE CARD-RENEW-NUM TO USER-EXPIRES OF USERINFO-RECORD.
           PERFORM Append-User-Record.

           MOVE NEXT-USER-ID TO CURRENT-USER-ID.
           MOVE 0 TO LOG-BOOK-ID.
           MOVE "ADDUSR" TO LOG-ACTION.
           PERFORM Write-Audit-Record.
           DISPLAY "Member registered with user ID "
               NEXT-USER-ID ".".
           DISPLAY "Card expires " CARD-RENEW-NUM ".".

      * One membership term on from CARD-RENEW-FROM, into
      * CARD-RENEW-NUM.
       Compute-Card-Expiry.
           COMPUTE CARD-RENEW-INT =
               FUNCTION INTEGER-OF-DATE(CARD-RENEW-FROM)
               + MEMBERSHIP-TERM-DAYS.
           COMPUTE CARD-RENEW-NUM =
               FUNCTION DATE-OF-INTEGER(CARD-RENEW-INT).

      * Member types are the POLICY.TXT member-type codes.
       Accept-Member-Type.
           DISPLAY "Member type (A)dult, (C)hild, (S)taff, "
               "(R)etired/senior: " WITH NO ADVANCING.
           ACCEPT NEW-USER-TYPE.

       Find-Next-User-Id.
           MOVE 1 TO NEXT-USER-ID.
           MOVE 'N' TO USERINFO-EOF-FLAG.

           IF USER-FOUND-FLAG = 'Y'
               PERFORM Display-User-Info
               MOVE SPACES TO NEW-USER-EXPIRES
               DISPLAY "Enter new address (blank keeps current): "
                   WITH NO ADVANCING
               ACCEPT NEW-USER-ADDRESS
               DISPLAY "Enter new contact (blank keeps current): "
                   WITH NO ADVANCING
               ACCEPT NEW-USER-CONTACT
               DISPLAY "Blank keeps the current member type."
               PERFORM Accept-Member-Type

               IF NEW-USER-ADDRESS = SPACES
                       AND NEW-USER-CONTACT = SPACES
                       AND NEW-USER-TYPE = SPACE
                   DISPLAY "Nothing to change."
               ELSE
               IF NEW-USER-TYPE NOT = SPACE
                       AND NEW-USER-TYPE NOT = 'A'
                       AND NEW-USER-TYPE NOT = 'C'
                       AND NEW-USER-TYPE NOT = 'S'
                       AND NEW-USER-TYPE NOT = 'R'
                   DISPLAY "Member type must be A, C, S or R. "
                       "Nothing changed."
               ELSE
                   PERFORM Rewrite-Member-Row
                   IF MEMBER-UPDATED-FLAG = 'Y'
                       DISPLAY "Member " CURRENT-USER-ID " updated."
                   END-IF
               END-IF
               END-IF
           END-IF.

      * In-place keyed update of the member row. The old path
                           MOVE NEW-USER-CONTACT TO
                               USER-CONTACT OF USERINFO-RECORD
                       END-IF
                       IF NEW-USER-TYPE NOT = SPACE
                           MOVE NEW-USER-TYPE TO
                               USER-TYPE OF USERINFO-RECORD
                       END-IF
                       IF NEW-USER-EXPIRES NOT = SPACES
                           MOVE NEW-USER-EXPIRES TO
                               USER-EXPIRES OF USERINFO-RECORD
                       END-IF
                       REWRITE USERINFO-RECORD
                       MOVE 'Y' TO MEMBER-UPDATED-FLAG
               END-READ
               CLOSE USERINFO-FILE
           END-IF.

      * Extends the card one term - from the old expiry date when
      * renewed early, from today once it has lapsed - and takes the
      * chance to confirm the address and contact on file.
       Renew-Membership.
           PERFORM Prompt-User-Login.

           IF USER-FOUND-FLAG = 'Y'
               PERFORM Display-User-Info
               MOVE FUNCTION CURRENT-DATE(1:8) TO CARD-RENEW-FROM
               IF CURRENT-USER-EXPIRES NUMERIC
                       AND CARD-EXPIRED-FLAG = 'N'
                   MOVE CURRENT-USER-EXPIRES TO CARD-RENEW-FROM
               END-IF
               PERFORM Compute-Card-Expiry

               DISPLAY "Confirm the address and contact with the "
                   "member."
               DISPLAY "Enter new address (blank keeps current): "
                   WITH NO ADVANCING
               ACCEPT NEW-USER-ADDRESS
               DISPLAY "Enter new contact (blank keeps current): "
                   WITH NO ADVANCING
               ACCEPT NEW-USER-CONTACT
               MOVE SPACE TO NEW-USER-TYPE
               MOVE CARD-RENEW-NUM TO NEW-USER-EXPIRES

               PERFORM Rewrite-Member-Row
               IF MEMBER-UPDATED-FLAG = 'Y'
                   MOVE CARD-RENEW-NUM TO CURRENT-USER-EXPIRES
                   MOVE 'N' TO CARD-EXPIRED-FLAG
                   MOVE 0 TO LOG-BOOK-ID
                   MOVE "RENUSR" TO LOG-ACTION
                   PERFORM Write-Audit-Record
                   DISPLAY "Card for member " CURRENT-USER-ID
                       " renewed. New expiry date: " CARD-RENEW-NUM
               END-IF
           END-IF.

       Deactivate-Member.
           PERFORM Prompt-User-Login.

               CLOSE USERINFO-FILE
           END-IF.

       Staff-Menu.
           DISPLAY "Staff Sign-On Maintenance:"
           DISPLAY "1. List operators"
           DISPLAY "2. Add an operator"
           DISPLAY "3. Reset an operator's password"
           DISPLAY "4. Change an operator's role"
           DISPLAY "5. Deactivate an operator"
           DISPLAY "Choose suboption (1-5): " WITH NO ADVANCING.
           ACCEPT USER-SUBOPTION.

           EVALUATE USER-SUBOPTION
               WHEN 1 PERFORM List-Staff-Operators
               WHEN 2 PERFORM Add-Staff-Operator
               WHEN 3 PERFORM Reset-Staff-Password
               WHEN 4 PERFORM Change-Staff-Role
               WHEN 5 PERFORM Deactivate-Staff-Operator
               WHEN OTHER
                   DISPLAY "Invalid suboption."
           END-EVALUATE.

       List-Staff-Operators.
           MOVE 0 TO STAFF-LISTED.
           MOVE 'N' TO STAFF-EOF-FLAG.

           OPEN INPUT STAFF-FILE.
           IF FS-STAFF NOT = 0
               DISPLAY "Cannot open STAFF.DAT (status " FS-STAFF ")."
           ELSE
               DISPLAY "Operator  Name                            "
                   "Role        Status"
               PERFORM UNTIL STAFF-EOF-FLAG = 'Y'
                   READ STAFF-FILE NEXT RECORD
                       AT END SET STAFF-EOF-FLAG TO 'Y'
                   END-READ

                   IF STAFF-EOF-FLAG = 'N'
                       ADD 1 TO STAFF-LISTED
                       PERFORM Set-Staff-Role-Text
                       IF STAFF-STATUS = 'A'
                           DISPLAY STAFF-ID "    " STAFF-NAME "  "
                               STAFF-ROLE-TEXT "  active"
                       ELSE
                           DISPLAY STAFF-ID "    " STAFF-NAME "  "
                               STAFF-ROLE-TEXT "  inactive"
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE STAFF-FILE
               DISPLAY "Operators on file: " STAFF-LISTED
           END-IF.

       Set-Staff-Role-Text.
           IF STAFF-ROLE = 'S'
               MOVE "supervisor" TO STAFF-ROLE-TEXT
           ELSE
               MOVE "clerk" TO STAFF-ROLE-TEXT
           END-IF.

       Accept-New-Staff.
           MOVE SPACES TO NEW-STAFF-ROLE.
           MOVE SPACES TO NEW-STAFF-STATUS.
           DISPLAY "Operator ID (up to 6 characters): "
               WITH NO ADVANCING.
           ACCEPT NEW-STAFF-ID.
           DISPLAY "Operator name: " WITH NO ADVANCING.
           ACCEPT NEW-STAFF-NAME.
           DISPLAY "Password (up to 10 characters): "
               WITH NO ADVANCING.
           ACCEPT NEW-STAFF-PASSWORD.

       Build-New-Staff-Row.
           MOVE SPACES TO STAFF-RECORD.
           MOVE NEW-STAFF-ID TO STAFF-ID.
           MOVE NEW-STAFF-NAME TO STAFF-NAME.
           MOVE NEW-STAFF-PASSWORD TO STAFF-PASSWORD.
           MOVE NEW-STAFF-ROLE TO STAFF-ROLE.
           MOVE 'A' TO STAFF-STATUS.

       Add-Staff-Operator.
           PERFORM Accept-New-Staff.
           DISPLAY "Role (C = clerk, S = supervisor): "
               WITH NO ADVANCING.
           ACCEPT NEW-STAFF-ROLE.

           IF NEW-STAFF-ID = SPACES OR NEW-STAFF-NAME = SPACES
                   OR NEW-STAFF-PASSWORD = SPACES
               DISPLAY "Operator ID, name and password are required. "
                   "Operator not added."
           ELSE
           IF NEW-STAFF-ROLE NOT = 'C' AND NEW-STAFF-ROLE NOT = 'S'
               DISPLAY "Role must be C or S. Operator not added."
           ELSE
               OPEN I-O STAFF-FILE
               IF FS-STAFF NOT = 0
                   DISPLAY "Cannot open STAFF.DAT - operator not added."
               ELSE
                   PERFORM Build-New-Staff-Row
                   WRITE STAFF-RECORD
                       INVALID KEY
                           DISPLAY "Operator " NEW-STAFF-ID
                               " is already on file - not added."
                       NOT INVALID KEY
                           MOVE 0 TO CURRENT-USER-ID
                           MOVE 0 TO LOG-BOOK-ID
                           MOVE NEW-STAFF-ID TO LOG-SUBJECT
                           MOVE "ADDSTF" TO LOG-ACTION
                           PERFORM Write-Audit-Record
                           DISPLAY "Operator " NEW-STAFF-ID " added."
                   END-WRITE
                   CLOSE STAFF-FILE
               END-IF
           END-IF
           END-IF.

       Accept-Staff-Id.
           MOVE SPACES TO NEW-STAFF-PASSWORD.
           MOVE SPACES TO NEW-STAFF-ROLE.
           MOVE SPACES TO NEW-STAFF-STATUS.
           DISPLAY "Operator ID: " WITH NO ADVANCING.
           ACCEPT NEW-STAFF-ID.

       Reset-Staff-Password.
           PERFORM Accept-Staff-Id.
           DISPLAY "New password: " WITH NO ADVANCING.
           ACCEPT NEW-STAFF-PASSWORD.

           IF NEW-STAFF-PASSWORD = SPACES
               DISPLAY "Password is required. Nothing changed."
           ELSE
               PERFORM Rewrite-Staff-Row
               IF STAFF-UPDATED-FLAG = 'Y'
                   MOVE 0 TO CURRENT-USER-ID
                   MOVE 0 TO LOG-BOOK-ID
                   MOVE NEW-STAFF-ID TO LOG-SUBJECT
                   MOVE "PWDSTF" TO LOG-ACTION
                   PERFORM Write-Audit-Record
                   DISPLAY "Password reset for operator "
                       NEW-STAFF-ID "."
               END-IF
           END-IF.

      * A supervisor cannot demote or deactivate their own sign-on,
      * so the desk is never left without a supervisor by mistake.
       Change-Staff-Role.
           PERFORM Accept-Staff-Id.
           DISPLAY "New role (C = clerk, S = supervisor): "
               WITH NO ADVANCING.
           ACCEPT NEW-STAFF-ROLE.

           IF NEW-STAFF-ID = SIGNON-OPERATOR-ID
               DISPLAY "You cannot change your own role."
           ELSE
           IF NEW-STAFF-ROLE NOT = 'C' AND NEW-STAFF-ROLE NOT = 'S'
               DISPLAY "Role must be C or S. Nothing changed."
           ELSE
               PERFORM Rewrite-Staff-Row
               IF STAFF-UPDATED-FLAG = 'Y'
                   MOVE 0 TO CURRENT-USER-ID
                   MOVE 0 TO LOG-BOOK-ID
                   MOVE NEW-STAFF-ID TO LOG-SUBJECT
                   MOVE "ROLSTF" TO LOG-ACTION
                   PERFORM Write-Audit-Record
                   DISPLAY "Operator " NEW-STAFF-ID " role changed."
               END-IF
           END-IF
           END-IF.

       Deactivate-Staff-Operator.
           PERFORM Accept-Staff-Id.

           IF NEW-STAFF-ID = SIGNON-OPERATOR-ID
               DISPLAY "You cannot deactivate your own sign-on."
           ELSE
               MOVE 'I' TO NEW-STAFF-STATUS
               PERFORM Rewrite-Staff-Row
               IF STAFF-UPDATED-FLAG = 'Y'
                   MOVE 0 TO CURRENT-USER-ID
                   MOVE 0 TO LOG-BOOK-ID
                   MOVE NEW-STAFF-ID TO LOG-SUBJECT
                   MOVE "DELSTF" TO LOG-ACTION
                   PERFORM Write-Audit-Record
                   DISPLAY "Operator " NEW-STAFF-ID " deactivated."
               END-IF
           END-IF.

       Rewrite-Staff-Row.
           MOVE 'N' TO STAFF-UPDATED-FLAG.

           OPEN I-O STAFF-FILE.
           IF FS-STAFF NOT = 0
               DISPLAY "Cannot open STAFF.DAT - no change made."
           ELSE
               MOVE NEW-STAFF-ID TO STAFF-ID
               READ STAFF-FILE
                   INVALID KEY
                       DISPLAY "Operator " NEW-STAFF-ID
                           " is not on file - no change made."
                   NOT INVALID KEY
                       IF NEW-STAFF-PASSWORD NOT = SPACES
                           MOVE NEW-STAFF-PASSWORD TO STAFF-PASSWORD
                       END-IF
                       IF NEW-STAFF-ROLE NOT = SPACE
                           MOVE NEW-STAFF-ROLE TO STAFF-ROLE
                       END-IF
                       IF NEW-STAFF-STATUS NOT = SPACE
                           MOVE NEW-STAFF-STATUS TO STAFF-STATUS
                       END-IF
                       REWRITE STAFF-RECORD
                       MOVE 'Y' TO STAFF-UPDATED-FLAG
               END-READ
               CLOSE STAFF-FILE
           END-IF.

      * The overnight stream runs the same checks report-only in
      * BOOKRECON - keep the two in step.
       Reconcile-Books.
           DISPLAY "Reconciliation: BOOKS.DAT vs LOANS.DAT"
           DISPLAY "===============================================".
           MOVE 0 TO RECON-EXCEPTIONS.
           MOVE 0 TO RECON-ORPHANS.
           MOVE 0 TO RECON-REPAIRS.

           PERFORM Read-Books-File.
           PERFORM Load-Borrowed-Table.

                   IF ARR-BOOK-STATUS(RECON-IDX) = 'L'
                           OR ARR-BOOK-STATUS(RECON-IDX) = 'D'
                           OR ARR-BOOK-STATUS(RECON-IDX) = 'W'
                       IF RECON-LOAN-ROWS > 0
                           ADD 1 TO RECON-EXCEPTIONS
                           DISPLAY "Book " RECON-BOOK-ID
                               " is written off or withdrawn but has "
                               RECON-LOAN-ROWS " loan row(s)."
                       END-IF
                   ELSE
               IF RECON-EXCEPTIONS = 0 AND RECON-ORPHANS = 0
                   DISPLAY "Files agree - nothing to repair."
               ELSE
                   IF RECON-EXCEPTIONS > 0 AND SIGNON-ROLE NOT = 'S'
                       DISPLAY "Repairs need a supervisor sign-on."
                   END-IF
                   IF RECON-EXCEPTIONS > 0 AND SIGNON-ROLE = 'S'
                       DISPLAY "Repair BOOKS.DAT from the loan file? "
                           "(Y/N): " WITH NO ADVANCING
                       ACCEPT CONFIRM-ANSWER
           END-IF
           END-IF.

      * Shelf inventory against the handheld scan in SHELFSCAN.TXT.
      * A title should have BOOK-COPIES in the stacks, less the
      * copies out on loan, less the copy set aside on the hold
      * shelf while it shows 'H'. A copy turning up for a title
      * written off as lost can be put back into circulation, and
      * the replacement charges on file are listed so the desk can
      * credit the member.
       Shelf-Inventory.
           DISPLAY "Shelf Inventory: SHELFSCAN.TXT vs BOOKS.DAT"
           DISPLAY "===============================================".
           MOVE 0 TO INVENTORY-ROWS.
           MOVE 0 TO INVENTORY-UNKNOWN.
           MOVE 0 TO INVENTORY-MISSING.
           MOVE 0 TO INVENTORY-EXTRA.
           MOVE 0 TO INVENTORY-REINSTATED.

           PERFORM Read-Books-File.
           PERFORM Load-Borrowed-Table.

           IF BORROWED-FILE-OK-FLAG = 'N'
               DISPLAY "Cannot open LOANS.DAT - inventory not run. "
                   "Retry when the loan file is available."
           ELSE
           IF CATALOG-TRUNCATED-FLAG = 'Y'
               DISPLAY "Catalog table full at " CATALOG-MAX
                   " titles - cannot take inventory. Raise "
                   "CATALOG-MAX and retry."
           ELSE
           IF BORROWED-TRUNCATED-FLAG = 'Y'
               DISPLAY "LOANS.DAT has more than " BORROWED-MAX
                   " records - cannot take inventory. Raise "
                   "BORROWED-MAX and retry."
           ELSE
               PERFORM Load-Shelf-Scan
               IF INVENTORY-FILE-OK-FLAG = 'N'
                   DISPLAY "No shelf scan on file (SHELFSCAN.TXT) - "
                       "nothing to reconcile."
               ELSE
                   PERFORM VARYING RECON-IDX FROM 1 BY 1
                           UNTIL RECON-IDX > BOOKS-LOADED
                       PERFORM Check-Title-Inventory
                   END-PERFORM

                   DISPLAY "Copies scanned: " INVENTORY-ROWS
                   DISPLAY "Copies missing: " INVENTORY-MISSING
                   DISPLAY "Extra copies: " INVENTORY-EXTRA
                   DISPLAY "Unknown IDs: " INVENTORY-UNKNOWN
                   IF INVENTORY-REINSTATED > 0
                       DISPLAY "Copies put back into circulation: "
                           INVENTORY-REINSTATED
                   END-IF
                   IF INVENTORY-MISSING = 0 AND INVENTORY-EXTRA = 0
                           AND INVENTORY-UNKNOWN = 0
                       DISPLAY "Shelves agree with the catalog."
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

       Load-Shelf-Scan.
           PERFORM VARYING RECON-IDX FROM 1 BY 1
                   UNTIL RECON-IDX > BOOKS-LOADED
               MOVE 0 TO INVENTORY-SCANS(RECON-IDX)
           END-PERFORM.
           MOVE 'N' TO INVENTORY-FILE-OK-FLAG.
           MOVE 'N' TO INVENTORY-EOF-FLAG.

           OPEN INPUT SHELF-SCAN-FILE.
           IF FS-SHELF-SCAN = 0
               MOVE 'Y' TO INVENTORY-FILE-OK-FLAG
               PERFORM UNTIL INVENTORY-EOF-FLAG = 'Y'
                   READ SHELF-SCAN-FILE
                       AT END SET INVENTORY-EOF-FLAG TO 'Y'
                   END-READ

                   IF INVENTORY-EOF-FLAG = 'N'
                       IF SCAN-BOOK-ID NOT = SPACES
                           ADD 1 TO INVENTORY-ROWS
                           PERFORM Count-Scanned-Copy
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE SHELF-SCAN-FILE
           END-IF.

       Count-Scanned-Copy.
           MOVE 0 TO INVENTORY-FOUND-IDX.
           IF SCAN-BOOK-ID NUMERIC
               MOVE SCAN-BOOK-ID TO INVENTORY-SCAN-ID
               PERFORM VARYING BOOK-IDX FROM 1 BY 1
                       UNTIL BOOK-IDX > BOOKS-LOADED
                   IF ID-BOOK-ARR(BOOK-IDX) = INVENTORY-SCAN-ID
                       MOVE BOOK-IDX TO INVENTORY-FOUND-IDX
                   END-IF
               END-PERFORM
           END-IF.

           IF INVENTORY-FOUND-IDX = 0
               ADD 1 TO INVENTORY-UNKNOWN
               DISPLAY "UNKNOWN ID " SCAN-BOOK-ID
                   " scanned - not in BOOKS.DAT."
           ELSE
               IF INVENTORY-SCANS(INVENTORY-FOUND-IDX) < 999
                   ADD 1 TO INVENTORY-SCANS(INVENTORY-FOUND-IDX)
               END-IF
           END-IF.

       Check-Title-Inventory.
           MOVE ID-BOOK-ARR(RECON-IDX) TO RECON-BOOK-ID.
           PERFORM Count-Loan-Rows-For-Book.
           MOVE RECON-LOAN-ROWS TO INVENTORY-AWAY.
           IF ARR-BOOK-STATUS(RECON-IDX) = 'H'
               ADD 1 TO INVENTORY-AWAY
           END-IF.
           IF ARR-BOOK-COPIES(RECON-IDX) > INVENTORY-AWAY
               COMPUTE INVENTORY-EXPECTED =
                   ARR-BOOK-COPIES(RECON-IDX) - INVENTORY-AWAY
           ELSE
               MOVE 0 TO INVENTORY-EXPECTED
           END-IF.

           IF INVENTORY-SCANS(RECON-IDX) < INVENTORY-EXPECTED
               COMPUTE INVENTORY-DIFF =
                   INVENTORY-EXPECTED - INVENTORY-SCANS(RECON-IDX)
               ADD INVENTORY-DIFF TO INVENTORY-MISSING
               DISPLAY "MISSING Book " RECON-BOOK-ID " "
                   ARR-BOOK-TITLE(RECON-IDX)
               DISPLAY "   expected on shelf " INVENTORY-EXPECTED
                   " scanned " INVENTORY-SCANS(RECON-IDX)
                   " missing " INVENTORY-DIFF
           END-IF.

           IF INVENTORY-SCANS(RECON-IDX) > INVENTORY-EXPECTED
               COMPUTE INVENTORY-DIFF =
                   INVENTORY-SCANS(RECON-IDX) - INVENTORY-EXPECTED
               ADD INVENTORY-DIFF TO INVENTORY-EXTRA
               DISPLAY "EXTRA   Book " RECON-BOOK-ID " "
                   ARR-BOOK-TITLE(RECON-IDX)
               DISPLAY "   expected on shelf " INVENTORY-EXPECTED
                   " scanned " INVENTORY-SCANS(RECON-IDX)
                   " extra " INVENTORY-DIFF
               IF ARR-BOOK-WITHDRAWN(RECON-IDX) > 0
                   DISPLAY "   Title has " ARR-BOOK-WITHDRAWN(RECON-IDX)
                       " copy(ies) withdrawn - pull any withdrawn "
                       "copy still on the shelf."
               END-IF
      * BOOK-COPIES-LOST counts lost and damaged write-offs alike
      * and only the latest shows in the status, so reinstatement
      * is offered only while the title stands written off as lost.
               IF ARR-BOOK-STATUS(RECON-IDX) = 'D'
                   DISPLAY "   Title was written off as damaged - "
                       "check the copy before it goes back out."
               ELSE
               IF ARR-BOOK-STATUS(RECON-IDX) = 'L'
                   PERFORM Offer-Copy-Reinstatement
               ELSE
               IF ARR-BOOK-LOST(RECON-IDX) > 0
                   DISPLAY "   Title has " ARR-BOOK-LOST(RECON-IDX)
                       " copy(ies) written off as lost or damaged - "
                       "check the copy before it goes back out."
               END-IF
               END-IF
               END-IF
           END-IF.

      * While the written-off count stands, no more copies go back
      * than were written off, however many extra scans there were.
      * Once BOOKACQ has ordered the replacements it clears that
      * count, and the extra scans alone set how many go back.
       Offer-Copy-Reinstatement.
           IF ARR-BOOK-LOST(RECON-IDX) > 0
               COMPUTE REINSTATE-COUNT = FUNCTION MIN(INVENTORY-DIFF,
                   ARR-BOOK-LOST(RECON-IDX))
               DISPLAY "   Title was written off as lost - "
                   ARR-BOOK-LOST(RECON-IDX) " copy(ies) written off."
           ELSE
               MOVE INVENTORY-DIFF TO REINSTATE-COUNT
               DISPLAY "   Title was written off as lost - "
                   "replacements already passed to REORDER.TXT."
           END-IF.
           PERFORM List-Replacement-Charges.

           IF SIGNON-ROLE NOT = 'S'
               DISPLAY "   Ask a supervisor to put the copy back "
                   "into circulation."
           ELSE
               DISPLAY "   Put " REINSTATE-COUNT " copy(ies) back "
                   "into circulation? (Y/N): " WITH NO ADVANCING
               ACCEPT CONFIRM-ANSWER
               IF CONFIRM-ANSWER = 'Y'
                   MOVE RECON-BOOK-ID TO REINSTATE-BOOK-ID
                   PERFORM Reinstate-Written-Off-Copy
                       REINSTATE-COUNT TIMES
               ELSE
                   DISPLAY "   Left as written off."
               END-IF
           END-IF.

      * The 'R' rows for the title, whoever was charged - the desk
      * decides which member the found copy belonged to.
       List-Replacement-Charges.
           MOVE 0 TO INVENTORY-R-CHARGES.
           MOVE 'N' TO FINES-EOF-FLAG.

           OPEN INPUT FINES-FILE.
           IF FS-FINES = 0
               PERFORM UNTIL FINES-EOF-FLAG = 'Y'
                   READ FINES-FILE
                       AT END SET FINES-EOF-FLAG TO 'Y'
                   END-READ

                   IF FINES-EOF-FLAG = 'N'
                       IF FINE-TYPE = 'R'
                               AND FINE-BOOK-ID = RECON-BOOK-ID
                           ADD 1 TO INVENTORY-R-CHARGES
                           MOVE FINE-AMOUNT TO FINE-OWED-DISPLAY
                           DISPLAY "   Replacement charge: member "
                               FINE-USER-ID " on " FINE-DATE
                               " $" FINE-OWED-DISPLAY
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE FINES-FILE
           END-IF.

           IF INVENTORY-R-CHARGES = 0
               DISPLAY "   No replacement charges on file for this "
                   "title."
           ELSE
               DISPLAY "   Credit the member at the desk if the "
                   "copy found was theirs."
           END-IF.

      * Reverses Write-Off-Copy for one copy: back into the
      * circulating count, out of the written-off count while BOOKACQ
      * has not yet cleared it, and the title shows available again
      * unless a hold copy is waiting.
       Reinstate-Written-Off-Copy.
           MOVE 'N' TO REINSTATE-DONE-FLAG.

           OPEN I-O BOOKS-FILE.
           IF FS-BOOKS NOT = 0
               DISPLAY "BOOKS.DAT not found - copy not reinstated."
           ELSE
               MOVE REINSTATE-BOOK-ID TO BOOK-ID OF BOOKS-RECORD
               READ BOOKS-FILE
                   INVALID KEY
                       DISPLAY "Book ID " REINSTATE-BOOK-ID
                           " not found in BOOKS.DAT - copy not "
                           "reinstated."
                   NOT INVALID KEY
                       IF BOOK-COPIES NUMERIC
                           ADD 1 TO BOOK-COPIES
                       ELSE
                           MOVE 1 TO BOOK-COPIES
                       END-IF
                       IF BOOK-COPIES-LOST NUMERIC
                               AND BOOK-COPIES-LOST > 0
                           SUBTRACT 1 FROM BOOK-COPIES-LOST
                       ELSE
                           DISPLAY "   A replacement for Book ID "
                               REINSTATE-BOOK-ID " has probably "
                               "already been ordered (REORDER.TXT) - "
                               "cancel the order."
                       END-IF
                       IF BOOK-STATUS OF BOOKS-RECORD NOT = 'H'
                           MOVE 'A' TO BOOK-STATUS OF BOOKS-RECORD
                       END-IF
                       REWRITE BOOKS-RECORD
                       MOVE 'Y' TO REINSTATE-DONE-FLAG
               END-READ
               CLOSE BOOKS-FILE
           END-IF.

           IF REINSTATE-DONE-FLAG = 'Y'
               ADD 1 TO INVENTORY-REINSTATED
               MOVE 0 TO CURRENT-USER-ID
               MOVE REINSTATE-BOOK-ID TO LOG-BOOK-ID
               MOVE "REINST" TO LOG-ACTION
               PERFORM Write-Audit-Record
               DISPLAY "   Book ID " REINSTATE-BOOK-ID
                   " copy back in circulation."
           END-IF.

       Count-Loan-Rows-For-Book.
           MOVE 0 TO RECON-LOAN-ROWS.
           PERFORM VARYING BORROWED-IDX FROM 1 BY 1
               MOVE SPACES TO CURRENT-USER-NAME
               MOVE SPACES TO CURRENT-USER-ADDRESS
               MOVE SPACES TO CURRENT-USER-CONTACT
               MOVE SPACE TO CURRENT-USER-TYPE
               STRING "Member " CURRENT-USER-ID
                   " (not on file)"
                   DELIMITED BY SIZE INTO CURRENT-USER-NAME

       Write-Notice-Loan-Lines.
           MOVE "(title not on file)" TO NOTICE-BOOK-TITLE.
           MOVE SPACE TO POLICY-LOAN-CLASS.
           PERFORM VARYING BOOK-IDX FROM 1 BY 1
                   UNTIL BOOK-IDX > BOOKS-LOADED
               IF ID-BOOK-ARR(BOOK-IDX) =
                       ARR-BORROWED-BOOK(NOTICE-JDX)
                   MOVE ARR-BOOK-TITLE(BOOK-IDX)
                       TO NOTICE-BOOK-TITLE
                   MOVE ARR-BOOK-CLASS(BOOK-IDX)
                       TO POLICY-LOAN-CLASS
               END-IF
           END-PERFORM.
           PERFORM Set-Item-Policy.

           MOVE ARR-DATE-DUE(NOTICE-JDX) TO CHECK-DUE-NUM.
           COMPUTE DUE-INT = FUNCTION INTEGER-OF-DATE(CHECK-DUE-NUM).
                           MOVE AUDIT-TIMESTAMP(1:8) TO AUDIT-DATE-NUM
                           IF AUDIT-DATE-NUM >= STAT-FROM-DATE
                                   AND AUDIT-DATE-NUM <= STAT-TO-DATE
                               PERFORM Tally-Scanned-Row
                           END-IF
                       END-IF
                   END-IF
               CLOSE AUDIT-ARCHIVE-FILE
           END-IF.

       Tally-Scanned-Row.
           IF AUDIT-SCAN-MODE = 'W'
               PERFORM Tally-Weeding-Row
           ELSE
               PERFORM Tally-Audit-Record
           END-IF.

       Tally-Audit-Record.
           EVALUATE AUDIT-ACTION
               WHEN "BORROW"
               END-IF
           END-PERFORM.

       Weeding-Menu.
           DISPLAY "Collection Weeding:"
           DISPLAY "1. Weeding report"
           IF SIGNON-ROLE = 'S'
               DISPLAY "2. Withdraw copies"
               DISPLAY "Choose suboption (1-2): " WITH NO ADVANCING
           ELSE
               DISPLAY "Choose suboption (1): " WITH NO ADVANCING
           END-IF.
           ACCEPT USER-SUBOPTION.

           IF SIGNON-ROLE NOT = 'S' AND USER-SUBOPTION > 1
               DISPLAY "That option needs a supervisor sign-on."
           ELSE
               EVALUATE USER-SUBOPTION
                   WHEN 1 PERFORM Weeding-Report
                   WHEN 2 PERFORM Withdraw-Copies
                   WHEN OTHER
                       DISPLAY "Invalid suboption."
               END-EVALUATE
           END-IF.

      * Weeding candidates from the BORROW rows in the audit trail
      * (AUDITLOG.TXT plus the AUDITyyyymm.TXT archives) over the
      * last WEED-MONTHS months, written to WEEDING.TXT with genre
      * subtotals: titles nobody borrowed or queued for, then
      * multi-copy titles with more copies than their borrows and
      * holds justify. Titles imported inside the window are too
      * new to judge and are left off; written-off and withdrawn
      * titles have no copies left to pull.
       Weeding-Report.
           DISPLAY "Months without a loan (blank = "
               WEED-DEFAULT-MONTHS "): " WITH NO ADVANCING.
           ACCEPT WEED-MONTHS.
           IF WEED-MONTHS = 0
               MOVE WEED-DEFAULT-MONTHS TO WEED-MONTHS
           END-IF.

           PERFORM Read-Books-File.
           IF CATALOG-TRUNCATED-FLAG = 'Y'
               DISPLAY "Catalog table full at " CATALOG-MAX
                   " titles - weeding report not run. Raise "
                   "CATALOG-MAX and retry."
           ELSE
               PERFORM Set-Weeding-Window
               PERFORM Clear-Weeding-Tallies
               PERFORM Scan-Weeding-Audit
               PERFORM Count-Weeding-Holds
               PERFORM Write-Weeding-Report
           END-IF.

      * The window runs back WEED-MONTHS calendar months from today,
      * on the same day of the month (the 28th at the latest).
       Set-Weeding-Window.
           MOVE FUNCTION CURRENT-DATE(1:8) TO STAT-TO-TEXT.
           MOVE STAT-TO-TEXT TO STAT-TO-DATE.
           MOVE STAT-TO-TEXT(1:4) TO WEED-FROM-YEAR.
           MOVE STAT-TO-TEXT(5:2) TO WEED-FROM-MONTH.
           MOVE STAT-TO-TEXT(7:2) TO WEED-FROM-DAY.
           COMPUTE WEED-MONTH-NUMBER =
               WEED-FROM-YEAR * 12 + WEED-FROM-MONTH - 1 - WEED-MONTHS.
           DIVIDE WEED-MONTH-NUMBER BY 12 GIVING WEED-FROM-YEAR
               REMAINDER WEED-FROM-MONTH.
           ADD 1 TO WEED-FROM-MONTH.
           IF WEED-FROM-DAY > 28
               MOVE 28 TO WEED-FROM-DAY
           END-IF.
           COMPUTE STAT-FROM-DATE = WEED-FROM-YEAR * 10000
               + WEED-FROM-MONTH * 100 + WEED-FROM-DAY.
           MOVE STAT-FROM-DATE TO STAT-FROM-TEXT.

       Clear-Weeding-Tallies.
           PERFORM VARYING BOOK-IDX FROM 1 BY 1
                   UNTIL BOOK-IDX > BOOKS-LOADED
               MOVE 0 TO WT-BORROWS(BOOK-IDX)
               MOVE 0 TO WT-HOLDS(BOOK-IDX)
               MOVE 'N' TO WT-NEW-FLAG(BOOK-IDX)
           END-PERFORM.
           PERFORM VARYING WEED-GENRE-IDX FROM 1 BY 1
                   UNTIL WEED-GENRE-IDX > 6
               MOVE 0 TO WGT-DEAD-TITLES(WEED-GENRE-IDX)
               MOVE 0 TO WGT-DEAD-COPIES(WEED-GENRE-IDX)
               MOVE 0 TO WGT-SURPLUS-TITLES(WEED-GENRE-IDX)
               MOVE 0 TO WGT-SURPLUS-COPIES(WEED-GENRE-IDX)
           END-PERFORM.
           MOVE 0 TO WEED-DEAD-TITLES.
           MOVE 0 TO WEED-DEAD-COPIES.
           MOVE 0 TO WEED-SURPLUS-TITLES.
           MOVE 0 TO WEED-SURPLUS-COPIES.
           MOVE 0 TO WEED-NEW-TITLES.

       Scan-Weeding-Audit.
           MOVE 'W' TO AUDIT-SCAN-MODE.
           PERFORM Scan-Audit-Archives.

           MOVE 'N' TO AUDIT-EOF-FLAG.
           OPEN INPUT AUDIT-LOG-FILE.
           IF FS-AUDIT = 0
               PERFORM UNTIL AUDIT-EOF-FLAG = 'Y'
                   READ AUDIT-LOG-FILE
                       AT END SET AUDIT-EOF-FLAG TO 'Y'
                   END-READ

                   IF AUDIT-EOF-FLAG = 'N'
                       IF AUDIT-TIMESTAMP(1:8) NUMERIC
                           MOVE AUDIT-TIMESTAMP(1:8) TO AUDIT-DATE-NUM
                           IF AUDIT-DATE-NUM >= STAT-FROM-DATE
                                   AND AUDIT-DATE-NUM <= STAT-TO-DATE
                               PERFORM Tally-Weeding-Row
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF.
           MOVE 'S' TO AUDIT-SCAN-MODE.

       Tally-Weeding-Row.
           IF AUDIT-ACTION = "BORROW" OR AUDIT-ACTION = "IMPORT"
               MOVE 0 TO WEED-FOUND-IDX
               PERFORM VARYING BOOK-IDX FROM 1 BY 1
                       UNTIL BOOK-IDX > BOOKS-LOADED
                   IF ID-BOOK-ARR(BOOK-IDX) = AUDIT-BOOK-ID
                       MOVE BOOK-IDX TO WEED-FOUND-IDX
                   END-IF
               END-PERFORM

               IF WEED-FOUND-IDX NOT = 0
                   IF AUDIT-ACTION = "BORROW"
                       ADD 1 TO WT-BORROWS(WEED-FOUND-IDX)
                   ELSE
                       MOVE 'Y' TO WT-NEW-FLAG(WEED-FOUND-IDX)
                   END-IF
               END-IF
           END-IF.

      * Members queued in HOLDS.TXT are demand the window's borrow
      * count has not seen yet.
       Count-Weeding-Holds.
           MOVE 'N' TO HOLDS-EOF-FLAG.
           OPEN INPUT HOLDS-FILE.
           IF FS-HOLDS = 0
               PERFORM UNTIL HOLDS-EOF-FLAG = 'Y'
                   READ HOLDS-FILE
                       AT END SET HOLDS-EOF-FLAG TO 'Y'
                   END-READ

                   IF HOLDS-EOF-FLAG = 'N'
                       PERFORM VARYING BOOK-IDX FROM 1 BY 1
                               UNTIL BOOK-IDX > BOOKS-LOADED
                           IF ID-BOOK-ARR(BOOK-IDX) = HOLD-BOOK-ID
                                   AND WT-HOLDS(BOOK-IDX) < 999
                               ADD 1 TO WT-HOLDS(BOOK-IDX)
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               CLOSE HOLDS-FILE
           END-IF.

       Write-Weeding-Report.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WH-PRINT-DATE.
           MOVE STAT-FROM-DATE TO WW-FROM-DATE.
           MOVE STAT-TO-DATE TO WW-TO-DATE.
           MOVE WEED-MONTHS TO WW-MONTHS.
           MOVE ARCHIVES-SCANNED TO WW-ARCHIVES.

           OPEN OUTPUT WEEDING-FILE.
           WRITE WEEDING-LINE FROM WEED-RULE-LINE.
           WRITE WEEDING-LINE FROM WEED-HEADER-LINE.
           WRITE WEEDING-LINE FROM WEED-WINDOW-LINE.
           WRITE WEEDING-LINE FROM WEED-RULE-LINE.

           MOVE SPACES TO WEEDING-LINE.
           WRITE WEEDING-LINE.
           MOVE "TITLES WITH NO LOANS OR HOLDS IN THE WINDOW"
               TO WEEDING-LINE.
           WRITE WEEDING-LINE.
           WRITE WEEDING-LINE FROM WEED-COLUMN-LINE.
           MOVE 'D' TO WEED-LIST-KIND.
           PERFORM Write-Weeding-List.
           PERFORM Write-Weeding-Genres.

           MOVE SPACES TO WEEDING-LINE.
           WRITE WEEDING-LINE.
           MOVE "MULTI-COPY TITLES WITH SURPLUS COPIES" TO WEEDING-LINE.
           WRITE WEEDING-LINE.
           MOVE SPACES TO WEEDING-LINE.
           STRING "(one copy kept for every " DELIMITED BY SIZE
               WEED-LOANS-PER-COPY DELIMITED BY SIZE
               " borrows or holds in the window)" DELIMITED BY SIZE
               INTO WEEDING-LINE.
           WRITE WEEDING-LINE.
           WRITE WEEDING-LINE FROM WEED-COLUMN-LINE.
           MOVE 'S' TO WEED-LIST-KIND.
           PERFORM Write-Weeding-List.
           PERFORM Write-Weeding-Genres.

           IF WEED-NEW-TITLES > 0
               MOVE SPACES TO WEEDING-LINE
               WRITE WEEDING-LINE
               MOVE SPACES TO WEEDING-LINE
               STRING "Titles added inside the window, not judged: "
                   DELIMITED BY SIZE
                   WEED-NEW-TITLES DELIMITED BY SIZE
                   INTO WEEDING-LINE
               WRITE WEEDING-LINE
           END-IF.
           CLOSE WEEDING-FILE.

           DISPLAY "Weeding report " STAT-FROM-DATE " - "
               STAT-TO-DATE " written to WEEDING.TXT."
           DISPLAY "Titles with no loans: " WEED-DEAD-TITLES
               " (" WEED-DEAD-COPIES " copies)"
           DISPLAY "Titles with surplus copies: " WEED-SURPLUS-TITLES
               " (" WEED-SURPLUS-COPIES " surplus copies)".
           IF ARCHIVES-SCANNED = 0
               DISPLAY "Note: no AUDITyyyymm.TXT archives in the "
                   "window - only AUDITLOG.TXT was read."
           END-IF.

      * WEED-LIST-KIND: D = no loans or holds, S = surplus copies.
       Write-Weeding-List.
           MOVE 0 TO WEED-LISTED.
           PERFORM VARYING BOOK-IDX FROM 1 BY 1
                   UNTIL BOOK-IDX > BOOKS-LOADED
               PERFORM Check-Weeding-Title
           END-PERFORM.
           IF WEED-LISTED = 0
               MOVE "  (none)" TO WEEDING-LINE
               WRITE WEEDING-LINE
           END-IF.

       Check-Weeding-Title.
           MOVE 'Y' TO WEED-ELIGIBLE-FLAG.
           IF ARR-BOOK-STATUS(BOOK-IDX) = 'L'
                   OR ARR-BOOK-STATUS(BOOK-IDX) = 'D'
                   OR ARR-BOOK-STATUS(BOOK-IDX) = 'W'
                   OR ARR-BOOK-COPIES(BOOK-IDX) = 0
               MOVE 'N' TO WEED-ELIGIBLE-FLAG
           END-IF.
           IF WT-NEW-FLAG(BOOK-IDX) = 'Y'
               MOVE 'N' TO WEED-ELIGIBLE-FLAG
               IF WEED-LIST-KIND = 'D'
                   ADD 1 TO WEED-NEW-TITLES
               END-IF
           END-IF.

           COMPUTE WEED-DEMAND = WT-BORROWS(BOOK-IDX)
               + WT-HOLDS(BOOK-IDX).
           MOVE 0 TO WEED-SURPLUS.
           IF WEED-ELIGIBLE-FLAG = 'Y'
               IF WEED-LIST-KIND = 'D'
                   IF WEED-DEMAND = 0
                       MOVE ARR-BOOK-COPIES(BOOK-IDX) TO WEED-SURPLUS
                   END-IF
               ELSE
                   IF WEED-DEMAND > 0
                           AND ARR-BOOK-COPIES(BOOK-IDX) > 1
                       COMPUTE WEED-COPIES-NEEDED =
                           (WEED-DEMAND + WEED-LOANS-PER-COPY - 1)
                           / WEED-LOANS-PER-COPY
                       IF ARR-BOOK-COPIES(BOOK-IDX) >
                               WEED-COPIES-NEEDED
                           COMPUTE WEED-SURPLUS =
                               ARR-BOOK-COPIES(BOOK-IDX)
                               - WEED-COPIES-NEEDED
                       END-IF
                   END-IF
               END-IF
           END-IF.

           IF WEED-SURPLUS > 0
               PERFORM Write-Weeding-Title
           END-IF.

       Write-Weeding-Title.
           IF ARR-BOOK-GENRE(BOOK-IDX) >= 1
                   AND ARR-BOOK-GENRE(BOOK-IDX) <= 5
               MOVE ARR-BOOK-GENRE(BOOK-IDX) TO WEED-GENRE-IDX
           ELSE
               MOVE 6 TO WEED-GENRE-IDX
           END-IF.
           PERFORM Set-Weed-Genre-Name.

           MOVE ID-BOOK-ARR(BOOK-IDX) TO WD-BOOK-ID.
           MOVE ARR-BOOK-TITLE(BOOK-IDX) TO WD-TITLE.
           MOVE WEED-GENRE-NAME TO WD-GENRE.
           MOVE ARR-BOOK-COPIES(BOOK-IDX) TO WD-COPIES.
           MOVE WT-BORROWS(BOOK-IDX) TO WD-BORROWS.
           MOVE WT-HOLDS(BOOK-IDX) TO WD-HOLDS.
           MOVE WEED-SURPLUS TO WD-SURPLUS.
           WRITE WEEDING-LINE FROM WEED-DETAIL-LINE.
           ADD 1 TO WEED-LISTED.

           IF WEED-LIST-KIND = 'D'
               ADD 1 TO WEED-DEAD-TITLES
               ADD WEED-SURPLUS TO WEED-DEAD-COPIES
               ADD 1 TO WGT-DEAD-TITLES(WEED-GENRE-IDX)
               ADD WEED-SURPLUS TO WGT-DEAD-COPIES(WEED-GENRE-IDX)
           ELSE
               ADD 1 TO WEED-SURPLUS-TITLES
               ADD WEED-SURPLUS TO WEED-SURPLUS-COPIES
               ADD 1 TO WGT-SURPLUS-TITLES(WEED-GENRE-IDX)
               ADD WEED-SURPLUS TO WGT-SURPLUS-COPIES(WEED-GENRE-IDX)
           END-IF.

      * Same genre names Print-Statistics-Report uses.
       Set-Weed-Genre-Name.
           EVALUATE WEED-GENRE-IDX
               WHEN 1 MOVE "Fiction" TO WEED-GENRE-NAME
               WHEN 2 MOVE "Non-fiction" TO WEED-GENRE-NAME
               WHEN 3 MOVE "Educational" TO WEED-GENRE-NAME
               WHEN 4 MOVE "Romance/Drama" TO WEED-GENRE-NAME
               WHEN 5 MOVE "Horror" TO WEED-GENRE-NAME
               WHEN OTHER MOVE "Other" TO WEED-GENRE-NAME
           END-EVALUATE.

       Write-Weeding-Genres.
           MOVE "By genre:" TO WEEDING-LINE.
           WRITE WEEDING-LINE.
           PERFORM VARYING WEED-GENRE-IDX FROM 1 BY 1
                   UNTIL WEED-GENRE-IDX > 6
               PERFORM Set-Weed-Genre-Name
               MOVE WEED-GENRE-NAME TO WG-GENRE
               IF WEED-LIST-KIND = 'D'
                   MOVE WGT-DEAD-TITLES(WEED-GENRE-IDX) TO WG-TITLES
                   MOVE WGT-DEAD-COPIES(WEED-GENRE-IDX) TO WG-COPIES
               ELSE
                   MOVE WGT-SURPLUS-TITLES(WEED-GENRE-IDX)
                       TO WG-TITLES
                   MOVE WGT-SURPLUS-COPIES(WEED-GENRE-IDX)
                       TO WG-COPIES
               END-IF
               WRITE WEEDING-LINE FROM WEED-GENRE-LINE
           END-PERFORM.
           MOVE "Total" TO WG-GENRE.
           IF WEED-LIST-KIND = 'D'
               MOVE WEED-DEAD-TITLES TO WG-TITLES
               MOVE WEED-DEAD-COPIES TO WG-COPIES
           ELSE
               MOVE WEED-SURPLUS-TITLES TO WG-TITLES
               MOVE WEED-SURPLUS-COPIES TO WG-COPIES
           END-IF.
           WRITE WEEDING-LINE FROM WEED-GENRE-LINE.

      * Retires copies pulled from the shelf after weeding. They
      * move from BOOK-COPIES to BOOK-COPIES-WITHDRAWN - not to the
      * lost/damaged count, so nothing reorders them - with one
      * WITHDR audit row per copy. Only copies on the shelf can go:
      * not those out on loan or set aside on the hold shelf. When
      * the last copy goes the title shows 'W' and drops out of
      * searches.
       Withdraw-Copies.
           DISPLAY "Enter the Book ID to withdraw copies of: "
               WITH NO ADVANCING.
           ACCEPT WITHDRAW-BOOK-ID.
           MOVE WITHDRAW-BOOK-ID TO COPY-CHECK-BOOK-ID.
           PERFORM Count-Book-Loans.
           MOVE WITHDRAW-BOOK-ID TO HOLD-CHECK-BOOK-ID.
           PERFORM Find-Next-Hold.

           OPEN I-O BOOKS-FILE.
           IF FS-BOOKS NOT = 0
               DISPLAY "BOOKS.DAT not found - nothing withdrawn."
           ELSE
               MOVE WITHDRAW-BOOK-ID TO BOOK-ID OF BOOKS-RECORD
               READ BOOKS-FILE
                   INVALID KEY
                       DISPLAY "Book ID " WITHDRAW-BOOK-ID
                           " not found in BOOKS.DAT - nothing "
                           "withdrawn."
                   NOT INVALID KEY
                       PERFORM Withdraw-Shelf-Copies
               END-READ
               CLOSE BOOKS-FILE
           END-IF.

       Withdraw-Shelf-Copies.
           IF BOOK-COPIES NOT NUMERIC
               MOVE 0 TO BOOK-COPIES
           END-IF.
           IF BOOK-COPIES-WITHDRAWN NOT NUMERIC
               MOVE 0 TO BOOK-COPIES-WITHDRAWN
           END-IF.
           COMPUTE WITHDRAW-ON-SHELF = BOOK-COPIES - BOOK-LOANS-OUT.
           IF BOOK-STATUS OF BOOKS-RECORD = 'H'
               SUBTRACT 1 FROM WITHDRAW-ON-SHELF
           END-IF.
           IF WITHDRAW-ON-SHELF < 0
               MOVE 0 TO WITHDRAW-ON-SHELF
           END-IF.

           DISPLAY "Title: " BOOK-TITLE OF BOOKS-RECORD.
           DISPLAY "Status: " BOOK-STATUS OF BOOKS-RECORD
               "  copies: " BOOK-COPIES
               "  on loan: " BOOK-LOANS-OUT
               "  withdrawn so far: " BOOK-COPIES-WITHDRAWN.

           IF BOOK-STATUS OF BOOKS-RECORD = 'L'
                   OR BOOK-STATUS OF BOOKS-RECORD = 'D'
                   OR BOOK-STATUS OF BOOKS-RECORD = 'W'
                   OR WITHDRAW-ON-SHELF = 0
               DISPLAY "No copies on the shelf to withdraw - copies "
                   "out on loan or on the hold shelf must come back "
                   "first."
           ELSE
               DISPLAY "Copies to withdraw (1-" WITHDRAW-ON-SHELF
                   "): " WITH NO ADVANCING
               ACCEPT WITHDRAW-QTY
               IF WITHDRAW-QTY = 0
                       OR WITHDRAW-QTY > WITHDRAW-ON-SHELF
                   DISPLAY "Nothing withdrawn."
               ELSE
                   DISPLAY "Withdraw " WITHDRAW-QTY " copy(ies) of "
                       "book ID " WITHDRAW-BOOK-ID "? (Y/N): "
                       WITH NO ADVANCING
                   ACCEPT CONFIRM-ANSWER
                   IF CONFIRM-ANSWER = 'Y'
                       PERFORM Record-Withdrawal
                   ELSE
                       DISPLAY "Nothing withdrawn."
                   END-IF
               END-IF
           END-IF.

       Record-Withdrawal.
           SUBTRACT WITHDRAW-QTY FROM BOOK-COPIES.
           IF BOOK-COPIES-WITHDRAWN + WITHDRAW-QTY > 99
               MOVE 99 TO BOOK-COPIES-WITHDRAWN
           ELSE
               ADD WITHDRAW-QTY TO BOOK-COPIES-WITHDRAWN
           END-IF.
           IF BOOK-COPIES = 0
               MOVE 'W' TO BOOK-STATUS OF BOOKS-RECORD
           ELSE
               IF BOOK-STATUS OF BOOKS-RECORD NOT = 'H'
                   IF BOOK-LOANS-OUT < BOOK-COPIES
                       MOVE 'A' TO BOOK-STATUS OF BOOKS-RECORD
                   ELSE
                       MOVE 'O' TO BOOK-STATUS OF BOOKS-RECORD
                   END-IF
               END-IF
           END-IF.
           REWRITE BOOKS-RECORD.

           MOVE 0 TO CURRENT-USER-ID.
           MOVE WITHDRAW-BOOK-ID TO LOG-BOOK-ID.
           MOVE "WITHDR" TO LOG-ACTION.
           PERFORM Write-Audit-Record WITHDRAW-QTY TIMES.

           DISPLAY WITHDRAW-QTY " copy(ies) of book ID "
               WITHDRAW-BOOK-ID " withdrawn. Copies left in "
               "circulation: " BOOK-COPIES.
           IF BOOK-COPIES = 0 AND HOLD-FOUND-FLAG = 'Y'
               DISPLAY "Members are queued on this title (next: "
                   "member " NEXT-HOLD-USER-ID "). No copies remain "
                   "- contact them and clear their holds from "
                   "HOLDS.TXT."
           END-IF.

       Ill-Menu.
           DISPLAY "Interlibrary Loans:"
           DISPLAY "1. Place a request"
           DISPLAY "2. Receive from the lender"
           DISPLAY "3. Lend to the member"
           DISPLAY "4. Return to the lender"
           DISPLAY "5. Cancel a request"
           DISPLAY "6. List a member's requests"
           DISPLAY "7. Due-back report"
           DISPLAY "Choose suboption (1-7): " WITH NO ADVANCING.
           ACCEPT USER-SUBOPTION.

           EVALUATE USER-SUBOPTION
               WHEN 1 PERFORM Place-Ill-Request
               WHEN 2 PERFORM Receive-Ill-Item
               WHEN 3 PERFORM Lend-Ill-Item
               WHEN 4 PERFORM Return-Ill-Item
               WHEN 5 PERFORM Cancel-Ill-Request
               WHEN 6 PERFORM List-Member-Ill-Requests
               WHEN 7 PERFORM Ill-Due-Back-Report
               WHEN OTHER
                   DISPLAY "Invalid suboption."
           END-EVALUATE.

      * A title we do not own is borrowed in from another library.
      * The request is kept in ILLREQ.DAT under its own number,
      * which the desk quotes at every later step.
       Place-Ill-Request.
           PERFORM Prompt-User-Login.

           IF USER-FOUND-FLAG = 'Y'
               IF BORROW-BLOCKED-FLAG = 'Y'
                   DISPLAY "Borrowing is blocked for member "
                       CURRENT-USER-ID " - no interlibrary request "
                       "placed."
               ELSE
                   PERFORM Accept-Ill-Request
               END-IF
           END-IF.

       Accept-Ill-Request.
           DISPLAY "Title asked for: " WITH NO ADVANCING.
           ACCEPT ILL-NEW-TITLE.
           DISPLAY "Author: " WITH NO ADVANCING.
           ACCEPT ILL-NEW-AUTHOR.
           DISPLAY "Lending library: " WITH NO ADVANCING.
           ACCEPT ILL-NEW-LENDER.

           IF ILL-NEW-TITLE = SPACES OR ILL-NEW-LENDER = SPACES
               DISPLAY "Title and lending library are required. "
                   "No request placed."
           ELSE
               PERFORM Check-Ill-Title-Owned
               MOVE 'Y' TO CONFIRM-ANSWER
               IF ILL-OWNED-BOOK-ID NOT = 0
                   DISPLAY "We own this title as book ID "
                       ILL-OWNED-BOOK-ID " - a hold may be quicker."
                   DISPLAY "Request it from the lender anyway? (Y/N): "
                       WITH NO ADVANCING
                   ACCEPT CONFIRM-ANSWER
               END-IF
               IF CONFIRM-ANSWER = 'Y'
                   PERFORM Write-Ill-Request
               ELSE
                   DISPLAY "No request placed."
               END-IF
           END-IF.

       Check-Ill-Title-Owned.
           MOVE 0 TO ILL-OWNED-BOOK-ID.
           PERFORM Read-Books-File.
           PERFORM VARYING BOOK-IDX FROM 1 BY 1
                   UNTIL BOOK-IDX > BOOKS-LOADED
               IF FUNCTION UPPER-CASE(ARR-BOOK-TITLE(BOOK-IDX)) =
                       FUNCTION UPPER-CASE(ILL-NEW-TITLE)
                       AND ARR-BOOK-STATUS(BOOK-IDX) NOT = 'L'
                       AND ARR-BOOK-STATUS(BOOK-IDX) NOT = 'D'
                       AND ARR-BOOK-STATUS(BOOK-IDX) NOT = 'W'
                   MOVE ID-BOOK-ARR(BOOK-IDX) TO ILL-OWNED-BOOK-ID
               END-IF
           END-PERFORM.

       Write-Ill-Request.
           PERFORM Find-Next-Ill-Id.
           MOVE SPACES TO ILL-RECORD.
           MOVE ILL-NEXT-ID TO ILL-REQUEST-ID.
           MOVE CURRENT-USER-ID TO ILL-USER-ID.
           MOVE ILL-NEW-TITLE TO ILL-TITLE.
           MOVE ILL-NEW-AUTHOR TO ILL-AUTHOR.
           MOVE ILL-NEW-LENDER TO ILL-LENDER.
           MOVE 'Q' TO ILL-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ILL-REQUESTED.
           MOVE 0 TO ILL-FEE.

           OPEN I-O ILL-REQUEST-FILE.
           IF FS-ILL-REQUEST = 35
               OPEN OUTPUT ILL-REQUEST-FILE
           END-IF.
           WRITE ILL-RECORD
               INVALID KEY
                   DISPLAY "Request " ILL-NEXT-ID
                       " already in ILLREQ.DAT - not placed."
               NOT INVALID KEY
                   MOVE ILL-NEXT-ID TO LOG-BOOK-ID
                   MOVE "ILLREQ" TO LOG-ACTION
                   PERFORM Write-Audit-Record
                   DISPLAY "Interlibrary request " ILL-NEXT-ID
                       " placed with "
                       FUNCTION TRIM(ILL-NEW-LENDER) "."
           END-WRITE.
           CLOSE ILL-REQUEST-FILE.

       Find-Next-Ill-Id.
           MOVE 1 TO ILL-NEXT-ID.
           MOVE 'N' TO ILL-EOF-FLAG.

           OPEN INPUT ILL-REQUEST-FILE.
           IF FS-ILL-REQUEST = 0
               PERFORM UNTIL ILL-EOF-FLAG = 'Y'
                   READ ILL-REQUEST-FILE NEXT RECORD
                       AT END SET ILL-EOF-FLAG TO 'Y'
                   END-READ

                   IF ILL-EOF-FLAG = 'N'
                       IF ILL-REQUEST-ID >= ILL-NEXT-ID
                           COMPUTE ILL-NEXT-ID = ILL-REQUEST-ID + 1
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ILL-REQUEST-FILE
           END-IF.

      * Asks for a request number and shows the request. The fields
      * the step screens test are copied out, because counting the
      * member's loans reads the file again.
       Load-Ill-Request.
           MOVE 'N' TO ILL-FOUND-FLAG.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ILL-TODAY.
           DISPLAY "Interlibrary request number: " WITH NO ADVANCING.
           ACCEPT ILL-PICK-ID.

           OPEN INPUT ILL-REQUEST-FILE.
           IF FS-ILL-REQUEST NOT = 0
               DISPLAY "No interlibrary requests on file (ILLREQ.DAT)."
           ELSE
               MOVE ILL-PICK-ID TO ILL-REQUEST-ID
               READ ILL-REQUEST-FILE
                   INVALID KEY
                       DISPLAY "Request " ILL-PICK-ID " not found."
                   NOT INVALID KEY
                       MOVE 'Y' TO ILL-FOUND-FLAG
                       MOVE ILL-USER-ID TO ILL-CUR-USER-ID
                       MOVE ILL-STATUS TO ILL-CUR-STATUS
                       MOVE ILL-DUE-BACK TO ILL-CUR-DUE-BACK
                       MOVE ILL-STATUS TO ILL-STATUS-CODE
                       PERFORM Set-Ill-Status-Text
                       DISPLAY "Request " ILL-PICK-ID ": "
                           FUNCTION TRIM(ILL-TITLE) " for member "
                           ILL-USER-ID " - "
                           FUNCTION TRIM(ILL-STATUS-TEXT)
               END-READ
               CLOSE ILL-REQUEST-FILE
           END-IF.

       Set-Ill-Status-Text.
           EVALUATE ILL-STATUS-CODE
               WHEN 'Q' MOVE "requested" TO ILL-STATUS-TEXT
               WHEN 'R' MOVE "received" TO ILL-STATUS-TEXT
               WHEN 'L' MOVE "lent to member" TO ILL-STATUS-TEXT
               WHEN 'B' MOVE "returned to lender" TO ILL-STATUS-TEXT
               WHEN 'C' MOVE "cancelled" TO ILL-STATUS-TEXT
               WHEN OTHER MOVE "unknown status" TO ILL-STATUS-TEXT
           END-EVALUATE.

      * The lender's due-back date and any fee they charge come off
      * the paperwork sent with the item. A fee passed on to the
      * member goes to FINES.TXT as an 'I' row carrying the request
      * number in place of a book ID.
       Receive-Ill-Item.
           PERFORM Load-Ill-Request.

           IF ILL-FOUND-FLAG = 'Y'
               IF ILL-CUR-STATUS NOT = 'Q'
                   DISPLAY "Only a request still waiting on the "
                       "lender can be received."
               ELSE
                   DISPLAY "Lender's due-back date (YYYYMMDD): "
                       WITH NO ADVANCING
                   ACCEPT ILL-NEW-DUE
                   DISPLAY "Lender fee to pass on to the member "
                       "(0 = none): " WITH NO ADVANCING
                   ACCEPT ILL-NEW-FEE

                   IF ILL-NEW-DUE NOT NUMERIC
                       DISPLAY "Due-back date must be YYYYMMDD - "
                           "nothing recorded."
                   ELSE
                   IF ILL-NEW-DUE < ILL-TODAY
                       DISPLAY "That due-back date has already "
                           "passed - nothing recorded."
                   ELSE
                       MOVE 'R' TO ILL-NEW-STATUS
                       PERFORM Rewrite-Ill-Request
                       IF ILL-UPDATED-FLAG = 'Y'
                           MOVE ILL-CUR-USER-ID TO CURRENT-USER-ID
                           MOVE ILL-PICK-ID TO LOG-BOOK-ID
                           MOVE "ILLRCV" TO LOG-ACTION
                           PERFORM Write-Audit-Record
                           IF ILL-NEW-FEE > 0
                               PERFORM Charge-Ill-Fee
                           END-IF
                           DISPLAY "Request " ILL-PICK-ID
                               " received - due back to the lender "
                               ILL-NEW-DUE ". Hold it for member "
                               ILL-CUR-USER-ID "."
                       END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.

       Charge-Ill-Fee.
           MOVE SPACES TO FINES-RECORD.
           MOVE ILL-CUR-USER-ID TO FINE-USER-ID.
           MOVE ILL-PICK-ID TO FINE-BOOK-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FINE-DATE.
           MOVE 'I' TO FINE-TYPE.
           MOVE ILL-NEW-FEE TO FINE-AMOUNT.
           PERFORM Append-Fine-Record.
           MOVE ILL-NEW-FEE TO FINE-OWED-DISPLAY.
           DISPLAY "Lender fee of $" FINE-OWED-DISPLAY
               " charged to member " ILL-CUR-USER-ID ".".

      * Lent only to the member who asked for it, under the same
      * card, fine and borrow-limit checks as a desk loan. The due
      * date is the member's usual regular-class loan period, held
      * to the lender's due-back date when that comes sooner.
       Lend-Ill-Item.
           PERFORM Load-Ill-Request.

           IF ILL-FOUND-FLAG = 'Y'
               IF ILL-CUR-STATUS NOT = 'R'
                   DISPLAY "Only an item received from the lender "
                       "can be lent."
               ELSE
               IF ILL-CUR-DUE-BACK < ILL-TODAY
                   DISPLAY "The lender's due-back date "
                       ILL-CUR-DUE-BACK " has passed - return the "
                       "item to the lender instead."
               ELSE
                   MOVE ILL-CUR-USER-ID TO CURRENT-USER-ID
                   PERFORM Lookup-User
                   IF USER-FOUND-FLAG = 'N'
                       DISPLAY "Member " ILL-CUR-USER-ID " is no "
                           "longer on file - return the item to the "
                           "lender."
                   ELSE
                       PERFORM Check-Ill-Borrower
                   END-IF
               END-IF
               END-IF
           END-IF.

       Check-Ill-Borrower.
           PERFORM Set-Member-Policy.
           PERFORM Compute-Fine-Balance.
           PERFORM Count-User-Loans.

           IF CARD-EXPIRED-FLAG = 'Y'
               DISPLAY "Membership card expired on "
                   CURRENT-USER-EXPIRES " - renew it before lending."
           ELSE
           IF FINE-BALANCE > FINE-BLOCK-LIMIT
               MOVE FINE-BALANCE TO FINE-BALANCE-DISPLAY
               DISPLAY "Member " CURRENT-USER-ID " owes $"
                   FINE-BALANCE-DISPLAY " - settle the balance "
                   "before lending."
           ELSE
           IF LOAN-COUNT >= BORROW-LIMIT
               DISPLAY "Borrow limit reached (" LOAN-COUNT
                   " of " BORROW-LIMIT " already out) - not lent."
           ELSE
               MOVE SPACE TO POLICY-LOAN-CLASS
               PERFORM Set-Item-Policy
               PERFORM Stamp-Loan-Dates
               PERFORM Hold-To-Lender-Date
               MOVE DUE-NUM TO ILL-NEW-DUE
               MOVE 'L' TO ILL-NEW-STATUS
               PERFORM Rewrite-Ill-Request
               IF ILL-UPDATED-FLAG = 'Y'
                   MOVE ILL-PICK-ID TO LOG-BOOK-ID
                   MOVE "ILLOUT" TO LOG-ACTION
                   PERFORM Write-Audit-Record
                   DISPLAY "Request " ILL-PICK-ID " lent to member "
                       CURRENT-USER-ID ". Due date: " ILL-NEW-DUE
               END-IF
           END-IF
           END-IF
           END-IF.

      * A due date later than the lender's is pulled back to the
      * last open day on or before the lender's date, but never
      * before today.
       Hold-To-Lender-Date.
           MOVE ILL-CUR-DUE-BACK TO CHECK-DUE-NUM.
           IF DUE-NUM > CHECK-DUE-NUM
               COMPUTE DUE-INT = FUNCTION INTEGER-OF-DATE(CHECK-DUE-NUM)
               MOVE DUE-INT TO CHECK-DATE-INT
               PERFORM Check-Closed-Day
               PERFORM UNTIL CLOSED-DAY-FLAG = 'N'
                       OR DUE-INT <= DATE-INT
                   SUBTRACT 1 FROM DUE-INT
                   MOVE DUE-INT TO CHECK-DATE-INT
                   PERFORM Check-Closed-Day
               END-PERFORM
               COMPUTE DUE-NUM = FUNCTION DATE-OF-INTEGER(DUE-INT)
           END-IF.

      * Back to the lender - from the member, or unclaimed off the
      * hold shelf.
       Return-Ill-Item.
           PERFORM Load-Ill-Request.

           IF ILL-FOUND-FLAG = 'Y'
               IF ILL-CUR-STATUS NOT = 'R' AND ILL-CUR-STATUS NOT = 'L'
                   DISPLAY "Only an item we are holding can go back "
                       "to the lender."
               ELSE
                   MOVE 'B' TO ILL-NEW-STATUS
                   PERFORM Rewrite-Ill-Request
                   IF ILL-UPDATED-FLAG = 'Y'
                       MOVE ILL-CUR-USER-ID TO CURRENT-USER-ID
                       MOVE ILL-PICK-ID TO LOG-BOOK-ID
                       MOVE "ILLRET" TO LOG-ACTION
                       PERFORM Write-Audit-Record
                       DISPLAY "Request " ILL-PICK-ID
                           " returned to the lender."
                       IF ILL-CUR-DUE-BACK < ILL-TODAY
                           DISPLAY "It was due back on "
                               ILL-CUR-DUE-BACK " - late to the "
                               "lender."
                       END-IF
                   END-IF
               END-IF
           END-IF.

       Cancel-Ill-Request.
           PERFORM Load-Ill-Request.

           IF ILL-FOUND-FLAG = 'Y'
               IF ILL-CUR-STATUS NOT = 'Q'
                   DISPLAY "Only a request not yet received can be "
                       "cancelled - send a received item back to the "
                       "lender instead."
               ELSE
                   MOVE 'C' TO ILL-NEW-STATUS
                   PERFORM Rewrite-Ill-Request
                   IF ILL-UPDATED-FLAG = 'Y'
                       MOVE ILL-CUR-USER-ID TO CURRENT-USER-ID
                       MOVE ILL-PICK-ID TO LOG-BOOK-ID
                       MOVE "ILLCAN" TO LOG-ACTION
                       PERFORM Write-Audit-Record
                       DISPLAY "Request " ILL-PICK-ID " cancelled."
                   END-IF
               END-IF
           END-IF.

      * Records the step in ILL-NEW-STATUS on the request picked by
      * Load-Ill-Request, with today's date in the matching column.
       Rewrite-Ill-Request.
           MOVE 'N' TO ILL-UPDATED-FLAG.

           OPEN I-O ILL-REQUEST-FILE.
           IF FS-ILL-REQUEST NOT = 0
               DISPLAY "Cannot open ILLREQ.DAT - no change made."
           ELSE
               MOVE ILL-PICK-ID TO ILL-REQUEST-ID
               READ ILL-REQUEST-FILE
                   INVALID KEY
                       DISPLAY "Could not read request " ILL-PICK-ID
                           " back - no change made."
                   NOT INVALID KEY
                       MOVE ILL-NEW-STATUS TO ILL-STATUS
                       EVALUATE ILL-NEW-STATUS
                           WHEN 'R'
                               MOVE ILL-TODAY TO ILL-RECEIVED
                               MOVE ILL-NEW-DUE TO ILL-DUE-BACK
                               MOVE ILL-NEW-FEE TO ILL-FEE
                           WHEN 'L'
                               MOVE ILL-TODAY TO ILL-LENT
                               MOVE ILL-NEW-DUE TO ILL-MEMBER-DUE
                           WHEN OTHER
                               MOVE ILL-TODAY TO ILL-CLOSED
                       END-EVALUATE
                       REWRITE ILL-RECORD
                       MOVE 'Y' TO ILL-UPDATED-FLAG
               END-READ
               CLOSE ILL-REQUEST-FILE
           END-IF.

       List-Member-Ill-Requests.
           PERFORM Prompt-User-Login.

           IF USER-FOUND-FLAG = 'Y'
               DISPLAY "Interlibrary requests for User ID "
                   CURRENT-USER-ID ":"
               MOVE 0 TO ILL-LIST-COUNT
               MOVE 'N' TO ILL-EOF-FLAG

               OPEN INPUT ILL-REQUEST-FILE
               IF FS-ILL-REQUEST = 0
                   PERFORM UNTIL ILL-EOF-FLAG = 'Y'
                       READ ILL-REQUEST-FILE NEXT RECORD
                           AT END SET ILL-EOF-FLAG TO 'Y'
                       END-READ

                       IF ILL-EOF-FLAG = 'N'
                           IF ILL-USER-ID = CURRENT-USER-ID
                               PERFORM Show-Ill-Request
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE ILL-REQUEST-FILE
               END-IF

               IF ILL-LIST-COUNT = 0
                   DISPLAY "No interlibrary requests on file."
               END-IF
           END-IF.

       Show-Ill-Request.
           MOVE ILL-STATUS TO ILL-STATUS-CODE.
           PERFORM Set-Ill-Status-Text.
           DISPLAY "Request: " ILL-REQUEST-ID "  "
               FUNCTION TRIM(ILL-STATUS-TEXT).
           DISPLAY "Title: " ILL-TITLE.
           DISPLAY "Author: " ILL-AUTHOR.
           DISPLAY "Lender: " ILL-LENDER.
           DISPLAY "Requested: " ILL-REQUESTED.
           IF ILL-STATUS = 'R' OR ILL-STATUS = 'L'
               DISPLAY "Due back to lender: " ILL-DUE-BACK
           END-IF.
           IF ILL-STATUS = 'L'
               DISPLAY "Due: " ILL-MEMBER-DUE
           END-IF.
           DISPLAY "------------------------".
           ADD 1 TO ILL-LIST-COUNT.

      * Items we are holding for other libraries - at the desk
      * waiting for pickup or out with the member - already past
      * the lender's due-back date, then those falling due within
      * the days asked for. Written to ILLDUE.TXT.
       Ill-Due-Back-Report.
           DISPLAY "Days ahead to include (blank = "
               ILL-DEFAULT-DAYS-AHEAD "): " WITH NO ADVANCING.
           ACCEPT ILL-DAYS-AHEAD.
           IF ILL-DAYS-AHEAD = 0
               MOVE ILL-DEFAULT-DAYS-AHEAD TO ILL-DAYS-AHEAD
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-NUM.
           COMPUTE DATE-INT = FUNCTION INTEGER-OF-DATE(TODAY-NUM).
           COMPUTE ILL-LIMIT-NUM =
               FUNCTION DATE-OF-INTEGER(DATE-INT + ILL-DAYS-AHEAD).
           MOVE 0 TO ILL-OVERDUE-COUNT.
           MOVE 0 TO ILL-SOON-COUNT.

           MOVE TODAY-NUM TO IH-PRINT-DATE.
           MOVE ILL-LIMIT-NUM TO IW-LIMIT-DATE.
           MOVE ILL-DAYS-AHEAD TO IW-DAYS.

           OPEN OUTPUT ILL-DUE-FILE.
           WRITE ILL-DUE-LINE FROM ILL-DUE-RULE-LINE.
           WRITE ILL-DUE-LINE FROM ILL-DUE-HEADER-LINE.
           WRITE ILL-DUE-LINE FROM ILL-DUE-WINDOW-LINE.
           WRITE ILL-DUE-LINE FROM ILL-DUE-RULE-LINE.

           MOVE SPACES TO ILL-DUE-LINE.
           WRITE ILL-DUE-LINE.
           MOVE "OVERDUE TO THE LENDER (Days = days late)"
               TO ILL-DUE-LINE.
           WRITE ILL-DUE-LINE.
           WRITE ILL-DUE-LINE FROM ILL-DUE-COLUMN-LINE.
           MOVE 'O' TO ILL-SECTION-KIND.
           PERFORM Write-Ill-Due-Section.

           MOVE SPACES TO ILL-DUE-LINE.
           WRITE ILL-DUE-LINE.
           MOVE "DUE BACK SOON (Days = days left)" TO ILL-DUE-LINE.
           WRITE ILL-DUE-LINE.
           WRITE ILL-DUE-LINE FROM ILL-DUE-COLUMN-LINE.
           MOVE 'S' TO ILL-SECTION-KIND.
           PERFORM Write-Ill-Due-Section.
           CLOSE ILL-DUE-FILE.

           DISPLAY "Interlibrary due-back report written to "
               "ILLDUE.TXT."
           DISPLAY "Overdue to lenders: " ILL-OVERDUE-COUNT
           DISPLAY "Due back by " ILL-LIMIT-NUM ": " ILL-SOON-COUNT.

      * ILL-SECTION-KIND: O = overdue to the lender, S = due soon.
       Write-Ill-Due-Section.
           MOVE 0 TO ILL-SECTION-LISTED.
           MOVE 'N' TO ILL-EOF-FLAG.

           OPEN INPUT ILL-REQUEST-FILE.
           IF FS-ILL-REQUEST = 0
               PERFORM UNTIL ILL-EOF-FLAG = 'Y'
                   READ ILL-REQUEST-FILE NEXT RECORD
                       AT END SET ILL-EOF-FLAG TO 'Y'
                   END-READ

                   IF ILL-EOF-FLAG = 'N'
                       PERFORM Check-Ill-Due-Row
                   END-IF
               END-PERFORM
               CLOSE ILL-REQUEST-FILE
           END-IF.

           IF ILL-SECTION-LISTED = 0
               MOVE "  (none)" TO ILL-DUE-LINE
               WRITE ILL-DUE-LINE
           END-IF.

       Check-Ill-Due-Row.
           IF (ILL-STATUS = 'R' OR ILL-STATUS = 'L')
                   AND ILL-DUE-BACK NUMERIC
               MOVE ILL-DUE-BACK TO CHECK-DUE-NUM
               COMPUTE DUE-INT =
                   FUNCTION INTEGER-OF-DATE(CHECK-DUE-NUM)
               IF ILL-SECTION-KIND = 'O'
                   IF DUE-INT < DATE-INT
                       COMPUTE ILL-DAYS = DATE-INT - DUE-INT
                       PERFORM Write-Ill-Due-Row
                       ADD 1 TO ILL-OVERDUE-COUNT
                   END-IF
               ELSE
                   IF DUE-INT >= DATE-INT
                           AND DUE-INT <= DATE-INT + ILL-DAYS-AHEAD
                       COMPUTE ILL-DAYS = DUE-INT - DATE-INT
                       PERFORM Write-Ill-Due-Row
                       ADD 1 TO ILL-SOON-COUNT
                   END-IF
               END-IF
           END-IF.

       Write-Ill-Due-Row.
           MOVE ILL-REQUEST-ID TO ID-REQUEST-ID.
           MOVE ILL-USER-ID TO ID-USER-ID.
           MOVE ILL-TITLE TO ID-TITLE.
           MOVE ILL-LENDER TO ID-LENDER.
           MOVE ILL-DUE-BACK TO ID-DUE-BACK.
           IF ILL-STATUS = 'L'
               MOVE "Member" TO ID-WHERE
           ELSE
               MOVE "At desk" TO ID-WHERE
           END-IF.
           MOVE ILL-DAYS TO ID-DAYS.
           WRITE ILL-DUE-LINE FROM ILL-DUE-DETAIL-LINE.
           ADD 1 TO ILL-SECTION-LISTED.

       Display-Borrowed-Books.
           DISPLAY "Borrowed Books for User ID " CURRENT-USER-ID ":".
           MOVE 0 TO LIST-COUNT.
                   DISPLAY "No books currently borrowed."
               END-IF
           END-IF.
           PERFORM Show-Member-Ill-Loans.

       Show-Member-Ill-Loans.
           MOVE 'N' TO ILL-EOF-FLAG.

           OPEN INPUT ILL-REQUEST-FILE.
           IF FS-ILL-REQUEST = 0
               PERFORM UNTIL ILL-EOF-FLAG = 'Y'
                   READ ILL-REQUEST-FILE NEXT RECORD
                       AT END SET ILL-EOF-FLAG TO 'Y'
                   END-READ

                   IF ILL-EOF-FLAG = 'N'
                       IF ILL-USER-ID = CURRENT-USER-ID
                               AND ILL-STATUS = 'L'
                           DISPLAY "Interlibrary loan: " ILL-TITLE
                           DISPLAY "Request: " ILL-REQUEST-ID
                               "  from " FUNCTION TRIM(ILL-LENDER)
                           DISPLAY "Borrowed: " ILL-LENT
                           DISPLAY "Due: " ILL-MEMBER-DUE
                           DISPLAY "------------------------"
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ILL-REQUEST-FILE
           END-IF.

       Overdue-Fines-Report.
           DISPLAY "Overdue Fines Report"
                           IF DUE-INT < DATE-INT
                               PERFORM Count-Open-Days-Overdue
                               IF DAYS-OVERDUE > 0
                                   PERFORM Set-Loan-Row-Policy
                                   COMPUTE FINE-OWED =
                                       DAYS-OVERDUE * FINE-PER-DAY
                                   MOVE FINE-OWED TO
               END-IF
           END-IF.

      * Fine rate for the loan row in hand: the borrower's member
      * type and the title's loan class, looked up by key.
       Set-Loan-Row-Policy.
           MOVE BORROWED-USER-ID TO CURRENT-USER-ID.
           PERFORM Lookup-User.
           IF USER-FOUND-FLAG = 'N'
               MOVE SPACE TO CURRENT-USER-TYPE
           END-IF.
           MOVE BORROWED-BOOK TO TARGET-BOOK-ID.
           PERFORM Get-Book-Status.
           MOVE CHECK-BOOK-CLASS TO POLICY-LOAN-CLASS.
           PERFORM Set-Item-Policy.

       Import-Vendor-Catalog.
           DISPLAY "Importing new titles from VENDORIMPORT.TXT...".
           MOVE 0 TO VENDOR-IMPORTED.
                       MOVE VENDOR-GENRE TO BOOK-GENRE OF BOOKS-RECORD
                       MOVE 1 TO BOOK-COPIES
                       MOVE 0 TO BOOK-COPIES-LOST
                       MOVE 'R' TO BOOK-LOAN-CLASS
                       MOVE 0 TO BOOK-COPIES-WITHDRAWN
                       WRITE BOOKS-RECORD
                           INVALID KEY
                               DISPLAY "Book ID " VENDOR-NEXT-ID
           DISPLAY "User ID: " CURRENT-USER-ID
           DISPLAY "User Name: " CURRENT-USER-NAME
           DISPLAY "User Address: " CURRENT-USER-ADDRESS
           DISPLAY "User Contact: " CURRENT-USER-CONTACT
           DISPLAY "Member Type: " CURRENT-USER-TYPE
           DISPLAY "Member Since: " CURRENT-USER-REGISTERED
           DISPLAY "Card Expires: " CURRENT-USER-EXPIRES.

       Read-Books-File.
           MOVE 0 TO BOOKS-COUNT.
                       ELSE
                           MOVE 0 TO ARR-BOOK-LOST(BOOKS-COUNT)
                       END-IF
                       IF BOOK-LOAN-CLASS = SPACE
                           MOVE 'R' TO ARR-BOOK-CLASS(BOOKS-COUNT)
                       ELSE
                           MOVE BOOK-LOAN-CLASS TO
                               ARR-BOOK-CLASS(BOOKS-COUNT)
                       END-IF
                       IF BOOK-COPIES-WITHDRAWN NUMERIC
                           MOVE BOOK-COPIES-WITHDRAWN TO
                               ARR-BOOK-WITHDRAWN(BOOKS-COUNT)
                       ELSE
                           MOVE 0 TO ARR-BOOK-WITHDRAWN(BOOKS-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
