      * book record is cleared when its replacement rows are cut,
      * and hold-demand orders are remembered in ONORDER.TXT for
      * REORDER-LEAD-DAYS so a standing queue is not re-ordered
      * every night. Copies retired by weeding are counted apart
      * in BOOK-COPIES-WITHDRAWN and are never reordered. No
      * operator prompts - schedule it in the overnight window.
      * Return code 8 when the run fails, 4 when it finishes with
      * warnings - the BOOKNITE job stream stops on 8.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           02 BOOK-COPIES PIC 9(2).
           02 FILLER PIC X(2).
           02 BOOK-COPIES-LOST PIC 9(2).
           02 FILLER PIC X(2).
           02 BOOK-LOAN-CLASS PIC X(1).
           02 FILLER PIC X(2).
           02 BOOK-COPIES-WITHDRAWN PIC 9(2).

       FD HOLDS-FILE.
       01 HOLDS-RECORD.
          02 FINE-TYPE    PIC X(1).
          02 FILLER       PIC X(2).
          02 FINE-AMOUNT  PIC 9(5)V99.
          02 FILLER       PIC X(2).
          02 FINE-OPERATOR PIC X(6).

       FD REORDER-FILE.
       01 REORDER-RECORD.
           OPEN I-O BOOKS-FILE.
           IF FS-BOOKS NOT = 0
               DISPLAY "BOOKS.DAT not found - nothing to do."
               MOVE 8 TO RETURN-CODE
           ELSE
      * Append - the sources of these rows are one-shot (the
      * written-off count is cleared and demand is stamped
                       AT END SET EOF-FLAG TO 'Y'
                   END-READ

      * A withdrawn title was weeded on purpose - neither its
      * written-off copies nor a leftover hold queue are reordered.
                   IF EOF-FLAG = 'N'
                       IF BOOK-STATUS NOT = 'W'
                           PERFORM Evaluate-Reorder
                       END-IF
                   END-IF
               END-PERFORM

                   " - demand order for book " BOOK-ID
                   " not remembered; it will re-order next run. "
                   "Raise ORDERS-MAX."
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO ORDERS-COUNT
               MOVE BOOK-ID TO ARR-ORDER-BOOK-ID(ORDERS-COUNT)
               DISPLAY "ONORDER.TXT has more than " ORDERS-MAX
                   " open rows - later rows dropped; duplicate "
                   "orders possible. Raise ORDERS-MAX."
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       Sum-On-Order.
