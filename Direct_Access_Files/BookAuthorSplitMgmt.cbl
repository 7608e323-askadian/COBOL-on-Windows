      *$ SET SOURCEFORMAT"FREE"
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   BookAuthorSplitMgmt.
       AUTHOR.  AMRESH KADIAN.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *  CO-AUTHOR ROYALTY SPLIT MAINTENANCE.  BOOKS.DAT carries one  *
      *  AUTHOR-NUMBER-FA per book, so a co-written book's royalty    *
      *  all went to whichever author was keyed.  This program        *
      *  maintains BOOKAUTH.DAT (BOOK-AUTHOR-REC.CPY), the authors    *
      *  sharing a book and the percentage of its royalty each is     *
      *  paid.  A book's split is always entered as a whole - every   *
      *  author and percentage together - and is only saved when the  *
      *  percentages total exactly 100, so the royalty run never      *
      *  pays out more or less than the book earned.  Removing a      *
      *  book's split returns it to its single AUTHOR-NUMBER-FA.      *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOK-AUTHOR-FILE ASSIGN TO "BOOKAUTH.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BA-KEY
                   ALTERNATE RECORD KEY IS BA-AUTHOR-NUMBER
                                       WITH DUPLICATES
                   FILE STATUS IS SPLIT-ERROR-STATUS.

           SELECT BOOK-FILE ASSIGN TO "BOOKS.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BOOK-NUMBER-FA
                   ALTERNATE RECORD KEY IS AUTHOR-NUMBER-FA
                       WITH DUPLICATES
                   FILE STATUS IS BOOK-ERROR-STATUS.

           SELECT AUTHOR-FILE ASSIGN TO "AUTHOR.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AUTHOR-NUM-FB
                   ALTERNATE RECORD KEY IS AGENT-NAME-FB
                                       WITH DUPLICATES
                   FILE STATUS IS AUTHOR-ERROR-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  BOOK-AUTHOR-FILE.
           COPY "BOOK-AUTHOR-REC.CPY".

       FD  BOOK-FILE.
       01  BOOK-REC-FA.
           02 BOOK-NUMBER-FA            PIC 9(7).
           02 BOOK-NAME-FA              PIC X(25).
           02 AUTHOR-NUMBER-FA          PIC 9(7).
           02 ROYALTY-RATE-FA           PIC V999.
           02 QTR-BORROWINGS-FA         PIC 999.
           02 BOOK-CURRENCY-FA          PIC X(3).

       FD  AUTHOR-FILE.
       01  AUTHOR-REC-FB.
           02 AUTHOR-NUM-FB             PIC 9(7).
           02 AUTHOR-NAME-FB            PIC X(25).
           02 AGENT-NAME-FB             PIC X(25).
           02 AGENT-PAYMENT-METHOD-FB   PIC X(05).
           02 AGENT-BANK-DETAILS-FB.
              03 AGENT-ROUTING-NUM-FB   PIC X(09).
              03 AGENT-ACCOUNT-NUM-FB   PIC X(17).

       WORKING-STORAGE SECTION.
       01  ERROR-STATES.
           02 SPLIT-ERROR-STATUS        PIC X(2).
              88 SPLIT-FILE-MISSING     VALUE "35".
              COPY "FS-STATUS-CODES.CPY".
           02 BOOK-ERROR-STATUS         PIC X(2).
              COPY "FS-STATUS-CODES.CPY".
           02 AUTHOR-ERROR-STATUS       PIC X(2).
              COPY "FS-STATUS-CODES.CPY".

       01  MENU-CONTROL.
           02 MENU-OPTION               PIC X(1) VALUE SPACE.
           02 EXIT-OPTION               PIC X(1) VALUE "4".
           02 SCAN-MORE-SW              PIC X(1) VALUE "N".
              88 SCAN-MORE              VALUE "Y".
           02 WS-CONFIRM                PIC X(1) VALUE SPACE.
              88 WS-CONFIRMED           VALUE "Y" "y".
           02 WS-SPLIT-BOOK             PIC 9(7) VALUE ZEROS.

      *    The split being keyed for one book, held here until the
      *    percentages are known to total 100.  The quarter each
      *    author was last paid is carried across from the split it
      *    replaces, so a correction made between the shares of one
      *    quarter's run is not mistaken for an unpaid share.
       01  SPLIT-ENTRY-TABLE.
           02 MAX-SPLIT-AUTHORS         PIC 9(2) VALUE 10.
           02 WS-SPLIT-COUNT            PIC 9(2) VALUE ZEROS.
           02 WS-SPLIT-IX               PIC 9(2) VALUE ZEROS.
           02 WS-SPLIT-TOTAL-PCT        PIC 9(5)V99 VALUE ZEROS.
           02 WS-NEW-AUTHOR             PIC 9(7) VALUE ZEROS.
           02 WS-NEW-PCT                PIC 9(3)V99 VALUE ZEROS.
           02 WS-DUPLICATE-SW           PIC X(1) VALUE "N".
              88 WS-DUPLICATE-AUTHOR    VALUE "Y".
           02 WS-SPLIT-ENTRY OCCURS 10 TIMES.
              03 WS-SPLIT-AUTHOR        PIC 9(7).
              03 WS-SPLIT-PCT           PIC 9(3)V99.
              03 WS-SPLIT-LAST-PAID     PIC X(12).
           02 WS-PCT-PRN                PIC ZZ9.99.
           02 WS-TOTAL-PRN              PIC ZZZZ9.99.

       PROCEDURE DIVISION.
       10-BEGIN.
           OPEN I-O BOOK-AUTHOR-FILE.
           IF SPLIT-FILE-MISSING
               CLOSE BOOK-AUTHOR-FILE
               OPEN OUTPUT BOOK-AUTHOR-FILE
               CLOSE BOOK-AUTHOR-FILE
               OPEN I-O BOOK-AUTHOR-FILE
           END-IF.
           OPEN INPUT BOOK-FILE.
           OPEN INPUT AUTHOR-FILE.
           PERFORM 20-DISPLAY-MENU
               UNTIL MENU-OPTION EQUAL TO EXIT-OPTION.
           CLOSE BOOK-AUTHOR-FILE.
           CLOSE BOOK-FILE.
           CLOSE AUTHOR-FILE.
           STOP RUN.

       20-DISPLAY-MENU.
           DISPLAY " ".
           DISPLAY "Co-Author Royalty Split Maintenance".
           DISPLAY "-----------------------------------".
           DISPLAY "1. Enter/Replace Split For A Book".
           DISPLAY "2. Remove Split From A Book".
           DISPLAY "3. List Split For A Book".
           DISPLAY "4. Exit".
           DISPLAY "Enter your choice:".
           ACCEPT MENU-OPTION.
           EVALUATE MENU-OPTION
               WHEN "1" PERFORM 30-ENTER-SPLIT THRU 30-EXIT
               WHEN "2" PERFORM 40-REMOVE-SPLIT THRU 40-EXIT
               WHEN "3" PERFORM 50-LIST-SPLIT THRU 50-EXIT
               WHEN EXIT-OPTION CONTINUE
               WHEN OTHER DISPLAY "INVALID CHOICE"
           END-EVALUATE.

      *    Keys a book's whole split - each author on AUTHOR.DAT
      *    once, with a percentage - until an author number of zero
      *    ends the list.  Nothing is written unless the percentages
      *    total exactly 100; an accepted split replaces whatever
      *    split the book carried before.
       30-ENTER-SPLIT.
           DISPLAY "ENTER BOOK NUMBER: ".
           ACCEPT BOOK-NUMBER-FA.
           READ BOOK-FILE
               KEY IS BOOK-NUMBER-FA
               INVALID KEY
                   DISPLAY "BOOK NOT ON FILE - SPLIT NOT ENTERED."
                   GO TO 30-EXIT
           END-READ.
           DISPLAY "BOOK: " BOOK-NAME-FA
                   "  KEYED AUTHOR: " AUTHOR-NUMBER-FA.
           MOVE BOOK-NUMBER-FA TO WS-SPLIT-BOOK.
           MOVE ZEROS TO WS-SPLIT-COUNT, WS-SPLIT-TOTAL-PCT.
           MOVE 1 TO WS-NEW-AUTHOR.
           PERFORM 32-ACCEPT-ONE-AUTHOR THRU 32-EXIT
               UNTIL WS-NEW-AUTHOR EQUAL TO ZEROS.
           IF WS-SPLIT-COUNT EQUAL TO ZEROS
               DISPLAY "NO AUTHORS ENTERED - SPLIT NOT CHANGED."
               GO TO 30-EXIT
           END-IF.
           MOVE WS-SPLIT-TOTAL-PCT TO WS-TOTAL-PRN.
           IF WS-SPLIT-TOTAL-PCT NOT EQUAL TO 100
               DISPLAY "PERCENTAGES TOTAL " WS-TOTAL-PRN
                       " - THEY MUST TOTAL 100.00 - SPLIT NOT SAVED."
               GO TO 30-EXIT
           END-IF.
           PERFORM 34-CARRY-LAST-PAID THRU 34-EXIT.
           PERFORM 45-DELETE-BOOK-SPLIT THRU 45-EXIT.
           PERFORM VARYING WS-SPLIT-IX FROM 1 BY 1
                   UNTIL WS-SPLIT-IX GREATER THAN WS-SPLIT-COUNT
               MOVE WS-SPLIT-BOOK TO BA-BOOK-NUMBER
               MOVE WS-SPLIT-AUTHOR(WS-SPLIT-IX) TO BA-AUTHOR-NUMBER
               MOVE WS-SPLIT-PCT(WS-SPLIT-IX) TO BA-SPLIT-PCT
               MOVE WS-SPLIT-LAST-PAID(WS-SPLIT-IX) TO BA-LAST-PAID
               WRITE BOOK-AUTHOR-REC
                   INVALID KEY
                       DISPLAY "SPLIT LINE NOT SAVED - STATUS "
                               SPLIT-ERROR-STATUS
               END-WRITE
           END-PERFORM.
           DISPLAY "SPLIT SAVED FOR " WS-SPLIT-COUNT " AUTHORS.".
       30-EXIT.
           EXIT.

      *    One author and percentage of the split being keyed.
       32-ACCEPT-ONE-AUTHOR.
           DISPLAY "ENTER AUTHOR NUMBER (0 = END OF SPLIT): ".
           ACCEPT WS-NEW-AUTHOR.
           IF WS-NEW-AUTHOR EQUAL TO ZEROS
               GO TO 32-EXIT
           END-IF.
           IF WS-SPLIT-COUNT NOT LESS THAN MAX-SPLIT-AUTHORS
               DISPLAY "A BOOK MAY BE SPLIT AMONG AT MOST "
                       MAX-SPLIT-AUTHORS " AUTHORS."
               MOVE ZEROS TO WS-NEW-AUTHOR
               GO TO 32-EXIT
           END-IF.
           MOVE WS-NEW-AUTHOR TO AUTHOR-NUM-FB.
           READ AUTHOR-FILE
               KEY IS AUTHOR-NUM-FB
               INVALID KEY
                   DISPLAY "AUTHOR NOT ON FILE - NOT ADDED."
                   GO TO 32-EXIT
           END-READ.
           MOVE "N" TO WS-DUPLICATE-SW.
           PERFORM VARYING WS-SPLIT-IX FROM 1 BY 1
                   UNTIL WS-SPLIT-IX GREATER THAN WS-SPLIT-COUNT
               IF WS-SPLIT-AUTHOR(WS-SPLIT-IX) EQUAL TO WS-NEW-AUTHOR
                   MOVE "Y" TO WS-DUPLICATE-SW
               END-IF
           END-PERFORM.
           IF WS-DUPLICATE-AUTHOR
               DISPLAY "AUTHOR ALREADY IN THIS SPLIT - NOT ADDED."
               GO TO 32-EXIT
           END-IF.
           DISPLAY "AUTHOR: " AUTHOR-NAME-FB.
           DISPLAY "ENTER PERCENTAGE OF ROYALTY (NNN.NN): ".
           ACCEPT WS-NEW-PCT.
           IF WS-NEW-PCT EQUAL TO ZEROS
              OR WS-NEW-PCT GREATER THAN 100
               DISPLAY "PERCENTAGE MUST BE MORE THAN 0 AND NOT MORE "
                       "THAN 100 - NOT ADDED."
               GO TO 32-EXIT
           END-IF.
           ADD 1 TO WS-SPLIT-COUNT.
           MOVE WS-NEW-AUTHOR TO WS-SPLIT-AUTHOR(WS-SPLIT-COUNT).
           MOVE WS-NEW-PCT TO WS-SPLIT-PCT(WS-SPLIT-COUNT).
           MOVE ZEROS TO WS-SPLIT-LAST-PAID(WS-SPLIT-COUNT).
           ADD WS-NEW-PCT TO WS-SPLIT-TOTAL-PCT.
           MOVE WS-SPLIT-TOTAL-PCT TO WS-TOTAL-PRN.
           DISPLAY "RUNNING TOTAL: " WS-TOTAL-PRN "%".
       32-EXIT.
           EXIT.

      *    Picks up the last-paid quarter of each author kept from
      *    the book's existing split before it is deleted.
       34-CARRY-LAST-PAID.
           PERFORM VARYING WS-SPLIT-IX FROM 1 BY 1
                   UNTIL WS-SPLIT-IX GREATER THAN WS-SPLIT-COUNT
               MOVE WS-SPLIT-BOOK TO BA-BOOK-NUMBER
               MOVE WS-SPLIT-AUTHOR(WS-SPLIT-IX) TO BA-AUTHOR-NUMBER
               READ BOOK-AUTHOR-FILE
                   KEY IS BA-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE BA-LAST-PAID
                         TO WS-SPLIT-LAST-PAID(WS-SPLIT-IX)
               END-READ
           END-PERFORM.
       34-EXIT.
           EXIT.

       40-REMOVE-SPLIT.
           DISPLAY "ENTER BOOK NUMBER: ".
           ACCEPT WS-SPLIT-BOOK.
           DISPLAY "REMOVE THE SPLIT - BOOK REVERTS TO ITS KEYED "
                   "AUTHOR (Y/N)? ".
           ACCEPT WS-CONFIRM.
           IF NOT WS-CONFIRMED
               DISPLAY "SPLIT NOT REMOVED."
               GO TO 40-EXIT
           END-IF.
           PERFORM 45-DELETE-BOOK-SPLIT THRU 45-EXIT.
           DISPLAY "SPLIT LINES REMOVED: " WS-SPLIT-IX.
       40-EXIT.
           EXIT.

      *    Deletes every split line on file for WS-SPLIT-BOOK,
      *    leaving the count deleted in WS-SPLIT-IX.
       45-DELETE-BOOK-SPLIT.
           MOVE ZEROS TO WS-SPLIT-IX.
           MOVE WS-SPLIT-BOOK TO BA-BOOK-NUMBER.
           MOVE ZEROS TO BA-AUTHOR-NUMBER.
           MOVE "Y" TO SCAN-MORE-SW.
           START BOOK-AUTHOR-FILE
               KEY IS NOT LESS THAN BA-KEY
               INVALID KEY MOVE "N" TO SCAN-MORE-SW
           END-START.
           PERFORM UNTIL NOT SCAN-MORE
               READ BOOK-AUTHOR-FILE NEXT RECORD
                   AT END MOVE "N" TO SCAN-MORE-SW
                   NOT AT END
                       IF BA-BOOK-NUMBER NOT EQUAL TO WS-SPLIT-BOOK
                           MOVE "N" TO SCAN-MORE-SW
                       ELSE
                           DELETE BOOK-AUTHOR-FILE
                               INVALID KEY
                                   DISPLAY "SPLIT LINE NOT DELETED - "
                                           "STATUS "
                                           SPLIT-ERROR-STATUS
                               NOT INVALID KEY
                                   ADD 1 TO WS-SPLIT-IX
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM.
       45-EXIT.
           EXIT.

       50-LIST-SPLIT.
           DISPLAY "ENTER BOOK NUMBER: ".
           ACCEPT WS-SPLIT-BOOK.
           MOVE WS-SPLIT-BOOK TO BA-BOOK-NUMBER.
           MOVE ZEROS TO BA-AUTHOR-NUMBER.
           MOVE ZEROS TO WS-SPLIT-TOTAL-PCT.
           DISPLAY "AUTHOR  SHARE%  LAST PAID".
           MOVE "Y" TO SCAN-MORE-SW.
           START BOOK-AUTHOR-FILE
               KEY IS NOT LESS THAN BA-KEY
               INVALID KEY MOVE "N" TO SCAN-MORE-SW
           END-START.
           PERFORM UNTIL NOT SCAN-MORE
               READ BOOK-AUTHOR-FILE NEXT RECORD
                   AT END MOVE "N" TO SCAN-MORE-SW
                   NOT AT END
                       IF BA-BOOK-NUMBER NOT EQUAL TO WS-SPLIT-BOOK
                           MOVE "N" TO SCAN-MORE-SW
                       ELSE
                           MOVE BA-SPLIT-PCT TO WS-PCT-PRN
                           ADD BA-SPLIT-PCT TO WS-SPLIT-TOTAL-PCT
                           DISPLAY BA-AUTHOR-NUMBER " " WS-PCT-PRN
                                   "  Q" BA-LAST-PAID-QUARTER "/"
                                   BA-LAST-PAID-YEAR
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-SPLIT-TOTAL-PCT EQUAL TO ZEROS
               DISPLAY "NO SPLIT - PAID IN FULL TO THE KEYED AUTHOR."
           END-IF.
       50-EXIT.
           EXIT.
