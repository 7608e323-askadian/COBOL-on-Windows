      *$ SET SOURCEFORMAT"FREE"
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   LibBorrowFeed.
       AUTHOR.  AMRESH KADIAN.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *  QUARTER-END BORROWING FEED.  Counts the loans LibCirculation *
      *  recorded on LIBLOAN.DAT with a checkout date inside the      *
      *  quarter asked for, title by title, and writes them as the    *
      *  BORROWTX.DAT feed (BORROW-TXN-REC.CPY) BorrowingIntake posts *
      *  into QTR-BORROWINGS-FA ahead of the royalty run.  Every      *
      *  detail is dated the last day of the quarter; a title         *
      *  borrowed more than 999 times is carried on as many details   *
      *  as it takes.  The feed closes with the control trailer       *
      *  BorrowingIntake balances against.  A feed already waiting to *
      *  be posted is only replaced when the operator confirms, and a *
      *  quarter not yet over needs confirming too.                   *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIB-LOAN-FILE ASSIGN TO "LIBLOAN.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LN-LOAN-NUMBER
                   ALTERNATE RECORD KEY IS LN-BOOK-NUMBER
                                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS LN-BORROWER-ID
                                       WITH DUPLICATES
                   FILE STATUS IS LOAN-ERROR-STATUS.

           SELECT BORROW-TXN-FILE ASSIGN TO "BORROWTX.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS TXN-ERROR-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  LIB-LOAN-FILE.
           COPY "LIB-LOAN-REC.CPY".

       FD  BORROW-TXN-FILE.
           COPY "BORROW-TXN-REC.CPY".

       WORKING-STORAGE SECTION.
       01  ERROR-STATES.
           02 LOAN-ERROR-STATUS         PIC X(2).
              88 LOAN-FILE-FOUND        VALUE "00".
              COPY "FS-STATUS-CODES.CPY".
           02 TXN-ERROR-STATUS          PIC X(2).
              88 TXN-FILE-FOUND         VALUE "00".
              COPY "FS-STATUS-CODES.CPY".

       01  EOF-FLAGS.
           02 FILLER                    PIC 9 VALUE 0.
              88 END-OF-LOAN-FILE       VALUE 1.

       01  FEED-CONTROL.
           02 WS-FEED-YEAR              PIC 9(4) VALUE ZEROS.
           02 WS-FEED-QUARTER           PIC 9(1) VALUE ZEROS.
           02 WS-QUARTER-START          PIC 9(8) VALUE ZEROS.
           02 WS-QUARTER-END            PIC 9(8) VALUE ZEROS.
           02 WS-QUARTER-END-PARTS REDEFINES WS-QUARTER-END.
              03 WS-QE-YEAR             PIC 9(4).
              03 WS-QE-MONTH            PIC 9(2).
              03 WS-QE-DAY              PIC 9(2).
           02 WS-RUN-DATE               PIC 9(8) VALUE ZEROS.
           02 WS-CONFIRM                PIC X(1) VALUE SPACE.
              88 WS-CONFIRMED           VALUE "Y" "y".

       01  RUN-CONTROL-TOTALS.
           02 WS-LOANS-READ             PIC 9(7) VALUE ZEROS.
           02 WS-LOANS-IN-QUARTER       PIC 9(7) VALUE ZEROS.
           02 WS-DETAILS-WRITTEN        PIC 9(7) VALUE ZEROS.
           02 WS-TITLES-BORROWED        PIC 9(7) VALUE ZEROS.
           02 WS-TOTAL-BORROWS          PIC 9(9) VALUE ZEROS.

       01  INTERMEDIATE-VARIABLES.
           02 WS-CURRENT-BOOK           PIC 9(7) VALUE ZEROS.
           02 WS-BOOK-BORROWS           PIC 9(7) VALUE ZEROS.

       PROCEDURE DIVISION.
       10-BEGIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY "ENTER THE YEAR (YYYY): ".
           ACCEPT WS-FEED-YEAR.
           DISPLAY "ENTER THE QUARTER (1-4): ".
           ACCEPT WS-FEED-QUARTER.
           IF WS-FEED-QUARTER < 1 OR WS-FEED-QUARTER > 4
               DISPLAY "QUARTER MUST BE 1 TO 4 - NO FEED WRITTEN."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 15-SET-QUARTER-DATES THRU 15-EXIT.
           IF WS-QUARTER-END NOT LESS THAN WS-RUN-DATE
               DISPLAY "QUARTER " WS-FEED-QUARTER "/" WS-FEED-YEAR
                       " IS NOT OVER UNTIL " WS-QUARTER-END
                       " - LATER LOANS WILL BE MISSED."
               DISPLAY "WRITE THE FEED ANYWAY (Y/N)? "
               ACCEPT WS-CONFIRM
               IF NOT WS-CONFIRMED
                   DISPLAY "NO FEED WRITTEN."
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT BORROW-TXN-FILE.
           IF TXN-FILE-FOUND
               CLOSE BORROW-TXN-FILE
               DISPLAY "A BORROWING FEED (BORROWTX.DAT) IS ALREADY ON "
                       "FILE - POST IT WITH BorrowingIntake FIRST."
               DISPLAY "REPLACE IT (Y/N)? "
               MOVE SPACE TO WS-CONFIRM
               ACCEPT WS-CONFIRM
               IF NOT WS-CONFIRMED
                   DISPLAY "NO FEED WRITTEN."
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT LIB-LOAN-FILE.
           IF NOT LOAN-FILE-FOUND
               DISPLAY "NO LOANS ON FILE (LIBLOAN.DAT) - STATUS "
                       LOAN-ERROR-STATUS
               SET END-OF-LOAN-FILE TO TRUE
           END-IF.
           OPEN OUTPUT BORROW-TXN-FILE.

           IF NOT END-OF-LOAN-FILE
               MOVE ZEROS TO LN-BOOK-NUMBER
               START LIB-LOAN-FILE
                   KEY IS NOT LESS THAN LN-BOOK-NUMBER
                   INVALID KEY SET END-OF-LOAN-FILE TO TRUE
               END-START
           END-IF.
           IF NOT END-OF-LOAN-FILE
               READ LIB-LOAN-FILE NEXT RECORD
                   AT END SET END-OF-LOAN-FILE TO TRUE
               END-READ
           END-IF.
           PERFORM 20-COUNT-ONE-LOAN THRU 20-EXIT
               UNTIL END-OF-LOAN-FILE.
           PERFORM 30-WRITE-BOOK-DETAILS THRU 30-EXIT.
           PERFORM 40-WRITE-TRAILER THRU 40-EXIT.

           DISPLAY "BORROWING FEED Q" WS-FEED-QUARTER "/" WS-FEED-YEAR
                   " (" WS-QUARTER-START " TO " WS-QUARTER-END ")".
           DISPLAY "LOANS READ       : " WS-LOANS-READ.
           DISPLAY "IN THE QUARTER   : " WS-LOANS-IN-QUARTER.
           DISPLAY "TITLES BORROWED  : " WS-TITLES-BORROWED.
           DISPLAY "DETAILS WRITTEN  : " WS-DETAILS-WRITTEN
                   " (" WS-TOTAL-BORROWS " BORROWINGS)".

           CLOSE LIB-LOAN-FILE.
           CLOSE BORROW-TXN-FILE.
           STOP RUN.

      *    First and last day of the quarter asked for.
       15-SET-QUARTER-DATES.
           COMPUTE WS-QUARTER-START = WS-FEED-YEAR * 10000
               + ((WS-FEED-QUARTER - 1) * 3 + 1) * 100 + 1.
           MOVE WS-FEED-YEAR TO WS-QE-YEAR.
           COMPUTE WS-QE-MONTH = WS-FEED-QUARTER * 3.
           IF WS-FEED-QUARTER = 1 OR WS-FEED-QUARTER = 4
               MOVE 31 TO WS-QE-DAY
           ELSE
               MOVE 30 TO WS-QE-DAY
           END-IF.
       15-EXIT.
           EXIT.

      *    Loans arrive grouped by book; a change of book writes the
      *    last book's count before counting starts on the new one.
       20-COUNT-ONE-LOAN.
           ADD 1 TO WS-LOANS-READ.
           IF LN-BOOK-NUMBER NOT EQUAL TO WS-CURRENT-BOOK
               PERFORM 30-WRITE-BOOK-DETAILS THRU 30-EXIT
               MOVE LN-BOOK-NUMBER TO WS-CURRENT-BOOK
           END-IF.
           IF LN-CHECKOUT-DATE NOT LESS THAN WS-QUARTER-START
               AND LN-CHECKOUT-DATE NOT GREATER THAN WS-QUARTER-END
               ADD 1 TO WS-LOANS-IN-QUARTER
               ADD 1 TO WS-BOOK-BORROWS
           END-IF.
           READ LIB-LOAN-FILE NEXT RECORD
               AT END SET END-OF-LOAN-FILE TO TRUE
           END-READ.
       20-EXIT.
           EXIT.

      *    Writes the book's quarter count, 999 at most to a detail.
       30-WRITE-BOOK-DETAILS.
           IF WS-BOOK-BORROWS EQUAL TO ZEROS
               GO TO 30-EXIT
           END-IF.
           ADD 1 TO WS-TITLES-BORROWED.
           PERFORM 35-WRITE-ONE-DETAIL THRU 35-EXIT
               UNTIL WS-BOOK-BORROWS EQUAL TO ZEROS.
       30-EXIT.
           EXIT.

       35-WRITE-ONE-DETAIL.
           MOVE SPACES TO BORROW-TXN-REC.
           SET BT-DETAIL TO TRUE.
           MOVE WS-QUARTER-END TO BT-TXN-DATE.
           MOVE WS-CURRENT-BOOK TO BT-BOOK-NUMBER.
           IF WS-BOOK-BORROWS GREATER THAN 999
               MOVE 999 TO BT-BORROW-COUNT
           ELSE
               MOVE WS-BOOK-BORROWS TO BT-BORROW-COUNT
           END-IF.
           SUBTRACT BT-BORROW-COUNT FROM WS-BOOK-BORROWS.
           ADD BT-BORROW-COUNT TO WS-TOTAL-BORROWS.
           ADD 1 TO WS-DETAILS-WRITTEN.
           WRITE BORROW-TXN-REC.
       35-EXIT.
           EXIT.

      *    The feed's own control totals, balanced by BorrowingIntake.
       40-WRITE-TRAILER.
           MOVE SPACES TO BORROW-TXN-REC.
           SET BT-TRAILER TO TRUE.
           MOVE WS-DETAILS-WRITTEN TO TL-RECORD-COUNT.
           MOVE WS-TOTAL-BORROWS TO TL-TOTAL-BORROWS.
           WRITE BORROW-TXN-REC.
       40-EXIT.
           EXIT.
