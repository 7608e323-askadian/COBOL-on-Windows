      *$ SET SOURCEFORMAT"FREE"
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   LibCirculation.
       AUTHOR.  AMRESH KADIAN.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *  LIBRARY CIRCULATION DESK.  The borrowings the royalty run    *
      *  pays on are counted here, one loan at a time, instead of     *
      *  arriving from outside.  Borrowers are registered from the    *
      *  people on personidx (LIBBORR.DAT, LIB-BORROWER-REC.CPY) and  *
      *  a person must still be active there every time they borrow - *
      *  an inactive person, or one merged into another id by         *
      *  PersonDedupeMerge, is turned away.  A checkout writes a loan *
      *  against BOOKS.DAT (LIBLOAN.DAT, LIB-LOAN-REC.CPY) due back   *
      *  LIB-LOAN-DAYS later, rolled forward off weekends and the     *
      *  closed days on the business calendar.  A late return is      *
      *  fined LIB-FINE-PER-DAY for each day overdue, capped at       *
      *  LIB-FINE-MAX, and the fine is added to what the borrower     *
      *  owes; a borrower at LIB-MAX-LOANS, or owing LIB-FINE-BLOCK   *
      *  or more, cannot borrow until books come back or fines are    *
      *  paid.  Every change to a borrower or loan is logged to       *
      *  AUDIT.TRL.  LibOverdueRun sends the overdue notices and      *
      *  LibBorrowFeed turns the quarter's loans into the             *
      *  BORROWTX.DAT feed BorrowingIntake posts.                     *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIB-BORROWER-FILE ASSIGN TO "LIBBORR.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LB-BORROWER-ID
                   FILE STATUS IS BORROWER-ERROR-STATUS.

           SELECT LIB-LOAN-FILE ASSIGN TO "LIBLOAN.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LN-LOAN-NUMBER
                   ALTERNATE RECORD KEY IS LN-BOOK-NUMBER
                                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS LN-BORROWER-ID
                                       WITH DUPLICATES
                   FILE STATUS IS LOAN-ERROR-STATUS.

           SELECT PERSON-IDX-FILE ASSIGN TO "personidx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PERSON-IDX-ID
                   ALTERNATE RECORD KEY IS PERSON-IDX-FIRST-NAME
                                       WITH DUPLICATES
                   FILE STATUS IS PERSON-ERROR-STATUS.

           SELECT PERSON-XREF-FILE ASSIGN TO "personxrf"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PX-OLD-ID
                   FILE STATUS IS XREF-ERROR-STATUS.

           SELECT BOOK-FILE ASSIGN TO "BOOKS.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BOOK-NUMBER-FA
                   ALTERNATE RECORD KEY IS AUTHOR-NUMBER-FA
                       WITH DUPLICATES
                   FILE STATUS IS BOOK-ERROR-STATUS.

           SELECT BUSINESS-CALENDAR-FILE ASSIGN TO "buscal"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BD-DATE
                   FILE STATUS IS CALENDAR-ERROR-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDIT.TRL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS AUDIT-ERROR-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  LIB-BORROWER-FILE.
           COPY "LIB-BORROWER-REC.CPY".

       FD  LIB-LOAN-FILE.
           COPY "LIB-LOAN-REC.CPY".

       FD  PERSON-IDX-FILE.
       01  PERSON-IDX-REC.
           02 PERSON-IDX-ID             PIC 9(09).
           02 PERSON-IDX-FIRST-NAME     PIC X(30).
           02 PERSON-IDX-LAST-NAME      PIC X(30).
           02 PERSON-IDX-SEX            PIC X(06).
           02 PERSON-IDX-ETHNICITY      PIC X(15).
           02 PERSON-IDX-STATUS         PIC X(01).
              88 PERSON-IDX-ACTIVE      VALUE "A".
              88 PERSON-IDX-INACTIVE    VALUE "I".
              88 PERSON-IDX-MERGED      VALUE "M".

       FD  PERSON-XREF-FILE.
       01  PERSON-XREF-REC.
           02 PX-OLD-ID                 PIC 9(09).
           02 PX-SURVIVOR-ID            PIC 9(09).
           02 PX-MERGE-DATE             PIC 9(08).

       FD  BOOK-FILE.
       01  BOOK-REC-FA.
           02 BOOK-NUMBER-FA            PIC 9(7).
           02 BOOK-NAME-FA              PIC X(25).
           02 AUTHOR-NUMBER-FA          PIC 9(7).
           02 ROYALTY-RATE-FA           PIC V999.
           02 QTR-BORROWINGS-FA         PIC 999.
           02 BOOK-CURRENCY-FA          PIC X(3).

       FD  BUSINESS-CALENDAR-FILE.
           COPY "BUSCAL.CPY".

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-TRAIL-REC.CPY".

       WORKING-STORAGE SECTION.
       01  ERROR-STATES.
           02 BORROWER-ERROR-STATUS     PIC X(2).
              88 BORROWER-FILE-MISSING  VALUE "35".
              COPY "FS-STATUS-CODES.CPY".
           02 LOAN-ERROR-STATUS         PIC X(2).
              88 LOAN-FILE-MISSING      VALUE "35".
              COPY "FS-STATUS-CODES.CPY".
           02 PERSON-ERROR-STATUS       PIC X(2).
              COPY "FS-STATUS-CODES.CPY".
           02 XREF-ERROR-STATUS         PIC X(2).
              88 XREF-FILE-FOUND        VALUE "00".
              COPY "FS-STATUS-CODES.CPY".
           02 BOOK-ERROR-STATUS         PIC X(2).
              COPY "FS-STATUS-CODES.CPY".
           02 CALENDAR-ERROR-STATUS     PIC X(2).
              88 CALENDAR-FILE-FOUND    VALUE "00".
              COPY "FS-STATUS-CODES.CPY".
           02 AUDIT-ERROR-STATUS        PIC X(2).
              88 AUDIT-FILE-MISSING     VALUE "35".
              COPY "FS-STATUS-CODES.CPY".

       01  MENU-CONTROL.
           02 MENU-OPTION               PIC X(1) VALUE SPACE.
           02 EXIT-OPTION               PIC X(1) VALUE "6".
           02 WS-XREF-AVAILABLE-SW      PIC X(1) VALUE "N".
              88 WS-XREF-AVAILABLE      VALUE "Y".
           02 WS-CALENDAR-AVAILABLE-SW  PIC X(1) VALUE "N".
              88 WS-CALENDAR-AVAILABLE  VALUE "Y".
           02 WS-PARMS-OK-SW            PIC X(1) VALUE "Y".
              88 WS-PARMS-OK            VALUE "Y".
           02 WS-PERSON-OK-SW           PIC X(1) VALUE "N".
              88 WS-PERSON-OK           VALUE "Y".
           02 WS-BUSINESS-DAY-SW        PIC X(1) VALUE "N".
              88 WS-BUSINESS-DAY        VALUE "Y".
           02 WS-LOAN-SCAN-SW           PIC X(1) VALUE "N".
              88 WS-LOAN-SCAN-MORE      VALUE "Y".
           02 WS-LOAN-FOUND-SW          PIC X(1) VALUE "N".
              88 WS-LOAN-FOUND          VALUE "Y".

      *    Loan and fine rules, loaded from the system parameter file
      *    by 08-LOAD-SYSTEM-PARMS.
       01  CIRCULATION-RULES.
           02 WS-LOAN-DAYS              PIC 9(3) VALUE ZEROS.
           02 WS-MAX-LOANS              PIC 9(3) VALUE ZEROS.
           02 WS-FINE-PER-DAY           PIC 9(3)V99 VALUE ZEROS.
           02 WS-FINE-MAX               PIC 9(5)V99 VALUE ZEROS.
           02 WS-FINE-BLOCK             PIC 9(5)V99 VALUE ZEROS.

       01  CIRCULATION-WORK.
           02 WS-TODAY                  PIC 9(8) VALUE ZEROS.
           02 WS-PERSON-ID              PIC 9(9) VALUE ZEROS.
           02 WS-BORROWER-ID            PIC 9(9) VALUE ZEROS.
           02 WS-BOOK-NUMBER            PIC 9(7) VALUE ZEROS.
           02 WS-NEXT-LOAN-NUMBER       PIC 9(9) VALUE ZEROS.
           02 WS-DUE-DATE               PIC 9(8) VALUE ZEROS.
           02 WS-DAY-INTEGER            PIC 9(7) VALUE ZEROS.
           02 WS-DAY-OF-WEEK            PIC 9(1) VALUE ZEROS.
           02 WS-DAYS-OVERDUE           PIC 9(5) VALUE ZEROS.
           02 WS-FINE                   PIC 9(5)V99 VALUE ZEROS.
           02 WS-PAYMENT                PIC 9(5)V99 VALUE ZEROS.
           02 WS-AMOUNT-PRN             PIC ZZ,ZZ9.99.
           02 WS-AUDIT-BEFORE-REC       PIC X(91).

       COPY "SYSPRMSG.CPY".

       PROCEDURE DIVISION.
       10-BEGIN.
           PERFORM 08-LOAD-SYSTEM-PARMS THRU 08-EXIT.
           IF NOT WS-PARMS-OK
               STOP RUN
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN I-O LIB-BORROWER-FILE.
           IF BORROWER-FILE-MISSING
               CLOSE LIB-BORROWER-FILE
               OPEN OUTPUT LIB-BORROWER-FILE
               CLOSE LIB-BORROWER-FILE
               OPEN I-O LIB-BORROWER-FILE
           END-IF.
           OPEN I-O LIB-LOAN-FILE.
           IF LOAN-FILE-MISSING
               CLOSE LIB-LOAN-FILE
               OPEN OUTPUT LIB-LOAN-FILE
               CLOSE LIB-LOAN-FILE
               OPEN I-O LIB-LOAN-FILE
           END-IF.
           OPEN INPUT PERSON-IDX-FILE.
           OPEN INPUT BOOK-FILE.
           OPEN INPUT PERSON-XREF-FILE.
           IF XREF-FILE-FOUND
               MOVE "Y" TO WS-XREF-AVAILABLE-SW
           END-IF.
           OPEN INPUT BUSINESS-CALENDAR-FILE.
           IF CALENDAR-FILE-FOUND
               MOVE "Y" TO WS-CALENDAR-AVAILABLE-SW
           END-IF.
           OPEN EXTEND AUDIT-TRAIL-FILE.
           IF AUDIT-FILE-MISSING
               OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF.
           PERFORM 20-DISPLAY-MENU
               UNTIL MENU-OPTION EQUAL TO EXIT-OPTION.
           CLOSE LIB-BORROWER-FILE.
           CLOSE LIB-LOAN-FILE.
           CLOSE PERSON-IDX-FILE.
           CLOSE BOOK-FILE.
           IF WS-XREF-AVAILABLE
               CLOSE PERSON-XREF-FILE
           END-IF.
           IF WS-CALENDAR-AVAILABLE
               CLOSE BUSINESS-CALENDAR-FILE
           END-IF.
           CLOSE AUDIT-TRAIL-FILE.
           STOP RUN.

      *    The loan period, loan limit and fine rules are kept on the
      *    system parameter file maintained from the inventory
      *    system's Utilities menu.  A missing parameter stops the
      *    desk before any file is opened.
       08-LOAD-SYSTEM-PARMS.
           MOVE "LIB-LOAN-DAYS" TO PG-PARM-KEY.
           PERFORM 09-GET-SYSTEM-PARM THRU 09-EXIT.
           MOVE PG-PARM-NUMBER TO WS-LOAN-DAYS.
           MOVE "LIB-MAX-LOANS" TO PG-PARM-KEY.
           PERFORM 09-GET-SYSTEM-PARM THRU 09-EXIT.
           MOVE PG-PARM-NUMBER TO WS-MAX-LOANS.
           MOVE "LIB-FINE-PER-DAY" TO PG-PARM-KEY.
           PERFORM 09-GET-SYSTEM-PARM THRU 09-EXIT.
           MOVE PG-PARM-NUMBER TO WS-FINE-PER-DAY.
           MOVE "LIB-FINE-MAX" TO PG-PARM-KEY.
           PERFORM 09-GET-SYSTEM-PARM THRU 09-EXIT.
           MOVE PG-PARM-NUMBER TO WS-FINE-MAX.
           MOVE "LIB-FINE-BLOCK" TO PG-PARM-KEY.
           PERFORM 09-GET-SYSTEM-PARM THRU 09-EXIT.
           MOVE PG-PARM-NUMBER TO WS-FINE-BLOCK.
           IF NOT WS-PARMS-OK
               DISPLAY "CIRCULATION DESK NOT STARTED - CORRECT THE "
                       "SYSTEM PARAMETERS ABOVE AND RERUN."
           END-IF.
       08-EXIT.
           EXIT.

       09-GET-SYSTEM-PARM.
           CALL "SysParmGet" USING SYS-PARM-MSG.
           IF NOT PG-RESULT-OK
               DISPLAY "SYSTEM PARAMETER " PG-PARM-KEY " - " PG-REASON
               MOVE "N" TO WS-PARMS-OK-SW
           END-IF.
       09-EXIT.
           EXIT.

       20-DISPLAY-MENU.
           DISPLAY " ".
           DISPLAY "Library Circulation".
           DISPLAY "-------------------".
           DISPLAY "1. Register A Borrower".
           DISPLAY "2. Check Out A Book".
           DISPLAY "3. Return A Book".
           DISPLAY "4. Pay Fines".
           DISPLAY "5. Show A Borrower's Loans".
           DISPLAY "6. Exit".
           DISPLAY "Enter your choice:".
           ACCEPT MENU-OPTION.
           EVALUATE MENU-OPTION
               WHEN "1" PERFORM 30-REGISTER-BORROWER THRU 30-EXIT
               WHEN "2" PERFORM 40-CHECK-OUT-BOOK THRU 40-EXIT
               WHEN "3" PERFORM 50-RETURN-BOOK THRU 50-EXIT
               WHEN "4" PERFORM 60-PAY-FINES THRU 60-EXIT
               WHEN "5" PERFORM 70-SHOW-BORROWER THRU 70-EXIT
               WHEN EXIT-OPTION CONTINUE
               WHEN OTHER DISPLAY "INVALID CHOICE"
           END-EVALUATE.

      *    A person may borrow only while active on personidx.  A
      *    merged-away id is pointed at its survivor so the desk can
      *    register or serve the person under the id that lives on.
       25-CHECK-PERSON.
           MOVE "N" TO WS-PERSON-OK-SW.
           MOVE WS-PERSON-ID TO PERSON-IDX-ID.
           READ PERSON-IDX-FILE
               KEY IS PERSON-IDX-ID
               INVALID KEY
                   DISPLAY "PERSON " WS-PERSON-ID " NOT ON FILE."
                   GO TO 25-EXIT
           END-READ.
           IF PERSON-IDX-ACTIVE
               MOVE "Y" TO WS-PERSON-OK-SW
               GO TO 25-EXIT
           END-IF.
           IF NOT PERSON-IDX-MERGED
               DISPLAY "PERSON " WS-PERSON-ID " IS NOT ACTIVE - "
                       "BORROWING BLOCKED."
               GO TO 25-EXIT
           END-IF.
           DISPLAY "PERSON " WS-PERSON-ID " HAS BEEN MERGED - "
                   "BORROWING BLOCKED.".
           IF WS-XREF-AVAILABLE
               MOVE WS-PERSON-ID TO PX-OLD-ID
               READ PERSON-XREF-FILE
                   KEY IS PX-OLD-ID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       DISPLAY "USE SURVIVING PERSON ID "
                               PX-SURVIVOR-ID " INSTEAD."
               END-READ
           END-IF.
       25-EXIT.
           EXIT.

       30-REGISTER-BORROWER.
           DISPLAY "ENTER PERSON ID: ".
           ACCEPT WS-PERSON-ID.
           PERFORM 25-CHECK-PERSON THRU 25-EXIT.
           IF NOT WS-PERSON-OK
               DISPLAY "BORROWER NOT REGISTERED."
               GO TO 30-EXIT
           END-IF.
           MOVE WS-PERSON-ID TO LB-BORROWER-ID.
           READ LIB-BORROWER-FILE
               KEY IS LB-BORROWER-ID
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   DISPLAY "ALREADY REGISTERED AS " LB-BORROWER-NAME
                   GO TO 30-EXIT
           END-READ.
           MOVE SPACES TO LB-BORROWER-NAME.
           STRING PERSON-IDX-FIRST-NAME DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  PERSON-IDX-LAST-NAME DELIMITED BY "  "
               INTO LB-BORROWER-NAME.
           MOVE WS-TODAY TO LB-REGISTERED-DATE.
           MOVE ZEROS TO LB-LOANS-OUT.
           MOVE ZEROS TO LB-FINES-OWED.
           MOVE ZEROS TO LB-FINES-PAID.
           MOVE WS-TODAY TO LB-LAST-ACTIVITY.
           WRITE LIB-BORROWER-REC
               INVALID KEY
                   DISPLAY "BORROWER NOT REGISTERED - STATUS "
                           BORROWER-ERROR-STATUS
                   GO TO 30-EXIT
           END-WRITE.
           MOVE LB-BORROWER-ID TO AT-KEY-VALUE.
           MOVE SPACES TO AT-BEFORE-IMAGE.
           MOVE LIB-BORROWER-REC TO AT-AFTER-IMAGE.
           SET AT-OP-ADD TO TRUE.
           PERFORM 85-WRITE-AUDIT-RECORD THRU 85-EXIT.
           DISPLAY "REGISTERED: " LB-BORROWER-NAME.
       30-EXIT.
           EXIT.

      *    Checks the borrower can take another book, then writes the
      *    loan and counts it against the borrower.
       40-CHECK-OUT-BOOK.
           DISPLAY "ENTER BORROWER (PERSON) ID: ".
           ACCEPT WS-BORROWER-ID.
           MOVE WS-BORROWER-ID TO LB-BORROWER-ID.
           READ LIB-BORROWER-FILE
               KEY IS LB-BORROWER-ID
               INVALID KEY
                   DISPLAY "NOT A REGISTERED BORROWER - REGISTER FIRST."
                   GO TO 40-EXIT
           END-READ.
           MOVE WS-BORROWER-ID TO WS-PERSON-ID.
           PERFORM 25-CHECK-PERSON THRU 25-EXIT.
           IF NOT WS-PERSON-OK
               GO TO 40-EXIT
           END-IF.
           IF LB-LOANS-OUT NOT LESS THAN WS-MAX-LOANS
               DISPLAY "BORROWER HAS " LB-LOANS-OUT " BOOKS OUT - "
                       "THE LIMIT IS " WS-MAX-LOANS "."
               GO TO 40-EXIT
           END-IF.
           IF WS-FINE-BLOCK GREATER THAN ZEROS
               AND LB-FINES-OWED NOT LESS THAN WS-FINE-BLOCK
               MOVE LB-FINES-OWED TO WS-AMOUNT-PRN
               DISPLAY "BORROWER OWES " WS-AMOUNT-PRN
                       " IN FINES - PAY BEFORE BORROWING."
               GO TO 40-EXIT
           END-IF.
           DISPLAY "ENTER BOOK NUMBER: ".
           ACCEPT WS-BOOK-NUMBER.
           MOVE WS-BOOK-NUMBER TO BOOK-NUMBER-FA.
           READ BOOK-FILE
               KEY IS BOOK-NUMBER-FA
               INVALID KEY
                   DISPLAY "BOOK NOT ON FILE - NOT CHECKED OUT."
                   GO TO 40-EXIT
           END-READ.
           PERFORM 45-COMPUTE-DUE-DATE THRU 45-EXIT.
           PERFORM 48-NEXT-LOAN-NUMBER THRU 48-EXIT.
           MOVE WS-NEXT-LOAN-NUMBER TO LN-LOAN-NUMBER.
           MOVE WS-BOOK-NUMBER TO LN-BOOK-NUMBER.
           MOVE WS-BORROWER-ID TO LN-BORROWER-ID.
           MOVE WS-TODAY TO LN-CHECKOUT-DATE.
           MOVE WS-DUE-DATE TO LN-DUE-DATE.
           MOVE ZEROS TO LN-RETURN-DATE.
           SET LN-ON-LOAN TO TRUE.
           MOVE ZEROS TO LN-NOTICE-COUNT.
           MOVE ZEROS TO LN-LAST-NOTICE-DATE.
           MOVE ZEROS TO LN-FINE-AMOUNT.
           WRITE LIB-LOAN-REC
               INVALID KEY
                   DISPLAY "LOAN NOT RECORDED - STATUS "
                           LOAN-ERROR-STATUS
                   GO TO 40-EXIT
           END-WRITE.
           MOVE LN-LOAN-NUMBER TO AT-KEY-VALUE.
           MOVE SPACES TO AT-BEFORE-IMAGE.
           MOVE LIB-LOAN-REC TO AT-AFTER-IMAGE.
           SET AT-OP-ADD TO TRUE.
           PERFORM 85-WRITE-AUDIT-RECORD THRU 85-EXIT.
           MOVE LIB-BORROWER-REC TO WS-AUDIT-BEFORE-REC.
           ADD 1 TO LB-LOANS-OUT.
           MOVE WS-TODAY TO LB-LAST-ACTIVITY.
           PERFORM 80-REWRITE-BORROWER THRU 80-EXIT.
           DISPLAY "LOAN " LN-LOAN-NUMBER ": " BOOK-NAME-FA.
           DISPLAY "DUE BACK " LN-DUE-DATE.
       40-EXIT.
           EXIT.

      *    Today plus the loan period, moved on a day at a time until
      *    it lands on a business day.
       45-COMPUTE-DUE-DATE.
           COMPUTE WS-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) + WS-LOAN-DAYS.
           COMPUTE WS-DUE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER).
           PERFORM 46-TEST-BUSINESS-DAY THRU 46-EXIT.
           PERFORM 47-NEXT-DAY THRU 47-EXIT
               UNTIL WS-BUSINESS-DAY.
       45-EXIT.
           EXIT.

      *    Weekend by arithmetic, then the calendar's closed days when
      *    the file is on disk.
       46-TEST-BUSINESS-DAY.
           MOVE "Y" TO WS-BUSINESS-DAY-SW.
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-DAY-INTEGER 7).
           IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
               MOVE "N" TO WS-BUSINESS-DAY-SW
               GO TO 46-EXIT
           END-IF.
           IF WS-CALENDAR-AVAILABLE
               MOVE WS-DUE-DATE TO BD-DATE
               READ BUSINESS-CALENDAR-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "N" TO WS-BUSINESS-DAY-SW
               END-READ
           END-IF.
       46-EXIT.
           EXIT.

       47-NEXT-DAY.
           ADD 1 TO WS-DAY-INTEGER.
           COMPUTE WS-DUE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER).
           PERFORM 46-TEST-BUSINESS-DAY THRU 46-EXIT.
       47-EXIT.
           EXIT.

      *    One more than the highest loan number on file, read
      *    backwards from the top of the key range.
       48-NEXT-LOAN-NUMBER.
           MOVE 1 TO WS-NEXT-LOAN-NUMBER.
           MOVE 999999999 TO LN-LOAN-NUMBER.
           START LIB-LOAN-FILE
               KEY IS LESS THAN LN-LOAN-NUMBER
               INVALID KEY
                   GO TO 48-EXIT
           END-START.
           READ LIB-LOAN-FILE PREVIOUS RECORD
               AT END
                   GO TO 48-EXIT
           END-READ.
           COMPUTE WS-NEXT-LOAN-NUMBER = LN-LOAN-NUMBER + 1.
       48-EXIT.
           EXIT.

      *    Finds the borrower's open loan of the book, closes it, and
      *    fines the borrower for each day it came back late.
       50-RETURN-BOOK.
           DISPLAY "ENTER BOOK NUMBER: ".
           ACCEPT WS-BOOK-NUMBER.
           DISPLAY "ENTER BORROWER (PERSON) ID: ".
           ACCEPT WS-BORROWER-ID.
           MOVE "N" TO WS-LOAN-FOUND-SW.
           MOVE "Y" TO WS-LOAN-SCAN-SW.
           MOVE WS-BOOK-NUMBER TO LN-BOOK-NUMBER.
           START LIB-LOAN-FILE
               KEY IS EQUAL TO LN-BOOK-NUMBER
               INVALID KEY MOVE "N" TO WS-LOAN-SCAN-SW
           END-START.
           PERFORM 52-FIND-OPEN-LOAN THRU 52-EXIT
               UNTIL NOT WS-LOAN-SCAN-MORE.
           IF NOT WS-LOAN-FOUND
               DISPLAY "NO OPEN LOAN OF BOOK " WS-BOOK-NUMBER
                       " TO BORROWER " WS-BORROWER-ID "."
               GO TO 50-EXIT
           END-IF.
           MOVE LIB-LOAN-REC TO WS-AUDIT-BEFORE-REC.
           PERFORM 55-COMPUTE-FINE THRU 55-EXIT.
           MOVE WS-TODAY TO LN-RETURN-DATE.
           SET LN-RETURNED TO TRUE.
           MOVE WS-FINE TO LN-FINE-AMOUNT.
           REWRITE LIB-LOAN-REC
               INVALID KEY
                   DISPLAY "RETURN NOT RECORDED - STATUS "
                           LOAN-ERROR-STATUS
                   GO TO 50-EXIT
           END-REWRITE.
           MOVE LN-LOAN-NUMBER TO AT-KEY-VALUE.
           MOVE WS-AUDIT-BEFORE-REC TO AT-BEFORE-IMAGE.
           MOVE LIB-LOAN-REC TO AT-AFTER-IMAGE.
           SET AT-OP-CHANGE TO TRUE.
           PERFORM 85-WRITE-AUDIT-RECORD THRU 85-EXIT.
           DISPLAY "LOAN " LN-LOAN-NUMBER " RETURNED.".
           MOVE WS-BORROWER-ID TO LB-BORROWER-ID.
           READ LIB-BORROWER-FILE
               KEY IS LB-BORROWER-ID
               INVALID KEY
                   DISPLAY "BORROWER RECORD MISSING - FINE NOT POSTED."
                   GO TO 50-EXIT
           END-READ.
           MOVE LIB-BORROWER-REC TO WS-AUDIT-BEFORE-REC.
           IF LB-LOANS-OUT GREATER THAN ZEROS
               SUBTRACT 1 FROM LB-LOANS-OUT
           END-IF.
           ADD WS-FINE TO LB-FINES-OWED.
           MOVE WS-TODAY TO LB-LAST-ACTIVITY.
           PERFORM 80-REWRITE-BORROWER THRU 80-EXIT.
           IF WS-FINE GREATER THAN ZEROS
               MOVE WS-FINE TO WS-AMOUNT-PRN
               DISPLAY WS-DAYS-OVERDUE " DAY(S) LATE - FINED "
                       WS-AMOUNT-PRN
               MOVE LB-FINES-OWED TO WS-AMOUNT-PRN
               DISPLAY "BORROWER NOW OWES " WS-AMOUNT-PRN
           END-IF.
       50-EXIT.
           EXIT.

      *    Reads on through the book's loans until the borrower's open
      *    one turns up or the book's loans run out.
       52-FIND-OPEN-LOAN.
           READ LIB-LOAN-FILE NEXT RECORD
               AT END
                   MOVE "N" TO WS-LOAN-SCAN-SW
                   GO TO 52-EXIT
           END-READ.
           IF LN-BOOK-NUMBER NOT EQUAL TO WS-BOOK-NUMBER
               MOVE "N" TO WS-LOAN-SCAN-SW
               GO TO 52-EXIT
           END-IF.
           IF LN-ON-LOAN
               AND LN-BORROWER-ID EQUAL TO WS-BORROWER-ID
               MOVE "Y" TO WS-LOAN-FOUND-SW
               MOVE "N" TO WS-LOAN-SCAN-SW
           END-IF.
       52-EXIT.
           EXIT.

      *    The fine for each calendar day past the due date, capped
      *    per loan when a cap is set.
       55-COMPUTE-FINE.
           MOVE ZEROS TO WS-DAYS-OVERDUE.
           MOVE ZEROS TO WS-FINE.
           IF WS-TODAY NOT GREATER THAN LN-DUE-DATE
               GO TO 55-EXIT
           END-IF.
           COMPUTE WS-DAYS-OVERDUE =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
             - FUNCTION INTEGER-OF-DATE(LN-DUE-DATE).
           COMPUTE WS-FINE = WS-DAYS-OVERDUE * WS-FINE-PER-DAY
               ON SIZE ERROR
                   MOVE WS-FINE-MAX TO WS-FINE
           END-COMPUTE.
           IF WS-FINE-MAX GREATER THAN ZEROS
               AND WS-FINE GREATER THAN WS-FINE-MAX
               MOVE WS-FINE-MAX TO WS-FINE
           END-IF.
       55-EXIT.
           EXIT.

       60-PAY-FINES.
           DISPLAY "ENTER BORROWER (PERSON) ID: ".
           ACCEPT WS-BORROWER-ID.
           MOVE WS-BORROWER-ID TO LB-BORROWER-ID.
           READ LIB-BORROWER-FILE
               KEY IS LB-BORROWER-ID
               INVALID KEY
                   DISPLAY "NOT A REGISTERED BORROWER."
                   GO TO 60-EXIT
           END-READ.
           IF LB-FINES-OWED EQUAL TO ZEROS
               DISPLAY "NO FINES OWED."
               GO TO 60-EXIT
           END-IF.
           MOVE LB-FINES-OWED TO WS-AMOUNT-PRN.
           DISPLAY "FINES OWED: " WS-AMOUNT-PRN.
           DISPLAY "ENTER AMOUNT PAID (NNNNN.NN): ".
           ACCEPT WS-PAYMENT.
           IF WS-PAYMENT EQUAL TO ZEROS
               OR WS-PAYMENT GREATER THAN LB-FINES-OWED
               DISPLAY "AMOUNT MUST BE MORE THAN ZERO AND NOT MORE "
                       "THAN IS OWED - NOTHING POSTED."
               GO TO 60-EXIT
           END-IF.
           MOVE LIB-BORROWER-REC TO WS-AUDIT-BEFORE-REC.
           SUBTRACT WS-PAYMENT FROM LB-FINES-OWED.
           ADD WS-PAYMENT TO LB-FINES-PAID.
           MOVE WS-TODAY TO LB-LAST-ACTIVITY.
           PERFORM 80-REWRITE-BORROWER THRU 80-EXIT.
           MOVE LB-FINES-OWED TO WS-AMOUNT-PRN.
           DISPLAY "PAYMENT POSTED - STILL OWED " WS-AMOUNT-PRN.
       60-EXIT.
           EXIT.

       70-SHOW-BORROWER.
           DISPLAY "ENTER BORROWER (PERSON) ID: ".
           ACCEPT WS-BORROWER-ID.
           MOVE WS-BORROWER-ID TO LB-BORROWER-ID.
           READ LIB-BORROWER-FILE
               KEY IS LB-BORROWER-ID
               INVALID KEY
                   DISPLAY "NOT A REGISTERED BORROWER."
                   GO TO 70-EXIT
           END-READ.
           DISPLAY "BORROWER    : " LB-BORROWER-ID " " LB-BORROWER-NAME.
           DISPLAY "REGISTERED  : " LB-REGISTERED-DATE.
           DISPLAY "BOOKS OUT   : " LB-LOANS-OUT.
           MOVE LB-FINES-OWED TO WS-AMOUNT-PRN.
           DISPLAY "FINES OWED  : " WS-AMOUNT-PRN.
           DISPLAY "LOAN       BOOK    OUT      DUE      RETURNED "
                   "ST      FINE".
           MOVE "Y" TO WS-LOAN-SCAN-SW.
           MOVE WS-BORROWER-ID TO LN-BORROWER-ID.
           START LIB-LOAN-FILE
               KEY IS EQUAL TO LN-BORROWER-ID
               INVALID KEY MOVE "N" TO WS-LOAN-SCAN-SW
           END-START.
           PERFORM 72-SHOW-ONE-LOAN THRU 72-EXIT
               UNTIL NOT WS-LOAN-SCAN-MORE.
       70-EXIT.
           EXIT.

       72-SHOW-ONE-LOAN.
           READ LIB-LOAN-FILE NEXT RECORD
               AT END
                   MOVE "N" TO WS-LOAN-SCAN-SW
                   GO TO 72-EXIT
           END-READ.
           IF LN-BORROWER-ID NOT EQUAL TO WS-BORROWER-ID
               MOVE "N" TO WS-LOAN-SCAN-SW
               GO TO 72-EXIT
           END-IF.
           MOVE LN-FINE-AMOUNT TO WS-AMOUNT-PRN.
           DISPLAY LN-LOAN-NUMBER " " LN-BOOK-NUMBER " "
                   LN-CHECKOUT-DATE " " LN-DUE-DATE " "
                   LN-RETURN-DATE " " LN-STATUS " " WS-AMOUNT-PRN.
       72-EXIT.
           EXIT.

      *    Rewrites the borrower record read and changed by the caller,
      *    which has saved the before image in WS-AUDIT-BEFORE-REC.
       80-REWRITE-BORROWER.
           REWRITE LIB-BORROWER-REC
               INVALID KEY
                   DISPLAY "BORROWER NOT UPDATED - STATUS "
                           BORROWER-ERROR-STATUS
                   GO TO 80-EXIT
           END-REWRITE.
           MOVE LB-BORROWER-ID TO AT-KEY-VALUE.
           MOVE WS-AUDIT-BEFORE-REC TO AT-BEFORE-IMAGE.
           MOVE LIB-BORROWER-REC TO AT-AFTER-IMAGE.
           SET AT-OP-CHANGE TO TRUE.
           PERFORM 85-WRITE-AUDIT-RECORD THRU 85-EXIT.
       80-EXIT.
           EXIT.

      *    Common audit-trail append, called once AT-KEY-VALUE,
      *    AT-OPERATION, and the before/after images have been set.
       85-WRITE-AUDIT-RECORD.
           ACCEPT AT-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT AT-TS-TIME FROM TIME.
           MOVE "LibCirculation" TO AT-PROGRAM-ID.
           CALL "AuditChain" USING AUDIT-TRAIL-REC.
           WRITE AUDIT-TRAIL-REC.
           MOVE SPACES TO AT-FILE-NAME.
       85-EXIT.
           EXIT.
