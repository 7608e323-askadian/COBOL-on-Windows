      *$ SET SOURCEFORMAT"FREE"
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   LibOverdueRun.
       AUTHOR.  AMRESH KADIAN.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *  LIBRARY OVERDUE-NOTICE RUN.  Reads the circulation loans on  *
      *  LIBLOAN.DAT in borrower order and prints one notice per      *
      *  borrower (OVERDUE.RPT) listing every book still out past its *
      *  due date, the days it is late and the fine accrued on it so  *
      *  far at LIB-FINE-PER-DAY, capped at LIB-FINE-MAX, the same    *
      *  rule LibCirculation applies when the book comes back.  Each  *
      *  overdue loan is stamped with the notice count, the notice    *
      *  date and the fine accrued to date, with an audit-trail image *
      *  per update.  The fine becomes owed by the borrower only when *
      *  the book is returned; the notice shows what is already owed  *
      *  alongside what is still accruing.                            *
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

           SELECT LIB-BORROWER-FILE ASSIGN TO "LIBBORR.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LB-BORROWER-ID
                   FILE STATUS IS BORROWER-ERROR-STATUS.

           SELECT BOOK-FILE ASSIGN TO "BOOKS.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BOOK-NUMBER-FA
                   ALTERNATE RECORD KEY IS AUTHOR-NUMBER-FA
                       WITH DUPLICATES
                   FILE STATUS IS BOOK-ERROR-STATUS.

           SELECT NOTICE-REPORT ASSIGN TO "OVERDUE.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS NOTICE-ERROR-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDIT.TRL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS AUDIT-ERROR-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  LIB-LOAN-FILE.
           COPY "LIB-LOAN-REC.CPY".

       FD  LIB-BORROWER-FILE.
           COPY "LIB-BORROWER-REC.CPY".

       FD  BOOK-FILE.
       01  BOOK-REC-FA.
           02 BOOK-NUMBER-FA            PIC 9(7).
           02 BOOK-NAME-FA              PIC X(25).
           02 AUTHOR-NUMBER-FA          PIC 9(7).
           02 ROYALTY-RATE-FA           PIC V999.
           02 QTR-BORROWINGS-FA         PIC 999.
           02 BOOK-CURRENCY-FA          PIC X(3).

       FD  NOTICE-REPORT.
       01  NOTICE-LINE                  PIC X(80).

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-TRAIL-REC.CPY".

       WORKING-STORAGE SECTION.
       01  ERROR-STATES.
           02 LOAN-ERROR-STATUS         PIC X(2).
              88 LOAN-FILE-MISSING      VALUE "35".
              COPY "FS-STATUS-CODES.CPY".
           02 BORROWER-ERROR-STATUS     PIC X(2).
              COPY "FS-STATUS-CODES.CPY".
           02 BOOK-ERROR-STATUS         PIC X(2).
              COPY "FS-STATUS-CODES.CPY".
           02 NOTICE-ERROR-STATUS       PIC X(2).
              COPY "FS-STATUS-CODES.CPY".
           02 AUDIT-ERROR-STATUS        PIC X(2).
              88 AUDIT-FILE-MISSING     VALUE "35".
              COPY "FS-STATUS-CODES.CPY".

       01  EOF-FLAGS.
           02 FILLER                    PIC 9 VALUE 0.
              88 END-OF-LOAN-FILE       VALUE 1.

       01  RUN-SWITCHES.
           02 WS-PARMS-OK-SW            PIC X(1) VALUE "Y".
              88 WS-PARMS-OK            VALUE "Y".
           02 WS-NOTICE-OPEN-SW         PIC X(1) VALUE "N".
              88 WS-NOTICE-OPEN         VALUE "Y".

       01  FINE-RULES.
           02 WS-FINE-PER-DAY           PIC 9(3)V99 VALUE ZEROS.
           02 WS-FINE-MAX               PIC 9(5)V99 VALUE ZEROS.

       01  RUN-CONTROL-TOTALS.
           02 WS-LOANS-READ             PIC 9(7)  VALUE ZEROS.
           02 WS-LOANS-OVERDUE          PIC 9(7)  VALUE ZEROS.
           02 WS-NOTICES-PRINTED        PIC 9(7)  VALUE ZEROS.
           02 WS-TOTAL-ACCRUED          PIC 9(7)V99 VALUE ZEROS.

       01  INTERMEDIATE-VARIABLES.
           02 WS-RUN-DATE               PIC 9(8).
           02 WS-CURRENT-BORROWER       PIC 9(9) VALUE ZEROS.
           02 WS-DAYS-OVERDUE           PIC 9(5) VALUE ZEROS.
           02 WS-FINE                   PIC 9(5)V99 VALUE ZEROS.
           02 WS-BORROWER-ACCRUED       PIC 9(7)V99 VALUE ZEROS.
           02 WS-AUDIT-BEFORE-REC       PIC X(91).

       01  NOTICE-HEADING-1.
           02 FILLER                    PIC X(30) VALUE
              "LIBRARY OVERDUE NOTICE".
           02 FILLER                    PIC X(6) VALUE "DATE ".
           02 NH1-RUN-DATE              PIC 9(8).

       01  NOTICE-HEADING-2.
           02 FILLER                    PIC X(10) VALUE "BORROWER ".
           02 NH2-BORROWER-ID           PIC 9(9).
           02 FILLER                    PIC X(2) VALUE SPACES.
           02 NH2-BORROWER-NAME         PIC X(40).

       01  NOTICE-HEADING-3.
           02 FILLER                    PIC X(36) VALUE
              "LOAN      BOOK    TITLE".
           02 FILLER                    PIC X(34) VALUE
              "DUE       LATE  NOTICE   FINE".

       01  NOTICE-DETAIL-LINE.
           02 ND-LOAN-NUMBER            PIC 9(9).
           02 FILLER                    PIC X(1) VALUE SPACE.
           02 ND-BOOK-NUMBER            PIC 9(7).
           02 FILLER                    PIC X(1) VALUE SPACE.
           02 ND-BOOK-NAME              PIC X(25).
           02 FILLER                    PIC X(1) VALUE SPACE.
           02 ND-DUE-DATE               PIC 9(8).
           02 FILLER                    PIC X(1) VALUE SPACE.
           02 ND-DAYS-OVERDUE           PIC ZZZZ9.
           02 FILLER                    PIC X(3) VALUE SPACES.
           02 ND-NOTICE-COUNT           PIC Z9.
           02 FILLER                    PIC X(2) VALUE SPACES.
           02 ND-FINE                   PIC ZZ,ZZ9.99.

       01  NOTICE-TOTAL-LINE.
           02 FILLER                    PIC X(30) VALUE SPACES.
           02 NT-LABEL                  PIC X(30).
           02 NT-AMOUNT                 PIC Z,ZZZ,ZZ9.99.

       COPY "SYSPRMSG.CPY".

       PROCEDURE DIVISION.
       10-BEGIN.
           PERFORM 08-LOAD-SYSTEM-PARMS THRU 08-EXIT.
           IF NOT WS-PARMS-OK
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN I-O LIB-LOAN-FILE.
           IF LOAN-FILE-MISSING
               DISPLAY "NO LOANS ON FILE (LIBLOAN.DAT) - NO NOTICES."
               STOP RUN
           END-IF.
           OPEN INPUT LIB-BORROWER-FILE.
           OPEN INPUT BOOK-FILE.
           OPEN OUTPUT NOTICE-REPORT.
           OPEN EXTEND AUDIT-TRAIL-FILE.
           IF AUDIT-FILE-MISSING
               OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF.

           MOVE ZEROS TO LN-BORROWER-ID.
           START LIB-LOAN-FILE
               KEY IS NOT LESS THAN LN-BORROWER-ID
               INVALID KEY SET END-OF-LOAN-FILE TO TRUE
           END-START.
           IF NOT END-OF-LOAN-FILE
               READ LIB-LOAN-FILE NEXT RECORD
                   AT END SET END-OF-LOAN-FILE TO TRUE
               END-READ
           END-IF.
           PERFORM 20-PROCESS-ONE-LOAN THRU 20-EXIT
               UNTIL END-OF-LOAN-FILE.
           PERFORM 40-CLOSE-NOTICE THRU 40-EXIT.

           DISPLAY "OVERDUE NOTICE RUN " WS-RUN-DATE.
           DISPLAY "LOANS READ       : " WS-LOANS-READ.
           DISPLAY "LOANS OVERDUE    : " WS-LOANS-OVERDUE.
           DISPLAY "NOTICES PRINTED  : " WS-NOTICES-PRINTED.
           DISPLAY "FINES ACCRUING   : " WS-TOTAL-ACCRUED.

           CLOSE LIB-LOAN-FILE.
           CLOSE LIB-BORROWER-FILE.
           CLOSE BOOK-FILE.
           CLOSE NOTICE-REPORT.
           CLOSE AUDIT-TRAIL-FILE.
           STOP RUN.

       08-LOAD-SYSTEM-PARMS.
           MOVE "LIB-FINE-PER-DAY" TO PG-PARM-KEY.
           PERFORM 09-GET-SYSTEM-PARM THRU 09-EXIT.
           MOVE PG-PARM-NUMBER TO WS-FINE-PER-DAY.
           MOVE "LIB-FINE-MAX" TO PG-PARM-KEY.
           PERFORM 09-GET-SYSTEM-PARM THRU 09-EXIT.
           MOVE PG-PARM-NUMBER TO WS-FINE-MAX.
           IF NOT WS-PARMS-OK
               DISPLAY "RUN ABORTED - CORRECT THE SYSTEM PARAMETERS "
                       "ABOVE AND RERUN."
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

      *    Loans arrive grouped by borrower; a change of borrower
      *    closes off the notice being printed for the last one.
       20-PROCESS-ONE-LOAN.
           ADD 1 TO WS-LOANS-READ.
           IF LN-BORROWER-ID NOT EQUAL TO WS-CURRENT-BORROWER
               PERFORM 40-CLOSE-NOTICE THRU 40-EXIT
               MOVE LN-BORROWER-ID TO WS-CURRENT-BORROWER
           END-IF.
           IF LN-ON-LOAN
               AND LN-DUE-DATE LESS THAN WS-RUN-DATE
               PERFORM 30-NOTICE-ONE-LOAN THRU 30-EXIT
           END-IF.
           READ LIB-LOAN-FILE NEXT RECORD
               AT END SET END-OF-LOAN-FILE TO TRUE
           END-READ.
       20-EXIT.
           EXIT.

      *    Prints the overdue loan on the borrower's notice and stamps
      *    the loan with the notice and the fine accrued so far.
       30-NOTICE-ONE-LOAN.
           IF NOT WS-NOTICE-OPEN
               PERFORM 35-OPEN-NOTICE THRU 35-EXIT
           END-IF.
           ADD 1 TO WS-LOANS-OVERDUE.
           MOVE LIB-LOAN-REC TO WS-AUDIT-BEFORE-REC.
           PERFORM 50-COMPUTE-FINE THRU 50-EXIT.
           IF LN-NOTICE-COUNT LESS THAN 99
               ADD 1 TO LN-NOTICE-COUNT
           END-IF.
           MOVE WS-RUN-DATE TO LN-LAST-NOTICE-DATE.
           MOVE WS-FINE TO LN-FINE-AMOUNT.
           ADD WS-FINE TO WS-BORROWER-ACCRUED.
           ADD WS-FINE TO WS-TOTAL-ACCRUED.
           MOVE LN-BOOK-NUMBER TO BOOK-NUMBER-FA.
           READ BOOK-FILE
               KEY IS BOOK-NUMBER-FA
               INVALID KEY MOVE "** NOT ON BOOKS.DAT **" TO BOOK-NAME-FA
           END-READ.
           MOVE LN-LOAN-NUMBER TO ND-LOAN-NUMBER.
           MOVE LN-BOOK-NUMBER TO ND-BOOK-NUMBER.
           MOVE BOOK-NAME-FA TO ND-BOOK-NAME.
           MOVE LN-DUE-DATE TO ND-DUE-DATE.
           MOVE WS-DAYS-OVERDUE TO ND-DAYS-OVERDUE.
           MOVE LN-NOTICE-COUNT TO ND-NOTICE-COUNT.
           MOVE WS-FINE TO ND-FINE.
           WRITE NOTICE-LINE FROM NOTICE-DETAIL-LINE.
           REWRITE LIB-LOAN-REC
               INVALID KEY
                   DISPLAY "REWRITE FAILED FOR LOAN "
                           LN-LOAN-NUMBER " - STATUS "
                           LOAN-ERROR-STATUS
               NOT INVALID KEY
                   MOVE LN-LOAN-NUMBER TO AT-KEY-VALUE
                   MOVE WS-AUDIT-BEFORE-REC TO AT-BEFORE-IMAGE
                   MOVE LIB-LOAN-REC TO AT-AFTER-IMAGE
                   SET AT-OP-CHANGE TO TRUE
                   PERFORM 55-WRITE-AUDIT-RECORD THRU 55-EXIT
           END-REWRITE.
       30-EXIT.
           EXIT.

       35-OPEN-NOTICE.
           MOVE "Y" TO WS-NOTICE-OPEN-SW.
           MOVE ZEROS TO WS-BORROWER-ACCRUED.
           ADD 1 TO WS-NOTICES-PRINTED.
           MOVE LN-BORROWER-ID TO LB-BORROWER-ID.
           READ LIB-BORROWER-FILE
               KEY IS LB-BORROWER-ID
               INVALID KEY
                   MOVE "** NOT A REGISTERED BORROWER **"
                       TO LB-BORROWER-NAME
                   MOVE ZEROS TO LB-FINES-OWED
           END-READ.
           MOVE WS-RUN-DATE TO NH1-RUN-DATE.
           MOVE LN-BORROWER-ID TO NH2-BORROWER-ID.
           MOVE LB-BORROWER-NAME TO NH2-BORROWER-NAME.
           WRITE NOTICE-LINE FROM NOTICE-HEADING-1.
           WRITE NOTICE-LINE FROM NOTICE-HEADING-2.
           MOVE SPACES TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           WRITE NOTICE-LINE FROM NOTICE-HEADING-3.
       35-EXIT.
           EXIT.

      *    Totals off the notice just printed, if one was started for
      *    the borrower whose loans have just run out.
       40-CLOSE-NOTICE.
           IF NOT WS-NOTICE-OPEN
               GO TO 40-EXIT
           END-IF.
           MOVE "FINES ACCRUING ON THESE LOANS" TO NT-LABEL.
           MOVE WS-BORROWER-ACCRUED TO NT-AMOUNT.
           WRITE NOTICE-LINE FROM NOTICE-TOTAL-LINE.
           MOVE "FINES ALREADY OWED" TO NT-LABEL.
           MOVE LB-FINES-OWED TO NT-AMOUNT.
           WRITE NOTICE-LINE FROM NOTICE-TOTAL-LINE.
           MOVE SPACES TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE "N" TO WS-NOTICE-OPEN-SW.
       40-EXIT.
           EXIT.

      *    The fine for each calendar day past the due date, capped
      *    per loan when a cap is set - as LibCirculation fines a
      *    late return.
       50-COMPUTE-FINE.
           COMPUTE WS-DAYS-OVERDUE =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
             - FUNCTION INTEGER-OF-DATE(LN-DUE-DATE).
           COMPUTE WS-FINE = WS-DAYS-OVERDUE * WS-FINE-PER-DAY
               ON SIZE ERROR
                   MOVE WS-FINE-MAX TO WS-FINE
           END-COMPUTE.
           IF WS-FINE-MAX GREATER THAN ZEROS
               AND WS-FINE GREATER THAN WS-FINE-MAX
               MOVE WS-FINE-MAX TO WS-FINE
           END-IF.
       50-EXIT.
           EXIT.

      *    Common audit-trail append, called once AT-KEY-VALUE,
      *    AT-OPERATION, and the before/after images have been set.
       55-WRITE-AUDIT-RECORD.
           ACCEPT AT-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT AT-TS-TIME FROM TIME.
           MOVE "LibOverdueRun" TO AT-PROGRAM-ID.
           CALL "AuditChain" USING AUDIT-TRAIL-REC.
           WRITE AUDIT-TRAIL-REC.
           MOVE SPACES TO AT-FILE-NAME.
       55-EXIT.
           EXIT.
