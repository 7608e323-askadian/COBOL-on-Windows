                   RECORD KEY IS RB-BAND-KEY
                   FILE STATUS IS BAND-ERROR-STATUS.

      *    Author advance ledger (maintained by AuthorAdvanceMgmt.cbl)
      *    - an author still owing back an advance paid on signing
      *    has the quarter's earned royalty applied against the
      *    unrecouped balance by 54-APPLY-ADVANCE-RECOUPMENT before
      *    anything reaches the agent's payment or REMIT.ACH.  An
      *    author with no advance on file is paid exactly as before.
           SELECT AUTHOR-ADVANCE-FILE ASSIGN TO "AUTHADV.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AV-AUTHOR-NUMBER
                   FILE STATUS IS ADVANCE-ERROR-STATUS.

      *    Co-author royalty splits, maintained by
      *    BookAuthorSplitMgmt.cbl - a book with split lines here is
      *    paid to each of its authors in proportion to their
      *    percentage, under each author's own break, instead of
      *    wholly to AUTHOR-NUMBER-FA.
           SELECT BOOK-AUTHOR-FILE ASSIGN TO "BOOKAUTH.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BA-KEY
                   ALTERNATE RECORD KEY IS BA-AUTHOR-NUMBER
                                       WITH DUPLICATES
                   FILE STATUS IS SPLIT-ERROR-STATUS.

      *    Payee tax details, maintained by PayeeTaxMgmt.cbl - tax
      *    is withheld by 60-APPLY-WITHHOLDING from any author paid
      *    without a valid tax id on file, or with foreign status,
      *    before the agent's payment or REMIT.ACH is built.
           SELECT PAYEE-TAX-FILE ASSIGN TO "PAYEETAX.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS WH-AUTHOR-NUMBER
                   FILE STATUS IS PAYEE-ERROR-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PAYMENT-HISTORY-FILE.
           COPY "PAYMENT-HIST-REC.CPY".

       FD  AUTHOR-ADVANCE-FILE.
           COPY "AUTHOR-ADVANCE-REC.CPY".

       FD  BOOK-AUTHOR-FILE.
           COPY "BOOK-AUTHOR-REC.CPY".

       FD  PAYEE-TAX-FILE.
           COPY "PAYEE-TAX-REC.CPY".

       FD  CONTROL-TOTALS-FILE.
       01  CONTROL-TOTALS-REC.
           02 CT-PREV-BORROWINGS         PIC 9(9).
           02 CP-LAST-AGENT-NAME         PIC X(25).
           02 CP-GRAND-TOTAL-BORROWINGS  PIC 9(9).
           02 CP-GRAND-TOTAL-ROYALTY     PIC 9(9)V99.
           02 CP-GRAND-TOTAL-RECOUPED    PIC 9(9)V99.
           02 CP-GRAND-TOTAL-WITHHELD    PIC 9(9)V99.

       FD  QUARTER-CONTROL-FILE.
       01  QUARTER-CONTROL-REC.
           02 BAND-ERROR-STATUS         PIC X(2).
              88 BAND-FILE-MISSING      VALUE "35".
              COPY "FS-STATUS-CODES.CPY".
           02 ADVANCE-ERROR-STATUS      PIC X(2).
              88 ADVANCE-FILE-MISSING   VALUE "35".
              COPY "FS-STATUS-CODES.CPY".
           02 SPLIT-ERROR-STATUS        PIC X(2).
              88 SPLIT-FILE-MISSING     VALUE "35".
              COPY "FS-STATUS-CODES.CPY".
           02 PAYEE-ERROR-STATUS        PIC X(2).
              88 PAYEE-FILE-MISSING     VALUE "35".
              COPY "FS-STATUS-CODES.CPY".

       01  WS-CURRENCY-VARS.
           02 WS-HOME-CURRENCY          PIC X(03) VALUE "USD".
           02 WS-BOOK-ROYALTY-HOME      PIC 9(5)V99 VALUE ZEROS.
           02 WS-RATE-TO-HOME           PIC 9(4)V9(06).
           02 WS-STALE-RATE-DAYS        PIC 9(03) VALUE ZEROS.
           02 WS-RATE-AGE-DAYS          PIC S9(05) VALUE ZEROS.
           02 WS-STALE-RATE-WARNED-SW   PIC X(01) VALUE "N".
              88 WS-STALE-RATE-WARNED   VALUE "Y".

      *    The GL accounts and the stale-rate limit are fetched from
      *    the system parameter file by 08-LOAD-SYSTEM-PARMS.
       01  GL-ACCOUNT-CODES.
           02 GL-ACCT-ROYALTY-EXPENSE   PIC X(10) VALUE SPACES.
           02 GL-ACCT-CASH              PIC X(10) VALUE SPACES.
           02 GL-ACCT-ROYALTY-ADVANCE   PIC X(10) VALUE SPACES.
           02 GL-ACCT-WITHHOLDING       PIC X(10) VALUE SPACES.

       01  SYSTEM-PARM-CONTROL.
           02 WS-PARMS-OK-SW            PIC X(01) VALUE "N".
              88 WS-PARMS-OK            VALUE "Y".
           COPY "SYSPRMSG.CPY".

       01  RUN-CONTROL-TOTALS.
           02 WS-GRAND-TOTAL-BORROWINGS PIC 9(9)  VALUE ZEROS.
           02 WS-GRAND-TOTAL-ROYALTY    PIC 9(9)V99 VALUE ZEROS.
           02 WS-PREV-TOTAL-BORROWINGS  PIC 9(9)  VALUE ZEROS.
           02 WS-PREV-TOTAL-ROYALTY     PIC 9(9)V99 VALUE ZEROS.
           02 WS-GRAND-TOTAL-RECOUPED   PIC 9(9)V99 VALUE ZEROS.
           02 WS-GRAND-TOTAL-WITHHELD   PIC 9(9)V99 VALUE ZEROS.
           02 WS-GRAND-TOTAL-NET-PAID   PIC 9(9)V99 VALUE ZEROS.

       01  RESTART-CHECKPOINT.
           02 WS-CHECKPOINT-AUTHOR      PIC 9(7)  VALUE ZEROS.
           02 WS-AGENT-ROUTING-NUM      PIC X(09).
           02 WS-AGENT-ACCOUNT-NUM      PIC X(17).

      *    Worked out per author by 54-APPLY-ADVANCE-RECOUPMENT:
      *    AUTHOR-ROYALTIES stays the royalty earned, AUTHOR-RECOUPED
      *    the part of it kept back against the author's advance, and
      *    AUTHOR-NET-PAID what actually goes to the agent.
       01  ADVANCE-RECOUPMENT-WORK.
           02 WS-ADVANCES-AVAILABLE-SW  PIC X(1) VALUE "N".
              88 WS-ADVANCES-AVAILABLE  VALUE "Y".
           02 WS-AUTHOR-HAS-ADVANCE-SW  PIC X(1) VALUE "N".
              88 WS-AUTHOR-HAS-ADVANCE  VALUE "Y".
           02 AUTHOR-RECOUPED           PIC 9(4)V99 VALUE ZEROS.
           02 AUTHOR-NET-PAID           PIC 9(4)V99 VALUE ZEROS.
           02 AUTHOR-UNRECOUPED         PIC 9(7)V99 VALUE ZEROS.
           02 WS-ADVANCE-BALANCE        PIC 9(7)V99 VALUE ZEROS.
           02 WS-ADVANCE-BEFORE-REC     PIC X(47).

      *    Worked out per author by 60-APPLY-WITHHOLDING: the payment
      *    due after recoupment, the tax withheld from it, and the
      *    status and rate it was withheld under.
       01  WITHHOLDING-WORK.
           02 WS-PAYEE-TAX-AVAILABLE-SW PIC X(1) VALUE "N".
              88 WS-PAYEE-TAX-AVAILABLE VALUE "Y".
           02 WS-DEFAULT-WHT-PCT        PIC 9(3)V99 VALUE ZEROS.
           02 AUTHOR-GROSS-PAYMENT      PIC 9(4)V99 VALUE ZEROS.
           02 AUTHOR-WITHHELD           PIC 9(4)V99 VALUE ZEROS.
           02 WS-WHT-STATUS             PIC X(1) VALUE "N".
              88 WS-WHT-EXEMPT          VALUE "V".
           02 WS-WHT-RATE-PCT           PIC 9(3)V99 VALUE ZEROS.

      *    Working storage for co-authored books: 58-PROCESS-SHARED-
      *    BOOKS loads the current author's split lines into the
      *    table before any book is read, and 57-APPLY-SPLIT-SHARE
      *    works out this author's share of the book's royalty.
       01  CO-AUTHOR-SHARE-WORK.
           02 WS-SPLITS-AVAILABLE-SW    PIC X(1) VALUE "N".
              88 WS-SPLITS-AVAILABLE    VALUE "Y".
           02 WS-SPLIT-BOOK-SW          PIC X(1) VALUE "N".
              88 WS-SPLIT-BOOK          VALUE "Y".
           02 WS-LAST-SHARE-SW          PIC X(1) VALUE "N".
              88 WS-LAST-SHARE          VALUE "Y".
           02 WS-SHARE-MORE-SW          PIC X(1) VALUE "N".
              88 WS-SHARE-MORE          VALUE "Y".
           02 WS-CURRENT-SHARE-PCT      PIC 9(3)V99 VALUE ZEROS.
           02 WS-FULL-BOOK-ROYALTY      PIC 9(3)V99 VALUE ZEROS.
           02 WS-BOOK-SHARE-LINES       PIC 9(3) VALUE ZEROS.
           02 WS-BOOK-SHARES-PAID       PIC 9(3) VALUE ZEROS.
           02 WS-OTHER-SHARES-AMOUNT    PIC 9(5)V99 VALUE ZEROS.
           02 WS-MAX-SHARES             PIC 9(3) VALUE 100.
           02 WS-SHARE-COUNT            PIC 9(3) VALUE ZEROS.
           02 WS-SHARE-IX               PIC 9(3) VALUE ZEROS.
           02 WS-SHARE-ENTRY OCCURS 100 TIMES.
              03 WS-SHARE-BOOK          PIC 9(7).
              03 WS-SHARE-PCT           PIC 9(3)V99.

      *    Working table for 51-COMPUTE-TIERED-ROYALTY: the current
      *    book's rate bands loaded in ascending breakpoint order
      *    (the key order ROYBANDS.DAT already stores them in), plus
              03 QTR-ROYALTIES-LINE.
                 04 FILLER              PIC X(54) VALUE SPACES.
                 04 FILLER              PIC X(36) VALUE
                           "ROYALTY EARNED BY THIS AUTHOR      =".
                 04 QTR-ROYALTIES-PRN   PIC B$$,$$9.99.

              03 QTR-RECOUPED-LINE.
                 04 FILLER              PIC X(54) VALUE SPACES.
                 04 FILLER              PIC X(36) VALUE
                           "ADVANCE RECOUPED THIS QUARTER      =".
                 04 QTR-RECOUPED-PRN    PIC B$$,$$9.99.

              03 QTR-UNRECOUPED-LINE.
                 04 FILLER              PIC X(54) VALUE SPACES.
                 04 FILLER              PIC X(36) VALUE
                           "ADVANCE STILL UNRECOUPED           =".
                 04 QTR-UNRECOUPED-PRN  PIC B$$,$$$,$$9.99.

              03 QTR-WITHHELD-LINE.
                 04 FILLER              PIC X(54) VALUE SPACES.
                 04 FILLER              PIC X(36) VALUE
                           "TAX WITHHELD FROM THIS PAYMENT     =".
                 04 QTR-WITHHELD-PRN    PIC B$$,$$9.99.
                 04 FILLER              PIC X(02) VALUE " (".
                 04 QTR-WHT-RATE-PRN    PIC ZZ9.99.
                 04 FILLER              PIC X(02) VALUE "%)".

              03 QTR-NET-PAID-LINE.
                 04 FILLER              PIC X(54) VALUE SPACES.
                 04 FILLER              PIC X(36) VALUE
                           "NET ROYALTY PAID FOR THIS AUTHOR   =".
                 04 QTR-NET-PAID-PRN    PIC B$$,$$9.99.

           02 AGENT-LINE.
              03 FILLER                 PIC X(55) VALUE SPACES.
              03 FILLER                 PIC X(33) VALUE
              03 FILLER                 PIC X(3) VALUE " = ".
              03 BAND-AMOUNT-PRN        PIC $$$9.99.

           02 SHARE-LINE.
              03 FILLER                 PIC X(30) VALUE SPACES.
              03 FILLER                 PIC X(13) VALUE
                       "CO-AUTHORED: ".
              03 SHARE-PCT-PRN          PIC ZZ9.99.
              03 FILLER                 PIC X(25) VALUE
                       "% SHARE OF BOOK ROYALTY ".
              03 SHARE-FULL-ROYALTY-PRN PIC $$$9.99.

           02 ROYALTY-CHANGE-LINE.
              03 FILLER                 PIC X(5) VALUE SPACES.
              03 FILLER                 PIC X(25) VALUE
                       "ROYALTY: ".
              03 CT-PRV-ROYALTY-PRN     PIC $$,$$$,$$9.99.

           02 CONTROL-TOTAL-LINE-3.
              03 FILLER                 PIC X(10) VALUE
                       "RECOUPED: ".
              03 CT-CUR-RECOUPED-PRN    PIC $$,$$$,$$9.99.
              03 FILLER                 PIC X(06) VALUE SPACES.
              03 FILLER                 PIC X(10) VALUE
                       "NET PAID: ".
              03 CT-CUR-NET-PAID-PRN    PIC $$,$$$,$$9.99.
              03 FILLER                 PIC X(06) VALUE SPACES.
              03 FILLER                 PIC X(10) VALUE
                       "WITHHELD: ".
              03 CT-CUR-WITHHELD-PRN    PIC $$,$$$,$$9.99.



       PROCEDURE DIVISION.
       10-BEGIN.
           PERFORM 08-LOAD-SYSTEM-PARMS THRU 08-EXIT.
           IF NOT WS-PARMS-OK
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 14-CHECK-QUARTER-CLOSE THRU 14-EXIT.
           OPEN  I-O  BOOK-FILE.
           IF NOT BAND-FILE-MISSING
               MOVE "Y" TO WS-BANDS-AVAILABLE-SW
           END-IF.
           MOVE "N" TO WS-ADVANCES-AVAILABLE-SW.
           OPEN I-O AUTHOR-ADVANCE-FILE.
           IF NOT ADVANCE-FILE-MISSING
               MOVE "Y" TO WS-ADVANCES-AVAILABLE-SW
           END-IF.
           MOVE "N" TO WS-SPLITS-AVAILABLE-SW.
           OPEN I-O BOOK-AUTHOR-FILE.
           IF NOT SPLIT-FILE-MISSING
               MOVE "Y" TO WS-SPLITS-AVAILABLE-SW
           END-IF.
           MOVE "N" TO WS-PAYEE-TAX-AVAILABLE-SW.
           OPEN INPUT PAYEE-TAX-FILE.
           IF NOT PAYEE-FILE-MISSING
               MOVE "Y" TO WS-PAYEE-TAX-AVAILABLE-SW
           END-IF.
           OPEN I-O PAYMENT-HISTORY-FILE.
           IF PAYHIST-FILE-MISSING
               CLOSE PAYMENT-HISTORY-FILE
               AT END SET END-OF-AUTHOR-FILE TO TRUE
           END-READ.
           PERFORM 20-PROCESS-AGENTS UNTIL END-OF-AUTHOR-FILE.
           COMPUTE WS-GRAND-TOTAL-NET-PAID = WS-GRAND-TOTAL-ROYALTY
                   - WS-GRAND-TOTAL-RECOUPED - WS-GRAND-TOTAL-WITHHELD.
           PERFORM 16-WRITE-CONTROL-TRAILER THRU 16-EXIT.
           PERFORM 19-WRITE-QUARTER-CLOSE THRU 19-EXIT.
           PERFORM 21-WRITE-GL-ENTRIES THRU 21-EXIT.
           IF WS-BANDS-AVAILABLE
               CLOSE ROYALTY-BAND-FILE
           END-IF.
           IF WS-ADVANCES-AVAILABLE
               CLOSE AUTHOR-ADVANCE-FILE
           END-IF.
           IF WS-SPLITS-AVAILABLE
               CLOSE BOOK-AUTHOR-FILE
           END-IF.
           IF WS-PAYEE-TAX-AVAILABLE
               CLOSE PAYEE-TAX-FILE
           END-IF.
           CLOSE PAYMENT-HISTORY-FILE.
           PERFORM 22-LOG-BATCH-RUN THRU 22-EXIT.
           STOP RUN.

      *    The royalty expense, cash, author advance and withholding
      *    accounts, the rate withheld from a payee with no tax id on
      *    file, and the age past which an exchange rate is reported
      *    as stale, are kept on the system parameter file maintained
      *    from the inventory system's Utilities menu.  A missing
      *    parameter, or an
      *    account no longer active on the chart, stops the run
      *    before any file is opened or any author is paid.
       08-LOAD-SYSTEM-PARMS.
           SET WS-PARMS-OK TO TRUE.
           MOVE "GL-ROYALTY-EXP" TO PG-PARM-KEY.
           PERFORM 09-GET-SYSTEM-PARM THRU 09-EXIT.
           MOVE PG-PARM-VALUE TO GL-ACCT-ROYALTY-EXPENSE.
           MOVE "GL-CASH" TO PG-PARM-KEY.
           PERFORM 09-GET-SYSTEM-PARM THRU 09-EXIT.
           MOVE PG-PARM-VALUE TO GL-ACCT-CASH.
           MOVE "GL-ROYALTY-ADV" TO PG-PARM-KEY.
           PERFORM 09-GET-SYSTEM-PARM THRU 09-EXIT.
           MOVE PG-PARM-VALUE TO GL-ACCT-ROYALTY-ADVANCE.
           MOVE "GL-ROY-WHT-PAY" TO PG-PARM-KEY.
           PERFORM 09-GET-SYSTEM-PARM THRU 09-EXIT.
           MOVE PG-PARM-VALUE TO GL-ACCT-WITHHOLDING.
           MOVE "ROY-WHT-PCT" TO PG-PARM-KEY.
           PERFORM 09-GET-SYSTEM-PARM THRU 09-EXIT.
           MOVE PG-PARM-NUMBER TO WS-DEFAULT-WHT-PCT.
           MOVE "FX-STALE-DAYS" TO PG-PARM-KEY.
           PERFORM 09-GET-SYSTEM-PARM THRU 09-EXIT.
           MOVE PG-PARM-NUMBER TO WS-STALE-RATE-DAYS.
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

      *    Appends this run's record to the shared BATCHRUN.LOG run-
      *    history, the record EODBatchRun.cbl's 8000-LOG-STEP-RESULT
      *    writes for each nightly step, so the quarterly royalty run
               AFTER ADVANCING 1 LINE.
           WRITE PRINT-LINE-FC FROM CONTROL-TOTAL-LINE-2
               AFTER ADVANCING 1 LINE.
           MOVE WS-GRAND-TOTAL-RECOUPED   TO CT-CUR-RECOUPED-PRN.
           MOVE WS-GRAND-TOTAL-NET-PAID   TO CT-CUR-NET-PAID-PRN.
           MOVE WS-GRAND-TOTAL-WITHHELD   TO CT-CUR-WITHHELD-PRN.
           WRITE PRINT-LINE-FC FROM CONTROL-TOTAL-LINE-3
               AFTER ADVANCING 1 LINE.

           MOVE WS-GRAND-TOTAL-BORROWINGS TO CT-PREV-BORROWINGS.
           MOVE WS-GRAND-TOTAL-ROYALTY    TO CT-PREV-ROYALTY.
                                          TO WS-GRAND-TOTAL-BORROWINGS
                       MOVE CP-GRAND-TOTAL-ROYALTY
                                          TO WS-GRAND-TOTAL-ROYALTY
                       MOVE CP-GRAND-TOTAL-RECOUPED
                                          TO WS-GRAND-TOTAL-RECOUPED
                       MOVE CP-GRAND-TOTAL-WITHHELD
                                          TO WS-GRAND-TOTAL-WITHHELD
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.
           IF WS-CHECKPOINT-AGENT EQUAL TO SPACES
               MOVE ZEROS TO CP-GRAND-TOTAL-BORROWINGS
                             CP-GRAND-TOTAL-ROYALTY
                             CP-GRAND-TOTAL-RECOUPED
                             CP-GRAND-TOTAL-WITHHELD
           ELSE
               MOVE WS-GRAND-TOTAL-BORROWINGS
                                     TO CP-GRAND-TOTAL-BORROWINGS
               MOVE WS-GRAND-TOTAL-ROYALTY
                                     TO CP-GRAND-TOTAL-ROYALTY
               MOVE WS-GRAND-TOTAL-RECOUPED
                                     TO CP-GRAND-TOTAL-RECOUPED
               MOVE WS-GRAND-TOTAL-WITHHELD
                                     TO CP-GRAND-TOTAL-WITHHELD
           END-IF.
           OPEN OUTPUT CHECKPOINT-FILE.
           WRITE CHECKPOINT-REC.
      *    Marks this year/quarter as closed once the whole run
      *    completes, so a later accidental rerun is caught by
      *    14-CHECK-QUARTER-CLOSE instead of silently under-paying.
      *    The total recorded as paid is the net that actually went
      *    to agents, after any advance recoupment and withholding.
       19-WRITE-QUARTER-CLOSE.
           MOVE WS-CURRENT-YEAR        TO QC-LAST-YEAR.
           MOVE WS-CURRENT-QUARTER     TO QC-LAST-QUARTER.
           MOVE WS-RUN-DATE            TO QC-CLOSE-DATE.
           MOVE WS-GRAND-TOTAL-NET-PAID TO QC-TOTAL-PAID.
           OPEN OUTPUT QUARTER-CONTROL-FILE.
           WRITE QUARTER-CONTROL-REC.
           CLOSE QUARTER-CONTROL-FILE.
      *    Posts this run's royalty total to the general ledger
      *    interface file as a debit to royalty expense and an
      *    offsetting credit to cash, once the quarter close above
      *    has recorded the total paid.  Royalty kept back against
      *    author advances is credited to the advance account instead
      *    of cash, and tax withheld is credited to the withholding
      *    payable account until it is remitted, so the full royalty
      *    earned is still expensed but only the net paid leaves the
      *    bank.
       21-WRITE-GL-ENTRIES.
           MOVE GL-ACCT-ROYALTY-EXPENSE  TO GL-ACCOUNT-CODE.
           SET  GL-DEBIT                 TO TRUE.
           WRITE GL-INTERFACE-REC.
           MOVE GL-ACCT-CASH             TO GL-ACCOUNT-CODE.
           SET  GL-CREDIT                TO TRUE.
           MOVE WS-GRAND-TOTAL-NET-PAID  TO GL-AMOUNT.
           WRITE GL-INTERFACE-REC.
           IF WS-GRAND-TOTAL-RECOUPED GREATER THAN ZEROS
               MOVE GL-ACCT-ROYALTY-ADVANCE TO GL-ACCOUNT-CODE
               SET  GL-CREDIT             TO TRUE
               MOVE WS-GRAND-TOTAL-RECOUPED TO GL-AMOUNT
               WRITE GL-INTERFACE-REC
           END-IF.
           IF WS-GRAND-TOTAL-WITHHELD GREATER THAN ZEROS
               MOVE GL-ACCT-WITHHOLDING   TO GL-ACCOUNT-CODE
               SET  GL-CREDIT             TO TRUE
               MOVE WS-GRAND-TOTAL-WITHHELD TO GL-AMOUNT
               WRITE GL-INTERFACE-REC
           END-IF.
       21-EXIT.
           EXIT.

           MOVE AUTHOR-NUM-FB TO AUTHOR-NUMBER-FA.
           DISPLAY "AUTHOR NUMBER " AUTHOR-NUMBER-FA.
           MOVE AUTHOR-NAME-FB TO AUTHOR-NAME-PRN.
      *    An author who only shares co-written books keyed to
      *    another author has no books of their own to read here.
           READ BOOK-FILE
               KEY IS AUTHOR-NUMBER-FA
               INVALID KEY
                   SET END-OF-BOOK-FILE TO TRUE
           END-READ.
           DISPLAY "BOOK RECORD IN 20-PROCESS-AGENTS "  BOOK-REC-FA.
           PERFORM 40-PROCESS-BOOKS
               UNTIL END-OF-BOOK-FILE
                   OR AUTHOR-NUMBER-FA NOT EQUAL TO PREV-AUTHOR.
           SET NOT-END-OF-BOOK-FILE TO TRUE.
           PERFORM 58-PROCESS-SHARED-BOOKS THRU 58-EXIT.
           PERFORM 54-APPLY-ADVANCE-RECOUPMENT THRU 54-EXIT.
           PERFORM 60-APPLY-WITHHOLDING THRU 60-EXIT.
           MOVE QTR-AUTHOR-BORROWS TO QTR-BORROWS-PRN.
           MOVE AUTHOR-ROYALTIES    TO QTR-ROYALTIES-PRN.
           WRITE PRINT-LINE-FC FROM QTR-BORROWS-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRINT-LINE-FC FROM QTR-ROYALTIES-LINE
               AFTER ADVANCING 1 LINE.
           IF WS-AUTHOR-HAS-ADVANCE
               MOVE AUTHOR-RECOUPED   TO QTR-RECOUPED-PRN
               MOVE AUTHOR-UNRECOUPED TO QTR-UNRECOUPED-PRN
               WRITE PRINT-LINE-FC FROM QTR-RECOUPED-LINE
                   AFTER ADVANCING 1 LINE
               WRITE PRINT-LINE-FC FROM QTR-UNRECOUPED-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF AUTHOR-WITHHELD GREATER THAN ZEROS
               MOVE AUTHOR-WITHHELD   TO QTR-WITHHELD-PRN
               MOVE WS-WHT-RATE-PCT   TO QTR-WHT-RATE-PRN
               WRITE PRINT-LINE-FC FROM QTR-WITHHELD-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE AUTHOR-NET-PAID     TO QTR-NET-PAID-PRN.
           WRITE PRINT-LINE-FC FROM QTR-NET-PAID-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRINT-LINE-FC.
           WRITE PRINT-LINE-FC AFTER ADVANCING 2 LINES.
           PERFORM 52-WRITE-PAYMENT-HISTORY THRU 52-EXIT.
      *    show it alongside every other quarter paid.  An override
      *    rerun of an already-closed quarter (see 14-CHECK-QUARTER-
      *    CLOSE) finds the record already on file and corrects it in
      *    place instead of raising a duplicate-key error.  The amount
      *    recorded as paid is the net after advance recoupment and
      *    withholding, with the royalty earned, the amount recouped,
      *    the advance still unrecouped, the gross payment and the tax
      *    withheld from it kept alongside it.
       52-WRITE-PAYMENT-HISTORY.
           MOVE AUTHOR-NUM-FB   TO PH-AUTHOR-NUMBER.
           MOVE WS-CURRENT-YEAR TO PH-YEAR.
                   MOVE AUTHOR-NAME-FB TO PH-AUTHOR-NAME
                   MOVE AGENT-NAME-FB  TO PH-AGENT-NAME
                   MOVE QTR-AUTHOR-BORROWS TO PH-QTR-BORROWINGS
                   MOVE AUTHOR-NET-PAID    TO PH-ROYALTY-AMOUNT
                   MOVE WS-AGENT-PAYMENT-METHOD TO PH-PAYMENT-METHOD
                   MOVE AUTHOR-ROYALTIES   TO PH-ROYALTY-EARNED
                   MOVE AUTHOR-RECOUPED    TO PH-RECOUPED-AMOUNT
                   MOVE AUTHOR-UNRECOUPED  TO PH-UNRECOUPED-BALANCE
                   MOVE AUTHOR-GROSS-PAYMENT TO PH-GROSS-PAYMENT
                   MOVE AUTHOR-WITHHELD    TO PH-WITHHELD-AMOUNT
                   MOVE WS-WHT-STATUS      TO PH-WHT-STATUS
                   MOVE WS-WHT-RATE-PCT    TO PH-WHT-RATE-PCT
                   WRITE PAYMENT-HISTORY-REC
               NOT INVALID KEY
                   MOVE WS-RUN-DATE    TO PH-PAYMENT-DATE
                   MOVE AUTHOR-NAME-FB TO PH-AUTHOR-NAME
                   MOVE AGENT-NAME-FB  TO PH-AGENT-NAME
                   MOVE QTR-AUTHOR-BORROWS TO PH-QTR-BORROWINGS
                   MOVE AUTHOR-NET-PAID    TO PH-ROYALTY-AMOUNT
                   MOVE WS-AGENT-PAYMENT-METHOD TO PH-PAYMENT-METHOD
                   MOVE AUTHOR-ROYALTIES   TO PH-ROYALTY-EARNED
                   MOVE AUTHOR-RECOUPED    TO PH-RECOUPED-AMOUNT
                   MOVE AUTHOR-UNRECOUPED  TO PH-UNRECOUPED-BALANCE
                   MOVE AUTHOR-GROSS-PAYMENT TO PH-GROSS-PAYMENT
                   MOVE AUTHOR-WITHHELD    TO PH-WITHHELD-AMOUNT
                   MOVE WS-WHT-STATUS      TO PH-WHT-STATUS
                   MOVE WS-WHT-RATE-PCT    TO PH-WHT-RATE-PCT
                   REWRITE PAYMENT-HISTORY-REC
           END-READ.
       52-EXIT.
           EXIT.

      *    A book carrying a co-author split is left to the split
      *    pass in 58-PROCESS-SHARED-BOOKS, which pays each of its
      *    authors their share - including the author it is keyed to.
       40-PROCESS-BOOKS.
           PERFORM 56-CHECK-BOOK-SPLIT THRU 56-EXIT.
           IF NOT WS-SPLIT-BOOK
               PERFORM 50-PROCESS-ONE-BOOK THRU 50-EXIT
               MOVE SPACES TO AUTHOR-NAME-PRN, AGENT-NAME-PRN
           END-IF.
           READ BOOK-FILE    NEXT RECORD
               AT END SET END-OF-BOOK-FILE TO TRUE
           END-READ.

       45-CHECK-ROYALTY-RATE-CHANGE.
           MOVE BOOK-NUMBER-FA TO RH-BOOK-NUMBER.
           MOVE BOOK-REC-FA TO WS-AUDIT-BEFORE-REC.
           PERFORM 45-CHECK-ROYALTY-RATE-CHANGE THRU 45-EXIT.
           PERFORM 51-COMPUTE-TIERED-ROYALTY THRU 51-EXIT.
           MOVE "N" TO WS-LAST-SHARE-SW.
           IF WS-SPLIT-BOOK
               PERFORM 57-APPLY-SPLIT-SHARE THRU 57-EXIT
           END-IF.
           ADD QTR-BORROWINGS-FA  TO QTR-AUTHOR-BORROWS.
      *    A shared book's borrowings count toward the run total once,
      *    with its last share, not once per author.
           IF NOT WS-SPLIT-BOOK OR WS-LAST-SHARE
               ADD QTR-BORROWINGS-FA TO WS-GRAND-TOTAL-BORROWINGS
           END-IF.
           ADD BOOK-ROYALTY  TO AUTHOR-ROYALTIES, AGENT-PAYMENT,
                                 WS-GRAND-TOTAL-ROYALTY.
           PERFORM 48-CONVERT-TO-HOME-CURRENCY THRU 48-EXIT.
           WRITE PRINT-LINE-FC FROM BOOK-LINE
                    AFTER ADVANCING 1 LINE.
           PERFORM 53-PRINT-BAND-BREAKDOWN THRU 53-EXIT.
           IF WS-SPLIT-BOOK
               MOVE WS-CURRENT-SHARE-PCT TO SHARE-PCT-PRN
               MOVE WS-FULL-BOOK-ROYALTY TO SHARE-FULL-ROYALTY-PRN
               WRITE PRINT-LINE-FC FROM SHARE-LINE
                   AFTER ADVANCING 1 LINE
               PERFORM 59-RECORD-SHARE-PAID THRU 59-EXIT
               IF NOT WS-LAST-SHARE
                   GO TO 50-EXIT
               END-IF
           END-IF.

           MOVE ZEROS TO QTR-BORROWINGS-FA.
           REWRITE BOOK-REC-FA
                   MOVE WS-AUDIT-BEFORE-REC TO AT-BEFORE-IMAGE
                   MOVE BOOK-REC-FA TO AT-AFTER-IMAGE
                   SET AT-OP-CHANGE TO TRUE
                   MOVE "BOOKS.DAT" TO AT-FILE-NAME
                   PERFORM 55-WRITE-AUDIT-RECORD THRU 55-EXIT
           END-REWRITE.
       50-EXIT.
       53-EXIT.
           EXIT.

      *    Applies the royalty this author earned this quarter
      *    against any advance still unrecouped on AUTHADV.DAT.  The
      *    amount recouped is kept back from the agent's payment (and
      *    so from REMIT.ACH), up to the whole royalty earned, until
      *    the advance is earned back in full.  An override rerun of
      *    the quarter already recouped (see 14-CHECK-QUARTER-CLOSE)
      *    first backs out that quarter's recoupment, as it does the
      *    payment history, so the advance is only charged once.
       54-APPLY-ADVANCE-RECOUPMENT.
           MOVE ZEROS TO AUTHOR-RECOUPED, AUTHOR-UNRECOUPED.
           MOVE AUTHOR-ROYALTIES TO AUTHOR-NET-PAID.
           MOVE "N" TO WS-AUTHOR-HAS-ADVANCE-SW.
           IF NOT WS-ADVANCES-AVAILABLE
               GO TO 54-EXIT
           END-IF.
           MOVE AUTHOR-NUM-FB TO AV-AUTHOR-NUMBER.
           READ AUTHOR-ADVANCE-FILE
               KEY IS AV-AUTHOR-NUMBER
               INVALID KEY
                   GO TO 54-EXIT
           END-READ.
           SET WS-AUTHOR-HAS-ADVANCE TO TRUE.
           MOVE AUTHOR-ADVANCE-REC TO WS-ADVANCE-BEFORE-REC.
           IF AV-LAST-RECOUP-YEAR EQUAL TO WS-CURRENT-YEAR
               AND AV-LAST-RECOUP-QUARTER EQUAL TO WS-CURRENT-QUARTER
               SUBTRACT AV-LAST-RECOUP-AMOUNT FROM AV-RECOUPED-TO-DATE
               MOVE ZEROS TO AV-LAST-RECOUP-AMOUNT
           END-IF.
           MOVE ZEROS TO WS-ADVANCE-BALANCE.
           IF AV-RECOUPED-TO-DATE LESS THAN AV-ADVANCE-AMOUNT
               SUBTRACT AV-RECOUPED-TO-DATE FROM AV-ADVANCE-AMOUNT
                   GIVING WS-ADVANCE-BALANCE
           END-IF.
           IF WS-ADVANCE-BALANCE GREATER THAN AUTHOR-ROYALTIES
               MOVE AUTHOR-ROYALTIES   TO AUTHOR-RECOUPED
           ELSE
               MOVE WS-ADVANCE-BALANCE TO AUTHOR-RECOUPED
           END-IF.
           SUBTRACT AUTHOR-RECOUPED FROM WS-ADVANCE-BALANCE
               GIVING AUTHOR-UNRECOUPED.
           SUBTRACT AUTHOR-RECOUPED FROM AUTHOR-ROYALTIES
               GIVING AUTHOR-NET-PAID.
           SUBTRACT AUTHOR-RECOUPED FROM AGENT-PAYMENT.
           ADD AUTHOR-RECOUPED TO WS-GRAND-TOTAL-RECOUPED.
           IF AUTHOR-RECOUPED GREATER THAN ZEROS
               ADD AUTHOR-RECOUPED       TO AV-RECOUPED-TO-DATE
               MOVE WS-CURRENT-YEAR      TO AV-LAST-RECOUP-YEAR
               MOVE WS-CURRENT-QUARTER   TO AV-LAST-RECOUP-QUARTER
               MOVE AUTHOR-RECOUPED      TO AV-LAST-RECOUP-AMOUNT
           END-IF.
           IF AUTHOR-ADVANCE-REC EQUAL TO WS-ADVANCE-BEFORE-REC
               GO TO 54-EXIT
           END-IF.
           REWRITE AUTHOR-ADVANCE-REC
               INVALID KEY
               DISPLAY "REWRITE 54-APPLY-ADVANCE-RECOUPMENT "
                       ADVANCE-ERROR-STATUS
               NOT INVALID KEY
                   MOVE AV-AUTHOR-NUMBER TO AT-KEY-VALUE
                   MOVE WS-ADVANCE-BEFORE-REC TO AT-BEFORE-IMAGE
                   MOVE AUTHOR-ADVANCE-REC TO AT-AFTER-IMAGE
                   SET AT-OP-CHANGE TO TRUE
                   MOVE "AUTHADV.DAT" TO AT-FILE-NAME
                   PERFORM 55-WRITE-AUDIT-RECORD THRU 55-EXIT
           END-REWRITE.
       54-EXIT.
           EXIT.

      *    Withholds tax from the payment due this author after any
      *    advance recoupment when PAYEETAX.DAT holds no valid tax id
      *    for them - status "N" or "F", or no record at all - at the
      *    payee's own rate, or the ROY-WHT-PCT system parameter when
      *    none is given.  The withheld amount comes off the agent's
      *    payment, so REMIT.ACH carries only the net.
       60-APPLY-WITHHOLDING.
           MOVE AUTHOR-NET-PAID TO AUTHOR-GROSS-PAYMENT.
           MOVE ZEROS TO AUTHOR-WITHHELD, WS-WHT-RATE-PCT.
           MOVE "N" TO WS-WHT-STATUS.
           IF WS-PAYEE-TAX-AVAILABLE
               MOVE AUTHOR-NUM-FB TO WH-AUTHOR-NUMBER
               READ PAYEE-TAX-FILE
                   KEY IS WH-AUTHOR-NUMBER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE WH-STATUS   TO WS-WHT-STATUS
                       MOVE WH-RATE-PCT TO WS-WHT-RATE-PCT
               END-READ
           END-IF.
           IF WS-WHT-EXEMPT
               MOVE ZEROS TO WS-WHT-RATE-PCT
               GO TO 60-EXIT
           END-IF.
           IF WS-WHT-RATE-PCT EQUAL TO ZEROS
               MOVE WS-DEFAULT-WHT-PCT TO WS-WHT-RATE-PCT
           END-IF.
           COMPUTE AUTHOR-WITHHELD ROUNDED =
                   AUTHOR-GROSS-PAYMENT * WS-WHT-RATE-PCT / 100.
           SUBTRACT AUTHOR-WITHHELD FROM AUTHOR-NET-PAID.
           SUBTRACT AUTHOR-WITHHELD FROM AGENT-PAYMENT.
           ADD AUTHOR-WITHHELD TO WS-GRAND-TOTAL-WITHHELD.
       60-EXIT.
           EXIT.

      *    Sets WS-SPLIT-BOOK when the book just read carries
      *    co-author split lines on BOOKAUTH.DAT.
       56-CHECK-BOOK-SPLIT.
           MOVE "N" TO WS-SPLIT-BOOK-SW.
           IF NOT WS-SPLITS-AVAILABLE
               GO TO 56-EXIT
           END-IF.
           MOVE BOOK-NUMBER-FA TO BA-BOOK-NUMBER.
           MOVE ZEROS TO BA-AUTHOR-NUMBER.
           START BOOK-AUTHOR-FILE
               KEY IS NOT LESS THAN BA-KEY
               INVALID KEY GO TO 56-EXIT
           END-START.
           READ BOOK-AUTHOR-FILE NEXT RECORD
               AT END GO TO 56-EXIT
           END-READ.
           IF BA-BOOK-NUMBER EQUAL TO BOOK-NUMBER-FA
               SET WS-SPLIT-BOOK TO TRUE
           END-IF.
       56-EXIT.
           EXIT.

      *    Replaces the book's full royalty in BOOK-ROYALTY with the
      *    current author's share of it.  Every share but the last is
      *    the author's percentage of the royalty; the last share of
      *    the quarter to be paid - found from the quarter each other
      *    author's line was last paid, which survives a checkpoint
      *    restart - is whatever the other shares left, so rounding
      *    never pays out more or less than the book earned.  Only
      *    then are the book's borrowings cleared.
       57-APPLY-SPLIT-SHARE.
           MOVE BOOK-ROYALTY TO WS-FULL-BOOK-ROYALTY.
           MOVE ZEROS TO WS-BOOK-SHARE-LINES, WS-BOOK-SHARES-PAID,
                         WS-OTHER-SHARES-AMOUNT.
           MOVE BOOK-NUMBER-FA TO BA-BOOK-NUMBER.
           MOVE ZEROS TO BA-AUTHOR-NUMBER.
           MOVE "Y" TO WS-SHARE-MORE-SW.
           START BOOK-AUTHOR-FILE
               KEY IS NOT LESS THAN BA-KEY
               INVALID KEY MOVE "N" TO WS-SHARE-MORE-SW
           END-START.
           PERFORM UNTIL NOT WS-SHARE-MORE
               READ BOOK-AUTHOR-FILE NEXT RECORD
                   AT END MOVE "N" TO WS-SHARE-MORE-SW
                   NOT AT END
                       IF BA-BOOK-NUMBER NOT EQUAL TO BOOK-NUMBER-FA
                           MOVE "N" TO WS-SHARE-MORE-SW
                       ELSE
                           ADD 1 TO WS-BOOK-SHARE-LINES
                           IF BA-AUTHOR-NUMBER NOT EQUAL TO PREV-AUTHOR
                              AND BA-LAST-PAID-YEAR
                                      EQUAL TO WS-CURRENT-YEAR
                              AND BA-LAST-PAID-QUARTER
                                      EQUAL TO WS-CURRENT-QUARTER
                               ADD 1 TO WS-BOOK-SHARES-PAID
                               ADD BA-LAST-PAID-AMOUNT
                                   TO WS-OTHER-SHARES-AMOUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-BOOK-SHARES-PAID + 1 NOT LESS THAN WS-BOOK-SHARE-LINES
               SET WS-LAST-SHARE TO TRUE
               IF WS-OTHER-SHARES-AMOUNT LESS THAN WS-FULL-BOOK-ROYALTY
                   SUBTRACT WS-OTHER-SHARES-AMOUNT
                       FROM WS-FULL-BOOK-ROYALTY GIVING BOOK-ROYALTY
               ELSE
                   MOVE ZEROS TO BOOK-ROYALTY
               END-IF
           ELSE
               COMPUTE BOOK-ROYALTY ROUNDED =
                       WS-FULL-BOOK-ROYALTY * WS-CURRENT-SHARE-PCT / 100
           END-IF.
       57-EXIT.
           EXIT.

      *    The split pass for the current author: every co-written
      *    book they hold a share of, read from BOOKAUTH.DAT by
      *    author number into WS-SHARE-ENTRY before any book is
      *    processed (57-APPLY-SPLIT-SHARE repositions the file).
       58-PROCESS-SHARED-BOOKS.
           MOVE ZEROS TO WS-SHARE-COUNT.
           IF NOT WS-SPLITS-AVAILABLE
               GO TO 58-EXIT
           END-IF.
           MOVE PREV-AUTHOR TO BA-AUTHOR-NUMBER.
           MOVE "Y" TO WS-SHARE-MORE-SW.
           START BOOK-AUTHOR-FILE
               KEY IS EQUAL TO BA-AUTHOR-NUMBER
               INVALID KEY MOVE "N" TO WS-SHARE-MORE-SW
           END-START.
           PERFORM UNTIL NOT WS-SHARE-MORE
               READ BOOK-AUTHOR-FILE NEXT RECORD
                   AT END MOVE "N" TO WS-SHARE-MORE-SW
                   NOT AT END
                       IF BA-AUTHOR-NUMBER NOT EQUAL TO PREV-AUTHOR
                           MOVE "N" TO WS-SHARE-MORE-SW
                       ELSE
                       IF WS-SHARE-COUNT EQUAL TO WS-MAX-SHARES
                           DISPLAY "*** AUTHOR " PREV-AUTHOR
                                   " SHARES MORE THAN " WS-MAX-SHARES
                                   " BOOKS - REMAINING SHARES NOT "
                                   "PAID ***"
                           MOVE "N" TO WS-SHARE-MORE-SW
                       ELSE
                           ADD 1 TO WS-SHARE-COUNT
                           MOVE BA-BOOK-NUMBER
                             TO WS-SHARE-BOOK(WS-SHARE-COUNT)
                           MOVE BA-SPLIT-PCT
                             TO WS-SHARE-PCT(WS-SHARE-COUNT)
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-SHARE-IX FROM 1 BY 1
                   UNTIL WS-SHARE-IX GREATER THAN WS-SHARE-COUNT
               MOVE WS-SHARE-BOOK(WS-SHARE-IX) TO BOOK-NUMBER-FA
               READ BOOK-FILE
                   KEY IS BOOK-NUMBER-FA
                   INVALID KEY
                       DISPLAY "*** SHARED BOOK " BOOK-NUMBER-FA
                               " NOT ON BOOKS.DAT ***"
                   NOT INVALID KEY
                       SET WS-SPLIT-BOOK TO TRUE
                       MOVE WS-SHARE-PCT(WS-SHARE-IX)
                         TO WS-CURRENT-SHARE-PCT
                       PERFORM 50-PROCESS-ONE-BOOK THRU 50-EXIT
                       MOVE SPACES TO AUTHOR-NAME-PRN, AGENT-NAME-PRN
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-SPLIT-BOOK-SW.
       58-EXIT.
           EXIT.

      *    Marks the current author's split line paid for this
      *    quarter, with the share paid, for 57-APPLY-SPLIT-SHARE to
      *    find when the book's other authors are reached.
       59-RECORD-SHARE-PAID.
           MOVE BOOK-NUMBER-FA TO BA-BOOK-NUMBER.
           MOVE PREV-AUTHOR TO BA-AUTHOR-NUMBER.
           READ BOOK-AUTHOR-FILE
               KEY IS BA-KEY
               INVALID KEY
                   DISPLAY "READ 59-RECORD-SHARE-PAID "
                           SPLIT-ERROR-STATUS
                   GO TO 59-EXIT
           END-READ.
           MOVE WS-CURRENT-YEAR    TO BA-LAST-PAID-YEAR.
           MOVE WS-CURRENT-QUARTER TO BA-LAST-PAID-QUARTER.
           MOVE BOOK-ROYALTY       TO BA-LAST-PAID-AMOUNT.
           REWRITE BOOK-AUTHOR-REC
               INVALID KEY
               DISPLAY "REWRITE 59-RECORD-SHARE-PAID "
                       SPLIT-ERROR-STATUS
           END-REWRITE.
       59-EXIT.
           EXIT.

      *    Common audit-trail append, called once AT-KEY-VALUE,
      *    AT-OPERATION, and the before/after images have been set.
       55-WRITE-AUDIT-RECORD.
           ACCEPT AT-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT AT-TS-TIME FROM TIME.
           MOVE "LibRoyaltyRpt" TO AT-PROGRAM-ID.
           CALL "AuditChain" USING AUDIT-TRAIL-REC.
           WRITE AUDIT-TRAIL-REC.
           MOVE SPACES TO AT-FILE-NAME.
       55-EXIT.
           EXIT.
