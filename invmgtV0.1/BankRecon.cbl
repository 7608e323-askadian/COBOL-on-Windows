       IDENTIFICATION DIVISION.
       PROGRAM-ID. BankRecon.
       AUTHOR AMRESH KADIAN.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *  BANK STATEMENT RECONCILIATION - ties what the books say came *
      *  in and went out of the operating account to what actually    *
      *  cleared the bank.                                            *
      *                                                               *
      *  The bank's statement file (BANKSTMT.DAT, see BANKSTMT.CPY)   *
      *  is imported one statement at a time onto BANK-LINE-FILE,     *
      *  once its lines foot from the opening to the closing balance. *
      *  Each line is then matched to the book item behind it:        *
      *                                                               *
      *    R  a customer payment on CASH-RECEIPT-FILE                 *
      *       (CashReceipts.cbl)                                      *
      *    C  a customer deposit on CUSTOMER-DEPOSIT-FILE             *
      *    D  one day's cash and check till takings off               *
      *       SALES-TRANSACTION-FILE - what goes to the bank as that  *
      *       day's deposit                                           *
      *    F  a card-processor funding on CARD-SETTLE-FILE            *
      *       (CardSettlement.cbl), net of the processor's fee        *
      *    P  a supplier payment on APPaymentRun.cbl's PAYREG.LOG,    *
      *       matched on its cheque number where it went by cheque -  *
      *       the invoices on a cheque since voided are left out      *
      *                                                               *
      *  The auto-match pairs a line with an outstanding item of the  *
      *  same amount, first on the bank reference and then on a date  *
      *  within WS-MATCH-WINDOW-DAYS after the book date.  What is    *
      *  left an operator matches by hand - several book items may    *
      *  make up one bank line - or marks as a statement item not yet *
      *  in the books (bank charges, interest, a bank error).  A      *
      *  cleared item is recorded on BANK-CLEARED-FILE so it never    *
      *  matches twice.                                               *
      *                                                               *
      *  The reconciliation prints to BANKREC.RPT: statement balance  *
      *  plus deposits in transit less outstanding payments, against  *
      *  the book balance plus the marked statement items, and the    *
      *  difference, which is the total of the lines still unmatched. *
      *  The result is kept on BANK-SUMMARY-FILE, where               *
      *  MonthEndClose.cbl looks to see whether the period's bank     *
      *  reconciliation is done.  Book items dated before the first   *
      *  statement ever imported are taken as cleared before          *
      *  reconciliations began.  Reached from Utilities.cbl's menu.   *
      *                                                               *
      *  The limits this program works to are fetched from the system *
      *  parameter file at start-up (0900-LOAD-SYSTEM-PARMS).  A      *
      *  missing parameter stops it before any file is opened.        *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT BANK-STMT-FEED-FILE
                     ASSIGN TO "BANKSTMT.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-FEED-STATUS.

              SELECT BANK-LINE-FILE
                     ASSIGN TO "bankline"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS BL-LINE-KEY
                     FILE STATUS IS WS-LINE-STATUS.

              SELECT BANK-CLEARED-FILE
                     ASSIGN TO "bankclr"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS BC-ITEM-KEY
                     FILE STATUS IS WS-CLR-STATUS.

              SELECT BANK-SUMMARY-FILE
                     ASSIGN TO "banksum"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS BS-STMT-END-DATE
                     FILE STATUS IS WS-SUM-STATUS.

              SELECT CASH-RECEIPT-FILE
                     ASSIGN TO "cashrcpt"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CR-RECEIPT-NUMBER
                     FILE STATUS IS WS-RCPT-STATUS.

              SELECT CUSTOMER-DEPOSIT-FILE
                     ASSIGN TO "custdep"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS DP-DEPOSIT-NUMBER
                     FILE STATUS IS WS-DEP-STATUS.

              SELECT SALES-TRANSACTION-FILE
                     ASSIGN TO "salestxn"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS ST-TXN-NUMBER
                     ALTERNATE RECORD KEY IS ST-CUST-ID
                                   WITH DUPLICATES
                     ALTERNATE RECORD KEY IS ST-TXN-DATE
                                   WITH DUPLICATES
                     ALTERNATE RECORD KEY IS ST-INVOICE-NUMBER
                                   WITH DUPLICATES
                     FILE STATUS IS WS-SALE-STATUS.

              SELECT CARD-SETTLE-FILE
                     ASSIGN TO "cardstl"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CS-INVOICE-NUMBER
                     FILE STATUS IS WS-CSTL-STATUS.

              SELECT PAYMENT-REGISTER-FILE
                     ASSIGN TO "PAYREG.LOG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-PAYREG-STATUS.

              SELECT AP-CHEQUE-FILE
                     ASSIGN TO "apcheque"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CQ-CHEQUE-NUMBER
                     FILE STATUS IS WS-CHQ-STATUS.

              SELECT RECON-REPORT
                     ASSIGN TO "BANKREC.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RPT-STATUS.

              SELECT AUDIT-TRAIL-FILE
                     ASSIGN TO "AUDIT.TRL"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-STMT-FEED-FILE.
           COPY "BANKSTMT.CPY".

       FD  BANK-LINE-FILE.
           COPY "BANKLINE.CPY".

       FD  BANK-CLEARED-FILE.
           COPY "BANKCLR.CPY".

       FD  BANK-SUMMARY-FILE.
           COPY "BANKSUM.CPY".

       FD  CASH-RECEIPT-FILE.
           COPY "CASHRCPT.CPY".

       FD  CUSTOMER-DEPOSIT-FILE.
           COPY "CUSTDEP.CPY".

       FD  SALES-TRANSACTION-FILE.
           COPY "SALESTXN.CPY".

       FD  CARD-SETTLE-FILE.
           COPY "CARDSTL.CPY".

       FD  PAYMENT-REGISTER-FILE.
           COPY "PAYREG.CPY".

       FD  AP-CHEQUE-FILE.
           COPY "APCHEQUE.CPY".

       FD  RECON-REPORT.
       01  RR-PRINT-LINE                PIC X(80).

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-TRAIL-REC.CPY".

       WORKING-STORAGE SECTION.
       01  WS-VARS.
              10 WS-PARMS-OK-SW       PIC X(01) VALUE "N".
                 88 WS-PARMS-OK             VALUE "Y".
              10 WS-FEED-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-LINE-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-CLR-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-SUM-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-RCPT-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-DEP-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-SALE-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-CSTL-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-PAYREG-STATUS     PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-CHQ-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-CHQ-OPEN-SW       PIC X(01) VALUE "N".
                 88 WS-CHQ-OPEN              VALUE "Y".
              10 WS-RPT-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-AUDIT-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-MENU-OPTION       PIC X(01) VALUE SPACE.
              10 WS-EXIT-OPTION       PIC X(01) VALUE "7".
              10 WS-CONFIRM           PIC X(01) VALUE SPACE.
              10 WS-TODAY             PIC 9(08) VALUE ZEROS.
              10 WS-OPERATOR-ID       PIC X(08) VALUE SPACES.
              10 WS-AUDIT-BEFORE-REC  PIC X(91) VALUE SPACES.

      *    The statement being worked, loaded by 2100-SELECT-
      *    STATEMENT off its BANK-SUMMARY-REC.
              10 WS-STMT-FOUND-SW     PIC X(01) VALUE "N".
                 88 WS-STMT-FOUND            VALUE "Y".
              10 WS-STMT-END-DATE     PIC 9(08) VALUE ZEROS.
              10 WS-STMT-START-DATE   PIC 9(08) VALUE ZEROS.
              10 WS-STMT-OPEN-BAL     PIC S9(09)V99 VALUE ZEROS.
              10 WS-STMT-CLOSE-BAL    PIC S9(09)V99 VALUE ZEROS.

      *    Statement import working fields.
              10 WS-FEED-LINES        PIC 9(04) VALUE ZEROS.
              10 WS-FEED-BAD-LINES    PIC 9(04) VALUE ZEROS.
              10 WS-FEED-FOOTING      PIC S9(09)V99 VALUE ZEROS.
              10 WS-FEED-ACCOUNT      PIC X(12) VALUE SPACES.

      *    Matching working fields.  A bank line clears against a
      *    book item dated no more than this many calendar days
      *    before it - checks and transfers take a few days to clear.
              10 WS-MATCH-WINDOW-DAYS PIC 9(02) VALUE ZEROS.
              10 WS-CLEAR-DAYS        PIC S9(05) VALUE ZEROS.
              10 WS-LINE-SIGNED       PIC S9(09)V99 VALUE ZEROS.
              10 WS-LINE-REMAINING    PIC S9(09)V99 VALUE ZEROS.
              10 WS-MATCH-COUNT       PIC 9(04) VALUE ZEROS.
              10 WS-LINE-NUMBER-IN    PIC 9(04) VALUE ZEROS.
              10 WS-SOURCE-IN         PIC X(01) VALUE SPACE.
              10 WS-REF-IN            PIC X(16) VALUE SPACES.
              10 WS-MATCH-REF-IN      PIC X(20) VALUE SPACES.
              10 WS-REASON-IN         PIC X(04) VALUE SPACES.
              10 WS-MANUAL-DONE-SW    PIC X(01) VALUE "N".
                 88 WS-MANUAL-DONE           VALUE "Y".
              10 WS-SHOWN-COUNT       PIC 9(02) VALUE ZEROS.
              10 WS-DISPLAY-AMOUNT    PIC ---,---,---.99.

      *    Reconciliation totals.
              10 WS-BOOK-BALANCE      PIC S9(09)V99 VALUE ZEROS.
              10 WS-OUT-RECEIPTS      PIC S9(09)V99 VALUE ZEROS.
              10 WS-OUT-PAYMENTS      PIC S9(09)V99 VALUE ZEROS.
              10 WS-ADJ-BANK-BAL      PIC S9(09)V99 VALUE ZEROS.
              10 WS-MARKED-TOTAL      PIC S9(09)V99 VALUE ZEROS.
              10 WS-ADJ-BOOK-BAL      PIC S9(09)V99 VALUE ZEROS.
              10 WS-UNMATCHED-TOTAL   PIC S9(09)V99 VALUE ZEROS.
              10 WS-UNMATCHED-COUNT   PIC 9(04) VALUE ZEROS.
              10 WS-DIFFERENCE        PIC S9(09)V99 VALUE ZEROS.

      *    Book items dated before the first statement ever imported
      *    are taken as having cleared before reconciliations began.
              10 WS-BOOK-START-DATE   PIC 9(08) VALUE ZEROS.

      *    Every book item that can clear against the statement being
      *    worked, loaded by 7000-LOAD-BOOK-ITEMS - outstanding, or
      *    already cleared against this statement.
       01  WS-BOOK-ITEMS.
              10 WS-BT-COUNT          PIC 9(04) VALUE ZEROS.
              10 WS-BT-MAX            PIC 9(04) VALUE 3000.
              10 WS-BT-IX             PIC 9(04) VALUE ZEROS.
              10 WS-BT-FOUND          PIC 9(04) VALUE ZEROS.
              10 WS-BT-FULL-SW        PIC X(01) VALUE "N".
                 88 WS-BT-FULL               VALUE "Y".
              10 WS-BT-ENTRY OCCURS 3000 TIMES.
                 15 WS-BT-SOURCE      PIC X(01).
                 15 WS-BT-REF         PIC X(16).
                 15 WS-BT-DATE        PIC 9(08).
                 15 WS-BT-AMOUNT      PIC S9(09)V99.
                 15 WS-BT-MATCH-REF   PIC X(20).
                 15 WS-BT-STATE       PIC X(01).
                    88 WS-BT-OUTSTANDING     VALUE "O".
                    88 WS-BT-CLEARED-THIS    VALUE "T".
                    88 WS-BT-CLEARED-BEFORE  VALUE "S".

      *    Payment-register key: invoice number then payment date.
       01  WS-PAYMENT-REF.
              10 WS-PR-INVOICE-NUMBER PIC 9(08).
              10 WS-PR-PAYMENT-DATE   PIC 9(08).

       01  WS-SPOOL-HANDOFF.
      *    The reconciliation is retained the moment it closes,
      *    through the spooler's promptless entry.
           02  WS-SPOOL-SRC-NAME        PIC X(20)
                                   VALUE "BANKREC.RPT".
           02  WS-SPOOL-PGM-NAME        PIC X(20)
                                   VALUE "BankRecon".

       01  WS-HEADER-LINE.
              10 FILLER               PIC X(40) VALUE
                 "BANK RECONCILIATION - STATEMENT ENDING ".
              10 HL-STMT-END-DATE     PIC 9(08).
              10 FILLER               PIC X(10) VALUE "  ACCOUNT ".
              10 HL-ACCOUNT-NUMBER    PIC X(12).

       01  WS-SUBHEAD-LINE.
              10 FILLER               PIC X(18) VALUE
                 "PREPARED ".
              10 SH-PREPARED-DATE     PIC 9(08).
              10 FILLER               PIC X(04) VALUE " BY ".
              10 SH-PREPARED-BY       PIC X(08).

       01  WS-AMOUNT-LINE.
              10 AL-LABEL             PIC X(50).
              10 AL-AMOUNT            PIC ---,---,---.99.

       01  WS-ITEM-LINE.
              10 FILLER               PIC X(04) VALUE SPACES.
              10 IL-SOURCE            PIC X(01).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 IL-REF               PIC X(16).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 IL-DATE              PIC 9(08).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 IL-TEXT              PIC X(20).
              10 FILLER               PIC X(06) VALUE SPACES.
              10 IL-AMOUNT            PIC ---,---,---.99.

      *    Start-up fetch of GL accounts and thresholds - see
      *    0900-LOAD-SYSTEM-PARMS.
           COPY "SYSPRMSG.CPY".

       PROCEDURE DIVISION.
       0000-MAINLINE.
              PERFORM 0900-LOAD-SYSTEM-PARMS THRU 0900-EXIT.
              IF NOT WS-PARMS-OK
                 MOVE 1 TO RETURN-CODE
                 GOBACK
              END-IF.
              PERFORM 1000-INITIALIZE THRU 1000-EXIT.
              PERFORM 2000-DISPLAY-MENU
                 THRU 2000-EXIT
                UNTIL WS-MENU-OPTION IS EQUAL TO WS-EXIT-OPTION.
              PERFORM 9000-TERMINATE THRU 9000-EXIT.
              GOBACK.

      * The GL accounts this program posts to and the thresholds
      * it works to come off the system parameter file (kept by
      * SysParmMgmt.cbl, from Utilities) rather than VALUE clauses
      * here.  Any one missing, or a GL account no longer active on
      * the chart, stops the program before it touches a file.
       0900-LOAD-SYSTEM-PARMS.
              SET WS-PARMS-OK TO TRUE.
              MOVE "BANK-MATCH-DAYS" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-NUMBER TO WS-MATCH-WINDOW-DAYS.
              IF NOT WS-PARMS-OK
                 DISPLAY "BANK RECONCILIATION CANNOT RUN -"
                         " CORRECT THE SYSTEM PARAMETERS ABOVE IN"
                         " UTILITIES."
              END-IF.
       0900-EXIT.
              EXIT.

      * Fetches one parameter; a failure is reported by key and
      * reason and marks the program as unable to run.
       0950-GET-SYSTEM-PARM.
              CALL "SysParmGet" USING SYS-PARM-MSG.
              IF NOT PG-RESULT-OK
                 DISPLAY "SYSTEM PARAMETER " PG-PARM-KEY " - "
                         PG-REASON
                 MOVE "N" TO WS-PARMS-OK-SW
              END-IF.
       0950-EXIT.
              EXIT.

      *    The three reconciliation files are created empty the first
      *    time this program is run.
       1000-INITIALIZE.
              ACCEPT WS-TODAY FROM DATE YYYYMMDD.
              OPEN I-O BANK-LINE-FILE.
              IF WS-LINE-STATUS = "35"
                 CLOSE BANK-LINE-FILE
                 OPEN OUTPUT BANK-LINE-FILE
                 CLOSE BANK-LINE-FILE
                 OPEN I-O BANK-LINE-FILE
              END-IF.
              OPEN I-O BANK-CLEARED-FILE.
              IF WS-CLR-STATUS = "35"
                 CLOSE BANK-CLEARED-FILE
                 OPEN OUTPUT BANK-CLEARED-FILE
                 CLOSE BANK-CLEARED-FILE
                 OPEN I-O BANK-CLEARED-FILE
              END-IF.
              OPEN I-O BANK-SUMMARY-FILE.
              IF WS-SUM-STATUS = "35"
                 CLOSE BANK-SUMMARY-FILE
                 OPEN OUTPUT BANK-SUMMARY-FILE
                 CLOSE BANK-SUMMARY-FILE
                 OPEN I-O BANK-SUMMARY-FILE
              END-IF.
              OPEN EXTEND AUDIT-TRAIL-FILE.
              IF WS-AUDIT-STATUS = "35"
                 OPEN OUTPUT AUDIT-TRAIL-FILE
              END-IF.
       1000-EXIT.
              EXIT.

       2000-DISPLAY-MENU.
              DISPLAY " ".
              DISPLAY "Bank Statement Reconciliation - " WS-TODAY.
              DISPLAY "------------------------------------------".
              DISPLAY "1. Import Bank Statement".
              DISPLAY "2. Auto-Match Statement Lines".
              DISPLAY "3. Manually Match A Statement Line".
              DISPLAY "4. Mark A Line As Not In The Books".
              DISPLAY "5. Clear A Line's Match Or Mark".
              DISPLAY "6. Print Bank Reconciliation".
              DISPLAY "7. Return to Utilities Menu".
              DISPLAY "Enter your choice:".
              ACCEPT WS-MENU-OPTION.

              EVALUATE WS-MENU-OPTION
                 WHEN "1" PERFORM 3000-IMPORT-STATEMENT THRU 3000-EXIT
                 WHEN "2" PERFORM 4000-AUTO-MATCH THRU 4000-EXIT
                 WHEN "3" PERFORM 5000-MANUAL-MATCH THRU 5000-EXIT
                 WHEN "4" PERFORM 5500-MARK-LINE THRU 5500-EXIT
                 WHEN "5" PERFORM 5800-CLEAR-LINE THRU 5800-EXIT
                 WHEN "6" PERFORM 6000-PRINT-RECONCILIATION
                             THRU 6000-EXIT
                 WHEN WS-EXIT-OPTION CONTINUE
                 WHEN OTHER DISPLAY "INVALID CHOICE"
              END-EVALUATE.
       2000-EXIT.
              EXIT.

      *    Every option but the import works one statement, chosen by
      *    its end date; its period and balances are kept in WS-STMT-
      *    fields for the rest of the option.
       2100-SELECT-STATEMENT.
              MOVE "N" TO WS-STMT-FOUND-SW.
              DISPLAY "ENTER STATEMENT END DATE (YYYYMMDD): ".
              ACCEPT WS-STMT-END-DATE.
              MOVE WS-STMT-END-DATE TO BS-STMT-END-DATE.
              READ BANK-SUMMARY-FILE
                 INVALID KEY
                    DISPLAY "NO STATEMENT ENDING " WS-STMT-END-DATE
                            " HAS BEEN IMPORTED."
                    GO TO 2100-EXIT
              END-READ.
              MOVE BS-STMT-START-DATE TO WS-STMT-START-DATE.
              MOVE BS-OPEN-BALANCE TO WS-STMT-OPEN-BAL.
              MOVE BS-CLOSE-BALANCE TO WS-STMT-CLOSE-BAL.
              MOVE BS-ACCOUNT-NUMBER TO WS-FEED-ACCOUNT.
              SET WS-STMT-FOUND TO TRUE.
       2100-EXIT.
              EXIT.

       2200-ACCEPT-OPERATOR.
              DISPLAY "ENTER YOUR OPERATOR ID: ".
              ACCEPT WS-OPERATOR-ID.
       2200-EXIT.
              EXIT.

      *    Reads a statement line by its number on the statement
      *    being worked.
       2300-READ-LINE.
              DISPLAY "ENTER STATEMENT LINE NUMBER: ".
              ACCEPT WS-LINE-NUMBER-IN.
              MOVE WS-STMT-END-DATE TO BL-STMT-END-DATE.
              MOVE WS-LINE-NUMBER-IN TO BL-LINE-NUMBER.
              READ BANK-LINE-FILE
                 INVALID KEY
                    DISPLAY "NO LINE " WS-LINE-NUMBER-IN
                            " ON THAT STATEMENT."
                    MOVE "23" TO WS-LINE-STATUS
                    GO TO 2300-EXIT
              END-READ.
              MOVE BL-AMOUNT TO WS-DISPLAY-AMOUNT.
              DISPLAY "LINE " BL-LINE-NUMBER " " BL-VALUE-DATE " "
                      BL-DIRECTION " " WS-DISPLAY-AMOUNT " "
                      BL-BANK-REF " " BL-DESCRIPTION.
              DISPLAY "STATUS " BL-STATUS "  MATCHED SO FAR "
                      BL-MATCHED-AMOUNT.
       2300-EXIT.
              EXIT.

      * Two passes over BANKSTMT.DAT: the first checks the lines foot
      * from the opening to the closing balance and refuses the whole
      * statement if they do not, or if it is already on file; the
      * second writes each line to BANK-LINE-FILE unmatched.
       3000-IMPORT-STATEMENT.
              PERFORM 2200-ACCEPT-OPERATOR THRU 2200-EXIT.
              OPEN INPUT BANK-STMT-FEED-FILE.
              IF WS-FEED-STATUS NOT = "00"
                 DISPLAY "STATEMENT FILE BANKSTMT.DAT NOT FOUND - "
                         "STATUS " WS-FEED-STATUS
                 GO TO 3000-EXIT
              END-IF.
              READ BANK-STMT-FEED-FILE
                 AT END MOVE "10" TO WS-FEED-STATUS
              END-READ.
              IF WS-FEED-STATUS NOT = "00" OR NOT BF-TYPE-HEADER
                 DISPLAY "BANKSTMT.DAT DOES NOT START WITH A "
                         "STATEMENT HEADER - NOT IMPORTED."
                 CLOSE BANK-STMT-FEED-FILE
                 GO TO 3000-EXIT
              END-IF.
              MOVE BF-STMT-END-DATE TO WS-STMT-END-DATE.
              MOVE BF-STMT-START-DATE TO WS-STMT-START-DATE.
              MOVE BF-ACCOUNT-NUMBER TO WS-FEED-ACCOUNT.
              MOVE BF-OPEN-BALANCE TO WS-STMT-OPEN-BAL.
              IF BF-OPEN-OVERDRAWN
                 COMPUTE WS-STMT-OPEN-BAL = 0 - BF-OPEN-BALANCE
              END-IF.
              MOVE BF-CLOSE-BALANCE TO WS-STMT-CLOSE-BAL.
              IF BF-CLOSE-OVERDRAWN
                 COMPUTE WS-STMT-CLOSE-BAL = 0 - BF-CLOSE-BALANCE
              END-IF.

              MOVE WS-STMT-END-DATE TO BS-STMT-END-DATE.
              READ BANK-SUMMARY-FILE
                 NOT INVALID KEY
                    DISPLAY "STATEMENT ENDING " WS-STMT-END-DATE
                            " IS ALREADY IMPORTED - NOT IMPORTED "
                            "AGAIN."
                    CLOSE BANK-STMT-FEED-FILE
                    GO TO 3000-EXIT
              END-READ.

              MOVE ZEROS TO WS-FEED-LINES WS-FEED-BAD-LINES.
              MOVE WS-STMT-OPEN-BAL TO WS-FEED-FOOTING.
              PERFORM UNTIL WS-FEED-STATUS NOT = "00"
                 READ BANK-STMT-FEED-FILE
                    AT END MOVE "10" TO WS-FEED-STATUS
                    NOT AT END
                       EVALUATE TRUE
                          WHEN BF-TYPE-DETAIL AND BF-CREDIT
                             ADD 1 TO WS-FEED-LINES
                             ADD BF-AMOUNT TO WS-FEED-FOOTING
                          WHEN BF-TYPE-DETAIL AND BF-DEBIT
                             ADD 1 TO WS-FEED-LINES
                             SUBTRACT BF-AMOUNT FROM WS-FEED-FOOTING
                          WHEN OTHER
                             ADD 1 TO WS-FEED-BAD-LINES
                             DISPLAY "UNREADABLE STATEMENT LINE: "
                                     BANK-STMT-FEED-REC(1:40)
                       END-EVALUATE
                 END-READ
              END-PERFORM.
              CLOSE BANK-STMT-FEED-FILE.
              IF WS-FEED-BAD-LINES > ZEROS
                 DISPLAY WS-FEED-BAD-LINES " UNREADABLE LINE(S) - "
                         "STATEMENT NOT IMPORTED."
                 GO TO 3000-EXIT
              END-IF.
              IF WS-FEED-FOOTING NOT = WS-STMT-CLOSE-BAL
                 MOVE WS-FEED-FOOTING TO WS-DISPLAY-AMOUNT
                 DISPLAY "LINES FOOT TO " WS-DISPLAY-AMOUNT
                 MOVE WS-STMT-CLOSE-BAL TO WS-DISPLAY-AMOUNT
                 DISPLAY "STATEMENT CLOSES AT " WS-DISPLAY-AMOUNT
                 DISPLAY "STATEMENT DOES NOT FOOT - NOT IMPORTED."
                 GO TO 3000-EXIT
              END-IF.

              OPEN INPUT BANK-STMT-FEED-FILE.
              READ BANK-STMT-FEED-FILE
                 AT END MOVE "10" TO WS-FEED-STATUS
              END-READ.
              MOVE ZEROS TO WS-FEED-LINES.
              PERFORM UNTIL WS-FEED-STATUS NOT = "00"
                 READ BANK-STMT-FEED-FILE
                    AT END MOVE "10" TO WS-FEED-STATUS
                    NOT AT END
                       PERFORM 3100-WRITE-STATEMENT-LINE
                          THRU 3100-EXIT
                 END-READ
              END-PERFORM.
              CLOSE BANK-STMT-FEED-FILE.

              INITIALIZE BANK-SUMMARY-REC.
              MOVE WS-STMT-END-DATE TO BS-STMT-END-DATE.
              MOVE WS-STMT-START-DATE TO BS-STMT-START-DATE.
              MOVE WS-FEED-ACCOUNT TO BS-ACCOUNT-NUMBER.
              MOVE WS-STMT-OPEN-BAL TO BS-OPEN-BALANCE.
              MOVE WS-STMT-CLOSE-BAL TO BS-CLOSE-BALANCE.
              MOVE WS-FEED-LINES TO BS-LINE-COUNT.
              SET BS-STATUS-IMPORTED TO TRUE.
              MOVE WS-OPERATOR-ID TO BS-OPERATOR-ID.
              WRITE BANK-SUMMARY-REC
                 INVALID KEY
                    DISPLAY "STATEMENT SUMMARY NOT WRITTEN - STATUS "
                            WS-SUM-STATUS
                    GO TO 3000-EXIT
              END-WRITE.
              MOVE BS-STMT-END-DATE TO AT-KEY-VALUE.
              MOVE SPACES TO AT-BEFORE-IMAGE.
              MOVE BANK-SUMMARY-REC TO AT-AFTER-IMAGE.
              SET AT-OP-ADD TO TRUE.
              PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
              DISPLAY "STATEMENT ENDING " WS-STMT-END-DATE
                      " IMPORTED - " WS-FEED-LINES " LINE(S).".
       3000-EXIT.
              EXIT.

       3100-WRITE-STATEMENT-LINE.
              ADD 1 TO WS-FEED-LINES.
              INITIALIZE BANK-LINE-REC.
              MOVE WS-STMT-END-DATE TO BL-STMT-END-DATE.
              MOVE WS-FEED-LINES TO BL-LINE-NUMBER.
              MOVE BF-VALUE-DATE TO BL-VALUE-DATE.
              MOVE BF-DIRECTION TO BL-DIRECTION.
              MOVE BF-AMOUNT TO BL-AMOUNT.
              MOVE BF-BANK-REF TO BL-BANK-REF.
              MOVE BF-DESCRIPTION TO BL-DESCRIPTION.
              SET BL-STATUS-UNMATCHED TO TRUE.
              WRITE BANK-LINE-REC
                 INVALID KEY
                    DISPLAY "LINE " WS-FEED-LINES
                            " NOT WRITTEN - STATUS " WS-LINE-STATUS
              END-WRITE.
       3100-EXIT.
              EXIT.

      * Runs every untouched line of the statement against the
      * outstanding book items.  A line part-matched by hand is left
      * for the operator to finish.
       4000-AUTO-MATCH.
              PERFORM 2100-SELECT-STATEMENT THRU 2100-EXIT.
              IF NOT WS-STMT-FOUND
                 GO TO 4000-EXIT
              END-IF.
              PERFORM 2200-ACCEPT-OPERATOR THRU 2200-EXIT.
              PERFORM 7000-LOAD-BOOK-ITEMS THRU 7000-EXIT.
              MOVE ZEROS TO WS-MATCH-COUNT.
              MOVE WS-STMT-END-DATE TO BL-STMT-END-DATE.
              MOVE ZEROS TO BL-LINE-NUMBER.
              MOVE "00" TO WS-LINE-STATUS.
              START BANK-LINE-FILE KEY IS NOT LESS THAN BL-LINE-KEY
                 INVALID KEY MOVE "10" TO WS-LINE-STATUS
              END-START.
              PERFORM UNTIL WS-LINE-STATUS NOT = "00"
                 READ BANK-LINE-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-LINE-STATUS
                    NOT AT END
                       IF BL-STMT-END-DATE NOT = WS-STMT-END-DATE
                          MOVE "10" TO WS-LINE-STATUS
                       ELSE
                          IF BL-STATUS-UNMATCHED
                             AND BL-MATCHED-AMOUNT = ZEROS
                             PERFORM 4100-MATCH-ONE-LINE
                                THRU 4100-EXIT
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM.
              DISPLAY WS-MATCH-COUNT " LINE(S) MATCHED AUTOMATICALLY.".
       4000-EXIT.
              EXIT.

      *    Same amount and the bank's reference on the book item
      *    first; failing that, same amount and a book date no more
      *    than the match window before the bank's date.  The first
      *    outstanding item that qualifies is taken.
       4100-MATCH-ONE-LINE.
              PERFORM 4900-SIGN-LINE THRU 4900-EXIT.
              MOVE ZEROS TO WS-BT-FOUND.
              IF BL-BANK-REF NOT = SPACES
                 PERFORM VARYING WS-BT-IX FROM 1 BY 1
                         UNTIL WS-BT-IX > WS-BT-COUNT
                            OR WS-BT-FOUND > ZEROS
                    IF WS-BT-OUTSTANDING(WS-BT-IX)
                       AND WS-BT-AMOUNT(WS-BT-IX) = WS-LINE-SIGNED
                       AND WS-BT-MATCH-REF(WS-BT-IX) = BL-BANK-REF
                       MOVE WS-BT-IX TO WS-BT-FOUND
                    END-IF
                 END-PERFORM
              END-IF.
              IF WS-BT-FOUND = ZEROS
                 PERFORM VARYING WS-BT-IX FROM 1 BY 1
                         UNTIL WS-BT-IX > WS-BT-COUNT
                            OR WS-BT-FOUND > ZEROS
                    IF WS-BT-OUTSTANDING(WS-BT-IX)
                       AND WS-BT-AMOUNT(WS-BT-IX) = WS-LINE-SIGNED
                       AND WS-BT-DATE(WS-BT-IX) <= BL-VALUE-DATE
                       COMPUTE WS-CLEAR-DAYS =
                          FUNCTION INTEGER-OF-DATE(BL-VALUE-DATE)
                          - FUNCTION INTEGER-OF-DATE(
                                WS-BT-DATE(WS-BT-IX))
                       IF WS-CLEAR-DAYS <= WS-MATCH-WINDOW-DAYS
                          MOVE WS-BT-IX TO WS-BT-FOUND
                       END-IF
                    END-IF
                 END-PERFORM
              END-IF.
              IF WS-BT-FOUND = ZEROS
                 GO TO 4100-EXIT
              END-IF.
              MOVE BANK-LINE-REC TO WS-AUDIT-BEFORE-REC.
              PERFORM 4800-CLEAR-BOOK-ITEM THRU 4800-EXIT.
              MOVE BL-AMOUNT TO BL-MATCHED-AMOUNT.
              SET BL-STATUS-AUTO-MATCHED TO TRUE.
              MOVE WS-OPERATOR-ID TO BL-OPERATOR-ID.
              PERFORM 4850-REWRITE-LINE THRU 4850-EXIT.
              ADD 1 TO WS-MATCH-COUNT.
       4100-EXIT.
              EXIT.

      *    Records book item WS-BT-FOUND as cleared against the
      *    current statement line.
       4800-CLEAR-BOOK-ITEM.
              INITIALIZE BANK-CLEARED-REC.
              MOVE WS-BT-SOURCE(WS-BT-FOUND) TO BC-SOURCE.
              MOVE WS-BT-REF(WS-BT-FOUND) TO BC-SOURCE-REF.
              MOVE WS-BT-DATE(WS-BT-FOUND) TO BC-ITEM-DATE.
              MOVE WS-BT-AMOUNT(WS-BT-FOUND) TO BC-AMOUNT.
              MOVE BL-STMT-END-DATE TO BC-STMT-END-DATE.
              MOVE BL-LINE-NUMBER TO BC-LINE-NUMBER.
              MOVE WS-TODAY TO BC-CLEARED-DATE.
              MOVE WS-OPERATOR-ID TO BC-OPERATOR-ID.
              WRITE BANK-CLEARED-REC
                 INVALID KEY
                    REWRITE BANK-CLEARED-REC
              END-WRITE.
              SET WS-BT-CLEARED-THIS(WS-BT-FOUND) TO TRUE.
              MOVE BC-ITEM-KEY TO AT-KEY-VALUE.
              MOVE SPACES TO AT-BEFORE-IMAGE.
              MOVE BANK-CLEARED-REC TO AT-AFTER-IMAGE.
              SET AT-OP-ADD TO TRUE.
              PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       4800-EXIT.
              EXIT.

      *    WS-AUDIT-BEFORE-REC holds the line as it was read.
       4850-REWRITE-LINE.
              REWRITE BANK-LINE-REC
                 INVALID KEY
                    DISPLAY "LINE " BL-LINE-NUMBER
                            " NOT UPDATED - STATUS " WS-LINE-STATUS
                    GO TO 4850-EXIT
              END-REWRITE.
              MOVE BL-LINE-KEY TO AT-KEY-VALUE.
              MOVE WS-AUDIT-BEFORE-REC TO AT-BEFORE-IMAGE.
              MOVE BANK-LINE-REC TO AT-AFTER-IMAGE.
              SET AT-OP-CHANGE TO TRUE.
              PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       4850-EXIT.
              EXIT.

      *    Money into the account is positive, out of it negative -
      *    the same sign the book items carry.
       4900-SIGN-LINE.
              IF BL-CREDIT
                 MOVE BL-AMOUNT TO WS-LINE-SIGNED
                 COMPUTE WS-LINE-REMAINING =
                         BL-AMOUNT - BL-MATCHED-AMOUNT
              ELSE
                 COMPUTE WS-LINE-SIGNED = 0 - BL-AMOUNT
                 COMPUTE WS-LINE-REMAINING =
                         BL-MATCHED-AMOUNT - BL-AMOUNT
              END-IF.
       4900-EXIT.
              EXIT.

      * The operator picks the book items that make up one bank line
      * - a single deposit slip carrying several receipts, one bank
      * transfer paying several invoices - until their total equals
      * the line.  Outstanding items that could fit are listed first.
       5000-MANUAL-MATCH.
              PERFORM 2100-SELECT-STATEMENT THRU 2100-EXIT.
              IF NOT WS-STMT-FOUND
                 GO TO 5000-EXIT
              END-IF.
              PERFORM 2300-READ-LINE THRU 2300-EXIT.
              IF WS-LINE-STATUS NOT = "00"
                 GO TO 5000-EXIT
              END-IF.
              IF BL-STATUS-MARKED
                 DISPLAY "LINE IS MARKED NOT IN THE BOOKS - CLEAR "
                         "THE MARK FIRST."
                 GO TO 5000-EXIT
              END-IF.
              IF BL-STATUS-RECONCILED
                 DISPLAY "LINE IS ALREADY FULLY MATCHED."
                 GO TO 5000-EXIT
              END-IF.
              PERFORM 2200-ACCEPT-OPERATOR THRU 2200-EXIT.
              PERFORM 7000-LOAD-BOOK-ITEMS THRU 7000-EXIT.
              MOVE "N" TO WS-MANUAL-DONE-SW.
              PERFORM 5100-MATCH-ONE-ITEM THRU 5100-EXIT
                UNTIL WS-MANUAL-DONE.
       5000-EXIT.
              EXIT.

       5100-MATCH-ONE-ITEM.
              PERFORM 4900-SIGN-LINE THRU 4900-EXIT.
              MOVE WS-LINE-REMAINING TO WS-DISPLAY-AMOUNT.
              DISPLAY "STILL TO MATCH: " WS-DISPLAY-AMOUNT.
              PERFORM 5200-LIST-CANDIDATES THRU 5200-EXIT.
              DISPLAY "ENTER SOURCE (R/C/D/F/P, BLANK TO STOP): ".
              ACCEPT WS-SOURCE-IN.
              IF WS-SOURCE-IN = SPACE
                 SET WS-MANUAL-DONE TO TRUE
                 GO TO 5100-EXIT
              END-IF.
              DISPLAY "ENTER BOOK REFERENCE AS LISTED: ".
              ACCEPT WS-REF-IN.
              MOVE ZEROS TO WS-BT-FOUND.
              PERFORM VARYING WS-BT-IX FROM 1 BY 1
                      UNTIL WS-BT-IX > WS-BT-COUNT
                         OR WS-BT-FOUND > ZEROS
                 IF WS-BT-SOURCE(WS-BT-IX) = WS-SOURCE-IN
                    AND WS-BT-REF(WS-BT-IX) = WS-REF-IN
                    MOVE WS-BT-IX TO WS-BT-FOUND
                 END-IF
              END-PERFORM.
              IF WS-BT-FOUND = ZEROS
                 DISPLAY "NO SUCH BOOK ITEM FOR THIS STATEMENT."
                 GO TO 5100-EXIT
              END-IF.
              IF NOT WS-BT-OUTSTANDING(WS-BT-FOUND)
                 DISPLAY "THAT ITEM HAS ALREADY CLEARED."
                 GO TO 5100-EXIT
              END-IF.
              IF (BL-CREDIT AND WS-BT-AMOUNT(WS-BT-FOUND) < ZEROS)
                 OR (BL-DEBIT AND WS-BT-AMOUNT(WS-BT-FOUND) > ZEROS)
                 DISPLAY "THAT ITEM MOVES MONEY THE OTHER WAY."
                 GO TO 5100-EXIT
              END-IF.
              IF (BL-CREDIT
                  AND WS-BT-AMOUNT(WS-BT-FOUND) > WS-LINE-REMAINING)
                 OR (BL-DEBIT
                  AND WS-BT-AMOUNT(WS-BT-FOUND) < WS-LINE-REMAINING)
                 DISPLAY "THAT ITEM IS MORE THAN IS LEFT TO MATCH."
                 GO TO 5100-EXIT
              END-IF.

              MOVE BANK-LINE-REC TO WS-AUDIT-BEFORE-REC.
              PERFORM 4800-CLEAR-BOOK-ITEM THRU 4800-EXIT.
              IF BL-CREDIT
                 ADD WS-BT-AMOUNT(WS-BT-FOUND) TO BL-MATCHED-AMOUNT
              ELSE
                 SUBTRACT WS-BT-AMOUNT(WS-BT-FOUND)
                     FROM BL-MATCHED-AMOUNT
              END-IF.
              MOVE WS-OPERATOR-ID TO BL-OPERATOR-ID.
              IF BL-MATCHED-AMOUNT = BL-AMOUNT
                 SET BL-STATUS-MANUAL-MATCHED TO TRUE
                 SET WS-MANUAL-DONE TO TRUE
                 DISPLAY "LINE FULLY MATCHED."
              END-IF.
              PERFORM 4850-REWRITE-LINE THRU 4850-EXIT.
       5100-EXIT.
              EXIT.

      *    Up to twenty outstanding items moving money the same way
      *    as the line and no bigger than what is left to match.
       5200-LIST-CANDIDATES.
              MOVE ZEROS TO WS-SHOWN-COUNT.
              PERFORM VARYING WS-BT-IX FROM 1 BY 1
                      UNTIL WS-BT-IX > WS-BT-COUNT
                         OR WS-SHOWN-COUNT = 20
                 IF WS-BT-OUTSTANDING(WS-BT-IX)
                    AND ((BL-CREDIT
                          AND WS-BT-AMOUNT(WS-BT-IX) > ZEROS
                          AND WS-BT-AMOUNT(WS-BT-IX)
                              <= WS-LINE-REMAINING)
                      OR (BL-DEBIT
                          AND WS-BT-AMOUNT(WS-BT-IX) < ZEROS
                          AND WS-BT-AMOUNT(WS-BT-IX)
                              >= WS-LINE-REMAINING))
                    MOVE WS-BT-AMOUNT(WS-BT-IX) TO WS-DISPLAY-AMOUNT
                    DISPLAY "  " WS-BT-SOURCE(WS-BT-IX) " "
                            WS-BT-REF(WS-BT-IX) " "
                            WS-BT-DATE(WS-BT-IX) " "
                            WS-DISPLAY-AMOUNT " "
                            WS-BT-MATCH-REF(WS-BT-IX)
                    ADD 1 TO WS-SHOWN-COUNT
                 END-IF
              END-PERFORM.
              IF WS-SHOWN-COUNT = ZEROS
                 DISPLAY "  NO OUTSTANDING BOOK ITEM FITS THIS LINE."
              END-IF.
       5200-EXIT.
              EXIT.

      * A line with nothing behind it in the books is marked with the
      * reason, and shows on the reconciliation as a statement item
      * still to be entered in the books.
       5500-MARK-LINE.
              PERFORM 2100-SELECT-STATEMENT THRU 2100-EXIT.
              IF NOT WS-STMT-FOUND
                 GO TO 5500-EXIT
              END-IF.
              PERFORM 2300-READ-LINE THRU 2300-EXIT.
              IF WS-LINE-STATUS NOT = "00"
                 GO TO 5500-EXIT
              END-IF.
              IF NOT BL-STATUS-UNMATCHED
                 OR BL-MATCHED-AMOUNT NOT = ZEROS
                 DISPLAY "ONLY A LINE WITH NOTHING MATCHED CAN BE "
                         "MARKED."
                 GO TO 5500-EXIT
              END-IF.
              DISPLAY "REASON - BCHG BANK CHARGE  INTR INTEREST  "
                      "BERR BANK ERROR  OTHR OTHER: ".
              ACCEPT WS-REASON-IN.
              MOVE BANK-LINE-REC TO WS-AUDIT-BEFORE-REC.
              MOVE WS-REASON-IN TO BL-MARK-REASON.
              IF NOT BL-MARK-BANK-CHARGE AND NOT BL-MARK-INTEREST
                 AND NOT BL-MARK-BANK-ERROR AND NOT BL-MARK-OTHER
                 DISPLAY "INVALID REASON - LINE NOT MARKED."
                 GO TO 5500-EXIT
              END-IF.
              PERFORM 2200-ACCEPT-OPERATOR THRU 2200-EXIT.
              SET BL-STATUS-MARKED TO TRUE.
              MOVE WS-OPERATOR-ID TO BL-OPERATOR-ID.
              PERFORM 4850-REWRITE-LINE THRU 4850-EXIT.
              DISPLAY "LINE MARKED " BL-MARK-REASON ".".
       5500-EXIT.
              EXIT.

      * Undoes a match or a mark: every book item cleared against the
      * line is released to outstanding again and the line goes back
      * to unmatched.  A statement already reconciled reopens.
       5800-CLEAR-LINE.
              PERFORM 2100-SELECT-STATEMENT THRU 2100-EXIT.
              IF NOT WS-STMT-FOUND
                 GO TO 5800-EXIT
              END-IF.
              PERFORM 2300-READ-LINE THRU 2300-EXIT.
              IF WS-LINE-STATUS NOT = "00"
                 GO TO 5800-EXIT
              END-IF.
              IF BL-STATUS-UNMATCHED AND BL-MATCHED-AMOUNT = ZEROS
                 DISPLAY "LINE HAS NOTHING TO CLEAR."
                 GO TO 5800-EXIT
              END-IF.
              DISPLAY "CLEAR THIS LINE'S MATCH OR MARK (Y/N)? ".
              ACCEPT WS-CONFIRM.
              IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                 DISPLAY "LINE NOT CHANGED."
                 GO TO 5800-EXIT
              END-IF.
              PERFORM 2200-ACCEPT-OPERATOR THRU 2200-EXIT.

              IF BL-MATCHED-AMOUNT NOT = ZEROS
                 MOVE "00" TO WS-CLR-STATUS
                 MOVE LOW-VALUES TO BC-ITEM-KEY
                 START BANK-CLEARED-FILE
                       KEY IS NOT LESS THAN BC-ITEM-KEY
                    INVALID KEY MOVE "10" TO WS-CLR-STATUS
                 END-START
                 PERFORM UNTIL WS-CLR-STATUS NOT = "00"
                    READ BANK-CLEARED-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-CLR-STATUS
                       NOT AT END
                          IF BC-STMT-END-DATE = BL-STMT-END-DATE
                             AND BC-LINE-NUMBER = BL-LINE-NUMBER
                             PERFORM 5850-RELEASE-BOOK-ITEM
                                THRU 5850-EXIT
                          END-IF
                    END-READ
                 END-PERFORM
              END-IF.

              MOVE BANK-LINE-REC TO WS-AUDIT-BEFORE-REC.
              SET BL-STATUS-UNMATCHED TO TRUE.
              MOVE ZEROS TO BL-MATCHED-AMOUNT.
              MOVE SPACES TO BL-MARK-REASON.
              MOVE WS-OPERATOR-ID TO BL-OPERATOR-ID.
              PERFORM 4850-REWRITE-LINE THRU 4850-EXIT.

              MOVE WS-STMT-END-DATE TO BS-STMT-END-DATE.
              READ BANK-SUMMARY-FILE
                 INVALID KEY GO TO 5800-EXIT
              END-READ.
              IF BS-STATUS-RECONCILED
                 MOVE BANK-SUMMARY-REC TO AT-BEFORE-IMAGE
                 SET BS-STATUS-OPEN TO TRUE
                 REWRITE BANK-SUMMARY-REC
                 MOVE BS-STMT-END-DATE TO AT-KEY-VALUE
                 MOVE BANK-SUMMARY-REC TO AT-AFTER-IMAGE
                 SET AT-OP-CHANGE TO TRUE
                 PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
                 DISPLAY "STATEMENT ENDING " WS-STMT-END-DATE
                         " REOPENED - PRINT THE RECONCILIATION AGAIN."
              END-IF.
              DISPLAY "LINE CLEARED.".
       5800-EXIT.
              EXIT.

       5850-RELEASE-BOOK-ITEM.
              MOVE BC-ITEM-KEY TO AT-KEY-VALUE.
              MOVE BANK-CLEARED-REC TO AT-BEFORE-IMAGE.
              MOVE SPACES TO AT-AFTER-IMAGE.
              DELETE BANK-CLEARED-FILE
                 INVALID KEY GO TO 5850-EXIT
              END-DELETE.
              SET AT-OP-DELETE TO TRUE.
              PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       5850-EXIT.
              EXIT.

      * The standard bank reconciliation:
      *
      *    statement closing balance
      *  + deposits in transit        (book money in not yet cleared)
      *  + outstanding payments       (book money out, negative)
      *  = adjusted bank balance
      *
      *    book balance               (statement opening balance plus
      *                                every book item that clears
      *                                against this statement or is
      *                                still outstanding at its end)
      *  + statement items not in the books (marked lines)
      *  = adjusted book balance
      *
      * The difference is what the unmatched lines still account for;
      * a statement with no difference and no unmatched line is
      * recorded reconciled for MonthEndClose.cbl.
       6000-PRINT-RECONCILIATION.
              PERFORM 2100-SELECT-STATEMENT THRU 2100-EXIT.
              IF NOT WS-STMT-FOUND
                 GO TO 6000-EXIT
              END-IF.
              PERFORM 2200-ACCEPT-OPERATOR THRU 2200-EXIT.
              PERFORM 7000-LOAD-BOOK-ITEMS THRU 7000-EXIT.
              OPEN OUTPUT RECON-REPORT.
              MOVE WS-STMT-END-DATE TO HL-STMT-END-DATE.
              MOVE WS-FEED-ACCOUNT TO HL-ACCOUNT-NUMBER.
              WRITE RR-PRINT-LINE FROM WS-HEADER-LINE.
              MOVE WS-TODAY TO SH-PREPARED-DATE.
              MOVE WS-OPERATOR-ID TO SH-PREPARED-BY.
              WRITE RR-PRINT-LINE FROM WS-SUBHEAD-LINE.
              MOVE SPACES TO RR-PRINT-LINE.
              WRITE RR-PRINT-LINE.

              MOVE "BALANCE PER BANK STATEMENT" TO AL-LABEL.
              MOVE WS-STMT-CLOSE-BAL TO AL-AMOUNT.
              WRITE RR-PRINT-LINE FROM WS-AMOUNT-LINE.

              MOVE ZEROS TO WS-OUT-RECEIPTS WS-OUT-PAYMENTS.
              MOVE WS-STMT-OPEN-BAL TO WS-BOOK-BALANCE.
              MOVE "ADD DEPOSITS IN TRANSIT" TO RR-PRINT-LINE.
              WRITE RR-PRINT-LINE.
              PERFORM VARYING WS-BT-IX FROM 1 BY 1
                      UNTIL WS-BT-IX > WS-BT-COUNT
                 IF NOT WS-BT-CLEARED-BEFORE(WS-BT-IX)
                    ADD WS-BT-AMOUNT(WS-BT-IX) TO WS-BOOK-BALANCE
                 END-IF
                 IF WS-BT-OUTSTANDING(WS-BT-IX)
                    AND WS-BT-AMOUNT(WS-BT-IX) > ZEROS
                    ADD WS-BT-AMOUNT(WS-BT-IX) TO WS-OUT-RECEIPTS
                    PERFORM 6100-PRINT-BOOK-ITEM THRU 6100-EXIT
                 END-IF
              END-PERFORM.
              MOVE "  TOTAL DEPOSITS IN TRANSIT" TO AL-LABEL.
              MOVE WS-OUT-RECEIPTS TO AL-AMOUNT.
              WRITE RR-PRINT-LINE FROM WS-AMOUNT-LINE.

              MOVE "LESS OUTSTANDING PAYMENTS" TO RR-PRINT-LINE.
              WRITE RR-PRINT-LINE.
              PERFORM VARYING WS-BT-IX FROM 1 BY 1
                      UNTIL WS-BT-IX > WS-BT-COUNT
                 IF WS-BT-OUTSTANDING(WS-BT-IX)
                    AND WS-BT-AMOUNT(WS-BT-IX) < ZEROS
                    ADD WS-BT-AMOUNT(WS-BT-IX) TO WS-OUT-PAYMENTS
                    PERFORM 6100-PRINT-BOOK-ITEM THRU 6100-EXIT
                 END-IF
              END-PERFORM.
              MOVE "  TOTAL OUTSTANDING PAYMENTS" TO AL-LABEL.
              MOVE WS-OUT-PAYMENTS TO AL-AMOUNT.
              WRITE RR-PRINT-LINE FROM WS-AMOUNT-LINE.
              COMPUTE WS-ADJ-BANK-BAL = WS-STMT-CLOSE-BAL
                                      + WS-OUT-RECEIPTS
                                      + WS-OUT-PAYMENTS.
              MOVE "ADJUSTED BANK BALANCE" TO AL-LABEL.
              MOVE WS-ADJ-BANK-BAL TO AL-AMOUNT.
              WRITE RR-PRINT-LINE FROM WS-AMOUNT-LINE.
              MOVE SPACES TO RR-PRINT-LINE.
              WRITE RR-PRINT-LINE.

              MOVE "BALANCE PER BOOKS" TO AL-LABEL.
              MOVE WS-BOOK-BALANCE TO AL-AMOUNT.
              WRITE RR-PRINT-LINE FROM WS-AMOUNT-LINE.
              MOVE "ADD/LESS STATEMENT ITEMS NOT IN THE BOOKS"
                TO RR-PRINT-LINE.
              WRITE RR-PRINT-LINE.
              PERFORM 6200-FOOT-STATEMENT-LINES THRU 6200-EXIT.
              MOVE "  TOTAL STATEMENT ITEMS NOT IN THE BOOKS"
                TO AL-LABEL.
              MOVE WS-MARKED-TOTAL TO AL-AMOUNT.
              WRITE RR-PRINT-LINE FROM WS-AMOUNT-LINE.
              COMPUTE WS-ADJ-BOOK-BAL = WS-BOOK-BALANCE
                                      + WS-MARKED-TOTAL.
              MOVE "ADJUSTED BOOK BALANCE" TO AL-LABEL.
              MOVE WS-ADJ-BOOK-BAL TO AL-AMOUNT.
              WRITE RR-PRINT-LINE FROM WS-AMOUNT-LINE.
              MOVE SPACES TO RR-PRINT-LINE.
              WRITE RR-PRINT-LINE.

              COMPUTE WS-DIFFERENCE = WS-ADJ-BANK-BAL
                                    - WS-ADJ-BOOK-BAL.
              MOVE "DIFFERENCE" TO AL-LABEL.
              MOVE WS-DIFFERENCE TO AL-AMOUNT.
              WRITE RR-PRINT-LINE FROM WS-AMOUNT-LINE.
              IF WS-UNMATCHED-COUNT > ZEROS
                 MOVE "  MADE UP OF UNMATCHED STATEMENT LINES"
                   TO AL-LABEL
                 MOVE WS-UNMATCHED-TOTAL TO AL-AMOUNT
                 WRITE RR-PRINT-LINE FROM WS-AMOUNT-LINE
                 PERFORM 6300-LIST-UNMATCHED THRU 6300-EXIT
              END-IF.
              IF WS-BT-FULL
                 MOVE "*** BOOK ITEM TABLE FULL - ITEMS OMITTED ***"
                   TO RR-PRINT-LINE
                 WRITE RR-PRINT-LINE
              END-IF.
              CLOSE RECON-REPORT.
              CALL "SPOOLADD" USING WS-SPOOL-SRC-NAME
                                    WS-SPOOL-PGM-NAME.

              MOVE WS-STMT-END-DATE TO BS-STMT-END-DATE.
              READ BANK-SUMMARY-FILE
                 INVALID KEY GO TO 6000-EXIT
              END-READ.
              MOVE BANK-SUMMARY-REC TO AT-BEFORE-IMAGE.
              MOVE WS-BOOK-BALANCE TO BS-BOOK-BALANCE.
              MOVE WS-DIFFERENCE TO BS-DIFFERENCE.
              MOVE WS-TODAY TO BS-REC-DATE.
              MOVE WS-OPERATOR-ID TO BS-OPERATOR-ID.
              IF WS-DIFFERENCE = ZEROS AND WS-UNMATCHED-COUNT = ZEROS
                 AND NOT WS-BT-FULL
                 SET BS-STATUS-RECONCILED TO TRUE
              ELSE
                 SET BS-STATUS-OPEN TO TRUE
              END-IF.
              REWRITE BANK-SUMMARY-REC.
              MOVE BS-STMT-END-DATE TO AT-KEY-VALUE.
              MOVE BANK-SUMMARY-REC TO AT-AFTER-IMAGE.
              SET AT-OP-CHANGE TO TRUE.
              PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
              MOVE WS-DIFFERENCE TO WS-DISPLAY-AMOUNT.
              DISPLAY "DIFFERENCE " WS-DISPLAY-AMOUNT "  UNMATCHED "
                      "LINES " WS-UNMATCHED-COUNT.
              IF BS-STATUS-RECONCILED
                 DISPLAY "STATEMENT ENDING " WS-STMT-END-DATE
                         " IS RECONCILED."
              END-IF.
              DISPLAY "RECONCILIATION WRITTEN TO BANKREC.RPT".
       6000-EXIT.
              EXIT.

       6100-PRINT-BOOK-ITEM.
              MOVE WS-BT-SOURCE(WS-BT-IX) TO IL-SOURCE.
              MOVE WS-BT-REF(WS-BT-IX) TO IL-REF.
              MOVE WS-BT-DATE(WS-BT-IX) TO IL-DATE.
              MOVE WS-BT-MATCH-REF(WS-BT-IX) TO IL-TEXT.
              MOVE WS-BT-AMOUNT(WS-BT-IX) TO IL-AMOUNT.
              WRITE RR-PRINT-LINE FROM WS-ITEM-LINE.
       6100-EXIT.
              EXIT.

      *    Lists the marked lines and foots them, and foots what is
      *    still unmatched on every other line.
       6200-FOOT-STATEMENT-LINES.
              MOVE ZEROS TO WS-MARKED-TOTAL WS-UNMATCHED-TOTAL
                            WS-UNMATCHED-COUNT.
              MOVE WS-STMT-END-DATE TO BL-STMT-END-DATE.
              MOVE ZEROS TO BL-LINE-NUMBER.
              MOVE "00" TO WS-LINE-STATUS.
              START BANK-LINE-FILE KEY IS NOT LESS THAN BL-LINE-KEY
                 INVALID KEY MOVE "10" TO WS-LINE-STATUS
              END-START.
              PERFORM UNTIL WS-LINE-STATUS NOT = "00"
                 READ BANK-LINE-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-LINE-STATUS
                    NOT AT END
                       IF BL-STMT-END-DATE NOT = WS-STMT-END-DATE
                          MOVE "10" TO WS-LINE-STATUS
                       ELSE
                          PERFORM 4900-SIGN-LINE THRU 4900-EXIT
                          IF BL-STATUS-MARKED
                             ADD WS-LINE-SIGNED TO WS-MARKED-TOTAL
                             MOVE "L" TO IL-SOURCE
                             MOVE BL-LINE-NUMBER TO IL-REF
                             MOVE BL-VALUE-DATE TO IL-DATE
                             MOVE BL-MARK-REASON TO IL-TEXT
                             MOVE BL-DESCRIPTION TO IL-TEXT(6:15)
                             MOVE WS-LINE-SIGNED TO IL-AMOUNT
                             WRITE RR-PRINT-LINE FROM WS-ITEM-LINE
                          END-IF
                          IF NOT BL-STATUS-RECONCILED
                             ADD WS-LINE-REMAINING
                              TO WS-UNMATCHED-TOTAL
                             ADD 1 TO WS-UNMATCHED-COUNT
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM.
       6200-EXIT.
              EXIT.

       6300-LIST-UNMATCHED.
              MOVE WS-STMT-END-DATE TO BL-STMT-END-DATE.
              MOVE ZEROS TO BL-LINE-NUMBER.
              MOVE "00" TO WS-LINE-STATUS.
              START BANK-LINE-FILE KEY IS NOT LESS THAN BL-LINE-KEY
                 INVALID KEY MOVE "10" TO WS-LINE-STATUS
              END-START.
              PERFORM UNTIL WS-LINE-STATUS NOT = "00"
                 READ BANK-LINE-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-LINE-STATUS
                    NOT AT END
                       IF BL-STMT-END-DATE NOT = WS-STMT-END-DATE
                          MOVE "10" TO WS-LINE-STATUS
                       ELSE
                          IF NOT BL-STATUS-RECONCILED
                             PERFORM 4900-SIGN-LINE THRU 4900-EXIT
                             MOVE "L" TO IL-SOURCE
                             MOVE BL-LINE-NUMBER TO IL-REF
                             MOVE BL-VALUE-DATE TO IL-DATE
                             MOVE BL-BANK-REF TO IL-TEXT
                             MOVE WS-LINE-REMAINING TO IL-AMOUNT
                             WRITE RR-PRINT-LINE FROM WS-ITEM-LINE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM.
       6300-EXIT.
              EXIT.

      * Builds the book-item table for the statement being worked
      * from every source that moves money through the account.
       7000-LOAD-BOOK-ITEMS.
              MOVE ZEROS TO WS-BT-COUNT.
              MOVE "N" TO WS-BT-FULL-SW.
              MOVE ZEROS TO WS-BOOK-START-DATE.
              MOVE LOW-VALUES TO BS-STMT-END-DATE.
              START BANK-SUMMARY-FILE
                    KEY IS NOT LESS THAN BS-STMT-END-DATE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    READ BANK-SUMMARY-FILE NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                          MOVE BS-STMT-START-DATE
                            TO WS-BOOK-START-DATE
                    END-READ
              END-START.
              PERFORM 7100-LOAD-RECEIPTS THRU 7100-EXIT.
              PERFORM 7200-LOAD-DEPOSITS THRU 7200-EXIT.
              PERFORM 7300-LOAD-TILL-DAYS THRU 7300-EXIT.
              PERFORM 7400-LOAD-CARD-FUNDINGS THRU 7400-EXIT.
              PERFORM 7500-LOAD-PAYMENTS THRU 7500-EXIT.
              IF WS-BT-FULL
                 DISPLAY "*** MORE THAN " WS-BT-MAX " BOOK ITEMS - "
                         "LATER ITEMS NOT LOADED ***"
              END-IF.
       7000-EXIT.
              EXIT.

       7100-LOAD-RECEIPTS.
              OPEN INPUT CASH-RECEIPT-FILE.
              IF WS-RCPT-STATUS NOT = "00"
                 GO TO 7100-EXIT
              END-IF.
              PERFORM UNTIL WS-RCPT-STATUS NOT = "00"
                 READ CASH-RECEIPT-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-RCPT-STATUS
                    NOT AT END
                       MOVE "R" TO WS-SOURCE-IN
                       MOVE CR-RECEIPT-NUMBER TO WS-REF-IN
                       MOVE CR-RECEIPT-DATE TO BC-ITEM-DATE
                       MOVE CR-AMOUNT TO BC-AMOUNT
                       MOVE CR-REFERENCE TO WS-MATCH-REF-IN
                       PERFORM 7800-ADD-BOOK-ITEM THRU 7800-EXIT
                 END-READ
              END-PERFORM.
              CLOSE CASH-RECEIPT-FILE.
       7100-EXIT.
              EXIT.

       7200-LOAD-DEPOSITS.
              OPEN INPUT CUSTOMER-DEPOSIT-FILE.
              IF WS-DEP-STATUS NOT = "00"
                 GO TO 7200-EXIT
              END-IF.
              PERFORM UNTIL WS-DEP-STATUS NOT = "00"
                 READ CUSTOMER-DEPOSIT-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-DEP-STATUS
                    NOT AT END
                       MOVE "C" TO WS-SOURCE-IN
                       MOVE DP-DEPOSIT-NUMBER TO WS-REF-IN
                       MOVE DP-DEPOSIT-DATE TO BC-ITEM-DATE
                       MOVE DP-AMOUNT TO BC-AMOUNT
                       MOVE DP-CUST-ID TO WS-MATCH-REF-IN
                       PERFORM 7800-ADD-BOOK-ITEM THRU 7800-EXIT
                 END-READ
              END-PERFORM.
              CLOSE CUSTOMER-DEPOSIT-FILE.
       7200-EXIT.
              EXIT.

      *    The cash and check taken at the till - sales less refunds,
      *    tax included - go to the bank as one deposit a day, so
      *    they load as one item per transaction date.  The clearing
      *    check waits until each day's total is complete.  The read
      *    starts at WS-BOOK-START-DATE on the ST-TXN-DATE key.
       7300-LOAD-TILL-DAYS.
              OPEN INPUT SALES-TRANSACTION-FILE.
              IF WS-SALE-STATUS NOT = "00"
                 GO TO 7300-EXIT
              END-IF.
              MOVE WS-BOOK-START-DATE TO ST-TXN-DATE.
              START SALES-TRANSACTION-FILE
                    KEY IS NOT LESS THAN ST-TXN-DATE
                 INVALID KEY MOVE "10" TO WS-SALE-STATUS
              END-START.
              PERFORM UNTIL WS-SALE-STATUS NOT = "00"
                        AND WS-SALE-STATUS NOT = "02"
                 READ SALES-TRANSACTION-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-SALE-STATUS
                    NOT AT END
                       IF (ST-TENDER-CASH OR ST-TENDER-CHECK)
                          AND NOT ST-TXN-VOID
                          AND ST-TXN-DATE >= WS-BOOK-START-DATE
                          PERFORM 7350-ADD-TILL-TXN THRU 7350-EXIT
                       END-IF
                 END-READ
              END-PERFORM.
              CLOSE SALES-TRANSACTION-FILE.
              PERFORM VARYING WS-BT-IX FROM 1 BY 1
                      UNTIL WS-BT-IX > WS-BT-COUNT
                 IF WS-BT-SOURCE(WS-BT-IX) = "D"
                    MOVE WS-BT-IX TO WS-BT-FOUND
                    PERFORM 7850-SET-ITEM-STATE THRU 7850-EXIT
                 END-IF
              END-PERFORM.
       7300-EXIT.
              EXIT.

       7350-ADD-TILL-TXN.
              MOVE ST-TXN-DATE TO WS-REF-IN.
              MOVE ZEROS TO WS-BT-FOUND.
              PERFORM VARYING WS-BT-IX FROM WS-BT-COUNT BY -1
                      UNTIL WS-BT-IX < 1 OR WS-BT-FOUND > ZEROS
                 IF WS-BT-SOURCE(WS-BT-IX) = "D"
                    AND WS-BT-REF(WS-BT-IX) = WS-REF-IN
                    MOVE WS-BT-IX TO WS-BT-FOUND
                 END-IF
              END-PERFORM.
              IF WS-BT-FOUND = ZEROS
                 IF WS-BT-COUNT NOT < WS-BT-MAX
                    SET WS-BT-FULL TO TRUE
                    GO TO 7350-EXIT
                 END-IF
                 ADD 1 TO WS-BT-COUNT
                 MOVE WS-BT-COUNT TO WS-BT-FOUND
                 MOVE "D" TO WS-BT-SOURCE(WS-BT-FOUND)
                 MOVE WS-REF-IN TO WS-BT-REF(WS-BT-FOUND)
                 MOVE ST-TXN-DATE TO WS-BT-DATE(WS-BT-FOUND)
                 MOVE ZEROS TO WS-BT-AMOUNT(WS-BT-FOUND)
                 MOVE "TILL DEPOSIT" TO WS-BT-MATCH-REF(WS-BT-FOUND)
                 SET WS-BT-OUTSTANDING(WS-BT-FOUND) TO TRUE
              END-IF.
              ADD ST-EXTENDED-AMOUNT ST-TAX-AMOUNT
                TO WS-BT-AMOUNT(WS-BT-FOUND).
       7350-EXIT.
              EXIT.

      *    What the processor paid into the bank for one funded
      *    invoice: the funded amount less its fee (a pull-back is
      *    negative and the fee makes it more so).
       7400-LOAD-CARD-FUNDINGS.
              OPEN INPUT CARD-SETTLE-FILE.
              IF WS-CSTL-STATUS NOT = "00"
                 GO TO 7400-EXIT
              END-IF.
              PERFORM UNTIL WS-CSTL-STATUS NOT = "00"
                 READ CARD-SETTLE-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-CSTL-STATUS
                    NOT AT END
                       IF CS-STATUS-FUNDED
                          MOVE "F" TO WS-SOURCE-IN
                          MOVE CS-INVOICE-NUMBER TO WS-REF-IN
                          MOVE CS-FUNDED-DATE TO BC-ITEM-DATE
                          COMPUTE BC-AMOUNT = CS-FUNDED-AMOUNT
                                            - CS-FEE-AMOUNT
                          MOVE CS-PROCESSOR-REF TO WS-MATCH-REF-IN
                          PERFORM 7800-ADD-BOOK-ITEM THRU 7800-EXIT
                       END-IF
                 END-READ
              END-PERFORM.
              CLOSE CARD-SETTLE-FILE.
       7400-EXIT.
              EXIT.

       7500-LOAD-PAYMENTS.
              OPEN INPUT PAYMENT-REGISTER-FILE.
              IF WS-PAYREG-STATUS NOT = "00"
                 GO TO 7500-EXIT
              END-IF.
              OPEN INPUT AP-CHEQUE-FILE.
              IF WS-CHQ-STATUS = "00"
                 SET WS-CHQ-OPEN TO TRUE
              END-IF.
              PERFORM UNTIL WS-PAYREG-STATUS NOT = "00"
                 READ PAYMENT-REGISTER-FILE
                    AT END MOVE "10" TO WS-PAYREG-STATUS
                    NOT AT END
                       PERFORM 7550-LOAD-ONE-PAYMENT THRU 7550-EXIT
                 END-READ
              END-PERFORM.
              CLOSE PAYMENT-REGISTER-FILE.
              IF WS-CHQ-OPEN
                 CLOSE AP-CHEQUE-FILE
                 MOVE "N" TO WS-CHQ-OPEN-SW
              END-IF.
       7500-EXIT.
              EXIT.

      *    One PAYREG.LOG line.  A line paid by cheque (register
      *    lines written before cheques were printed carry no cheque
      *    number) is dropped if the cheque has since been voided -
      *    the invoice was reopened and is paid again on a line of
      *    its own - and otherwise matches on the cheque number the
      *    bank shows against it.
       7550-LOAD-ONE-PAYMENT.
              MOVE PY-SUPPLIER-INV-REF TO WS-MATCH-REF-IN.
              IF PY-CHEQUE-NUMBER NUMERIC AND PY-CHEQUE-NUMBER > ZEROS
                 AND WS-CHQ-OPEN
                 MOVE PY-CHEQUE-NUMBER TO CQ-CHEQUE-NUMBER
                 READ AP-CHEQUE-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                       IF CQ-STATUS-VOIDED
                          GO TO 7550-EXIT
                       END-IF
                       MOVE PY-CHEQUE-NUMBER TO WS-MATCH-REF-IN
                 END-READ
              END-IF.
              MOVE "P" TO WS-SOURCE-IN.
              MOVE PY-INVOICE-NUMBER TO WS-PR-INVOICE-NUMBER.
              MOVE PY-PAYMENT-DATE TO WS-PR-PAYMENT-DATE.
              MOVE WS-PAYMENT-REF TO WS-REF-IN.
              MOVE PY-PAYMENT-DATE TO BC-ITEM-DATE.
              COMPUTE BC-AMOUNT = 0 - PY-AMOUNT.
              PERFORM 7800-ADD-BOOK-ITEM THRU 7800-EXIT.
       7550-EXIT.
              EXIT.

      *    Appends one book item - WS-SOURCE-IN, WS-REF-IN and
      *    WS-MATCH-REF-IN, with the date and signed amount staged in
      *    BC-ITEM-DATE/BC-AMOUNT - and drops it again unless it can
      *    still clear against this statement.
       7800-ADD-BOOK-ITEM.
              IF BC-ITEM-DATE < WS-BOOK-START-DATE
                 GO TO 7800-EXIT
              END-IF.
              IF WS-BT-COUNT NOT < WS-BT-MAX
                 SET WS-BT-FULL TO TRUE
                 GO TO 7800-EXIT
              END-IF.
              ADD 1 TO WS-BT-COUNT.
              MOVE WS-BT-COUNT TO WS-BT-FOUND.
              MOVE WS-SOURCE-IN TO WS-BT-SOURCE(WS-BT-FOUND).
              MOVE WS-REF-IN TO WS-BT-REF(WS-BT-FOUND).
              MOVE BC-ITEM-DATE TO WS-BT-DATE(WS-BT-FOUND).
              MOVE BC-AMOUNT TO WS-BT-AMOUNT(WS-BT-FOUND).
              MOVE WS-MATCH-REF-IN TO WS-BT-MATCH-REF(WS-BT-FOUND).
              PERFORM 7850-SET-ITEM-STATE THRU 7850-EXIT.
              IF WS-BT-CLEARED-BEFORE(WS-BT-FOUND)
                 SUBTRACT 1 FROM WS-BT-COUNT
              END-IF.
       7800-EXIT.
              EXIT.

      *    An item cleared against this statement counts whatever
      *    its date; one cleared against an earlier statement, or
      *    dated after this one ends and not cleared on it, plays no
      *    part.  An item cleared on a later statement was still
      *    outstanding at this one's end.
       7850-SET-ITEM-STATE.
              SET WS-BT-OUTSTANDING(WS-BT-FOUND) TO TRUE.
              MOVE WS-BT-SOURCE(WS-BT-FOUND) TO BC-SOURCE.
              MOVE WS-BT-REF(WS-BT-FOUND) TO BC-SOURCE-REF.
              READ BANK-CLEARED-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF BC-STMT-END-DATE = WS-STMT-END-DATE
                       SET WS-BT-CLEARED-THIS(WS-BT-FOUND) TO TRUE
                    END-IF
                    IF BC-STMT-END-DATE < WS-STMT-END-DATE
                       SET WS-BT-CLEARED-BEFORE(WS-BT-FOUND) TO TRUE
                    END-IF
              END-READ.
              IF WS-BT-OUTSTANDING(WS-BT-FOUND)
                 AND WS-BT-DATE(WS-BT-FOUND) > WS-STMT-END-DATE
                 SET WS-BT-CLEARED-BEFORE(WS-BT-FOUND) TO TRUE
              END-IF.
       7850-EXIT.
              EXIT.

      *    Common audit-trail append, called once AT-KEY-VALUE,
      *    AT-OPERATION, and the before/after images have been set.
       8000-WRITE-AUDIT-RECORD.
              ACCEPT AT-TS-DATE FROM DATE YYYYMMDD.
              ACCEPT AT-TS-TIME FROM TIME.
              MOVE "BankRecon" TO AT-PROGRAM-ID.
              CALL "AuditChain" USING AUDIT-TRAIL-REC.
              WRITE AUDIT-TRAIL-REC.
       8000-EXIT.
              EXIT.

       9000-TERMINATE.
              CLOSE BANK-LINE-FILE.
              CLOSE BANK-CLEARED-FILE.
              CLOSE BANK-SUMMARY-FILE.
              CLOSE AUDIT-TRAIL-FILE.
       9000-EXIT.
              EXIT.
