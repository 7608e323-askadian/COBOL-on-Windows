      *  forward from run to run, the same carried-forward-totals     *
      *  idea LibRoyaltyRpt's CONTROL-TOTALS-FILE already uses.       *
      *                                                               *
      *  As each entry is archived it is also added into GL-BALANCE   *
      *  (glbal), the account-by-period debit and credit totals       *
      *  GLFinancials.cbl builds the trial balance and financial      *
      *  statements from, so the ledger no longer has to be re-keyed  *
      *  from the archive by hand.                                    *
      *                                                               *
      *  The GL accounts this program posts to, and any limits it     *
      *  works to, are fetched from the system parameter file at      *
      *  start-up (0900-LOAD-SYSTEM-PARMS).  A missing parameter or   *
      *  an inactive account stops it before any file is opened.      *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-EXCEPT-STATUS.

      *    Running debit/credit totals by account and period, added
      *    to as each entry is archived so the ledger balances stay
      *    in step with GLPOST.ARC (read by GLFinancials.cbl).
              SELECT GL-BALANCE-FILE
                     ASSIGN TO "glbal"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS GB-BALANCE-KEY
                     FILE STATUS IS WS-BAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-INTERFACE-FILE.
           02  GE-REFERENCE              PIC X(20).
           02  GE-SOURCE-PROGRAM         PIC X(20).

       FD  GL-BALANCE-FILE.
           COPY "GLBAL.CPY".

       WORKING-STORAGE SECTION.
       01  WS-VARS.
              10 WS-PARMS-OK-SW       PIC X(01) VALUE "N".
                 88 WS-PARMS-OK             VALUE "Y".
              10 WS-GL-STATUS         PIC X(02) VALUE "00".
                 88 WS-GL-EOF                VALUE "10".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-EXCEPT-STATUS     PIC X(02) VALUE "00".
                 88 WS-EXCEPT-MISSING       VALUE "35".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-SUSPENSE-ACCOUNT  PIC X(10) VALUE SPACES.
              10 WS-EXCEPTION-COUNT   PIC 9(05) VALUE ZEROS.
              10 WS-ACCT-VALID-SW     PIC X(01) VALUE "Y".
                 88 WS-ACCT-VALID           VALUE "Y".

      *    Ledger balance working fields - an entry whose transaction
      *    date is missing is booked to the period of the run.
              10 WS-BAL-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-RUN-DATE          PIC 9(08) VALUE ZEROS.
              10 WS-ENTRY-PERIOD      PIC 9(06) VALUE ZEROS.

      *    Start-up fetch of GL accounts and thresholds - see
      *    0900-LOAD-SYSTEM-PARMS.
           COPY "SYSPRMSG.CPY".

       LINKAGE SECTION.
       01  LK-RETURN-STATUS        PIC 9(05).

       PROCEDURE DIVISION.
       0000-MAINLINE.
              PERFORM 0900-LOAD-SYSTEM-PARMS THRU 0900-EXIT.
              IF NOT WS-PARMS-OK
                 MOVE 1 TO RETURN-CODE
                 GOBACK
              END-IF.
              MOVE ZERO TO RETURN-CODE.
              PERFORM 1000-INITIALIZE
                 THRU 1000-EXIT.
                 CLOSE CHART-OF-ACCOUNTS-FILE
              END-IF.
              CLOSE GL-EXCEPTION-FILE.
              CLOSE GL-BALANCE-FILE.
              GOBACK.

      *    Callable entry point for EODBatchRun - does the same sweep
      *    with no operator prompts, the same way PMREORDERBATCH and
      *    RPTBATCH skip the menu for their own subsystems.
       ENTRY "GLPOSTBATCH" USING LK-RETURN-STATUS.
              PERFORM 0900-LOAD-SYSTEM-PARMS THRU 0900-EXIT.
              IF NOT WS-PARMS-OK
                 MOVE 1 TO RETURN-CODE
                 MOVE ZEROS TO LK-RETURN-STATUS
                 GOBACK
              END-IF.
              MOVE ZERO TO RETURN-CODE.
              PERFORM 1000-INITIALIZE
                 THRU 1000-EXIT.
                 CLOSE CHART-OF-ACCOUNTS-FILE
              END-IF.
              CLOSE GL-EXCEPTION-FILE.
              CLOSE GL-BALANCE-FILE.
              GOBACK.

      * The GL accounts this program posts to and the thresholds
      * it works to come off the system parameter file (kept by
      * SysParmMgmt.cbl, from Utilities) rather than VALUE clauses
      * here.  Any one missing, or a GL account no longer active on
      * the chart, stops the program before it touches a file.
       0900-LOAD-SYSTEM-PARMS.
              SET WS-PARMS-OK TO TRUE.
              MOVE "GL-SUSPENSE" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO WS-SUSPENSE-ACCOUNT.
              IF NOT WS-PARMS-OK
                 DISPLAY "GL POSTING RUN CANNOT RUN -"
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

       1000-INITIALIZE.
              MOVE ZEROS TO WS-ENTRY-COUNT.
              MOVE ZEROS TO WS-BATCH-DEBITS, WS-BATCH-CREDITS.
              IF WS-EXCEPT-MISSING
                 OPEN OUTPUT GL-EXCEPTION-FILE
              END-IF.
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
              OPEN I-O GL-BALANCE-FILE.
              IF WS-BAL-STATUS = "35"
                 CLOSE GL-BALANCE-FILE
                 OPEN OUTPUT GL-BALANCE-FILE
                 CLOSE GL-BALANCE-FILE
                 OPEN I-O GL-BALANCE-FILE
              END-IF.
       1000-EXIT.
              EXIT.

                 MOVE WS-BATCH-NUMBER TO GA-BATCH-NUMBER
                 MOVE GL-INTERFACE-REC TO GA-ENTRY
                 WRITE GL-ARCHIVE-REC
                 PERFORM 2200-UPDATE-BALANCE THRU 2200-EXIT
                 READ GL-INTERFACE-FILE
                    AT END SET WS-GL-EOF TO TRUE
                 END-READ
       2100-EXIT.
              EXIT.

      *    Adds the entry just archived into its account's balance
      *    for the period of its transaction date, starting a new
      *    account/period record the first time one is posted to.
       2200-UPDATE-BALANCE.
              IF GL-TXN-DATE NUMERIC AND GL-TXN-DATE NOT = ZEROS
                 MOVE GL-TXN-DATE(1:6) TO WS-ENTRY-PERIOD
              ELSE
                 MOVE WS-RUN-DATE(1:6) TO WS-ENTRY-PERIOD
              END-IF.
              MOVE GL-ACCOUNT-CODE TO GB-ACCOUNT-CODE.
              MOVE WS-ENTRY-PERIOD TO GB-PERIOD.
              READ GL-BALANCE-FILE
                 INVALID KEY
                    MOVE ZEROS TO GB-PERIOD-DEBITS GB-PERIOD-CREDITS
                                  GB-ENTRY-COUNT
              END-READ.
              IF GL-DEBIT
                 ADD GL-AMOUNT TO GB-PERIOD-DEBITS
              ELSE
                 ADD GL-AMOUNT TO GB-PERIOD-CREDITS
              END-IF.
              ADD 1 TO GB-ENTRY-COUNT.
              MOVE WS-BATCH-NUMBER TO GB-LAST-BATCH-NUMBER.
              IF WS-BAL-STATUS = "00"
                 REWRITE GL-BALANCE-REC
                    INVALID KEY
                       DISPLAY "GL BALANCE REWRITE FAILED - "
                               GB-ACCOUNT-CODE " " GB-PERIOD
                               " STATUS " WS-BAL-STATUS
                 END-REWRITE
              ELSE
                 WRITE GL-BALANCE-REC
                    INVALID KEY
                       DISPLAY "GL BALANCE WRITE FAILED - "
                               GB-ACCOUNT-CODE " " GB-PERIOD
                               " STATUS " WS-BAL-STATUS
                 END-WRITE
              END-IF.
       2200-EXIT.
              EXIT.

       3000-WRITE-SUMMARY.
              DISPLAY " ".
              DISPLAY "GL INTERFACE POSTING RUN - BATCH "
