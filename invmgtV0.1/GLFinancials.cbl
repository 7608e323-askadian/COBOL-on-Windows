       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLFinancials.
       AUTHOR AMRESH KADIAN.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *  GENERAL LEDGER BALANCES, TRIAL BALANCE AND PERIOD FINANCIAL  *
      *  STATEMENTS.                                                  *
      *                                                               *
      *  GLPostingRun.cbl sweeps GL.INT into GLPOST.ARC and, as it    *
      *  does, adds every entry into GL-BALANCE (glbal): debits and   *
      *  credits by chart account and period.  This program is the    *
      *  ledger's reporting side, reached from Utilities.  The trial  *
      *  balance lists every account with a balance and must net to   *
      *  zero; the income statement and balance sheet group the       *
      *  accounts by CA-ACCOUNT-TYPE off the chart of accounts.       *
      *  Every report shows the current period, the year to date and  *
      *  the same point of the prior year - on the balance sheet      *
      *  these are the period's movement, the balance at period end   *
      *  and the balance a year earlier.  The year runs January to    *
      *  December, and since nothing closes the revenue and expense   *
      *  accounts off at year end, the balance sheet carries their    *
      *  cumulative net as earnings to date.                          *
      *                                                               *
      *  The account drill-down lists the posted entries behind any   *
      *  account's balance for a period, off GLPOST.ARC and the older *
      *  years ArchivePurge.cbl has carried to GLPOST.OLD, against    *
      *  the balance-file totals.  The balance file can also be       *
      *  rebuilt from those two archives - the way to load history    *
      *  posted before the balance file existed, or to recover it.    *
      *                                                               *
      *  GLTBCHECK is the promptless entry MonthEndClose.cbl's trial  *
      *  balance step calls: it prints the trial balance for the      *
      *  period it is given and returns RETURN-CODE ZERO only when    *
      *  the ledger is in balance, so the period cannot roll while it *
      *  is out.                                                      *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT GL-BALANCE-FILE
                     ASSIGN TO "glbal"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS GB-BALANCE-KEY
                     FILE STATUS IS WS-BAL-STATUS.

              SELECT CHART-OF-ACCOUNTS-FILE
                     ASSIGN TO "chartacc"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CA-ACCOUNT-CODE
                     FILE STATUS IS WS-COA-STATUS.

              SELECT GL-POSTING-ARCHIVE-FILE
                     ASSIGN TO "GLPOST.ARC"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-GARC-STATUS.

              SELECT GLARC-ARCHIVE-FILE
                     ASSIGN TO "GLPOST.OLD"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-GOLD-STATUS.

      *    One print file for all three statements - the name is set
      *    before each is opened, so each is retained under its own.
              SELECT GL-REPORT-FILE
                     ASSIGN TO WS-REPORT-NAME
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-BALANCE-FILE.
           COPY "GLBAL.CPY".

       FD  CHART-OF-ACCOUNTS-FILE.
           COPY "CHARTACC.CPY".

       FD  GL-POSTING-ARCHIVE-FILE.
       01  GL-ARCHIVE-REC.
           02  GA-BATCH-NUMBER           PIC 9(07).
           02  GA-ENTRY                  PIC X(72).

       FD  GLARC-ARCHIVE-FILE.
       01  GLARC-ARCHIVE-REC.
           02  GO-ARCHIVE-YEAR           PIC 9(04).
           02  GO-BATCH-NUMBER           PIC 9(07).
           02  GO-ENTRY                  PIC X(72).

       FD  GL-REPORT-FILE.
       01  GR-PRINT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-VARS.
              10 WS-BAL-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-COA-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-COA-OPEN-SW       PIC X(01) VALUE "N".
                 88 WS-COA-OPEN             VALUE "Y".
              10 WS-GARC-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-GOLD-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-RPT-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-MENU-OPTION       PIC X(01) VALUE SPACE.
              10 WS-EXIT-OPTION       PIC X(01) VALUE "6".
              10 WS-CONFIRM           PIC X(01) VALUE SPACE.
              10 WS-REPORT-NAME       PIC X(20) VALUE SPACES.
              10 WS-TODAY-DATE        PIC 9(08) VALUE ZEROS.
              10 WS-LEDGER-SW         PIC X(01) VALUE "N".
                 88 WS-LEDGER-LOADED        VALUE "Y".
              10 WS-TB-BALANCE-SW     PIC X(01) VALUE "N".
                 88 WS-TB-IN-BALANCE        VALUE "Y".

      *    The reporting period and the ranges derived from it: the
      *    year to date runs from January of the period's year, and
      *    the prior-year figures stop at the same month a year back.
              10 WS-PERIOD-IN         PIC 9(06) VALUE ZEROS.
              10 WS-PERIOD            PIC 9(06) VALUE ZEROS.
              10 WS-PERIOD-MONTH      PIC 9(02) VALUE ZEROS.
              10 WS-YEAR-START        PIC 9(06) VALUE ZEROS.
              10 WS-PY-PERIOD         PIC 9(06) VALUE ZEROS.
              10 WS-PY-YEAR-START     PIC 9(06) VALUE ZEROS.

              10 WS-ACCT-COUNT        PIC 9(04) VALUE ZEROS.
              10 WS-ACCT-IX           PIC 9(04) VALUE ZEROS.
              10 WS-NET-AMOUNT        PIC S9(11)V99 VALUE ZEROS.

      *    Report totals - the trial balance columns, and for the
      *    statements one section's three columns plus the grand
      *    figures the sections roll up into.
              10 WS-TOT-CUR           PIC S9(11)V99 VALUE ZEROS.
              10 WS-TOT-YTD           PIC S9(11)V99 VALUE ZEROS.
              10 WS-TOT-PYTD          PIC S9(11)V99 VALUE ZEROS.
              10 WS-TOT-DEBIT         PIC S9(11)V99 VALUE ZEROS.
              10 WS-TOT-CREDIT        PIC S9(11)V99 VALUE ZEROS.
              10 WS-SECT-TYPE         PIC X(01) VALUE SPACE.
              10 WS-SECT-SIGN         PIC S9(01) VALUE +1.
              10 WS-STMT-KIND         PIC X(01) VALUE "I".
                 88 WS-STMT-INCOME          VALUE "I".
                 88 WS-STMT-BALANCE         VALUE "B".
              10 WS-COL-1             PIC S9(11)V99 VALUE ZEROS.
              10 WS-COL-2             PIC S9(11)V99 VALUE ZEROS.
              10 WS-COL-3             PIC S9(11)V99 VALUE ZEROS.
              10 WS-SECT-TOT-1        PIC S9(11)V99 VALUE ZEROS.
              10 WS-SECT-TOT-2        PIC S9(11)V99 VALUE ZEROS.
              10 WS-SECT-TOT-3        PIC S9(11)V99 VALUE ZEROS.
              10 WS-GRAND-1           PIC S9(11)V99 VALUE ZEROS.
              10 WS-GRAND-2           PIC S9(11)V99 VALUE ZEROS.
              10 WS-GRAND-3           PIC S9(11)V99 VALUE ZEROS.
              10 WS-OTHER-1           PIC S9(11)V99 VALUE ZEROS.
              10 WS-OTHER-2           PIC S9(11)V99 VALUE ZEROS.
              10 WS-OTHER-3           PIC S9(11)V99 VALUE ZEROS.

      *    Drill-down and rebuild working fields.
              10 WS-DRILL-ACCOUNT     PIC X(10) VALUE SPACES.
              10 WS-DRILL-PERIOD      PIC 9(06) VALUE ZEROS.
              10 WS-DRILL-COUNT       PIC 9(07) VALUE ZEROS.
              10 WS-DRILL-DEBITS      PIC 9(11)V99 VALUE ZEROS.
              10 WS-DRILL-CREDITS     PIC 9(11)V99 VALUE ZEROS.
              10 WS-BAL-DEBITS        PIC 9(11)V99 VALUE ZEROS.
              10 WS-BAL-CREDITS       PIC 9(11)V99 VALUE ZEROS.
              10 WS-ENTRY-BATCH       PIC 9(07) VALUE ZEROS.
              10 WS-ENTRY-PERIOD      PIC 9(06) VALUE ZEROS.
              10 WS-REBUILD-COUNT     PIC 9(07) VALUE ZEROS.
              10 WS-DISP-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
              10 WS-DISP-NET          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

      *    One GL entry off either archive - the GL-INTERFACE-REC
      *    layout GLPostingRun archives as a plain image.
       01  WS-GL-ENTRY.
           02  WE-ACCOUNT-CODE           PIC X(10).
           02  WE-DR-CR-IND              PIC X(01).
               88  WE-DEBIT                  VALUE "D".
           02  WE-AMOUNT                 PIC 9(09)V99.
           02  WE-REFERENCE              PIC X(20).
           02  WE-TXN-DATE               PIC 9(08).
           02  WE-SOURCE-PROGRAM         PIC X(20).
           02  FILLER                    PIC X(02).

      *    Every account with postings up to the reporting period,
      *    loaded from GL-BALANCE in account order and named and typed
      *    from the chart.  Each figure is the net debit (debits less
      *    credits); a credit balance is negative.  An account the
      *    chart does not know carries type "U" (unclassified).
       01  WS-ACCT-TABLE.
              10 WS-ACCT-ENTRY OCCURS 999 TIMES.
                 15 WS-AC-CODE        PIC X(10).
                 15 WS-AC-NAME        PIC X(30).
                 15 WS-AC-TYPE        PIC X(01).
                 15 WS-AC-CUR         PIC S9(11)V99.
                 15 WS-AC-YTD         PIC S9(11)V99.
                 15 WS-AC-PYTD        PIC S9(11)V99.
                 15 WS-AC-CLOSE       PIC S9(11)V99.
                 15 WS-AC-PY-CLOSE    PIC S9(11)V99.

       01  WS-SPOOL-HANDOFF.
           02  WS-SPOOL-SRC-NAME        PIC X(20) VALUE SPACES.
           02  WS-SPOOL-PGM-NAME        PIC X(20)
                                   VALUE "GLFinancials".

       01  WS-TITLE-LINE.
              10 TL-TITLE             PIC X(40).
              10 FILLER               PIC X(08) VALUE "PERIOD ".
              10 TL-PERIOD            PIC 9(06).
              10 FILLER               PIC X(12) VALUE "    RUN ON ".
              10 TL-RUN-DATE          PIC 9(08).

       01  WS-TB-HEAD-LINE.
              10 FILLER               PIC X(39) VALUE
                 "ACCOUNT    NAME                      T".
              10 FILLER               PIC X(18) JUSTIFIED RIGHT
                 VALUE "CURRENT PERIOD".
              10 FILLER               PIC X(18) JUSTIFIED RIGHT
                 VALUE "YEAR TO DATE".
              10 FILLER               PIC X(18) JUSTIFIED RIGHT
                 VALUE "PRIOR YR TO DATE".
              10 FILLER               PIC X(18) JUSTIFIED RIGHT
                 VALUE "CLOSING DEBIT".
              10 FILLER               PIC X(18) JUSTIFIED RIGHT
                 VALUE "CLOSING CREDIT".

       01  WS-TB-DETAIL-LINE.
              10 TD-ACCOUNT           PIC X(10).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 TD-NAME              PIC X(25).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 TD-TYPE              PIC X(01).
              10 FILLER               PIC X(02) VALUE SPACES.
              10 TD-CUR               PIC -Z,ZZZ,ZZZ,ZZ9.99.
              10 FILLER               PIC X(01) VALUE SPACE.
              10 TD-YTD               PIC -Z,ZZZ,ZZZ,ZZ9.99.
              10 FILLER               PIC X(01) VALUE SPACE.
              10 TD-PYTD              PIC -Z,ZZZ,ZZZ,ZZ9.99.
              10 FILLER               PIC X(01) VALUE SPACE.
              10 TD-DEBIT             PIC -Z,ZZZ,ZZZ,ZZ9.99.
              10 FILLER               PIC X(01) VALUE SPACE.
              10 TD-CREDIT            PIC -Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-STMT-HEAD-LINE.
              10 FILLER               PIC X(46) VALUE
                 "    ACCOUNT    NAME".
              10 SH-COL-1             PIC X(19) JUSTIFIED RIGHT.
              10 SH-COL-2             PIC X(19) JUSTIFIED RIGHT.
              10 SH-COL-3             PIC X(19) JUSTIFIED RIGHT.

       01  WS-STMT-DETAIL-LINE.
              10 FILLER               PIC X(04) VALUE SPACES.
              10 SD-ACCOUNT           PIC X(10).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 SD-NAME              PIC X(30).
              10 FILLER               PIC X(03) VALUE SPACES.
              10 SD-COL-1             PIC -Z,ZZZ,ZZZ,ZZ9.99.
              10 FILLER               PIC X(02) VALUE SPACES.
              10 SD-COL-2             PIC -Z,ZZZ,ZZZ,ZZ9.99.
              10 FILLER               PIC X(02) VALUE SPACES.
              10 SD-COL-3             PIC -Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-STMT-TOTAL-LINE.
              10 ST-LABEL             PIC X(48).
              10 ST-COL-1             PIC -Z,ZZZ,ZZZ,ZZ9.99.
              10 FILLER               PIC X(02) VALUE SPACES.
              10 ST-COL-2             PIC -Z,ZZZ,ZZZ,ZZ9.99.
              10 FILLER               PIC X(02) VALUE SPACES.
              10 ST-COL-3             PIC -Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-MESSAGE-LINE.
              10 ML-TEXT              PIC X(48).
              10 ML-AMOUNT            PIC -Z,ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
       01  LK-PERIOD               PIC 9(06).
       01  LK-RETURN-STATUS        PIC 9(05).

       PROCEDURE DIVISION.
       0000-MAINLINE.
              ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
              MOVE SPACE TO WS-MENU-OPTION.
              PERFORM 2000-DISPLAY-MENU
                 THRU 2000-EXIT
                UNTIL WS-MENU-OPTION IS EQUAL TO WS-EXIT-OPTION.
              GOBACK.

      *    Callable entry point for MonthEndClose - prints the trial
      *    balance for the period passed with no operator prompts and
      *    returns RETURN-CODE ZERO only when it is in balance.  The
      *    number of accounts listed comes back in LK-RETURN-STATUS.
       ENTRY "GLTBCHECK" USING LK-PERIOD LK-RETURN-STATUS.
              ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
              MOVE 1 TO RETURN-CODE.
              MOVE LK-PERIOD TO WS-PERIOD.
              IF WS-PERIOD = ZEROS
                 MOVE WS-TODAY-DATE(1:6) TO WS-PERIOD
              END-IF.
              PERFORM 1600-SET-PERIOD-RANGE THRU 1600-EXIT.
              PERFORM 6000-LOAD-BALANCES THRU 6000-EXIT.
              IF WS-LEDGER-LOADED
                 PERFORM 3100-PRINT-TRIAL-BALANCE THRU 3100-EXIT
                 IF WS-TB-IN-BALANCE
                    MOVE ZERO TO RETURN-CODE
                 END-IF
              END-IF.
              MOVE WS-ACCT-COUNT TO LK-RETURN-STATUS.
              GOBACK.

      *    The period keyed at the prompt; zero means the current
      *    calendar month.
       1500-ASK-PERIOD.
              DISPLAY "ENTER PERIOD YYYYMM (ZERO = CURRENT MONTH): ".
              MOVE ZEROS TO WS-PERIOD-IN.
              ACCEPT WS-PERIOD-IN.
              IF WS-PERIOD-IN = ZEROS
                 MOVE WS-TODAY-DATE(1:6) TO WS-PERIOD
              ELSE
                 MOVE WS-PERIOD-IN TO WS-PERIOD
              END-IF.
              PERFORM 1600-SET-PERIOD-RANGE THRU 1600-EXIT.
       1500-EXIT.
              EXIT.

       1600-SET-PERIOD-RANGE.
              MOVE WS-PERIOD(5:2) TO WS-PERIOD-MONTH.
              IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
                 DISPLAY "INVALID PERIOD " WS-PERIOD
                         " - CURRENT MONTH USED"
                 MOVE WS-TODAY-DATE(1:6) TO WS-PERIOD
                 MOVE WS-PERIOD(5:2) TO WS-PERIOD-MONTH
              END-IF.
              COMPUTE WS-YEAR-START = WS-PERIOD - WS-PERIOD-MONTH + 1.
              COMPUTE WS-PY-PERIOD = WS-PERIOD - 100.
              COMPUTE WS-PY-YEAR-START = WS-YEAR-START - 100.
       1600-EXIT.
              EXIT.

       2000-DISPLAY-MENU.
              DISPLAY " ".
              DISPLAY "General Ledger Balances And Statements".
              DISPLAY "--------------------------------------".
              DISPLAY "1. Trial Balance".
              DISPLAY "2. Income Statement".
              DISPLAY "3. Balance Sheet".
              DISPLAY "4. Account Drill-Down".
              DISPLAY "5. Rebuild Balances From Posted History".
              DISPLAY "6. Return to Utilities Menu".
              DISPLAY "Enter your choice:".
              ACCEPT WS-MENU-OPTION.

              EVALUATE WS-MENU-OPTION
                 WHEN "1" PERFORM 3000-TRIAL-BALANCE THRU 3000-EXIT
                 WHEN "2" PERFORM 4000-INCOME-STATEMENT THRU 4000-EXIT
                 WHEN "3" PERFORM 4500-BALANCE-SHEET THRU 4500-EXIT
                 WHEN "4" PERFORM 5000-ACCOUNT-DRILL-DOWN
                             THRU 5000-EXIT
                 WHEN "5" PERFORM 8000-REBUILD-BALANCES THRU 8000-EXIT
                 WHEN WS-EXIT-OPTION CONTINUE
                 WHEN OTHER DISPLAY "INVALID CHOICE"
              END-EVALUATE.
       2000-EXIT.
              EXIT.

       3000-TRIAL-BALANCE.
              PERFORM 1500-ASK-PERIOD THRU 1500-EXIT.
              PERFORM 6000-LOAD-BALANCES THRU 6000-EXIT.
              IF WS-LEDGER-LOADED
                 PERFORM 3100-PRINT-TRIAL-BALANCE THRU 3100-EXIT
              END-IF.
       3000-EXIT.
              EXIT.

      *****************************************************************
      * One line per account: the period's net, the year to date and
      * the prior year to date, then the balance at period end split
      * into its debit or credit column.  The closing debits must
      * equal the closing credits - and every account's period and
      * year-to-date nets must cancel out - for the ledger to be in
      * balance.
      *****************************************************************
       3100-PRINT-TRIAL-BALANCE.
              MOVE "GLTB.RPT" TO WS-REPORT-NAME.
              MOVE "TRIAL BALANCE" TO TL-TITLE.
              PERFORM 7000-OPEN-REPORT THRU 7000-EXIT.
              WRITE GR-PRINT-LINE FROM WS-TB-HEAD-LINE.
              MOVE ZEROS TO WS-TOT-CUR WS-TOT-YTD WS-TOT-PYTD
                            WS-TOT-DEBIT WS-TOT-CREDIT.
              PERFORM VARYING WS-ACCT-IX FROM 1 BY 1
                    UNTIL WS-ACCT-IX > WS-ACCT-COUNT
                 PERFORM 3150-PRINT-TB-ACCOUNT THRU 3150-EXIT
              END-PERFORM.
              MOVE SPACES TO WS-TB-DETAIL-LINE.
              MOVE "TOTALS" TO TD-NAME.
              MOVE WS-TOT-CUR TO TD-CUR.
              MOVE WS-TOT-YTD TO TD-YTD.
              MOVE WS-TOT-PYTD TO TD-PYTD.
              MOVE WS-TOT-DEBIT TO TD-DEBIT.
              MOVE WS-TOT-CREDIT TO TD-CREDIT.
              MOVE SPACES TO GR-PRINT-LINE.
              WRITE GR-PRINT-LINE.
              WRITE GR-PRINT-LINE FROM WS-TB-DETAIL-LINE.
              MOVE "N" TO WS-TB-BALANCE-SW.
              IF WS-TOT-DEBIT = WS-TOT-CREDIT
                 AND WS-TOT-CUR = ZEROS
                 AND WS-TOT-YTD = ZEROS
                 SET WS-TB-IN-BALANCE TO TRUE
              END-IF.
              MOVE SPACES TO GR-PRINT-LINE.
              WRITE GR-PRINT-LINE.
              IF WS-TB-IN-BALANCE
                 MOVE "TRIAL BALANCE IS IN BALANCE." TO GR-PRINT-LINE
                 WRITE GR-PRINT-LINE
                 DISPLAY "TRIAL BALANCE FOR " WS-PERIOD
                         " IS IN BALANCE."
              ELSE
                 COMPUTE WS-NET-AMOUNT =
                         WS-TOT-DEBIT - WS-TOT-CREDIT
                 MOVE "*** OUT OF BALANCE - DEBITS LESS CREDITS"
                   TO ML-TEXT
                 MOVE WS-NET-AMOUNT TO ML-AMOUNT
                 WRITE GR-PRINT-LINE FROM WS-MESSAGE-LINE
                 MOVE WS-NET-AMOUNT TO WS-DISP-NET
                 DISPLAY "*** TRIAL BALANCE FOR " WS-PERIOD
                         " IS OUT OF BALANCE BY " WS-DISP-NET " ***"
              END-IF.
              PERFORM 7900-CLOSE-REPORT THRU 7900-EXIT.
       3100-EXIT.
              EXIT.

       3150-PRINT-TB-ACCOUNT.
              MOVE WS-AC-CODE(WS-ACCT-IX) TO TD-ACCOUNT.
              MOVE WS-AC-NAME(WS-ACCT-IX) TO TD-NAME.
              MOVE WS-AC-TYPE(WS-ACCT-IX) TO TD-TYPE.
              MOVE WS-AC-CUR(WS-ACCT-IX) TO TD-CUR.
              MOVE WS-AC-YTD(WS-ACCT-IX) TO TD-YTD.
              MOVE WS-AC-PYTD(WS-ACCT-IX) TO TD-PYTD.
              ADD WS-AC-CUR(WS-ACCT-IX) TO WS-TOT-CUR.
              ADD WS-AC-YTD(WS-ACCT-IX) TO WS-TOT-YTD.
              ADD WS-AC-PYTD(WS-ACCT-IX) TO WS-TOT-PYTD.
              IF WS-AC-CLOSE(WS-ACCT-IX) < ZEROS
                 COMPUTE WS-NET-AMOUNT = WS-AC-CLOSE(WS-ACCT-IX) * -1
                 MOVE ZEROS TO TD-DEBIT
                 MOVE WS-NET-AMOUNT TO TD-CREDIT
                 ADD WS-NET-AMOUNT TO WS-TOT-CREDIT
              ELSE
                 MOVE WS-AC-CLOSE(WS-ACCT-IX) TO TD-DEBIT
                 MOVE ZEROS TO TD-CREDIT
                 ADD WS-AC-CLOSE(WS-ACCT-IX) TO WS-TOT-DEBIT
              END-IF.
              WRITE GR-PRINT-LINE FROM WS-TB-DETAIL-LINE.
       3150-EXIT.
              EXIT.

      *****************************************************************
      * Revenue (shown as a positive credit) less expenses gives the
      * net income for the period, the year to date and the prior
      * year to date.
      *****************************************************************
       4000-INCOME-STATEMENT.
              PERFORM 1500-ASK-PERIOD THRU 1500-EXIT.
              PERFORM 6000-LOAD-BALANCES THRU 6000-EXIT.
              IF NOT WS-LEDGER-LOADED
                 GO TO 4000-EXIT
              END-IF.
              MOVE "GLINCST.RPT" TO WS-REPORT-NAME.
              MOVE "INCOME STATEMENT" TO TL-TITLE.
              PERFORM 7000-OPEN-REPORT THRU 7000-EXIT.
              SET WS-STMT-INCOME TO TRUE.
              MOVE "CURRENT PERIOD" TO SH-COL-1.
              MOVE "YEAR TO DATE" TO SH-COL-2.
              MOVE "PRIOR YR TO DATE" TO SH-COL-3.
              WRITE GR-PRINT-LINE FROM WS-STMT-HEAD-LINE.

              MOVE "REVENUE" TO GR-PRINT-LINE.
              WRITE GR-PRINT-LINE.
              MOVE "R" TO WS-SECT-TYPE.
              MOVE -1 TO WS-SECT-SIGN.
              PERFORM 7100-PRINT-SECTION THRU 7100-EXIT.
              MOVE "TOTAL REVENUE" TO ST-LABEL.
              PERFORM 7200-PRINT-SECTION-TOTAL THRU 7200-EXIT.
              MOVE WS-SECT-TOT-1 TO WS-GRAND-1.
              MOVE WS-SECT-TOT-2 TO WS-GRAND-2.
              MOVE WS-SECT-TOT-3 TO WS-GRAND-3.

              MOVE "EXPENSES" TO GR-PRINT-LINE.
              WRITE GR-PRINT-LINE.
              MOVE "E" TO WS-SECT-TYPE.
              MOVE +1 TO WS-SECT-SIGN.
              PERFORM 7100-PRINT-SECTION THRU 7100-EXIT.
              MOVE "TOTAL EXPENSES" TO ST-LABEL.
              PERFORM 7200-PRINT-SECTION-TOTAL THRU 7200-EXIT.

              SUBTRACT WS-SECT-TOT-1 FROM WS-GRAND-1.
              SUBTRACT WS-SECT-TOT-2 FROM WS-GRAND-2.
              SUBTRACT WS-SECT-TOT-3 FROM WS-GRAND-3.
              MOVE "NET INCOME (LOSS)" TO ST-LABEL.
              MOVE WS-GRAND-1 TO ST-COL-1.
              MOVE WS-GRAND-2 TO ST-COL-2.
              MOVE WS-GRAND-3 TO ST-COL-3.
              WRITE GR-PRINT-LINE FROM WS-STMT-TOTAL-LINE.
              PERFORM 7900-CLOSE-REPORT THRU 7900-EXIT.
              MOVE WS-GRAND-2 TO WS-DISP-NET.
              DISPLAY "NET INCOME YEAR TO DATE " WS-PERIOD ": "
                      WS-DISP-NET.
       4000-EXIT.
              EXIT.

      *****************************************************************
      * Assets against liabilities and equity.  Revenue and expense
      * are never closed off to equity at year end, so their
      * cumulative net is carried as earnings to date; an account the
      * chart does not know is shown on the liabilities and equity
      * side as unclassified, so the sheet still balances while the
      * account gets added to the chart.
      *****************************************************************
       4500-BALANCE-SHEET.
              PERFORM 1500-ASK-PERIOD THRU 1500-EXIT.
              PERFORM 6000-LOAD-BALANCES THRU 6000-EXIT.
              IF NOT WS-LEDGER-LOADED
                 GO TO 4500-EXIT
              END-IF.
              MOVE "GLBALSH.RPT" TO WS-REPORT-NAME.
              MOVE "BALANCE SHEET" TO TL-TITLE.
              PERFORM 7000-OPEN-REPORT THRU 7000-EXIT.
              SET WS-STMT-BALANCE TO TRUE.
              MOVE "PERIOD MOVEMENT" TO SH-COL-1.
              MOVE "PERIOD END BALANCE" TO SH-COL-2.
              MOVE "PRIOR YEAR BALANCE" TO SH-COL-3.
              WRITE GR-PRINT-LINE FROM WS-STMT-HEAD-LINE.

              MOVE "ASSETS" TO GR-PRINT-LINE.
              WRITE GR-PRINT-LINE.
              MOVE "A" TO WS-SECT-TYPE.
              MOVE +1 TO WS-SECT-SIGN.
              PERFORM 7100-PRINT-SECTION THRU 7100-EXIT.
              MOVE "TOTAL ASSETS" TO ST-LABEL.
              PERFORM 7200-PRINT-SECTION-TOTAL THRU 7200-EXIT.
              MOVE WS-SECT-TOT-1 TO WS-OTHER-1.
              MOVE WS-SECT-TOT-2 TO WS-OTHER-2.
              MOVE WS-SECT-TOT-3 TO WS-OTHER-3.

              MOVE "LIABILITIES" TO GR-PRINT-LINE.
              WRITE GR-PRINT-LINE.
              MOVE "L" TO WS-SECT-TYPE.
              MOVE -1 TO WS-SECT-SIGN.
              PERFORM 7100-PRINT-SECTION THRU 7100-EXIT.
              MOVE "TOTAL LIABILITIES" TO ST-LABEL.
              PERFORM 7200-PRINT-SECTION-TOTAL THRU 7200-EXIT.
              MOVE WS-SECT-TOT-1 TO WS-GRAND-1.
              MOVE WS-SECT-TOT-2 TO WS-GRAND-2.
              MOVE WS-SECT-TOT-3 TO WS-GRAND-3.

              MOVE "EQUITY" TO GR-PRINT-LINE.
              WRITE GR-PRINT-LINE.
              MOVE "Q" TO WS-SECT-TYPE.
              PERFORM 7100-PRINT-SECTION THRU 7100-EXIT.
              PERFORM 4600-EARNINGS-TO-DATE THRU 4600-EXIT.
              MOVE "TOTAL EQUITY" TO ST-LABEL.
              PERFORM 7200-PRINT-SECTION-TOTAL THRU 7200-EXIT.
              ADD WS-SECT-TOT-1 TO WS-GRAND-1.
              ADD WS-SECT-TOT-2 TO WS-GRAND-2.
              ADD WS-SECT-TOT-3 TO WS-GRAND-3.

              MOVE "U" TO WS-SECT-TYPE.
              PERFORM 7100-PRINT-SECTION THRU 7100-EXIT.
              IF WS-SECT-TOT-1 NOT = ZEROS
                 OR WS-SECT-TOT-2 NOT = ZEROS
                 OR WS-SECT-TOT-3 NOT = ZEROS
                 MOVE "TOTAL UNCLASSIFIED (NOT ON CHART)" TO ST-LABEL
                 PERFORM 7200-PRINT-SECTION-TOTAL THRU 7200-EXIT
                 ADD WS-SECT-TOT-1 TO WS-GRAND-1
                 ADD WS-SECT-TOT-2 TO WS-GRAND-2
                 ADD WS-SECT-TOT-3 TO WS-GRAND-3
              END-IF.

              MOVE "TOTAL LIABILITIES AND EQUITY" TO ST-LABEL.
              MOVE WS-GRAND-1 TO ST-COL-1.
              MOVE WS-GRAND-2 TO ST-COL-2.
              MOVE WS-GRAND-3 TO ST-COL-3.
              WRITE GR-PRINT-LINE FROM WS-STMT-TOTAL-LINE.
              MOVE SPACES TO GR-PRINT-LINE.
              WRITE GR-PRINT-LINE.
              IF WS-OTHER-2 = WS-GRAND-2
                 MOVE "BALANCE SHEET BALANCES." TO GR-PRINT-LINE
                 WRITE GR-PRINT-LINE
              ELSE
                 COMPUTE WS-NET-AMOUNT = WS-OTHER-2 - WS-GRAND-2
                 MOVE "*** OUT OF BALANCE - ASSETS LESS LIAB/EQUITY"
                   TO ML-TEXT
                 MOVE WS-NET-AMOUNT TO ML-AMOUNT
                 WRITE GR-PRINT-LINE FROM WS-MESSAGE-LINE
                 DISPLAY "*** BALANCE SHEET DOES NOT BALANCE - SEE "
                         "THE TRIAL BALANCE ***"
              END-IF.
              PERFORM 7900-CLOSE-REPORT THRU 7900-EXIT.
       4500-EXIT.
              EXIT.

      * The revenue and expense accounts' cumulative net, credit
      * positive, as one line of the equity section.
       4600-EARNINGS-TO-DATE.
              MOVE ZEROS TO WS-COL-1 WS-COL-2 WS-COL-3.
              PERFORM VARYING WS-ACCT-IX FROM 1 BY 1
                    UNTIL WS-ACCT-IX > WS-ACCT-COUNT
                 IF WS-AC-TYPE(WS-ACCT-IX) = "R"
                    OR WS-AC-TYPE(WS-ACCT-IX) = "E"
                    SUBTRACT WS-AC-CUR(WS-ACCT-IX) FROM WS-COL-1
                    SUBTRACT WS-AC-CLOSE(WS-ACCT-IX) FROM WS-COL-2
                    SUBTRACT WS-AC-PY-CLOSE(WS-ACCT-IX) FROM WS-COL-3
                 END-IF
              END-PERFORM.
              MOVE SPACES TO SD-ACCOUNT.
              MOVE "EARNINGS TO DATE" TO SD-NAME.
              MOVE WS-COL-1 TO SD-COL-1.
              MOVE WS-COL-2 TO SD-COL-2.
              MOVE WS-COL-3 TO SD-COL-3.
              WRITE GR-PRINT-LINE FROM WS-STMT-DETAIL-LINE.
              ADD WS-COL-1 TO WS-SECT-TOT-1.
              ADD WS-COL-2 TO WS-SECT-TOT-2.
              ADD WS-COL-3 TO WS-SECT-TOT-3.
       4600-EXIT.
              EXIT.

      *****************************************************************
      * Lists the posted entries behind one account's balance for a
      * period (zero for every period) off the older-years carry-over
      * and the live archive, then sets their totals against the
      * balance file's, so a figure on any statement can be traced
      * back to the batches and source programs that made it.
      *****************************************************************
       5000-ACCOUNT-DRILL-DOWN.
              DISPLAY "ENTER ACCOUNT CODE: ".
              MOVE SPACES TO WS-DRILL-ACCOUNT.
              ACCEPT WS-DRILL-ACCOUNT.
              DISPLAY "ENTER PERIOD YYYYMM (ZERO = ALL PERIODS): ".
              MOVE ZEROS TO WS-DRILL-PERIOD.
              ACCEPT WS-DRILL-PERIOD.
              MOVE ZEROS TO WS-DRILL-COUNT WS-DRILL-DEBITS
                            WS-DRILL-CREDITS.
              DISPLAY "BATCH   TXN DATE D/C         AMOUNT "
                      "REFERENCE            SOURCE PROGRAM".
              OPEN INPUT GLARC-ARCHIVE-FILE.
              IF WS-GOLD-STATUS = "00"
                 PERFORM UNTIL WS-GOLD-STATUS NOT = "00"
                    READ GLARC-ARCHIVE-FILE
                       AT END MOVE "10" TO WS-GOLD-STATUS
                       NOT AT END
                          MOVE GO-BATCH-NUMBER TO WS-ENTRY-BATCH
                          MOVE GO-ENTRY TO WS-GL-ENTRY
                          PERFORM 5100-SHOW-ENTRY THRU 5100-EXIT
                    END-READ
                 END-PERFORM
                 CLOSE GLARC-ARCHIVE-FILE
              END-IF.
              OPEN INPUT GL-POSTING-ARCHIVE-FILE.
              IF WS-GARC-STATUS = "00"
                 PERFORM UNTIL WS-GARC-STATUS NOT = "00"
                    READ GL-POSTING-ARCHIVE-FILE
                       AT END MOVE "10" TO WS-GARC-STATUS
                       NOT AT END
                          MOVE GA-BATCH-NUMBER TO WS-ENTRY-BATCH
                          MOVE GA-ENTRY TO WS-GL-ENTRY
                          PERFORM 5100-SHOW-ENTRY THRU 5100-EXIT
                    END-READ
                 END-PERFORM
                 CLOSE GL-POSTING-ARCHIVE-FILE
              END-IF.
              PERFORM 5200-SUM-ACCOUNT-BALANCE THRU 5200-EXIT.
              DISPLAY "POSTED ENTRIES : " WS-DRILL-COUNT.
              MOVE WS-DRILL-DEBITS TO WS-DISP-AMOUNT.
              DISPLAY "ENTRY DEBITS   : " WS-DISP-AMOUNT.
              MOVE WS-DRILL-CREDITS TO WS-DISP-AMOUNT.
              DISPLAY "ENTRY CREDITS  : " WS-DISP-AMOUNT.
              MOVE WS-BAL-DEBITS TO WS-DISP-AMOUNT.
              DISPLAY "LEDGER DEBITS  : " WS-DISP-AMOUNT.
              MOVE WS-BAL-CREDITS TO WS-DISP-AMOUNT.
              DISPLAY "LEDGER CREDITS : " WS-DISP-AMOUNT.
              COMPUTE WS-NET-AMOUNT = WS-BAL-DEBITS - WS-BAL-CREDITS.
              MOVE WS-NET-AMOUNT TO WS-DISP-NET.
              DISPLAY "LEDGER BALANCE : " WS-DISP-NET " (DEBIT +)".
              IF WS-DRILL-DEBITS NOT = WS-BAL-DEBITS
                 OR WS-DRILL-CREDITS NOT = WS-BAL-CREDITS
                 DISPLAY "*** POSTED ENTRIES DO NOT AGREE TO THE "
                         "LEDGER - REBUILD THE BALANCES ***"
              END-IF.
       5000-EXIT.
              EXIT.

       5100-SHOW-ENTRY.
              IF WE-ACCOUNT-CODE NOT = WS-DRILL-ACCOUNT
                 GO TO 5100-EXIT
              END-IF.
              IF WS-DRILL-PERIOD NOT = ZEROS
                 AND WE-TXN-DATE(1:6) NOT = WS-DRILL-PERIOD
                 GO TO 5100-EXIT
              END-IF.
              ADD 1 TO WS-DRILL-COUNT.
              IF WE-DEBIT
                 ADD WE-AMOUNT TO WS-DRILL-DEBITS
              ELSE
                 ADD WE-AMOUNT TO WS-DRILL-CREDITS
              END-IF.
              MOVE WE-AMOUNT TO WS-DISP-AMOUNT.
              DISPLAY WS-ENTRY-BATCH " " WE-TXN-DATE " " WE-DR-CR-IND
                      " " WS-DISP-AMOUNT " " WE-REFERENCE " "
                      WE-SOURCE-PROGRAM.
       5100-EXIT.
              EXIT.

      * The balance file's own totals for the same account and
      * period selection.
       5200-SUM-ACCOUNT-BALANCE.
              MOVE ZEROS TO WS-BAL-DEBITS WS-BAL-CREDITS.
              OPEN INPUT GL-BALANCE-FILE.
              IF WS-BAL-STATUS NOT = "00"
                 DISPLAY "NO LEDGER BALANCES ON FILE - STATUS "
                         WS-BAL-STATUS
                 GO TO 5200-EXIT
              END-IF.
              MOVE WS-DRILL-ACCOUNT TO GB-ACCOUNT-CODE.
              MOVE ZEROS TO GB-PERIOD.
              START GL-BALANCE-FILE
                    KEY IS NOT LESS THAN GB-BALANCE-KEY
                 INVALID KEY MOVE "10" TO WS-BAL-STATUS
              END-START.
              PERFORM UNTIL WS-BAL-STATUS NOT = "00"
                 READ GL-BALANCE-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-BAL-STATUS
                    NOT AT END
                       IF GB-ACCOUNT-CODE NOT = WS-DRILL-ACCOUNT
                          MOVE "10" TO WS-BAL-STATUS
                       ELSE
                          IF WS-DRILL-PERIOD = ZEROS
                             OR GB-PERIOD = WS-DRILL-PERIOD
                             ADD GB-PERIOD-DEBITS TO WS-BAL-DEBITS
                             ADD GB-PERIOD-CREDITS TO WS-BAL-CREDITS
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM.
              CLOSE GL-BALANCE-FILE.
       5200-EXIT.
              EXIT.

      *****************************************************************
      * Loads every account's figures for the reporting period from
      * GL-BALANCE.  The file is read in account/period order, so an
      * account's periods arrive together; anything posted after the
      * reporting period is left out.  Each account is then named
      * and typed off the chart of accounts.
      *****************************************************************
       6000-LOAD-BALANCES.
              MOVE "N" TO WS-LEDGER-SW.
              INITIALIZE WS-ACCT-TABLE.
              MOVE ZEROS TO WS-ACCT-COUNT.
              OPEN INPUT GL-BALANCE-FILE.
              IF WS-BAL-STATUS NOT = "00"
                 DISPLAY "NO LEDGER BALANCES ON FILE - STATUS "
                         WS-BAL-STATUS " - RUN THE GL POSTING RUN "
                         "OR REBUILD THE BALANCES"
                 GO TO 6000-EXIT
              END-IF.
              PERFORM UNTIL WS-BAL-STATUS NOT = "00"
                 READ GL-BALANCE-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-BAL-STATUS
                    NOT AT END
                       PERFORM 6100-APPLY-BALANCE THRU 6100-EXIT
                 END-READ
              END-PERFORM.
              CLOSE GL-BALANCE-FILE.
              SET WS-LEDGER-LOADED TO TRUE.
              PERFORM 6200-NAME-ACCOUNTS THRU 6200-EXIT.
       6000-EXIT.
              EXIT.

       6100-APPLY-BALANCE.
              IF GB-PERIOD > WS-PERIOD
                 GO TO 6100-EXIT
              END-IF.
              IF WS-ACCT-COUNT = ZEROS
                 OR WS-AC-CODE(WS-ACCT-COUNT) NOT = GB-ACCOUNT-CODE
                 IF WS-ACCT-COUNT = 999
                    DISPLAY "ACCOUNT TABLE FULL - ACCOUNT "
                            GB-ACCOUNT-CODE " LEFT OFF THE REPORT"
                    GO TO 6100-EXIT
                 END-IF
                 ADD 1 TO WS-ACCT-COUNT
                 MOVE GB-ACCOUNT-CODE TO WS-AC-CODE(WS-ACCT-COUNT)
              END-IF.
              COMPUTE WS-NET-AMOUNT =
                      GB-PERIOD-DEBITS - GB-PERIOD-CREDITS.
              ADD WS-NET-AMOUNT TO WS-AC-CLOSE(WS-ACCT-COUNT).
              IF GB-PERIOD = WS-PERIOD
                 ADD WS-NET-AMOUNT TO WS-AC-CUR(WS-ACCT-COUNT)
              END-IF.
              IF GB-PERIOD NOT < WS-YEAR-START
                 ADD WS-NET-AMOUNT TO WS-AC-YTD(WS-ACCT-COUNT)
              END-IF.
              IF GB-PERIOD NOT > WS-PY-PERIOD
                 ADD WS-NET-AMOUNT TO WS-AC-PY-CLOSE(WS-ACCT-COUNT)
                 IF GB-PERIOD NOT < WS-PY-YEAR-START
                    ADD WS-NET-AMOUNT TO WS-AC-PYTD(WS-ACCT-COUNT)
                 END-IF
              END-IF.
       6100-EXIT.
              EXIT.

       6200-NAME-ACCOUNTS.
              MOVE "N" TO WS-COA-OPEN-SW.
              OPEN INPUT CHART-OF-ACCOUNTS-FILE.
              IF WS-COA-STATUS = "00"
                 SET WS-COA-OPEN TO TRUE
              END-IF.
              PERFORM VARYING WS-ACCT-IX FROM 1 BY 1
                    UNTIL WS-ACCT-IX > WS-ACCT-COUNT
                 MOVE "*** NOT ON CHART ***" TO WS-AC-NAME(WS-ACCT-IX)
                 MOVE "U" TO WS-AC-TYPE(WS-ACCT-IX)
                 IF WS-COA-OPEN
                    MOVE WS-AC-CODE(WS-ACCT-IX) TO CA-ACCOUNT-CODE
                    READ CHART-OF-ACCOUNTS-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                          MOVE CA-ACCOUNT-NAME
                            TO WS-AC-NAME(WS-ACCT-IX)
                          MOVE CA-ACCOUNT-TYPE
                            TO WS-AC-TYPE(WS-ACCT-IX)
                    END-READ
                 END-IF
              END-PERFORM.
              IF WS-COA-OPEN
                 CLOSE CHART-OF-ACCOUNTS-FILE
              END-IF.
       6200-EXIT.
              EXIT.

      * Opens the report named in WS-REPORT-NAME and prints its
      * title line from TL-TITLE.
       7000-OPEN-REPORT.
              OPEN OUTPUT GL-REPORT-FILE.
              MOVE WS-PERIOD TO TL-PERIOD.
              MOVE WS-TODAY-DATE TO TL-RUN-DATE.
              WRITE GR-PRINT-LINE FROM WS-TITLE-LINE.
              MOVE SPACES TO GR-PRINT-LINE.
              WRITE GR-PRINT-LINE.
       7000-EXIT.
              EXIT.

      * Prints every account of type WS-SECT-TYPE with its figures
      * multiplied by WS-SECT-SIGN (-1 shows a credit balance as
      * positive), footing the section into WS-SECT-TOT-1 to 3.
       7100-PRINT-SECTION.
              MOVE ZEROS TO WS-SECT-TOT-1 WS-SECT-TOT-2 WS-SECT-TOT-3.
              PERFORM VARYING WS-ACCT-IX FROM 1 BY 1
                    UNTIL WS-ACCT-IX > WS-ACCT-COUNT
                 IF WS-AC-TYPE(WS-ACCT-IX) = WS-SECT-TYPE
                    PERFORM 7150-PRINT-SECTION-LINE THRU 7150-EXIT
                 END-IF
              END-PERFORM.
       7100-EXIT.
              EXIT.

       7150-PRINT-SECTION-LINE.
              IF WS-STMT-INCOME
                 COMPUTE WS-COL-1 = WS-AC-CUR(WS-ACCT-IX)
                                  * WS-SECT-SIGN
                 COMPUTE WS-COL-2 = WS-AC-YTD(WS-ACCT-IX)
                                  * WS-SECT-SIGN
                 COMPUTE WS-COL-3 = WS-AC-PYTD(WS-ACCT-IX)
                                  * WS-SECT-SIGN
              ELSE
                 COMPUTE WS-COL-1 = WS-AC-CUR(WS-ACCT-IX)
                                  * WS-SECT-SIGN
                 COMPUTE WS-COL-2 = WS-AC-CLOSE(WS-ACCT-IX)
                                  * WS-SECT-SIGN
                 COMPUTE WS-COL-3 = WS-AC-PY-CLOSE(WS-ACCT-IX)
                                  * WS-SECT-SIGN
              END-IF.
              MOVE WS-AC-CODE(WS-ACCT-IX) TO SD-ACCOUNT.
              MOVE WS-AC-NAME(WS-ACCT-IX) TO SD-NAME.
              MOVE WS-COL-1 TO SD-COL-1.
              MOVE WS-COL-2 TO SD-COL-2.
              MOVE WS-COL-3 TO SD-COL-3.
              WRITE GR-PRINT-LINE FROM WS-STMT-DETAIL-LINE.
              ADD WS-COL-1 TO WS-SECT-TOT-1.
              ADD WS-COL-2 TO WS-SECT-TOT-2.
              ADD WS-COL-3 TO WS-SECT-TOT-3.
       7150-EXIT.
              EXIT.

      * The caller has put the total's label in ST-LABEL.
       7200-PRINT-SECTION-TOTAL.
              MOVE WS-SECT-TOT-1 TO ST-COL-1.
              MOVE WS-SECT-TOT-2 TO ST-COL-2.
              MOVE WS-SECT-TOT-3 TO ST-COL-3.
              WRITE GR-PRINT-LINE FROM WS-STMT-TOTAL-LINE.
              MOVE SPACES TO GR-PRINT-LINE.
              WRITE GR-PRINT-LINE.
       7200-EXIT.
              EXIT.

       7900-CLOSE-REPORT.
              CLOSE GL-REPORT-FILE.
              MOVE WS-REPORT-NAME TO WS-SPOOL-SRC-NAME.
              CALL "SPOOLADD" USING WS-SPOOL-SRC-NAME
                                    WS-SPOOL-PGM-NAME.
              DISPLAY TL-TITLE " WRITTEN TO " WS-REPORT-NAME.
       7900-EXIT.
              EXIT.

      *****************************************************************
      * Rebuilds GL-BALANCE from scratch off GLPOST.OLD and
      * GLPOST.ARC - every entry ever posted, booked to the period of
      * its transaction date the same way GLPostingRun books it.  An
      * entry with no transaction date goes to the current period,
      * since the date of the run that posted it is not archived.
      *****************************************************************
       8000-REBUILD-BALANCES.
              DISPLAY "THIS REPLACES EVERY LEDGER BALANCE WITH ONE "
                      "RECOMPUTED FROM THE POSTED ARCHIVES.".
              DISPLAY "CONFIRM REBUILD (Y/N): ".
              ACCEPT WS-CONFIRM.
              IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                 DISPLAY "REBUILD CANCELLED."
                 GO TO 8000-EXIT
              END-IF.
              MOVE ZEROS TO WS-REBUILD-COUNT.
              OPEN OUTPUT GL-BALANCE-FILE.
              CLOSE GL-BALANCE-FILE.
              OPEN I-O GL-BALANCE-FILE.
              IF WS-BAL-STATUS NOT = "00"
                 DISPLAY "LEDGER BALANCE FILE DID NOT OPEN - STATUS "
                         WS-BAL-STATUS
                 GO TO 8000-EXIT
              END-IF.
              OPEN INPUT GLARC-ARCHIVE-FILE.
              IF WS-GOLD-STATUS = "00"
                 PERFORM UNTIL WS-GOLD-STATUS NOT = "00"
                    READ GLARC-ARCHIVE-FILE
                       AT END MOVE "10" TO WS-GOLD-STATUS
                       NOT AT END
                          MOVE GO-BATCH-NUMBER TO WS-ENTRY-BATCH
                          MOVE GO-ENTRY TO WS-GL-ENTRY
                          PERFORM 8100-POST-TO-BALANCE THRU 8100-EXIT
                    END-READ
                 END-PERFORM
                 CLOSE GLARC-ARCHIVE-FILE
              END-IF.
              OPEN INPUT GL-POSTING-ARCHIVE-FILE.
              IF WS-GARC-STATUS = "00"
                 PERFORM UNTIL WS-GARC-STATUS NOT = "00"
                    READ GL-POSTING-ARCHIVE-FILE
                       AT END MOVE "10" TO WS-GARC-STATUS
                       NOT AT END
                          MOVE GA-BATCH-NUMBER TO WS-ENTRY-BATCH
                          MOVE GA-ENTRY TO WS-GL-ENTRY
                          PERFORM 8100-POST-TO-BALANCE THRU 8100-EXIT
                    END-READ
                 END-PERFORM
                 CLOSE GL-POSTING-ARCHIVE-FILE
              END-IF.
              CLOSE GL-BALANCE-FILE.
              DISPLAY "LEDGER BALANCES REBUILT FROM "
                      WS-REBUILD-COUNT " POSTED ENTRIES.".
       8000-EXIT.
              EXIT.

       8100-POST-TO-BALANCE.
              IF WE-TXN-DATE NUMERIC AND WE-TXN-DATE NOT = ZEROS
                 MOVE WE-TXN-DATE(1:6) TO WS-ENTRY-PERIOD
              ELSE
                 MOVE WS-TODAY-DATE(1:6) TO WS-ENTRY-PERIOD
              END-IF.
              MOVE WE-ACCOUNT-CODE TO GB-ACCOUNT-CODE.
              MOVE WS-ENTRY-PERIOD TO GB-PERIOD.
              READ GL-BALANCE-FILE
                 INVALID KEY
                    MOVE ZEROS TO GB-PERIOD-DEBITS GB-PERIOD-CREDITS
                                  GB-ENTRY-COUNT
              END-READ.
              IF WE-DEBIT
                 ADD WE-AMOUNT TO GB-PERIOD-DEBITS
              ELSE
                 ADD WE-AMOUNT TO GB-PERIOD-CREDITS
              END-IF.
              ADD 1 TO GB-ENTRY-COUNT.
              MOVE WS-ENTRY-BATCH TO GB-LAST-BATCH-NUMBER.
              IF WS-BAL-STATUS = "00"
                 REWRITE GL-BALANCE-REC
                    INVALID KEY
                       DISPLAY "GL BALANCE REWRITE FAILED - "
                               GB-ACCOUNT-CODE " " GB-PERIOD
                 END-REWRITE
              ELSE
                 WRITE GL-BALANCE-REC
                    INVALID KEY
                       DISPLAY "GL BALANCE WRITE FAILED - "
                               GB-ACCOUNT-CODE " " GB-PERIOD
                 END-WRITE
              END-IF.
              ADD 1 TO WS-REBUILD-COUNT.
       8100-EXIT.
              EXIT.
