       IDENTIFICATION DIVISION.
       PROGRAM-ID. JournalEntry.
       AUTHOR AMRESH KADIAN.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *  MANUAL, RECURRING AND AUTO-REVERSING JOURNAL ENTRIES.        *
      *                                                               *
      *  Every other entry on GL.INT is written by a subsystem        *
      *  program; this is where the accountants book their own -      *
      *  accruals, reclassifications, depreciation and corrections -  *
      *  instead of adjusting the ledger downstream.  A journal is    *
      *  keyed as any number of debit and credit lines, each account  *
      *  checked as an active CHART-ACCOUNT as it is keyed, and is    *
      *  refused outright unless its debits equal its credits.        *
      *                                                               *
      *  A journal whose debits exceed WS-JE-APPROVAL-LIMIT is held   *
      *  pending until a second operator - one holding APRV-JNL, and  *
      *  never the one who keyed it - approves it, the same operator  *
      *  id/password sign-off PurchaseMgmt.cbl takes for a large PO.  *
      *  An approved journal is released to GL.INT on or after its    *
      *  effective date, each line one GL-INTERFACE-REC with          *
      *  JournalEntry on GL-SOURCE-PROGRAM and the journal number in  *
      *  GL-REFERENCE, and from there goes through GLPostingRun.cbl's *
      *  batch control like any other source.                         *
      *                                                               *
      *  An auto-reversing journal, once released, generates its own  *
      *  reversal - every line with debit and credit swapped, dated   *
      *  the first day of the next period - which is released in its  *
      *  turn when that day comes.  A recurring template is approved  *
      *  once and never released itself; the month-end close          *
      *  generates one journal from it per period, dated the period's *
      *  last day.                                                    *
      *                                                               *
      *  JRNLRELEASE is the promptless entry EODBatchRun.cbl calls    *
      *  ahead of the GL posting run to release whatever has come     *
      *  due; JRNLRECUR is the one MonthEndClose.cbl's                *
      *  recurring-journal step calls with the period being closed.   *
      *                                                               *
      *  The limits this program works to are fetched from the system *
      *  parameter file at start-up (0900-LOAD-SYSTEM-PARMS).  A      *
      *  missing parameter stops it before any file is opened.        *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT JOURNAL-HEADER-FILE
                     ASSIGN TO "jrnlhdr"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS JH-JOURNAL-NUMBER
                     FILE STATUS IS WS-JHDR-STATUS.

              SELECT JOURNAL-LINE-FILE
                     ASSIGN TO "jrnlline"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS JL-LINE-KEY
                     FILE STATUS IS WS-JLIN-STATUS.

              SELECT CHART-OF-ACCOUNTS-FILE
                     ASSIGN TO "chartacc"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CA-ACCOUNT-CODE
                     FILE STATUS IS WS-COA-STATUS.

              SELECT OPERATOR-MASTER-FILE
                     ASSIGN TO "opermas"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS OM-OPERATOR-ID
                     FILE STATUS IS WS-OPER-STATUS.

              SELECT GL-INTERFACE-FILE
                     ASSIGN TO "GL.INT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-GL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-HEADER-FILE.
           COPY "JRNLHDR.CPY".

       FD  JOURNAL-LINE-FILE.
           COPY "JRNLLIN.CPY".

       FD  CHART-OF-ACCOUNTS-FILE.
           COPY "CHARTACC.CPY".

       FD  OPERATOR-MASTER-FILE.
           COPY "OPERMAS.CPY".

       FD  GL-INTERFACE-FILE.
           COPY "GL-INTERFACE-REC.CPY".

       WORKING-STORAGE SECTION.
       01  WS-VARS.
              10 WS-PARMS-OK-SW       PIC X(01) VALUE "N".
                 88 WS-PARMS-OK             VALUE "Y".
              10 WS-JHDR-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-JLIN-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-COA-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-OPER-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-GL-STATUS         PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-MENU-OPTION       PIC X(01) VALUE SPACE.
              10 WS-EXIT-OPTION       PIC X(01) VALUE "8".
              10 WS-CONFIRM           PIC X(01) VALUE SPACE.
              10 WS-TODAY-DATE        PIC 9(08) VALUE ZEROS.
              10 WS-FILES-OK-SW       PIC X(01) VALUE "N".
                 88 WS-FILES-OK             VALUE "Y".
              10 WS-COA-OPEN-SW       PIC X(01) VALUE "N".
                 88 WS-COA-OPEN             VALUE "Y".
              10 WS-OPER-OPEN-SW      PIC X(01) VALUE "N".
                 88 WS-OPER-OPEN            VALUE "Y".

      *    Debits above this need a second operator's approval before
      *    the journal can be released.
              10 WS-JE-APPROVAL-LIMIT PIC 9(09)V99 VALUE ZEROS.

      *    The signed-on operator for an entry, an approval or a
      *    cancellation - checked against OPERATOR-MASTER-FILE by
      *    id and password.
              10 WS-SIGNON-ID         PIC X(08) VALUE SPACES.
              10 WS-SIGNON-PW         PIC X(08) VALUE SPACES.
              10 WS-SIGNON-OK-SW      PIC X(01) VALUE "N".
                 88 WS-SIGNON-OK            VALUE "Y".

      *    Journal being keyed, held here until it is known to
      *    balance - nothing is written for a refused journal.
              10 WS-IN-KIND           PIC X(01) VALUE SPACE.
                 88 WS-IN-KIND-VALID        VALUE "S" "R" "T".
              10 WS-IN-DESCRIPTION    PIC X(30) VALUE SPACES.
              10 WS-IN-DATE           PIC 9(08) VALUE ZEROS.
              10 WS-IN-ACCOUNT        PIC X(10) VALUE SPACES.
              10 WS-IN-DR-CR          PIC X(01) VALUE SPACE.
              10 WS-IN-AMOUNT         PIC 9(09)V99 VALUE ZEROS.
              10 WS-IN-MEMO           PIC X(20) VALUE SPACES.
              10 WS-LINES-DONE-SW     PIC X(01) VALUE "N".
                 88 WS-LINES-DONE           VALUE "Y".
              10 WS-JE-LINE-COUNT     PIC 9(03) VALUE ZEROS.
              10 WS-JE-IX             PIC 9(03) VALUE ZEROS.
              10 WS-JE-DEBITS         PIC 9(09)V99 VALUE ZEROS.
              10 WS-JE-CREDITS        PIC 9(09)V99 VALUE ZEROS.

              10 WS-NEXT-JOURNAL      PIC 9(07) VALUE ZEROS.
              10 WS-JOURNAL-NUMBER    PIC 9(07) VALUE ZEROS.
              10 WS-DECISION          PIC X(01) VALUE SPACE.
                 88 WS-DECISION-APPROVE     VALUE "A" "a".
                 88 WS-DECISION-REJECT      VALUE "J" "j".
                 88 WS-DECISION-QUIT        VALUE "Q" "q".
              10 WS-QUIT-SW           PIC X(01) VALUE "N".
                 88 WS-QUIT                 VALUE "Y".
              10 WS-RELEASE-COUNT     PIC 9(05) VALUE ZEROS.
              10 WS-GEN-COUNT         PIC 9(05) VALUE ZEROS.
              10 WS-GEN-PERIOD        PIC 9(06) VALUE ZEROS.
              10 WS-GEN-DATE          PIC 9(08) VALUE ZEROS.
              10 WS-REV-DATE          PIC 9(08) VALUE ZEROS.
              10 WS-WORK-YEAR         PIC 9(04) VALUE ZEROS.
              10 WS-WORK-MONTH        PIC 9(02) VALUE ZEROS.
              10 WS-DISP-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-JE-LINE-TABLE.
              10 WS-JE-LINE OCCURS 50 TIMES.
                 15 WS-JE-ACCOUNT     PIC X(10).
                 15 WS-JE-DR-CR       PIC X(01).
                 15 WS-JE-AMOUNT      PIC 9(09)V99.
                 15 WS-JE-MEMO        PIC X(20).

      *    The journal a reversal or a recurring copy is made from,
      *    held while the new one is built in the record area.
       01  WS-SAVE-HEADER              PIC X(132).

      *    Start-up fetch of GL accounts and thresholds - see
      *    0900-LOAD-SYSTEM-PARMS.
           COPY "SYSPRMSG.CPY".

      *    Supervisor, approver and sign-on passwords are checked
      *    through OperPwd.cbl against the hashed password file.
           COPY "OPWDMSG.CPY".

      *    The approving operator's authority is checked against
      *    their roles through PermCheck.cbl.
           COPY "PERMMSG.CPY".

       LINKAGE SECTION.
       01  LK-PERIOD               PIC 9(06).
       01  LK-RETURN-STATUS        PIC 9(05).

       PROCEDURE DIVISION.
       0000-MAINLINE.
              PERFORM 0900-LOAD-SYSTEM-PARMS THRU 0900-EXIT.
              IF NOT WS-PARMS-OK
                 MOVE 1 TO RETURN-CODE
                 GOBACK
              END-IF.
              MOVE ZERO TO RETURN-CODE.
              PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
              IF WS-FILES-OK
                 MOVE SPACE TO WS-MENU-OPTION
                 PERFORM 2000-DISPLAY-MENU
                    THRU 2000-EXIT
                   UNTIL WS-MENU-OPTION IS EQUAL TO WS-EXIT-OPTION
              END-IF.
              PERFORM 1900-CLOSE-FILES THRU 1900-EXIT.
              GOBACK.

      *    Callable entry point for EODBatchRun - releases every
      *    approved journal that has come due, ahead of the GL
      *    posting run, with no operator prompts.  The number
      *    released comes back in LK-RETURN-STATUS.
       ENTRY "JRNLRELEASE" USING LK-RETURN-STATUS.
              PERFORM 0900-LOAD-SYSTEM-PARMS THRU 0900-EXIT.
              IF NOT WS-PARMS-OK
                 MOVE 1 TO RETURN-CODE
                 MOVE ZEROS TO LK-RETURN-STATUS
                 GOBACK
              END-IF.
              MOVE ZERO TO RETURN-CODE.
              MOVE ZEROS TO LK-RETURN-STATUS.
              PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
              IF WS-FILES-OK
                 PERFORM 6000-RELEASE-DUE-JOURNALS THRU 6000-EXIT
                 MOVE WS-RELEASE-COUNT TO LK-RETURN-STATUS
              END-IF.
              PERFORM 1900-CLOSE-FILES THRU 1900-EXIT.
              GOBACK.

      *    Callable entry point for MonthEndClose - generates this
      *    period's journal from every active recurring template,
      *    then releases whatever has come due.  The number generated
      *    comes back in LK-RETURN-STATUS.
       ENTRY "JRNLRECUR" USING LK-PERIOD LK-RETURN-STATUS.
              PERFORM 0900-LOAD-SYSTEM-PARMS THRU 0900-EXIT.
              IF NOT WS-PARMS-OK
                 MOVE 1 TO RETURN-CODE
                 MOVE ZEROS TO LK-RETURN-STATUS
                 GOBACK
              END-IF.
              MOVE ZERO TO RETURN-CODE.
              MOVE ZEROS TO LK-RETURN-STATUS.
              PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
              IF WS-FILES-OK
                 MOVE LK-PERIOD TO WS-GEN-PERIOD
                 IF WS-GEN-PERIOD = ZEROS
                    MOVE WS-TODAY-DATE(1:6) TO WS-GEN-PERIOD
                 END-IF
                 PERFORM 7000-GENERATE-RECURRING THRU 7000-EXIT
                 PERFORM 6000-RELEASE-DUE-JOURNALS THRU 6000-EXIT
                 MOVE WS-GEN-COUNT TO LK-RETURN-STATUS
              END-IF.
              PERFORM 1900-CLOSE-FILES THRU 1900-EXIT.
              GOBACK.

      * The GL accounts this program posts to and the thresholds
      * it works to come off the system parameter file (kept by
      * SysParmMgmt.cbl, from Utilities) rather than VALUE clauses
      * here.  Any one missing, or a GL account no longer active on
      * the chart, stops the program before it touches a file.
       0900-LOAD-SYSTEM-PARMS.
              SET WS-PARMS-OK TO TRUE.
              MOVE "JE-APPROVAL-LIM" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-NUMBER TO WS-JE-APPROVAL-LIMIT.
              IF NOT WS-PARMS-OK
                 DISPLAY "JOURNAL ENTRY CANNOT RUN -"
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

      *    The journal files are created empty the first time they
      *    are needed.  Without the chart of accounts no journal can
      *    be keyed, but what is already approved can still release.
       1000-OPEN-FILES.
              ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
              MOVE "N" TO WS-FILES-OK-SW WS-COA-OPEN-SW WS-OPER-OPEN-SW.
              OPEN I-O JOURNAL-HEADER-FILE.
              IF WS-JHDR-STATUS = "35"
                 CLOSE JOURNAL-HEADER-FILE
                 OPEN OUTPUT JOURNAL-HEADER-FILE
                 CLOSE JOURNAL-HEADER-FILE
                 OPEN I-O JOURNAL-HEADER-FILE
              END-IF.
              IF WS-JHDR-STATUS NOT = "00"
                 DISPLAY "JOURNAL HEADER FILE DID NOT OPEN - STATUS "
                         WS-JHDR-STATUS
                 MOVE 1 TO RETURN-CODE
                 GO TO 1000-EXIT
              END-IF.
              OPEN I-O JOURNAL-LINE-FILE.
              IF WS-JLIN-STATUS = "35"
                 CLOSE JOURNAL-LINE-FILE
                 OPEN OUTPUT JOURNAL-LINE-FILE
                 CLOSE JOURNAL-LINE-FILE
                 OPEN I-O JOURNAL-LINE-FILE
              END-IF.
              IF WS-JLIN-STATUS NOT = "00"
                 DISPLAY "JOURNAL LINE FILE DID NOT OPEN - STATUS "
                         WS-JLIN-STATUS
                 CLOSE JOURNAL-HEADER-FILE
                 MOVE 1 TO RETURN-CODE
                 GO TO 1000-EXIT
              END-IF.
              SET WS-FILES-OK TO TRUE.
              OPEN INPUT CHART-OF-ACCOUNTS-FILE.
              IF WS-COA-STATUS = "00"
                 SET WS-COA-OPEN TO TRUE
              END-IF.
              OPEN INPUT OPERATOR-MASTER-FILE.
              IF WS-OPER-STATUS = "00"
                 SET WS-OPER-OPEN TO TRUE
              END-IF.
       1000-EXIT.
              EXIT.

       1900-CLOSE-FILES.
              IF WS-FILES-OK
                 CLOSE JOURNAL-HEADER-FILE
                 CLOSE JOURNAL-LINE-FILE
              END-IF.
              IF WS-COA-OPEN
                 CLOSE CHART-OF-ACCOUNTS-FILE
              END-IF.
              IF WS-OPER-OPEN
                 CLOSE OPERATOR-MASTER-FILE
              END-IF.
       1900-EXIT.
              EXIT.

       2000-DISPLAY-MENU.
              DISPLAY " ".
              DISPLAY "Journal Entries".
              DISPLAY "---------------".
              DISPLAY "1. Enter Journal".
              DISPLAY "2. Approve Pending Journals".
              DISPLAY "3. Inquire Journal".
              DISPLAY "4. List Journals".
              DISPLAY "5. Cancel Journal / Retire Template".
              DISPLAY "6. Release Due Journals".
              DISPLAY "7. Generate Recurring Journals".
              DISPLAY "8. Return to Utilities Menu".
              DISPLAY "Enter your choice:".
              ACCEPT WS-MENU-OPTION.

              EVALUATE WS-MENU-OPTION
                 WHEN "1" PERFORM 3000-ENTER-JOURNAL THRU 3000-EXIT
                 WHEN "2" PERFORM 4000-APPROVE-JOURNALS THRU 4000-EXIT
                 WHEN "3" PERFORM 5000-INQUIRE-JOURNAL THRU 5000-EXIT
                 WHEN "4" PERFORM 5500-LIST-JOURNALS THRU 5500-EXIT
                 WHEN "5" PERFORM 5800-CANCEL-JOURNAL THRU 5800-EXIT
                 WHEN "6" PERFORM 6000-RELEASE-DUE-JOURNALS
                             THRU 6000-EXIT
                 WHEN "7" PERFORM 7500-GENERATE-FOR-PERIOD
                             THRU 7500-EXIT
                 WHEN WS-EXIT-OPTION CONTINUE
                 WHEN OTHER DISPLAY "INVALID CHOICE"
              END-EVALUATE.
       2000-EXIT.
              EXIT.

      *****************************************************************
      * Keys a journal line by line, then saves it only if it
      * balances.  One over the approval limit is saved pending; any
      * other is approved as keyed and released at once if it is
      * already due.
      *****************************************************************
       3000-ENTER-JOURNAL.
              IF NOT WS-COA-OPEN
                 DISPLAY "CHART OF ACCOUNTS NOT AVAILABLE - JOURNALS "
                         "CANNOT BE VALIDATED OR ENTERED."
                 GO TO 3000-EXIT
              END-IF.
              PERFORM 3050-SIGN-ON-OPERATOR THRU 3050-EXIT.
              IF NOT WS-SIGNON-OK
                 GO TO 3000-EXIT
              END-IF.
              DISPLAY "JOURNAL TYPE - S STANDARD / R AUTO-REVERSING /"
                      " T RECURRING TEMPLATE: ".
              ACCEPT WS-IN-KIND.
              IF NOT WS-IN-KIND-VALID
                 DISPLAY "INVALID JOURNAL TYPE."
                 GO TO 3000-EXIT
              END-IF.
              DISPLAY "ENTER DESCRIPTION: ".
              MOVE SPACES TO WS-IN-DESCRIPTION.
              ACCEPT WS-IN-DESCRIPTION.
              MOVE ZEROS TO WS-IN-DATE.
              IF WS-IN-KIND NOT = "T"
                 DISPLAY "ENTER EFFECTIVE DATE YYYYMMDD (ZERO = "
                         "TODAY): "
                 ACCEPT WS-IN-DATE
                 IF WS-IN-DATE = ZEROS
                    MOVE WS-TODAY-DATE TO WS-IN-DATE
                 END-IF
                 IF FUNCTION TEST-DATE-YYYYMMDD(WS-IN-DATE) NOT = 0
                    DISPLAY "INVALID EFFECTIVE DATE."
                    GO TO 3000-EXIT
                 END-IF
              END-IF.
              INITIALIZE WS-JE-LINE-TABLE.
              MOVE ZEROS TO WS-JE-LINE-COUNT WS-JE-DEBITS WS-JE-CREDITS.
              MOVE "N" TO WS-LINES-DONE-SW.
              PERFORM 3100-ENTER-LINE THRU 3100-EXIT
                 UNTIL WS-LINES-DONE.
              IF WS-JE-LINE-COUNT < 2
                 DISPLAY "A JOURNAL NEEDS AT LEAST ONE DEBIT AND ONE "
                         "CREDIT LINE - NOT SAVED."
                 GO TO 3000-EXIT
              END-IF.
              IF WS-JE-DEBITS NOT = WS-JE-CREDITS
                 MOVE WS-JE-DEBITS TO WS-DISP-AMOUNT
                 DISPLAY "DEBITS  " WS-DISP-AMOUNT
                 MOVE WS-JE-CREDITS TO WS-DISP-AMOUNT
                 DISPLAY "CREDITS " WS-DISP-AMOUNT
                 DISPLAY "*** JOURNAL DOES NOT BALANCE - NOT SAVED ***"
                 GO TO 3000-EXIT
              END-IF.
              PERFORM 3200-SAVE-JOURNAL THRU 3200-EXIT.
       3000-EXIT.
              EXIT.

      * Operator id and password, checked against the operator
      * master - who keyed, approved or cancelled a journal is
      * recorded on it.
       3050-SIGN-ON-OPERATOR.
              MOVE "N" TO WS-SIGNON-OK-SW.
              IF NOT WS-OPER-OPEN
                 DISPLAY "OPERATOR MASTER NOT AVAILABLE - STATUS "
                         WS-OPER-STATUS
                 GO TO 3050-EXIT
              END-IF.
              DISPLAY "ENTER YOUR OPERATOR ID: ".
              ACCEPT WS-SIGNON-ID.
              DISPLAY "ENTER YOUR PASSWORD: ".
              ACCEPT WS-SIGNON-PW.
              MOVE WS-SIGNON-ID TO OM-OPERATOR-ID.
              READ OPERATOR-MASTER-FILE
                 INVALID KEY
                    DISPLAY "OPERATOR NOT RECOGNISED."
                 NOT INVALID KEY
                    SET PW-VERIFY TO TRUE
                    MOVE OM-OPERATOR-ID TO PW-OPERATOR-ID
                    MOVE WS-SIGNON-PW TO PW-PASSWORD
                    CALL "OperPwd" USING OPER-PWD-MSG
                    IF NOT PW-OK
                       DISPLAY "WRONG PASSWORD."
                    ELSE
                       SET WS-SIGNON-OK TO TRUE
                    END-IF
              END-READ.
       3050-EXIT.
              EXIT.

      * One line: an active chart account, D or C, and an amount
      * above zero.  Spaces for the account ends the journal.
       3100-ENTER-LINE.
              IF WS-JE-LINE-COUNT = 50
                 DISPLAY "50 LINES IS THE MOST ONE JOURNAL CAN CARRY."
                 SET WS-LINES-DONE TO TRUE
                 GO TO 3100-EXIT
              END-IF.
              COMPUTE WS-JE-IX = WS-JE-LINE-COUNT + 1.
              DISPLAY "LINE " WS-JE-IX " - ACCOUNT CODE (SPACES = "
                      "END OF JOURNAL): ".
              MOVE SPACES TO WS-IN-ACCOUNT.
              ACCEPT WS-IN-ACCOUNT.
              IF WS-IN-ACCOUNT = SPACES
                 SET WS-LINES-DONE TO TRUE
                 GO TO 3100-EXIT
              END-IF.
              MOVE WS-IN-ACCOUNT TO CA-ACCOUNT-CODE.
              READ CHART-OF-ACCOUNTS-FILE
                 INVALID KEY
                    DISPLAY "ACCOUNT " WS-IN-ACCOUNT " IS NOT ON THE "
                            "CHART OF ACCOUNTS - LINE NOT TAKEN."
                    GO TO 3100-EXIT
              END-READ.
              IF NOT CA-ACTIVE
                 DISPLAY "ACCOUNT " WS-IN-ACCOUNT " IS INACTIVE - "
                         "LINE NOT TAKEN."
                 GO TO 3100-EXIT
              END-IF.
              DISPLAY CA-ACCOUNT-NAME.
              DISPLAY "DEBIT OR CREDIT (D/C): ".
              ACCEPT WS-IN-DR-CR.
              IF WS-IN-DR-CR = "d"
                 MOVE "D" TO WS-IN-DR-CR
              END-IF.
              IF WS-IN-DR-CR = "c"
                 MOVE "C" TO WS-IN-DR-CR
              END-IF.
              IF WS-IN-DR-CR NOT = "D" AND WS-IN-DR-CR NOT = "C"
                 DISPLAY "ENTER D OR C - LINE NOT TAKEN."
                 GO TO 3100-EXIT
              END-IF.
              DISPLAY "ENTER AMOUNT: ".
              MOVE ZEROS TO WS-IN-AMOUNT.
              ACCEPT WS-IN-AMOUNT.
              IF WS-IN-AMOUNT NOT > ZEROS
                 DISPLAY "AMOUNT MUST BE ABOVE ZERO - LINE NOT TAKEN."
                 GO TO 3100-EXIT
              END-IF.
              DISPLAY "ENTER LINE MEMO: ".
              MOVE SPACES TO WS-IN-MEMO.
              ACCEPT WS-IN-MEMO.
              ADD 1 TO WS-JE-LINE-COUNT.
              MOVE WS-IN-ACCOUNT TO WS-JE-ACCOUNT(WS-JE-LINE-COUNT).
              MOVE WS-IN-DR-CR TO WS-JE-DR-CR(WS-JE-LINE-COUNT).
              MOVE WS-IN-AMOUNT TO WS-JE-AMOUNT(WS-JE-LINE-COUNT).
              MOVE WS-IN-MEMO TO WS-JE-MEMO(WS-JE-LINE-COUNT).
              IF WS-IN-DR-CR = "D"
                 ADD WS-IN-AMOUNT TO WS-JE-DEBITS
              ELSE
                 ADD WS-IN-AMOUNT TO WS-JE-CREDITS
              END-IF.
              MOVE WS-JE-DEBITS TO WS-DISP-AMOUNT.
              DISPLAY "RUNNING DEBITS  " WS-DISP-AMOUNT.
              MOVE WS-JE-CREDITS TO WS-DISP-AMOUNT.
              DISPLAY "RUNNING CREDITS " WS-DISP-AMOUNT.
       3100-EXIT.
              EXIT.

       3200-SAVE-JOURNAL.
              PERFORM 3300-FIND-LAST-JOURNAL THRU 3300-EXIT.
              INITIALIZE JOURNAL-HEADER-REC.
              MOVE WS-NEXT-JOURNAL TO JH-JOURNAL-NUMBER.
              MOVE WS-IN-DESCRIPTION TO JH-DESCRIPTION.
              MOVE WS-IN-KIND TO JH-KIND.
              MOVE WS-IN-DATE TO JH-EFFECTIVE-DATE.
              MOVE WS-JE-LINE-COUNT TO JH-LINE-COUNT.
              MOVE WS-JE-DEBITS TO JH-TOTAL-DEBITS.
              MOVE WS-JE-CREDITS TO JH-TOTAL-CREDITS.
              MOVE WS-SIGNON-ID TO JH-ENTERED-BY.
              MOVE WS-TODAY-DATE TO JH-ENTERED-DATE.
              IF WS-JE-DEBITS > WS-JE-APPROVAL-LIMIT
                 SET JH-STATUS-PENDING TO TRUE
              ELSE
                 SET JH-STATUS-APPROVED TO TRUE
                 MOVE WS-SIGNON-ID TO JH-APPROVED-BY
                 MOVE WS-TODAY-DATE TO JH-APPROVED-DATE
              END-IF.
              WRITE JOURNAL-HEADER-REC
                 INVALID KEY
                    DISPLAY "JOURNAL WRITE FAILED - STATUS "
                            WS-JHDR-STATUS
                    GO TO 3200-EXIT
              END-WRITE.
              PERFORM VARYING WS-JE-IX FROM 1 BY 1
                    UNTIL WS-JE-IX > WS-JE-LINE-COUNT
                 MOVE JH-JOURNAL-NUMBER TO JL-JOURNAL-NUMBER
                 MOVE WS-JE-IX TO JL-LINE-NUMBER
                 MOVE WS-JE-ACCOUNT(WS-JE-IX) TO JL-ACCOUNT-CODE
                 MOVE WS-JE-DR-CR(WS-JE-IX) TO JL-DR-CR-IND
                 MOVE WS-JE-AMOUNT(WS-JE-IX) TO JL-AMOUNT
                 MOVE WS-JE-MEMO(WS-JE-IX) TO JL-MEMO
                 WRITE JOURNAL-LINE-REC
                    INVALID KEY
                       DISPLAY "JOURNAL LINE WRITE FAILED - STATUS "
                               WS-JLIN-STATUS
                 END-WRITE
              END-PERFORM.
              DISPLAY "JOURNAL " JH-JOURNAL-NUMBER " SAVED.".
              IF JH-STATUS-PENDING
                 DISPLAY "DEBITS ARE OVER THE APPROVAL LIMIT - A "
                         "SECOND OPERATOR MUST APPROVE IT BEFORE IT "
                         "RELEASES."
              ELSE
                 IF NOT JH-KIND-TEMPLATE
                    PERFORM 6000-RELEASE-DUE-JOURNALS THRU 6000-EXIT
                 END-IF
              END-IF.
       3200-EXIT.
              EXIT.

      * Find the highest journal number already on file so a new
      * journal keeps numbering forward instead of colliding on key 1.
       3300-FIND-LAST-JOURNAL.
              MOVE HIGH-VALUES TO JH-JOURNAL-NUMBER.
              START JOURNAL-HEADER-FILE
                    KEY IS LESS THAN JH-JOURNAL-NUMBER
                 INVALID KEY
                    MOVE ZEROS TO WS-NEXT-JOURNAL
                 NOT INVALID KEY
                    READ JOURNAL-HEADER-FILE PREVIOUS RECORD
                       AT END MOVE ZEROS TO WS-NEXT-JOURNAL
                       NOT AT END MOVE JH-JOURNAL-NUMBER
                                    TO WS-NEXT-JOURNAL
                    END-READ
              END-START.
              ADD 1 TO WS-NEXT-JOURNAL.
       3300-EXIT.
              EXIT.

      *****************************************************************
      * Works through every pending journal for an operator whose
      * roles grant APRV-JNL to approve or reject.  The operator who
      * keyed a journal can never be the one who approves it.
      *****************************************************************
       4000-APPROVE-JOURNALS.
              PERFORM 3050-SIGN-ON-OPERATOR THRU 3050-EXIT.
              IF NOT WS-SIGNON-OK
                 GO TO 4000-EXIT
              END-IF.
              MOVE WS-SIGNON-ID TO PC-OPERATOR-ID.
              MOVE "APRV-JNL" TO PC-FUNCTION-CODE.
              SET PC-AUTHORIZE-OTHER TO TRUE.
              CALL "PermCheck" USING PERM-CHECK-MSG.
              IF NOT PC-ALLOWED
                 DISPLAY "THIS OPERATOR IS NOT AUTHORIZED TO APPROVE "
                         "JOURNALS."
                 GO TO 4000-EXIT
              END-IF.
              MOVE "N" TO WS-QUIT-SW.
              MOVE LOW-VALUES TO JH-JOURNAL-NUMBER.
              START JOURNAL-HEADER-FILE
                    KEY IS NOT LESS THAN JH-JOURNAL-NUMBER
                 INVALID KEY MOVE "10" TO WS-JHDR-STATUS
              END-START.
              PERFORM UNTIL WS-JHDR-STATUS NOT = "00" OR WS-QUIT
                 READ JOURNAL-HEADER-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-JHDR-STATUS
                    NOT AT END
                       IF JH-STATUS-PENDING
                          PERFORM 4100-DECIDE-JOURNAL THRU 4100-EXIT
                       END-IF
                 END-READ
              END-PERFORM.
              PERFORM 6000-RELEASE-DUE-JOURNALS THRU 6000-EXIT.
       4000-EXIT.
              EXIT.

       4100-DECIDE-JOURNAL.
              PERFORM 5100-SHOW-JOURNAL THRU 5100-EXIT.
              IF JH-ENTERED-BY = WS-SIGNON-ID
                 DISPLAY "KEYED BY YOU - ANOTHER OPERATOR MUST "
                         "APPROVE IT."
                 GO TO 4100-EXIT
              END-IF.
              DISPLAY "APPROVE/reJECT/sKIP/qUIT: ".
              ACCEPT WS-DECISION.
              EVALUATE TRUE
                 WHEN WS-DECISION-APPROVE
                    SET JH-STATUS-APPROVED TO TRUE
                    MOVE WS-SIGNON-ID TO JH-APPROVED-BY
                    MOVE WS-TODAY-DATE TO JH-APPROVED-DATE
                    PERFORM 4200-REWRITE-HEADER THRU 4200-EXIT
                 WHEN WS-DECISION-REJECT
                    SET JH-STATUS-REJECTED TO TRUE
                    MOVE WS-SIGNON-ID TO JH-APPROVED-BY
                    MOVE WS-TODAY-DATE TO JH-APPROVED-DATE
                    PERFORM 4200-REWRITE-HEADER THRU 4200-EXIT
                 WHEN WS-DECISION-QUIT
                    MOVE "Y" TO WS-QUIT-SW
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE.
       4100-EXIT.
              EXIT.

       4200-REWRITE-HEADER.
              REWRITE JOURNAL-HEADER-REC
                 INVALID KEY
                    DISPLAY "JOURNAL REWRITE FAILED - STATUS "
                            WS-JHDR-STATUS
                 NOT INVALID KEY
                    DISPLAY "JOURNAL " JH-JOURNAL-NUMBER " STATUS "
                            "NOW " JH-STATUS
              END-REWRITE.
       4200-EXIT.
              EXIT.

       5000-INQUIRE-JOURNAL.
              DISPLAY "ENTER JOURNAL NUMBER: ".
              ACCEPT JH-JOURNAL-NUMBER.
              READ JOURNAL-HEADER-FILE
                 INVALID KEY
                    DISPLAY "JOURNAL NOT FOUND - STATUS "
                            WS-JHDR-STATUS
                 NOT INVALID KEY
                    PERFORM 5100-SHOW-JOURNAL THRU 5100-EXIT
              END-READ.
       5000-EXIT.
              EXIT.

      * Header and every line of the journal in the record area.
       5100-SHOW-JOURNAL.
              DISPLAY " ".
              DISPLAY "JOURNAL " JH-JOURNAL-NUMBER " " JH-DESCRIPTION.
              DISPLAY "TYPE " JH-KIND " STATUS " JH-STATUS
                      " EFFECTIVE " JH-EFFECTIVE-DATE
                      " ENTERED BY " JH-ENTERED-BY " ON "
                      JH-ENTERED-DATE.
              IF JH-APPROVED-BY NOT = SPACES
                 DISPLAY "DECIDED BY " JH-APPROVED-BY " ON "
                         JH-APPROVED-DATE
              END-IF.
              IF JH-RELEASED-DATE NOT = ZEROS
                 DISPLAY "RELEASED TO THE GL ON " JH-RELEASED-DATE
              END-IF.
              IF JH-SOURCE-JOURNAL NOT = ZEROS
                 DISPLAY "MADE FROM JOURNAL " JH-SOURCE-JOURNAL
              END-IF.
              IF JH-REVERSAL-JOURNAL NOT = ZEROS
                 DISPLAY "REVERSED BY JOURNAL " JH-REVERSAL-JOURNAL
              END-IF.
              MOVE JH-JOURNAL-NUMBER TO WS-JOURNAL-NUMBER.
              MOVE WS-JOURNAL-NUMBER TO JL-JOURNAL-NUMBER.
              MOVE ZEROS TO JL-LINE-NUMBER.
              START JOURNAL-LINE-FILE
                    KEY IS NOT LESS THAN JL-LINE-KEY
                 INVALID KEY MOVE "10" TO WS-JLIN-STATUS
              END-START.
              PERFORM UNTIL WS-JLIN-STATUS NOT = "00"
                 READ JOURNAL-LINE-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-JLIN-STATUS
                    NOT AT END
                       IF JL-JOURNAL-NUMBER NOT = WS-JOURNAL-NUMBER
                          MOVE "10" TO WS-JLIN-STATUS
                       ELSE
                          MOVE JL-AMOUNT TO WS-DISP-AMOUNT
                          DISPLAY "  " JL-LINE-NUMBER " "
                                  JL-ACCOUNT-CODE " " JL-DR-CR-IND
                                  " " WS-DISP-AMOUNT " " JL-MEMO
                       END-IF
                 END-READ
              END-PERFORM.
              MOVE "00" TO WS-JLIN-STATUS.
              MOVE JH-TOTAL-DEBITS TO WS-DISP-AMOUNT.
              DISPLAY "  TOTAL                 " WS-DISP-AMOUNT.
       5100-EXIT.
              EXIT.

       5500-LIST-JOURNALS.
              DISPLAY "JOURNAL T S EFFECTIVE         DEBITS "
                      "DESCRIPTION".
              MOVE "00" TO WS-JHDR-STATUS.
              MOVE LOW-VALUES TO JH-JOURNAL-NUMBER.
              START JOURNAL-HEADER-FILE
                    KEY IS NOT LESS THAN JH-JOURNAL-NUMBER
                 INVALID KEY MOVE "10" TO WS-JHDR-STATUS
              END-START.
              PERFORM UNTIL WS-JHDR-STATUS NOT = "00"
                 READ JOURNAL-HEADER-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-JHDR-STATUS
                    NOT AT END
                       MOVE JH-TOTAL-DEBITS TO WS-DISP-AMOUNT
                       DISPLAY JH-JOURNAL-NUMBER " " JH-KIND " "
                               JH-STATUS " " JH-EFFECTIVE-DATE " "
                               WS-DISP-AMOUNT " " JH-DESCRIPTION
                 END-READ
              END-PERFORM.
              MOVE "00" TO WS-JHDR-STATUS.
       5500-EXIT.
              EXIT.

      * A journal not yet released can be cancelled, and a template
      * retired, by any signed-on operator; a released journal is
      * corrected by keying another one.
       5800-CANCEL-JOURNAL.
              PERFORM 3050-SIGN-ON-OPERATOR THRU 3050-EXIT.
              IF NOT WS-SIGNON-OK
                 GO TO 5800-EXIT
              END-IF.
              DISPLAY "ENTER JOURNAL NUMBER TO CANCEL: ".
              ACCEPT JH-JOURNAL-NUMBER.
              READ JOURNAL-HEADER-FILE
                 INVALID KEY
                    DISPLAY "JOURNAL NOT FOUND - STATUS "
                            WS-JHDR-STATUS
                    GO TO 5800-EXIT
              END-READ.
              PERFORM 5100-SHOW-JOURNAL THRU 5100-EXIT.
              IF NOT JH-STATUS-PENDING AND NOT JH-STATUS-APPROVED
                 DISPLAY "ONLY A PENDING OR APPROVED, UNRELEASED "
                         "JOURNAL CAN BE CANCELLED."
                 GO TO 5800-EXIT
              END-IF.
              DISPLAY "CONFIRM CANCEL (Y/N): ".
              ACCEPT WS-CONFIRM.
              IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                 SET JH-STATUS-CANCELLED TO TRUE
                 PERFORM 4200-REWRITE-HEADER THRU 4200-EXIT
              END-IF.
       5800-EXIT.
              EXIT.

      *****************************************************************
      * Releases every approved journal dated today or earlier to
      * GL.INT.  A template is never released; a reversing journal
      * writes its reversal as it goes.  The next free journal
      * number is found before the browse starts, since finding it
      * mid-browse would move the browse's position.
      *****************************************************************
       6000-RELEASE-DUE-JOURNALS.
              MOVE ZEROS TO WS-RELEASE-COUNT.
              PERFORM 3300-FIND-LAST-JOURNAL THRU 3300-EXIT.
              OPEN EXTEND GL-INTERFACE-FILE.
              IF WS-GL-STATUS = "35"
                 OPEN OUTPUT GL-INTERFACE-FILE
              END-IF.
              IF WS-GL-STATUS NOT = "00"
                 DISPLAY "GL.INT DID NOT OPEN - STATUS " WS-GL-STATUS
                         " - NO JOURNALS RELEASED"
                 MOVE 1 TO RETURN-CODE
                 GO TO 6000-EXIT
              END-IF.
              MOVE "00" TO WS-JHDR-STATUS.
              MOVE LOW-VALUES TO JH-JOURNAL-NUMBER.
              START JOURNAL-HEADER-FILE
                    KEY IS NOT LESS THAN JH-JOURNAL-NUMBER
                 INVALID KEY MOVE "10" TO WS-JHDR-STATUS
              END-START.
              PERFORM UNTIL WS-JHDR-STATUS NOT = "00"
                 READ JOURNAL-HEADER-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-JHDR-STATUS
                    NOT AT END
                       IF JH-STATUS-APPROVED
                          AND NOT JH-KIND-TEMPLATE
                          AND JH-EFFECTIVE-DATE NOT > WS-TODAY-DATE
                          PERFORM 6100-RELEASE-JOURNAL
                             THRU 6100-EXIT
                       END-IF
                 END-READ
              END-PERFORM.
              MOVE "00" TO WS-JHDR-STATUS.
              CLOSE GL-INTERFACE-FILE.
              DISPLAY "JOURNALS RELEASED TO THE GL: " WS-RELEASE-COUNT.
       6000-EXIT.
              EXIT.

      * Each line of the journal becomes one GL entry dated the
      * journal's effective date.
       6100-RELEASE-JOURNAL.
              MOVE JH-JOURNAL-NUMBER TO WS-JOURNAL-NUMBER.
              MOVE WS-JOURNAL-NUMBER TO JL-JOURNAL-NUMBER.
              MOVE ZEROS TO JL-LINE-NUMBER.
              START JOURNAL-LINE-FILE
                    KEY IS NOT LESS THAN JL-LINE-KEY
                 INVALID KEY MOVE "10" TO WS-JLIN-STATUS
              END-START.
              PERFORM UNTIL WS-JLIN-STATUS NOT = "00"
                 READ JOURNAL-LINE-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-JLIN-STATUS
                    NOT AT END
                       IF JL-JOURNAL-NUMBER NOT = WS-JOURNAL-NUMBER
                          MOVE "10" TO WS-JLIN-STATUS
                       ELSE
                          MOVE JL-ACCOUNT-CODE TO GL-ACCOUNT-CODE
                          MOVE JL-DR-CR-IND TO GL-DR-CR-IND
                          MOVE JL-AMOUNT TO GL-AMOUNT
                          MOVE SPACES TO GL-REFERENCE
                          STRING "JE " DELIMITED BY SIZE
                                 WS-JOURNAL-NUMBER DELIMITED BY SIZE
                            INTO GL-REFERENCE
                          MOVE JH-EFFECTIVE-DATE TO GL-TXN-DATE
                          MOVE "JournalEntry" TO GL-SOURCE-PROGRAM
                          WRITE GL-INTERFACE-REC
                       END-IF
                 END-READ
              END-PERFORM.
              MOVE "00" TO WS-JLIN-STATUS.
              SET JH-STATUS-RELEASED TO TRUE.
              MOVE WS-TODAY-DATE TO JH-RELEASED-DATE.
              IF JH-KIND-REVERSING AND JH-REVERSAL-JOURNAL = ZEROS
                 PERFORM 6200-CREATE-REVERSAL THRU 6200-EXIT
              END-IF.
              REWRITE JOURNAL-HEADER-REC
                 INVALID KEY
                    DISPLAY "JOURNAL REWRITE FAILED - STATUS "
                            WS-JHDR-STATUS
              END-REWRITE.
              MOVE "00" TO WS-JHDR-STATUS.
              ADD 1 TO WS-RELEASE-COUNT.
              DISPLAY "JOURNAL " WS-JOURNAL-NUMBER " RELEASED.".
       6100-EXIT.
              EXIT.

      * The reversal carries the same lines with debit and credit
      * swapped, dated the first day of the period after the
      * original's, and stands approved on the original's approval.
      * The original leaves here pointing at it.
       6200-CREATE-REVERSAL.
              MOVE JOURNAL-HEADER-REC TO WS-SAVE-HEADER.
              MOVE JH-EFFECTIVE-DATE(1:4) TO WS-WORK-YEAR.
              MOVE JH-EFFECTIVE-DATE(5:2) TO WS-WORK-MONTH.
              IF WS-WORK-MONTH = 12
                 ADD 1 TO WS-WORK-YEAR
                 MOVE 1 TO WS-WORK-MONTH
              ELSE
                 ADD 1 TO WS-WORK-MONTH
              END-IF.
              COMPUTE WS-REV-DATE = WS-WORK-YEAR * 10000
                                  + WS-WORK-MONTH * 100 + 1.
              MOVE WS-NEXT-JOURNAL TO JH-JOURNAL-NUMBER.
              SET JH-KIND-REVERSAL TO TRUE.
              SET JH-STATUS-APPROVED TO TRUE.
              MOVE WS-REV-DATE TO JH-EFFECTIVE-DATE.
              MOVE ZEROS TO JH-RELEASED-DATE JH-REVERSAL-JOURNAL
                            JH-LAST-GEN-PERIOD.
              MOVE WS-JOURNAL-NUMBER TO JH-SOURCE-JOURNAL.
              WRITE JOURNAL-HEADER-REC
                 INVALID KEY
                    DISPLAY "REVERSAL WRITE FAILED - STATUS "
                            WS-JHDR-STATUS
                    MOVE WS-SAVE-HEADER TO JOURNAL-HEADER-REC
                    GO TO 6200-EXIT
              END-WRITE.
              PERFORM 6300-COPY-LINES THRU 6300-EXIT.
              MOVE WS-SAVE-HEADER TO JOURNAL-HEADER-REC.
              MOVE WS-NEXT-JOURNAL TO JH-REVERSAL-JOURNAL.
              DISPLAY "REVERSAL JOURNAL " WS-NEXT-JOURNAL
                      " DATED " WS-REV-DATE " CREATED.".
              ADD 1 TO WS-NEXT-JOURNAL.
       6200-EXIT.
              EXIT.

      * Copies journal WS-JOURNAL-NUMBER's lines to journal
      * WS-NEXT-JOURNAL - debit and credit swapped when the new
      * journal (in the header record area) is a reversal.
       6300-COPY-LINES.
              MOVE WS-JOURNAL-NUMBER TO JL-JOURNAL-NUMBER.
              MOVE ZEROS TO JL-LINE-NUMBER.
              START JOURNAL-LINE-FILE
                    KEY IS NOT LESS THAN JL-LINE-KEY
                 INVALID KEY MOVE "10" TO WS-JLIN-STATUS
              END-START.
              PERFORM UNTIL WS-JLIN-STATUS NOT = "00"
                 READ JOURNAL-LINE-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-JLIN-STATUS
                    NOT AT END
                       IF JL-JOURNAL-NUMBER NOT = WS-JOURNAL-NUMBER
                          MOVE "10" TO WS-JLIN-STATUS
                       ELSE
                          PERFORM 6350-WRITE-COPIED-LINE
                             THRU 6350-EXIT
                       END-IF
                 END-READ
              END-PERFORM.
              MOVE "00" TO WS-JLIN-STATUS.
       6300-EXIT.
              EXIT.

      * Writes the line just read under the new journal number, then
      * puts the key back so the browse carries on from where it was.
       6350-WRITE-COPIED-LINE.
              MOVE WS-NEXT-JOURNAL TO JL-JOURNAL-NUMBER.
              IF JH-KIND-REVERSAL
                 IF JL-DEBIT
                    SET JL-CREDIT TO TRUE
                 ELSE
                    SET JL-DEBIT TO TRUE
                 END-IF
              END-IF.
              WRITE JOURNAL-LINE-REC
                 INVALID KEY
                    DISPLAY "JOURNAL LINE WRITE FAILED - STATUS "
                            WS-JLIN-STATUS
              END-WRITE.
              MOVE "00" TO WS-JLIN-STATUS.
              MOVE WS-JOURNAL-NUMBER TO JL-JOURNAL-NUMBER.
       6350-EXIT.
              EXIT.

      *****************************************************************
      * Generates one journal for WS-GEN-PERIOD from every approved
      * recurring template not yet generated for it, dated the last
      * day of the period.  The copy stands approved on the
      * template's approval.
      *****************************************************************
       7000-GENERATE-RECURRING.
              MOVE ZEROS TO WS-GEN-COUNT.
              MOVE WS-GEN-PERIOD(1:4) TO WS-WORK-YEAR.
              MOVE WS-GEN-PERIOD(5:2) TO WS-WORK-MONTH.
              IF WS-WORK-MONTH = 12
                 ADD 1 TO WS-WORK-YEAR
                 MOVE 1 TO WS-WORK-MONTH
              ELSE
                 ADD 1 TO WS-WORK-MONTH
              END-IF.
              COMPUTE WS-GEN-DATE = WS-WORK-YEAR * 10000
                                  + WS-WORK-MONTH * 100 + 1.
              COMPUTE WS-GEN-DATE = FUNCTION DATE-OF-INTEGER
                      (FUNCTION INTEGER-OF-DATE(WS-GEN-DATE) - 1).
              PERFORM 3300-FIND-LAST-JOURNAL THRU 3300-EXIT.
              MOVE "00" TO WS-JHDR-STATUS.
              MOVE LOW-VALUES TO JH-JOURNAL-NUMBER.
              START JOURNAL-HEADER-FILE
                    KEY IS NOT LESS THAN JH-JOURNAL-NUMBER
                 INVALID KEY MOVE "10" TO WS-JHDR-STATUS
              END-START.
              PERFORM UNTIL WS-JHDR-STATUS NOT = "00"
                 READ JOURNAL-HEADER-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-JHDR-STATUS
                    NOT AT END
                       IF JH-KIND-TEMPLATE
                          AND JH-STATUS-APPROVED
                          AND JH-LAST-GEN-PERIOD < WS-GEN-PERIOD
                          PERFORM 7100-GENERATE-FROM-TEMPLATE
                             THRU 7100-EXIT
                       END-IF
                 END-READ
              END-PERFORM.
              MOVE "00" TO WS-JHDR-STATUS.
              DISPLAY "RECURRING JOURNALS GENERATED FOR "
                      WS-GEN-PERIOD ": " WS-GEN-COUNT.
       7000-EXIT.
              EXIT.

       7100-GENERATE-FROM-TEMPLATE.
              MOVE JOURNAL-HEADER-REC TO WS-SAVE-HEADER.
              MOVE JH-JOURNAL-NUMBER TO WS-JOURNAL-NUMBER.
              MOVE WS-NEXT-JOURNAL TO JH-JOURNAL-NUMBER.
              SET JH-KIND-RECURRING TO TRUE.
              MOVE WS-GEN-DATE TO JH-EFFECTIVE-DATE.
              MOVE ZEROS TO JH-RELEASED-DATE JH-REVERSAL-JOURNAL
                            JH-LAST-GEN-PERIOD.
              MOVE WS-JOURNAL-NUMBER TO JH-SOURCE-JOURNAL.
              WRITE JOURNAL-HEADER-REC
                 INVALID KEY
                    DISPLAY "RECURRING JOURNAL WRITE FAILED - STATUS "
                            WS-JHDR-STATUS
                    MOVE WS-SAVE-HEADER TO JOURNAL-HEADER-REC
                    GO TO 7100-EXIT
              END-WRITE.
              PERFORM 6300-COPY-LINES THRU 6300-EXIT.
              MOVE WS-SAVE-HEADER TO JOURNAL-HEADER-REC.
              MOVE WS-GEN-PERIOD TO JH-LAST-GEN-PERIOD.
              REWRITE JOURNAL-HEADER-REC
                 INVALID KEY
                    DISPLAY "TEMPLATE REWRITE FAILED - STATUS "
                            WS-JHDR-STATUS
              END-REWRITE.
              MOVE "00" TO WS-JHDR-STATUS.
              DISPLAY "JOURNAL " WS-NEXT-JOURNAL " GENERATED FROM "
                      "TEMPLATE " WS-JOURNAL-NUMBER ".".
              ADD 1 TO WS-NEXT-JOURNAL.
              ADD 1 TO WS-GEN-COUNT.
       7100-EXIT.
              EXIT.

      * Menu route to the same generation the close step runs, for a
      * period keyed by the operator.
       7500-GENERATE-FOR-PERIOD.
              DISPLAY "ENTER PERIOD YYYYMM (ZERO = CURRENT MONTH): ".
              MOVE ZEROS TO WS-GEN-PERIOD.
              ACCEPT WS-GEN-PERIOD.
              IF WS-GEN-PERIOD = ZEROS
                 MOVE WS-TODAY-DATE(1:6) TO WS-GEN-PERIOD
              END-IF.
              IF WS-GEN-PERIOD(5:2) < "01" OR WS-GEN-PERIOD(5:2) > "12"
                 DISPLAY "INVALID PERIOD."
                 GO TO 7500-EXIT
              END-IF.
              PERFORM 7000-GENERATE-RECURRING THRU 7000-EXIT.
              PERFORM 6000-RELEASE-DUE-JOURNALS THRU 6000-EXIT.
       7500-EXIT.
              EXIT.
