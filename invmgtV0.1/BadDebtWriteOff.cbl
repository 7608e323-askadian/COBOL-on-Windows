       IDENTIFICATION DIVISION.
       PROGRAM-ID. BadDebtWriteOff.
       AUTHOR AMRESH KADIAN.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *  BAD DEBT WRITE-OFFS - writes off customer balances that will *
      *  never be collected.                                          *
      *                                                               *
      *  An operator raises a write-off request against an account    *
      *  with the amount and the reason; it stays pending until a     *
      *  holder of APRV-BDW - never the operator who asked for it -   *
      *  approves it, the same operator id/password sign-off          *
      *  JournalEntry.cbl takes for a large journal.  Approval takes  *
      *  the amount off CM-BALANCE, zeroes the credit limit, and      *
      *  posts the expense through the allowance for doubtful         *
      *  accounts to GL.INT, every change logged to AUDIT.TRL.        *
      *                                                               *
      *  A customer with an approved write-off is on permanent credit *
      *  hold: BDHOLDCHECK is the entry SalesMgmt, StandingOrderMgmt, *
      *  EdiOrderIntake and CustomerMgmt's credit-limit request call  *
      *  to refuse further credit, and no manager override lifts it.  *
      *                                                               *
      *  Money later received on a written-off account is recorded    *
      *  against the original write-off - the receivable is           *
      *  reinstated out of the allowance and the payment banked as an *
      *  ordinary CASH-RECEIPT-REC.  The write-off register           *
      *  (BADDEBT.RPT) lists every request for the auditors.  Reached *
      *  from CustomerMgmt.cbl's menu.                                *
      *                                                               *
      *  The GL accounts this program posts to, and any limits it     *
      *  works to, are fetched from the system parameter file at      *
      *  start-up (0900-LOAD-SYSTEM-PARMS).  A missing parameter or   *
      *  an inactive account stops it before any file is opened.      *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT BAD-DEBT-FILE
                     ASSIGN TO "baddebt"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS BD-WRITEOFF-NUMBER
                     ALTERNATE RECORD KEY IS BD-CUST-ID
                                   WITH DUPLICATES
                     FILE STATUS IS WS-BD-STATUS.

              SELECT CUSTOMER-MASTER-FILE
                     ASSIGN TO "custmas"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CM-CUST-ID
                     FILE STATUS IS WS-CUST-STATUS.

      *    A recovery is banked like any other customer payment, so
      *    it is written here where BankRecon.cbl and the customer
      *    statement already look for money received.
              SELECT CASH-RECEIPT-FILE
                     ASSIGN TO "cashrcpt"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CR-RECEIPT-NUMBER
                     FILE STATUS IS WS-RCPT-STATUS.

              SELECT OPERATOR-MASTER-FILE
                     ASSIGN TO "opermas"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS OM-OPERATOR-ID
                     FILE STATUS IS WS-OPER-STATUS.

              SELECT AUDIT-TRAIL-FILE
                     ASSIGN TO "AUDIT.TRL"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-AUDIT-STATUS.

              SELECT GL-INTERFACE-FILE
                     ASSIGN TO "GL.INT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-GL-STATUS.

              SELECT WRITEOFF-REGISTER
                     ASSIGN TO "BADDEBT.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BAD-DEBT-FILE.
           COPY "BADDEBT.CPY".

       FD  CUSTOMER-MASTER-FILE.
           COPY "CUSTMAS.CPY".

       FD  CASH-RECEIPT-FILE.
           COPY "CASHRCPT.CPY".

       FD  OPERATOR-MASTER-FILE.
           COPY "OPERMAS.CPY".

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-TRAIL-REC.CPY".

       FD  GL-INTERFACE-FILE.
           COPY "GL-INTERFACE-REC.CPY".

       FD  WRITEOFF-REGISTER.
       01  WR-PRINT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-VARS.
              10 WS-PARMS-OK-SW       PIC X(01) VALUE "N".
                 88 WS-PARMS-OK             VALUE "Y".
              10 WS-BD-STATUS         PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-CUST-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-RCPT-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-OPER-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-AUDIT-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-GL-STATUS         PIC X(02) VALUE "00".
                 88 WS-GL-FILE-MISSING       VALUE "35".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-RPT-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-MENU-OPTION       PIC X(01) VALUE SPACE.
              10 WS-EXIT-OPTION       PIC X(01) VALUE "6".
              10 WS-TODAY-DATE        PIC 9(08) VALUE ZEROS.
              10 WS-FILES-OK-SW       PIC X(01) VALUE "N".
                 88 WS-FILES-OK             VALUE "Y".
              10 WS-OPER-OPEN-SW      PIC X(01) VALUE "N".
                 88 WS-OPER-OPEN            VALUE "Y".
              10 WS-MORE-SW           PIC X(01) VALUE "N".
                 88 WS-MORE                 VALUE "Y".

      *    The signed-on operator for a request, an approval or a
      *    recovery - checked against OPERATOR-MASTER-FILE by id and
      *    password.
              10 WS-SIGNON-ID         PIC X(08) VALUE SPACES.
              10 WS-SIGNON-PW         PIC X(08) VALUE SPACES.
              10 WS-SIGNON-OK-SW      PIC X(01) VALUE "N".
                 88 WS-SIGNON-OK            VALUE "Y".

              10 WS-NEXT-WRITEOFF     PIC 9(07) VALUE ZEROS.
              10 WS-NEXT-RCPT-NUMBER  PIC 9(08) VALUE ZEROS.
              10 WS-IN-AMOUNT         PIC 9(07)V99 VALUE ZEROS.
              10 WS-OUTSTANDING       PIC 9(07)V99 VALUE ZEROS.
              10 WS-TENDER-CHOICE     PIC X(01) VALUE SPACE.
              10 WS-DECISION          PIC X(01) VALUE SPACE.
                 88 WS-DECISION-APPROVE     VALUE "A" "a".
                 88 WS-DECISION-REJECT      VALUE "J" "j".
                 88 WS-DECISION-QUIT        VALUE "Q" "q".
              10 WS-QUIT-SW           PIC X(01) VALUE "N".
                 88 WS-QUIT                 VALUE "Y".
              10 WS-AUDIT-CUST-BEFORE PIC X(88) VALUE SPACES.
              10 WS-AUDIT-BD-BEFORE   PIC X(91) VALUE SPACES.

      *    The two legs 8000-WRITE-GL-PAIR posts for one movement.
              10 WS-GL-DR-ACCOUNT     PIC X(10) VALUE SPACES.
              10 WS-GL-CR-ACCOUNT     PIC X(10) VALUE SPACES.
              10 WS-GL-POST-AMOUNT    PIC 9(07)V99 VALUE ZEROS.

      *    Register totals.
              10 WS-REG-COUNT         PIC 9(05) VALUE ZEROS.
              10 WS-REG-PENDING       PIC 9(05) VALUE ZEROS.
              10 WS-REG-WRITTEN-OFF   PIC 9(09)V99 VALUE ZEROS.
              10 WS-REG-RECOVERED     PIC 9(09)V99 VALUE ZEROS.
              10 WS-REG-NET           PIC 9(09)V99 VALUE ZEROS.
              10 WS-NET-AMOUNT        PIC 9(07)V99 VALUE ZEROS.

       01  GL-ACCOUNT-CODES.
           02 GL-ACCT-CASH             PIC X(10) VALUE SPACES.
           02 GL-ACCT-ACCOUNTS-RCVBL   PIC X(10) VALUE SPACES.
           02 GL-ACCT-DOUBTFUL-ALLOW   PIC X(10) VALUE SPACES.
           02 GL-ACCT-BAD-DEBT-EXPENSE PIC X(10) VALUE SPACES.

      *    GL-REFERENCE on every leg - the write-off number, so the
      *    ledger traces back to the register.
       01  WS-GL-REFERENCE.
           02 FILLER                   PIC X(03) VALUE "WO ".
           02 WS-GL-REF-NUMBER         PIC 9(07).

       01  WS-RECOVERY-REFERENCE.
           02 FILLER                   PIC X(12) VALUE "WO RECOVERY ".
           02 WS-RCV-REF-NUMBER        PIC 9(07).

       01  WS-SPOOL-HANDOFF.
           02  WS-SPOOL-SRC-NAME        PIC X(20)
                                   VALUE "BADDEBT.RPT".
           02  WS-SPOOL-PGM-NAME        PIC X(20)
                                   VALUE "BadDebtWriteOff".

       01  WS-HEADER-LINE.
              10 FILLER               PIC X(34) VALUE
                 "BAD DEBT WRITE-OFF REGISTER AS AT ".
              10 HL-RUN-DATE          PIC 9(08).

       01  WS-COLUMN-LINE.
              10 FILLER               PIC X(40) VALUE
                 "NUMBER  CUST  CUSTOMER NAME             ".
              10 FILLER               PIC X(40) VALUE
                 "REASON               REQUESTED REQ BY   ".
              10 FILLER               PIC X(40) VALUE
                 "S APPROVED  APPR BY    WRITTEN OFF     R".
              10 FILLER               PIC X(08) VALUE
                 "ECOVERED".

       01  WS-DETAIL-LINE.
              10 DL-WRITEOFF-NUMBER   PIC 9(07).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 DL-CUST-ID           PIC X(05).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 DL-CUST-NAME         PIC X(25).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 DL-REASON            PIC X(20).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 DL-REQUEST-DATE      PIC 9(08).
              10 FILLER               PIC X(02) VALUE SPACES.
              10 DL-REQUESTED-BY      PIC X(08).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 DL-STATUS            PIC X(01).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 DL-APPROVE-DATE      PIC 9(08).
              10 FILLER               PIC X(02) VALUE SPACES.
              10 DL-APPROVED-BY       PIC X(08).
              10 DL-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
              10 DL-RECOVERED         PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-TOTAL-LINE.
              10 TL-LABEL             PIC X(30).
              10 TL-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.

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
       01  LK-CUST-ID              PIC X(05).
       01  LK-HOLD-SW              PIC X(01).

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

      *    Callable entry point for every program that extends credit
      *    - SalesMgmt, StandingOrderMgmt, EdiOrderIntake and the
      *    credit-limit request in CustomerMgmt.  LK-HOLD-SW comes
      *    back "Y" when the customer has any approved write-off on
      *    file, which is a permanent credit hold no override lifts.
       ENTRY "BDHOLDCHECK" USING LK-CUST-ID LK-HOLD-SW.
              MOVE "N" TO LK-HOLD-SW.
              OPEN INPUT BAD-DEBT-FILE.
              IF WS-BD-STATUS NOT = "00"
                 GOBACK
              END-IF.
              MOVE LK-CUST-ID TO BD-CUST-ID.
              SET WS-MORE TO TRUE.
              START BAD-DEBT-FILE
                    KEY IS EQUAL TO BD-CUST-ID
                 INVALID KEY MOVE "N" TO WS-MORE-SW
              END-START.
              PERFORM UNTIL NOT WS-MORE
                 READ BAD-DEBT-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-MORE-SW
                    NOT AT END
                       IF BD-CUST-ID NOT = LK-CUST-ID
                          MOVE "N" TO WS-MORE-SW
                       ELSE
                          IF BD-STATUS-APPROVED
                             MOVE "Y" TO LK-HOLD-SW
                             MOVE "N" TO WS-MORE-SW
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM.
              CLOSE BAD-DEBT-FILE.
              GOBACK.

      * The GL accounts this program posts to and the thresholds
      * it works to come off the system parameter file (kept by
      * SysParmMgmt.cbl, from Utilities) rather than VALUE clauses
      * here.  Any one missing, or a GL account no longer active on
      * the chart, stops the program before it touches a file.
       0900-LOAD-SYSTEM-PARMS.
              SET WS-PARMS-OK TO TRUE.
              MOVE "GL-CASH" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-CASH.
              MOVE "GL-AR" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-ACCOUNTS-RCVBL.
              MOVE "GL-DOUBTFUL" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-DOUBTFUL-ALLOW.
              MOVE "GL-BAD-DEBT-EXP" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-BAD-DEBT-EXPENSE.
              IF NOT WS-PARMS-OK
                 DISPLAY "BAD DEBT WRITE-OFF CANNOT RUN -"
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

      *    The write-off and cash-receipt files are created empty the
      *    first time they are needed.  Without the customer master
      *    there is nothing to write off.
       1000-OPEN-FILES.
              ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
              MOVE "N" TO WS-FILES-OK-SW WS-OPER-OPEN-SW.
              OPEN I-O CUSTOMER-MASTER-FILE.
              IF WS-CUST-STATUS NOT = "00"
                 DISPLAY "CUSTOMER MASTER DID NOT OPEN - STATUS "
                         WS-CUST-STATUS
                 MOVE 1 TO RETURN-CODE
                 GO TO 1000-EXIT
              END-IF.
              OPEN I-O BAD-DEBT-FILE.
              IF WS-BD-STATUS = "35"
                 CLOSE BAD-DEBT-FILE
                 OPEN OUTPUT BAD-DEBT-FILE
                 CLOSE BAD-DEBT-FILE
                 OPEN I-O BAD-DEBT-FILE
              END-IF.
              IF WS-BD-STATUS NOT = "00"
                 DISPLAY "WRITE-OFF FILE DID NOT OPEN - STATUS "
                         WS-BD-STATUS
                 CLOSE CUSTOMER-MASTER-FILE
                 MOVE 1 TO RETURN-CODE
                 GO TO 1000-EXIT
              END-IF.
              OPEN I-O CASH-RECEIPT-FILE.
              IF WS-RCPT-STATUS = "35"
                 CLOSE CASH-RECEIPT-FILE
                 OPEN OUTPUT CASH-RECEIPT-FILE
                 CLOSE CASH-RECEIPT-FILE
                 OPEN I-O CASH-RECEIPT-FILE
              END-IF.
              OPEN EXTEND AUDIT-TRAIL-FILE.
              IF WS-AUDIT-STATUS = "35"
                 OPEN OUTPUT AUDIT-TRAIL-FILE
              END-IF.
              OPEN EXTEND GL-INTERFACE-FILE.
              IF WS-GL-FILE-MISSING
                 OPEN OUTPUT GL-INTERFACE-FILE
              END-IF.
              SET WS-FILES-OK TO TRUE.
              OPEN INPUT OPERATOR-MASTER-FILE.
              IF WS-OPER-STATUS = "00"
                 SET WS-OPER-OPEN TO TRUE
              END-IF.
       1000-EXIT.
              EXIT.

       1900-CLOSE-FILES.
              IF WS-FILES-OK
                 CLOSE CUSTOMER-MASTER-FILE
                       BAD-DEBT-FILE
                       CASH-RECEIPT-FILE
                       AUDIT-TRAIL-FILE
                       GL-INTERFACE-FILE
              END-IF.
              IF WS-OPER-OPEN
                 CLOSE OPERATOR-MASTER-FILE
              END-IF.
       1900-EXIT.
              EXIT.

       2000-DISPLAY-MENU.
              DISPLAY " ".
              DISPLAY "Bad Debt Write-Offs".
              DISPLAY "-------------------".
              DISPLAY "1. Request Write-Off".
              DISPLAY "2. Approve Pending Write-Offs".
              DISPLAY "3. Record Recovery".
              DISPLAY "4. Inquire Customer Write-Offs".
              DISPLAY "5. Print Write-Off Register".
              DISPLAY "6. Return to Customer Menu".
              DISPLAY "Enter your choice:".
              ACCEPT WS-MENU-OPTION.

              EVALUATE WS-MENU-OPTION
                 WHEN "1" PERFORM 3000-REQUEST-WRITEOFF THRU 3000-EXIT
                 WHEN "2" PERFORM 4000-APPROVE-WRITEOFFS THRU 4000-EXIT
                 WHEN "3" PERFORM 5000-RECORD-RECOVERY THRU 5000-EXIT
                 WHEN "4" PERFORM 6000-INQUIRE-CUSTOMER THRU 6000-EXIT
                 WHEN "5" PERFORM 7000-PRINT-REGISTER THRU 7000-EXIT
                 WHEN WS-EXIT-OPTION CONTINUE
                 WHEN OTHER DISPLAY "INVALID CHOICE"
              END-EVALUATE.
       2000-EXIT.
              EXIT.

      *****************************************************************
      * Raises a write-off request against one customer's balance.
      * Nothing moves until a manager approves it - the request only
      * records how much, why, and who asked.
      *****************************************************************
       3000-REQUEST-WRITEOFF.
              PERFORM 3050-SIGN-ON-OPERATOR THRU 3050-EXIT.
              IF NOT WS-SIGNON-OK
                 GO TO 3000-EXIT
              END-IF.
              DISPLAY "ENTER CUSTOMER ID: ".
              ACCEPT CM-CUST-ID.
              READ CUSTOMER-MASTER-FILE
                 INVALID KEY
                    DISPLAY "UNKNOWN CUSTOMER - STATUS "
                            WS-CUST-STATUS
                    GO TO 3000-EXIT
              END-READ.
              DISPLAY "CUSTOMER: " CM-CUST-NAME
                      "  BALANCE OWED: " CM-BALANCE.
              IF CM-BALANCE NOT > ZEROS
                 DISPLAY "NOTHING OWED - NOTHING TO WRITE OFF."
                 GO TO 3000-EXIT
              END-IF.

              INITIALIZE BAD-DEBT-WRITEOFF-REC.
              DISPLAY "ENTER AMOUNT TO WRITE OFF: ".
              MOVE ZEROS TO WS-IN-AMOUNT.
              ACCEPT WS-IN-AMOUNT.
              IF WS-IN-AMOUNT = ZEROS
                 DISPLAY "AMOUNT MUST BE GREATER THAN ZERO - "
                         "NOTHING REQUESTED."
                 GO TO 3000-EXIT
              END-IF.
              IF WS-IN-AMOUNT > CM-BALANCE
                 DISPLAY "AMOUNT EXCEEDS BALANCE OWED - "
                         "NOTHING REQUESTED."
                 GO TO 3000-EXIT
              END-IF.
              DISPLAY "ENTER REASON FOR WRITE-OFF: ".
              ACCEPT BD-REASON.
              IF BD-REASON = SPACES
                 DISPLAY "A REASON IS REQUIRED - NOTHING REQUESTED."
                 GO TO 3000-EXIT
              END-IF.

              PERFORM 3300-NEXT-WRITEOFF-NUMBER THRU 3300-EXIT.
              MOVE WS-NEXT-WRITEOFF TO BD-WRITEOFF-NUMBER.
              MOVE CM-CUST-ID TO BD-CUST-ID.
              MOVE WS-IN-AMOUNT TO BD-AMOUNT.
              MOVE WS-SIGNON-ID TO BD-REQUESTED-BY.
              MOVE WS-TODAY-DATE TO BD-REQUEST-DATE.
              SET BD-STATUS-PENDING TO TRUE.
              WRITE BAD-DEBT-WRITEOFF-REC
                 INVALID KEY
                    DISPLAY "WRITE-OFF NOT RECORDED - STATUS "
                            WS-BD-STATUS
                 NOT INVALID KEY
                    MOVE BD-WRITEOFF-NUMBER TO AT-KEY-VALUE
                    MOVE SPACES TO AT-BEFORE-IMAGE
                    MOVE BAD-DEBT-WRITEOFF-REC TO AT-AFTER-IMAGE
                    SET AT-OP-ADD TO TRUE
                    PERFORM 9000-WRITE-AUDIT-RECORD THRU 9000-EXIT
                    DISPLAY "WRITE-OFF " BD-WRITEOFF-NUMBER
                            " REQUESTED - AWAITING MANAGER APPROVAL."
              END-WRITE.
       3000-EXIT.
              EXIT.

      * Operator id and password, checked against the operator
      * master - who requested, approved or recovered a write-off
      * is recorded against it.
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

      * Find the highest write-off number already on file so a new
      * request keeps numbering forward.
       3300-NEXT-WRITEOFF-NUMBER.
              MOVE HIGH-VALUES TO BD-WRITEOFF-NUMBER.
              START BAD-DEBT-FILE
                    KEY IS LESS THAN BD-WRITEOFF-NUMBER
                 INVALID KEY
                    MOVE ZEROS TO WS-NEXT-WRITEOFF
                 NOT INVALID KEY
                    READ BAD-DEBT-FILE PREVIOUS RECORD
                       AT END MOVE ZEROS TO WS-NEXT-WRITEOFF
                       NOT AT END MOVE BD-WRITEOFF-NUMBER
                                    TO WS-NEXT-WRITEOFF
                    END-READ
              END-START.
              ADD 1 TO WS-NEXT-WRITEOFF.
       3300-EXIT.
              EXIT.

      *****************************************************************
      * Works through every pending write-off for an operator whose
      * roles grant APRV-BDW to approve or reject.  The operator who
      * requested a write-off can never be the one who approves it.
      *****************************************************************
       4000-APPROVE-WRITEOFFS.
              PERFORM 3050-SIGN-ON-OPERATOR THRU 3050-EXIT.
              IF NOT WS-SIGNON-OK
                 GO TO 4000-EXIT
              END-IF.
              MOVE WS-SIGNON-ID TO PC-OPERATOR-ID.
              MOVE "APRV-BDW" TO PC-FUNCTION-CODE.
              SET PC-AUTHORIZE-OTHER TO TRUE.
              CALL "PermCheck" USING PERM-CHECK-MSG.
              IF NOT PC-ALLOWED
                 DISPLAY "THIS OPERATOR IS NOT AUTHORIZED TO APPROVE "
                         "WRITE-OFFS."
                 GO TO 4000-EXIT
              END-IF.
              MOVE "N" TO WS-QUIT-SW.
              MOVE LOW-VALUES TO BD-WRITEOFF-NUMBER.
              START BAD-DEBT-FILE
                    KEY IS NOT LESS THAN BD-WRITEOFF-NUMBER
                 INVALID KEY MOVE "10" TO WS-BD-STATUS
              END-START.
              PERFORM UNTIL WS-BD-STATUS NOT = "00" OR WS-QUIT
                 READ BAD-DEBT-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-BD-STATUS
                    NOT AT END
                       IF BD-STATUS-PENDING
                          PERFORM 4100-DECIDE-WRITEOFF THRU 4100-EXIT
                       END-IF
                 END-READ
              END-PERFORM.
       4000-EXIT.
              EXIT.

       4100-DECIDE-WRITEOFF.
              PERFORM 6100-SHOW-WRITEOFF THRU 6100-EXIT.
              IF BD-REQUESTED-BY = WS-SIGNON-ID
                 DISPLAY "REQUESTED BY YOU - ANOTHER MANAGER MUST "
                         "APPROVE IT."
                 GO TO 4100-EXIT
              END-IF.
              DISPLAY "APPROVE/reJECT/sKIP/qUIT: ".
              ACCEPT WS-DECISION.
              EVALUATE TRUE
                 WHEN WS-DECISION-APPROVE
                    PERFORM 4200-APPLY-WRITEOFF THRU 4200-EXIT
                 WHEN WS-DECISION-REJECT
                    MOVE BAD-DEBT-WRITEOFF-REC TO WS-AUDIT-BD-BEFORE
                    SET BD-STATUS-REJECTED TO TRUE
                    MOVE WS-SIGNON-ID TO BD-APPROVED-BY
                    MOVE WS-TODAY-DATE TO BD-APPROVE-DATE
                    PERFORM 4300-REWRITE-WRITEOFF THRU 4300-EXIT
                 WHEN WS-DECISION-QUIT
                    MOVE "Y" TO WS-QUIT-SW
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE.
       4100-EXIT.
              EXIT.

      * Takes the approved amount off the customer's balance, zeroes
      * the credit limit, and posts the write-off through the
      * allowance: the expense is charged against the allowance for
      * doubtful accounts, and the allowance then absorbs the
      * receivable.  The balance can have moved since the request
      * was raised - a write-off larger than what is now owed is
      * refused and has to be requested again.
       4200-APPLY-WRITEOFF.
              MOVE BD-CUST-ID TO CM-CUST-ID.
              READ CUSTOMER-MASTER-FILE
                 INVALID KEY
                    DISPLAY "CUSTOMER " BD-CUST-ID " NO LONGER ON "
                            "FILE - REJECT THIS WRITE-OFF."
                    GO TO 4200-EXIT
              END-READ.
              IF BD-AMOUNT > CM-BALANCE
                 DISPLAY "BALANCE OWED IS NOW " CM-BALANCE
                         " - REJECT AND REQUEST AGAIN."
                 GO TO 4200-EXIT
              END-IF.
              MOVE CUSTOMER-MASTER-REC TO WS-AUDIT-CUST-BEFORE.
              SUBTRACT BD-AMOUNT FROM CM-BALANCE.
              MOVE ZEROS TO CM-CREDIT-LIMIT.
              REWRITE CUSTOMER-MASTER-REC
                 INVALID KEY
                    DISPLAY "CUSTOMER BALANCE NOT UPDATED - STATUS "
                            WS-CUST-STATUS
                    GO TO 4200-EXIT
                 NOT INVALID KEY
                    MOVE CM-CUST-ID TO AT-KEY-VALUE
                    MOVE WS-AUDIT-CUST-BEFORE TO AT-BEFORE-IMAGE
                    MOVE CUSTOMER-MASTER-REC TO AT-AFTER-IMAGE
                    SET AT-OP-CHANGE TO TRUE
                    MOVE "custmas" TO AT-FILE-NAME
                    PERFORM 9000-WRITE-AUDIT-RECORD THRU 9000-EXIT
              END-REWRITE.

              MOVE BAD-DEBT-WRITEOFF-REC TO WS-AUDIT-BD-BEFORE.
              SET BD-STATUS-APPROVED TO TRUE.
              MOVE WS-SIGNON-ID TO BD-APPROVED-BY.
              MOVE WS-TODAY-DATE TO BD-APPROVE-DATE.
              PERFORM 4300-REWRITE-WRITEOFF THRU 4300-EXIT.

              MOVE BD-WRITEOFF-NUMBER TO WS-GL-REF-NUMBER.
              MOVE BD-AMOUNT TO WS-GL-POST-AMOUNT.
              MOVE GL-ACCT-BAD-DEBT-EXPENSE TO WS-GL-DR-ACCOUNT.
              MOVE GL-ACCT-DOUBTFUL-ALLOW TO WS-GL-CR-ACCOUNT.
              PERFORM 8000-WRITE-GL-PAIR THRU 8000-EXIT.
              MOVE GL-ACCT-DOUBTFUL-ALLOW TO WS-GL-DR-ACCOUNT.
              MOVE GL-ACCT-ACCOUNTS-RCVBL TO WS-GL-CR-ACCOUNT.
              PERFORM 8000-WRITE-GL-PAIR THRU 8000-EXIT.
              DISPLAY "CUSTOMER " CM-CUST-ID " NEW BALANCE "
                      CM-BALANCE " - NOW ON PERMANENT CREDIT HOLD.".
       4200-EXIT.
              EXIT.

       4300-REWRITE-WRITEOFF.
              REWRITE BAD-DEBT-WRITEOFF-REC
                 INVALID KEY
                    DISPLAY "WRITE-OFF REWRITE FAILED - STATUS "
                            WS-BD-STATUS
                 NOT INVALID KEY
                    MOVE BD-WRITEOFF-NUMBER TO AT-KEY-VALUE
                    MOVE WS-AUDIT-BD-BEFORE TO AT-BEFORE-IMAGE
                    MOVE BAD-DEBT-WRITEOFF-REC TO AT-AFTER-IMAGE
                    SET AT-OP-CHANGE TO TRUE
                    PERFORM 9000-WRITE-AUDIT-RECORD THRU 9000-EXIT
                    DISPLAY "WRITE-OFF " BD-WRITEOFF-NUMBER " STATUS "
                            "NOW " BD-STATUS
              END-REWRITE.
       4300-EXIT.
              EXIT.

      *****************************************************************
      * Records money received on an account already written off.
      * The receivable is first reinstated out of the allowance, then
      * the payment is banked against it as an ordinary cash receipt,
      * so CM-BALANCE ends where it started and the customer stays on
      * hold.  Recoveries can never exceed what was written off.
      *****************************************************************
       5000-RECORD-RECOVERY.
              PERFORM 3050-SIGN-ON-OPERATOR THRU 3050-EXIT.
              IF NOT WS-SIGNON-OK
                 GO TO 5000-EXIT
              END-IF.
              DISPLAY "ENTER WRITE-OFF NUMBER: ".
              ACCEPT BD-WRITEOFF-NUMBER.
              READ BAD-DEBT-FILE
                 INVALID KEY
                    DISPLAY "WRITE-OFF NOT FOUND - STATUS "
                            WS-BD-STATUS
                    GO TO 5000-EXIT
              END-READ.
              PERFORM 6100-SHOW-WRITEOFF THRU 6100-EXIT.
              IF NOT BD-STATUS-APPROVED
                 DISPLAY "ONLY AN APPROVED WRITE-OFF CAN TAKE A "
                         "RECOVERY."
                 GO TO 5000-EXIT
              END-IF.
              COMPUTE WS-OUTSTANDING = BD-AMOUNT - BD-RECOVERED-AMOUNT.
              IF WS-OUTSTANDING = ZEROS
                 DISPLAY "WRITE-OFF ALREADY FULLY RECOVERED."
                 GO TO 5000-EXIT
              END-IF.
              DISPLAY "STILL UNRECOVERED: " WS-OUTSTANDING.
              DISPLAY "ENTER AMOUNT RECOVERED: ".
              MOVE ZEROS TO WS-IN-AMOUNT.
              ACCEPT WS-IN-AMOUNT.
              IF WS-IN-AMOUNT = ZEROS
                 DISPLAY "AMOUNT MUST BE GREATER THAN ZERO - "
                         "NOTHING RECORDED."
                 GO TO 5000-EXIT
              END-IF.
              IF WS-IN-AMOUNT > WS-OUTSTANDING
                 DISPLAY "AMOUNT EXCEEDS WHAT IS STILL UNRECOVERED - "
                         "NOTHING RECORDED."
                 GO TO 5000-EXIT
              END-IF.

              INITIALIZE CASH-RECEIPT-REC.
              DISPLAY "TENDER - 1 CASH  2 CHECK  3 CREDIT CARD  "
                      "4 DEBIT CARD: ".
              ACCEPT WS-TENDER-CHOICE.
              EVALUATE WS-TENDER-CHOICE
                 WHEN "1" SET CR-TENDER-CASH        TO TRUE
                 WHEN "2" SET CR-TENDER-CHECK       TO TRUE
                 WHEN "3" SET CR-TENDER-CREDIT-CARD TO TRUE
                 WHEN "4" SET CR-TENDER-DEBIT-CARD  TO TRUE
                 WHEN OTHER
                    DISPLAY "INVALID TENDER - DEFAULTING TO CASH."
                    SET CR-TENDER-CASH TO TRUE
              END-EVALUATE.
              PERFORM 5100-NEXT-RCPT-NUMBER THRU 5100-EXIT.
              MOVE WS-NEXT-RCPT-NUMBER TO CR-RECEIPT-NUMBER.
              MOVE BD-CUST-ID TO CR-CUST-ID.
              MOVE WS-TODAY-DATE TO CR-RECEIPT-DATE.
              MOVE WS-IN-AMOUNT TO CR-AMOUNT.
              MOVE BD-WRITEOFF-NUMBER TO WS-RCV-REF-NUMBER.
              MOVE WS-RECOVERY-REFERENCE TO CR-REFERENCE.
              MOVE WS-SIGNON-ID TO CR-OPERATOR-ID.
              WRITE CASH-RECEIPT-REC
                 INVALID KEY
                    DISPLAY "RECEIPT NOT RECORDED - STATUS "
                            WS-RCPT-STATUS
                    GO TO 5000-EXIT
                 NOT INVALID KEY
                    MOVE CR-RECEIPT-NUMBER TO AT-KEY-VALUE
                    MOVE SPACES TO AT-BEFORE-IMAGE
                    MOVE CASH-RECEIPT-REC TO AT-AFTER-IMAGE
                    SET AT-OP-ADD TO TRUE
                    PERFORM 9000-WRITE-AUDIT-RECORD THRU 9000-EXIT
              END-WRITE.

              MOVE BAD-DEBT-WRITEOFF-REC TO WS-AUDIT-BD-BEFORE.
              ADD WS-IN-AMOUNT TO BD-RECOVERED-AMOUNT.
              MOVE WS-TODAY-DATE TO BD-LAST-RECOVERY-DATE.
              PERFORM 4300-REWRITE-WRITEOFF THRU 4300-EXIT.

              MOVE BD-WRITEOFF-NUMBER TO WS-GL-REF-NUMBER.
              MOVE WS-IN-AMOUNT TO WS-GL-POST-AMOUNT.
              MOVE GL-ACCT-ACCOUNTS-RCVBL TO WS-GL-DR-ACCOUNT.
              MOVE GL-ACCT-DOUBTFUL-ALLOW TO WS-GL-CR-ACCOUNT.
              PERFORM 8000-WRITE-GL-PAIR THRU 8000-EXIT.
              MOVE GL-ACCT-CASH TO WS-GL-DR-ACCOUNT.
              MOVE GL-ACCT-ACCOUNTS-RCVBL TO WS-GL-CR-ACCOUNT.
              PERFORM 8000-WRITE-GL-PAIR THRU 8000-EXIT.
              DISPLAY "RECOVERY OF " WS-IN-AMOUNT " RECORDED AS "
                      "RECEIPT " CR-RECEIPT-NUMBER ".".
       5000-EXIT.
              EXIT.

      * Next receipt number, taken at the moment of writing so a
      * recovery never collides with a payment CashReceipts.cbl has
      * posted since this program was entered.
       5100-NEXT-RCPT-NUMBER.
              MOVE HIGH-VALUES TO CR-RECEIPT-NUMBER.
              START CASH-RECEIPT-FILE
                    KEY IS LESS THAN CR-RECEIPT-NUMBER
                 INVALID KEY
                    MOVE ZEROS TO WS-NEXT-RCPT-NUMBER
                 NOT INVALID KEY
                    READ CASH-RECEIPT-FILE PREVIOUS RECORD
                       AT END MOVE ZEROS TO WS-NEXT-RCPT-NUMBER
                       NOT AT END MOVE CR-RECEIPT-NUMBER
                                    TO WS-NEXT-RCPT-NUMBER
                    END-READ
              END-START.
              ADD 1 TO WS-NEXT-RCPT-NUMBER.
       5100-EXIT.
              EXIT.

      * Every write-off on file for one customer, through the
      * customer-id alternate key.
       6000-INQUIRE-CUSTOMER.
              DISPLAY "ENTER CUSTOMER ID: ".
              ACCEPT BD-CUST-ID.
              MOVE ZEROS TO WS-REG-COUNT.
              SET WS-MORE TO TRUE.
              START BAD-DEBT-FILE
                    KEY IS EQUAL TO BD-CUST-ID
                 INVALID KEY MOVE "N" TO WS-MORE-SW
              END-START.
              MOVE BD-CUST-ID TO CM-CUST-ID.
              PERFORM UNTIL NOT WS-MORE
                 READ BAD-DEBT-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-MORE-SW
                    NOT AT END
                       IF BD-CUST-ID NOT = CM-CUST-ID
                          MOVE "N" TO WS-MORE-SW
                       ELSE
                          PERFORM 6100-SHOW-WRITEOFF THRU 6100-EXIT
                          ADD 1 TO WS-REG-COUNT
                       END-IF
                 END-READ
              END-PERFORM.
              IF WS-REG-COUNT = ZEROS
                 DISPLAY "NO WRITE-OFFS ON FILE FOR " CM-CUST-ID
              END-IF.
       6000-EXIT.
              EXIT.

       6100-SHOW-WRITEOFF.
              DISPLAY " ".
              DISPLAY "WRITE-OFF " BD-WRITEOFF-NUMBER "  CUSTOMER "
                      BD-CUST-ID "  AMOUNT " BD-AMOUNT.
              DISPLAY "  REASON: " BD-REASON.
              DISPLAY "  REQUESTED " BD-REQUEST-DATE " BY "
                      BD-REQUESTED-BY "  STATUS " BD-STATUS.
              IF NOT BD-STATUS-PENDING
                 DISPLAY "  DECIDED " BD-APPROVE-DATE " BY "
                         BD-APPROVED-BY
              END-IF.
              IF BD-RECOVERED-AMOUNT > ZEROS
                 DISPLAY "  RECOVERED " BD-RECOVERED-AMOUNT
                         " LAST ON " BD-LAST-RECOVERY-DATE
              END-IF.
       6100-EXIT.
              EXIT.

      *****************************************************************
      * The write-off register for the auditors - every request ever
      * raised, in number order, with who asked, who decided, what
      * was written off and what has since been recovered.
      *****************************************************************
       7000-PRINT-REGISTER.
              OPEN OUTPUT WRITEOFF-REGISTER.
              IF WS-RPT-STATUS NOT = "00"
                 DISPLAY "REGISTER DID NOT OPEN - STATUS "
                         WS-RPT-STATUS
                 GO TO 7000-EXIT
              END-IF.
              MOVE ZEROS TO WS-REG-COUNT WS-REG-PENDING
                            WS-REG-WRITTEN-OFF WS-REG-RECOVERED.
              MOVE WS-TODAY-DATE TO HL-RUN-DATE.
              WRITE WR-PRINT-LINE FROM WS-HEADER-LINE.
              MOVE SPACES TO WR-PRINT-LINE.
              WRITE WR-PRINT-LINE.
              WRITE WR-PRINT-LINE FROM WS-COLUMN-LINE.
              MOVE ALL "-" TO WR-PRINT-LINE.
              WRITE WR-PRINT-LINE.
              SET WS-MORE TO TRUE.
              MOVE LOW-VALUES TO BD-WRITEOFF-NUMBER.
              START BAD-DEBT-FILE
                    KEY IS NOT LESS THAN BD-WRITEOFF-NUMBER
                 INVALID KEY MOVE "N" TO WS-MORE-SW
              END-START.
              PERFORM UNTIL NOT WS-MORE
                 READ BAD-DEBT-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-MORE-SW
                    NOT AT END
                       PERFORM 7100-PRINT-WRITEOFF THRU 7100-EXIT
                 END-READ
              END-PERFORM.

              MOVE SPACES TO WR-PRINT-LINE.
              WRITE WR-PRINT-LINE.
              COMPUTE WS-REG-NET = WS-REG-WRITTEN-OFF
                                 - WS-REG-RECOVERED.
              MOVE "TOTAL APPROVED WRITE-OFFS" TO TL-LABEL.
              MOVE WS-REG-WRITTEN-OFF TO TL-AMOUNT.
              WRITE WR-PRINT-LINE FROM WS-TOTAL-LINE.
              MOVE "TOTAL RECOVERED" TO TL-LABEL.
              MOVE WS-REG-RECOVERED TO TL-AMOUNT.
              WRITE WR-PRINT-LINE FROM WS-TOTAL-LINE.
              MOVE "NET BAD DEBT" TO TL-LABEL.
              MOVE WS-REG-NET TO TL-AMOUNT.
              WRITE WR-PRINT-LINE FROM WS-TOTAL-LINE.
              CLOSE WRITEOFF-REGISTER.
              CALL "SPOOLADD" USING WS-SPOOL-SRC-NAME
                                    WS-SPOOL-PGM-NAME.
              DISPLAY "WRITE-OFFS ON REGISTER : " WS-REG-COUNT.
              DISPLAY "STILL PENDING APPROVAL : " WS-REG-PENDING.
              DISPLAY "NET BAD DEBT           : " WS-REG-NET.
              DISPLAY "WRITE-OFF REGISTER WRITTEN TO BADDEBT.RPT".
       7000-EXIT.
              EXIT.

       7100-PRINT-WRITEOFF.
              ADD 1 TO WS-REG-COUNT.
              EVALUATE TRUE
                 WHEN BD-STATUS-APPROVED
                    ADD BD-AMOUNT TO WS-REG-WRITTEN-OFF
                    ADD BD-RECOVERED-AMOUNT TO WS-REG-RECOVERED
                 WHEN BD-STATUS-PENDING
                    ADD 1 TO WS-REG-PENDING
              END-EVALUATE.
              MOVE BD-CUST-ID TO CM-CUST-ID.
              READ CUSTOMER-MASTER-FILE
                 INVALID KEY
                    MOVE "*** NOT ON FILE ***" TO CM-CUST-NAME
              END-READ.
              MOVE BD-WRITEOFF-NUMBER TO DL-WRITEOFF-NUMBER.
              MOVE BD-CUST-ID TO DL-CUST-ID.
              MOVE CM-CUST-NAME TO DL-CUST-NAME.
              MOVE BD-REASON TO DL-REASON.
              MOVE BD-REQUEST-DATE TO DL-REQUEST-DATE.
              MOVE BD-REQUESTED-BY TO DL-REQUESTED-BY.
              MOVE BD-STATUS TO DL-STATUS.
              MOVE BD-APPROVE-DATE TO DL-APPROVE-DATE.
              MOVE BD-APPROVED-BY TO DL-APPROVED-BY.
              MOVE BD-AMOUNT TO DL-AMOUNT.
              MOVE BD-RECOVERED-AMOUNT TO DL-RECOVERED.
              WRITE WR-PRINT-LINE FROM WS-DETAIL-LINE.
       7100-EXIT.
              EXIT.

      *    Posts one movement to the general ledger interface file as
      *    a debit to WS-GL-DR-ACCOUNT and an equal credit to
      *    WS-GL-CR-ACCOUNT, referenced by write-off number.
       8000-WRITE-GL-PAIR.
              MOVE WS-GL-DR-ACCOUNT TO GL-ACCOUNT-CODE.
              SET GL-DEBIT TO TRUE.
              MOVE WS-GL-POST-AMOUNT TO GL-AMOUNT.
              MOVE WS-GL-REFERENCE TO GL-REFERENCE.
              MOVE WS-TODAY-DATE TO GL-TXN-DATE.
              MOVE "BadDebtWriteOff" TO GL-SOURCE-PROGRAM.
              WRITE GL-INTERFACE-REC.
              MOVE WS-GL-CR-ACCOUNT TO GL-ACCOUNT-CODE.
              SET GL-CREDIT TO TRUE.
              WRITE GL-INTERFACE-REC.
       8000-EXIT.
              EXIT.

      *    Common audit-trail append, called once AT-KEY-VALUE,
      *    AT-OPERATION, and the before/after images have been set.
       9000-WRITE-AUDIT-RECORD.
              ACCEPT AT-TS-DATE FROM DATE YYYYMMDD.
              ACCEPT AT-TS-TIME FROM TIME.
              MOVE "BadDebtWriteOff" TO AT-PROGRAM-ID.
              CALL "AuditChain" USING AUDIT-TRAIL-REC.
              WRITE AUDIT-TRAIL-REC.
              MOVE SPACES TO AT-FILE-NAME.
       9000-EXIT.
              EXIT.
