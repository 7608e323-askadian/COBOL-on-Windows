       IDENTIFICATION DIVISION.
       PROGRAM-ID. SysParmMgmt.
       AUTHOR AMRESH KADIAN.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *  SYSTEM PARAMETER MANAGEMENT - maintains the SYSTEM-PARAMETER *
      *  indexed file (SYSPARM.CPY): the GL posting account for each  *
      *  kind of transaction, the approval limits, tolerances,        *
      *  default rates and day counts the other programs used to      *
      *  carry in their own VALUE clauses.  Every program that uses   *
      *  one fetches it at start-up through SysParmGet.cbl and        *
      *  refuses to run if it is missing or names an account that is  *
      *  not active on the chart.  Offers add / change / inquire /    *
      *  delete / list, a one-shot seeding of the standard parameters *
      *  with the values the programs were written to, and a change   *
      *  history.  Modeled on ChartOfAccountsMgmt.cbl.  Reached from  *
      *  Utilities.                                                   *
      *                                                               *
      *  Every add, change and delete needs an operator id and        *
      *  password off the operator master, the way JournalEntry.cbl   *
      *  signs on its keyer, and is recorded twice: the usual         *
      *  AUDIT-TRAIL-FILE before/after image, and a line on           *
      *  PARMHIST.LOG (PARMHIST.CPY) with who, when and the old and   *
      *  new values.  A GL account parameter can only be set to an    *
      *  account that is on CHART-OF-ACCOUNTS and active.  A          *
      *  parameter's type is fixed when it is added - a program       *
      *  reading a GL account never finds a number in its place.      *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT SYSTEM-PARAMETER-FILE
                     ASSIGN TO "sysparm"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SP-PARM-KEY
                     FILE STATUS IS WS-PARM-STATUS.

              SELECT CHART-OF-ACCOUNTS-FILE
                     ASSIGN TO "chartacc"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS RANDOM
                     RECORD KEY IS CA-ACCOUNT-CODE
                     FILE STATUS IS WS-COA-STATUS.

              SELECT OPERATOR-MASTER-FILE
                     ASSIGN TO "opermas"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS OM-OPERATOR-ID
                     FILE STATUS IS WS-OPER-STATUS.

              SELECT PARM-HISTORY-FILE
                     ASSIGN TO "PARMHIST.LOG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-HIST-STATUS.

              SELECT AUDIT-TRAIL-FILE
                     ASSIGN TO "AUDIT.TRL"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSTEM-PARAMETER-FILE.
           COPY "SYSPARM.CPY".

       FD  CHART-OF-ACCOUNTS-FILE.
           COPY "CHARTACC.CPY".

       FD  OPERATOR-MASTER-FILE.
           COPY "OPERMAS.CPY".

       FD  PARM-HISTORY-FILE.
           COPY "PARMHIST.CPY".

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-TRAIL-REC.CPY".

       WORKING-STORAGE SECTION.
       01  WS-VARS.
              10 WS-PARM-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-COA-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-COA-OPEN-SW       PIC X(01) VALUE "N".
                 88 WS-COA-OPEN             VALUE "Y".
              10 WS-OPER-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-OPER-OPEN-SW      PIC X(01) VALUE "N".
                 88 WS-OPER-OPEN            VALUE "Y".
              10 WS-HIST-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-AUDIT-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-MENU-OPTION       PIC X(01) VALUE SPACE.
              10 WS-EXIT-OPTION       PIC X(01) VALUE "8".
              10 WS-CONFIRM           PIC X(01) VALUE SPACE.
              10 WS-SIGNON-ID         PIC X(08) VALUE SPACES.
              10 WS-SIGNON-PW         PIC X(08) VALUE SPACES.
              10 WS-SIGNON-LEVEL      PIC 9(01) VALUE ZEROS.
              10 WS-SIGNON-OK-SW      PIC X(01) VALUE "N".
                 88 WS-SIGNON-OK            VALUE "Y".
              10 WS-TODAY-DATE        PIC 9(08) VALUE ZEROS.
              10 WS-IN-VALUE          PIC X(12) VALUE SPACES.
              10 WS-IN-NUMBER         PIC 9(09)V9(04) VALUE ZEROS.
              10 WS-IN-DESCRIPTION    PIC X(30) VALUE SPACES.
              10 WS-VALUE-OK-SW       PIC X(01) VALUE "N".
                 88 WS-VALUE-OK             VALUE "Y".
              10 WS-DISP-NUMBER       PIC Z(08)9.9999-.
              10 WS-AUDIT-BEFORE-REC  PIC X(88) VALUE SPACES.
              10 WS-HIST-KEY          PIC X(16) VALUE SPACES.
              10 WS-HIST-COUNT        PIC 9(05) VALUE ZEROS.
              10 WS-SEED-COUNT        PIC 9(03) VALUE ZEROS.
              10 WS-SEED-IX           PIC 9(02) VALUE ZEROS.

      *    The standard parameters, seeded by 6500-SEED-STANDARD-
      *    PARAMETERS with the values the programs were written to.
      *    Every GL account here is on ChartOfAccountsMgmt.cbl's own
      *    standard seed, so seeding the chart first leaves every
      *    program able to start.
       01  WS-SEED-TABLE.
           02 FILLER PIC X(29) VALUE
              "GL-CASH         G101000      ".
           02 FILLER PIC X(43) VALUE
              "0000000000000CASH                          ".
           02 FILLER PIC X(29) VALUE
              "GL-AR           G102000      ".
           02 FILLER PIC X(43) VALUE
              "0000000000000ACCOUNTS RECEIVABLE           ".
           02 FILLER PIC X(29) VALUE
              "GL-DOUBTFUL     G102900      ".
           02 FILLER PIC X(43) VALUE
              "0000000000000ALLOWANCE FOR DOUBTFUL ACCTS  ".
           02 FILLER PIC X(29) VALUE
              "GL-INVENTORY    G103000      ".
           02 FILLER PIC X(43) VALUE
              "0000000000000INVENTORY                     ".
           02 FILLER PIC X(29) VALUE
              "GL-RETURNS-HELD G103100      ".
           02 FILLER PIC X(43) VALUE
              "0000000000000RETURNS PENDING DISPOSITION   ".
           02 FILLER PIC X(29) VALUE
              "GL-KIT-WIP      G103500      ".
           02 FILLER PIC X(43) VALUE
              "0000000000000KIT ASSEMBLY WORK IN PROCESS  ".
           02 FILLER PIC X(29) VALUE
              "GL-SUPP-CREDIT  G104000      ".
           02 FILLER PIC X(43) VALUE
              "0000000000000SUPPLIER CREDITS RECEIVABLE   ".
           02 FILLER PIC X(29) VALUE
              "GL-REBATE-RCV   G104100      ".
           02 FILLER PIC X(43) VALUE
              "0000000000000SUPPLIER REBATES RECEIVABLE   ".
           02 FILLER PIC X(29) VALUE
              "GL-CARD-CLEARINGG105000      ".
           02 FILLER PIC X(43) VALUE
              "0000000000000CARD SETTLEMENT CLEARING      ".
           02 FILLER PIC X(29) VALUE
              "GL-INPUT-TAX    G106000      ".
           02 FILLER PIC X(43) VALUE
              "0000000000000INPUT TAX RECOVERABLE         ".
           02 FILLER PIC X(29) VALUE
              "GL-AP           G201000      ".
           02 FILLER PIC X(43) VALUE
              "0000000000000ACCOUNTS PAYABLE              ".
           02 FILLER PIC X(29) VALUE
              "GL-GRNI         G202000      ".
           02 FILLER PIC X(43) VALUE
              "0000000000000GOODS RECEIVED NOT INVOICED   ".
           02 FILLER PIC X(29) VALUE
              "GL-FREIGHT-CLRG G202100      ".
           02 FILLER PIC X(43) VALUE
              "0000000000000FREIGHT CLEARING              ".
           02 FILLER PIC X(29) VALUE
              "GL-DUTY-CLRG    G202200      ".
           02 FILLER PIC X(43) VALUE
              "0000000000000DUTY CLEARING                 ".
           02 FILLER PIC X(29) VALUE
              "GL-INSURE-CLRG  G202300      ".
           02 FILLER PIC X(43) VALUE
              "0000000000000INSURANCE CLEARING            ".
           02 FILLER PIC X(29) VALUE
              "GL-CONSIGN-PYBL G203000      ".
           02 FILLER PIC X(43) VALUE
              "0000000000000CONSIGNMENT PAYABLE           ".
           02 FILLER PIC X(29) VALUE
              "GL-STORE-CREDIT G220000      ".
           02 FILLER PIC X(43) VALUE
              "0000000000000STORE CREDIT LIABILITY        ".
           02 FILLER PIC X(29) VALUE
              "GL-CUST-DEPOSITSG221000      ".
           02 FILLER PIC X(43) VALUE
              "0000000000000CUSTOMER DEPOSITS             ".
           02 FILLER PIC X(29) VALUE
              "GL-SALES-TAX    G231000      ".
           02 FILLER PIC X(43) VALUE
              "0000000000000SALES TAX PAYABLE             ".
           02 FILLER PIC X(29) VALUE
              "GL-SALES-REVENUEG401000      ".
           02 FILLER PIC X(43) VALUE
              "0000000000000SALES REVENUE                 ".
           02 FILLER PIC X(29) VALUE
              "GL-SALES-RETURNSG401500      ".
           02 FILLER PIC X(43) VALUE
              "0000000000000SALES RETURNS AND ALLOWANCES  ".
           02 FILLER PIC X(29) VALUE
              "GL-FINCHG-INCOMEG402000      ".
           02 FILLER PIC X(43) VALUE
              "0000000000000FINANCE CHARGE INCOME         ".
           02 FILLER PIC X(29) VALUE
              "GL-COST-OF-SALESG500000      ".
           02 FILLER PIC X(43) VALUE
              "0000000000000COST OF GOODS SOLD            ".
           02 FILLER PIC X(29) VALUE
              "GL-PURCH-COMMIT G501000      ".
           02 FILLER PIC X(43) VALUE
              "0000000000000PURCHASE COMMITMENTS          ".
           02 FILLER PIC X(29) VALUE
              "GL-SHRINKAGE    G502000      ".
           02 FILLER PIC X(43) VALUE
              "0000000000000INVENTORY SHRINKAGE           ".
           02 FILLER PIC X(29) VALUE
              "GL-CARD-FEES    G503000      ".
           02 FILLER PIC X(43) VALUE
              "0000000000000CARD PROCESSING FEES          ".
           02 FILLER PIC X(29) VALUE
              "GL-BAD-DEBT-EXP G504000      ".
           02 FILLER PIC X(43) VALUE
              "0000000000000BAD DEBT EXPENSE              ".
           02 FILLER PIC X(29) VALUE
              "GL-REBATE-INCOMEG508000      ".
           02 FILLER PIC X(43) VALUE
              "0000000000000SUPPLIER REBATE INCOME        ".
           02 FILLER PIC X(29) VALUE
              "GL-PURCH-DISC   G508100      ".
           02 FILLER PIC X(43) VALUE
              "0000000000000PURCHASE DISCOUNTS TAKEN      ".
           02 FILLER PIC X(29) VALUE
              "GL-INV-REVALUE  G509000      ".
           02 FILLER PIC X(43) VALUE
              "0000000000000INVENTORY REVALUATION         ".
           02 FILLER PIC X(29) VALUE
              "GL-ROYALTY-EXP  G601000      ".
           02 FILLER PIC X(43) VALUE
              "0000000000000ROYALTY EXPENSE               ".
           02 FILLER PIC X(29) VALUE
              "GL-ROYALTY-ADV  G107000      ".
           02 FILLER PIC X(43) VALUE
              "0000000000000ROYALTY ADVANCES RECOUPABLE   ".
           02 FILLER PIC X(29) VALUE
              "GL-ROY-WHT-PAY  G232100      ".
           02 FILLER PIC X(43) VALUE
              "0000000000000ROYALTY WITHHOLDING PAYABLE   ".
           02 FILLER PIC X(29) VALUE
              "GL-FX-UNREAL-GN G711000      ".
           02 FILLER PIC X(43) VALUE
              "0000000000000FX UNREALIZED GAIN            ".
           02 FILLER PIC X(29) VALUE
              "GL-FX-UNREAL-LS G712000      ".
           02 FILLER PIC X(43) VALUE
              "0000000000000FX UNREALIZED LOSS            ".
           02 FILLER PIC X(29) VALUE
              "GL-FX-REAL-GAIN G713000      ".
           02 FILLER PIC X(43) VALUE
              "0000000000000FX REALIZED GAIN              ".
           02 FILLER PIC X(29) VALUE
              "GL-FX-REAL-LOSS G714000      ".
           02 FILLER PIC X(43) VALUE
              "0000000000000FX REALIZED LOSS              ".
           02 FILLER PIC X(29) VALUE
              "GL-SUSPENSE     G999999      ".
           02 FILLER PIC X(43) VALUE
              "0000000000000SUSPENSE                      ".
           02 FILLER PIC X(29) VALUE
              "FIN-CHG-RATE-PCTN            ".
           02 FILLER PIC X(43) VALUE
              "0000000015000FINANCE CHARGE MONTHLY RATE % ".
           02 FILLER PIC X(29) VALUE
              "JE-APPROVAL-LIM N            ".
           02 FILLER PIC X(43) VALUE
              "0000100000000JOURNAL APPROVAL LIMIT        ".
           02 FILLER PIC X(29) VALUE
              "PO-APPR-MGR-LIM N            ".
           02 FILLER PIC X(43) VALUE
              "0000050000000PO VALUE NEEDING MANAGER      ".
           02 FILLER PIC X(29) VALUE
              "PO-APPR-ADM-LIM N            ".
           02 FILLER PIC X(43) VALUE
              "0000250000000PO VALUE NEEDING ADMIN        ".
           02 FILLER PIC X(29) VALUE
              "BLANKET-TOL-PCT N            ".
           02 FILLER PIC X(43) VALUE
              "0000000100000BLANKET PO OVERRUN TOLERANCE %".
           02 FILLER PIC X(29) VALUE
              "REORDER-LOOKBACKN            ".
           02 FILLER PIC X(43) VALUE
              "0000000300000REORDER VELOCITY LOOKBACK DAYS".
           02 FILLER PIC X(29) VALUE
              "REORDER-SAFETY  N            ".
           02 FILLER PIC X(43) VALUE
              "0000000070000REORDER SAFETY STOCK DAYS     ".
           02 FILLER PIC X(29) VALUE
              "REORDER-CYCLE   N            ".
           02 FILLER PIC X(43) VALUE
              "0000000140000REORDER ORDER CYCLE DAYS      ".
           02 FILLER PIC X(29) VALUE
              "FX-STALE-DAYS   N            ".
           02 FILLER PIC X(43) VALUE
              "0000000300000EXCHANGE RATE STALE AFTER DAYS".
           02 FILLER PIC X(29) VALUE
              "ROY-WHT-PCT     N            ".
           02 FILLER PIC X(43) VALUE
              "0000000240000ROYALTY WITHHOLDING RATE %    ".
           02 FILLER PIC X(29) VALUE
              "LIB-LOAN-DAYS   N            ".
           02 FILLER PIC X(43) VALUE
              "0000000140000LIBRARY LOAN PERIOD DAYS      ".
           02 FILLER PIC X(29) VALUE
              "LIB-MAX-LOANS   N            ".
           02 FILLER PIC X(43) VALUE
              "0000000050000LIBRARY LOANS PER BORROWER    ".
           02 FILLER PIC X(29) VALUE
              "LIB-FINE-PER-DAYN            ".
           02 FILLER PIC X(43) VALUE
              "0000000002500LIBRARY OVERDUE FINE PER DAY  ".
           02 FILLER PIC X(29) VALUE
              "LIB-FINE-MAX    N            ".
           02 FILLER PIC X(43) VALUE
              "0000000100000LIBRARY FINE CAP PER LOAN     ".
           02 FILLER PIC X(29) VALUE
              "LIB-FINE-BLOCK  N            ".
           02 FILLER PIC X(43) VALUE
              "0000000050000LIBRARY FINES OWED BLOCK AT   ".
           02 FILLER PIC X(29) VALUE
              "TAX-1099-LIMIT  N            ".
           02 FILLER PIC X(43) VALUE
              "00000060000001099 REPORTING THRESHOLD      ".
           02 FILLER PIC X(29) VALUE
              "RETURN-ABUSE-CNTN            ".
           02 FILLER PIC X(43) VALUE
              "0000000030000RETURNS BEFORE ABUSE FLAG     ".
           02 FILLER PIC X(29) VALUE
              "DEFAULT-TAX-CODETSTD         ".
           02 FILLER PIC X(43) VALUE
              "0000000000000DEFAULT SALES TAX CODE        ".
           02 FILLER PIC X(29) VALUE
              "QUOTE-VALID-DAYSN            ".
           02 FILLER PIC X(43) VALUE
              "0000000300000DEFAULT QUOTE VALIDITY DAYS   ".
           02 FILLER PIC X(29) VALUE
              "SUPP-TERMS-DAYS N            ".
           02 FILLER PIC X(43) VALUE
              "0000000300000DEFAULT SUPPLIER TERMS DAYS   ".
           02 FILLER PIC X(29) VALUE
              "BANK-MATCH-DAYS N            ".
           02 FILLER PIC X(43) VALUE
              "0000000050000BANK MATCH DATE WINDOW DAYS   ".
           02 FILLER PIC X(29) VALUE
              "CARD-FUND-LAG   N            ".
           02 FILLER PIC X(43) VALUE
              "0000000030000CARD FUNDING LAG DAYS         ".
           02 FILLER PIC X(29) VALUE
              "CUST-LAPSED-DAYSN            ".
           02 FILLER PIC X(43) VALUE
              "0000000900000CUSTOMER LAPSED AFTER DAYS    ".
           02 FILLER PIC X(29) VALUE
              "SPRICE-WARN-DAYSN            ".
           02 FILLER PIC X(43) VALUE
              "0000000300000SUPP PRICE EXPIRY WARNING DAYS".
           02 FILLER PIC X(29) VALUE
              "CF-CUST-TERMS   N            ".
           02 FILLER PIC X(43) VALUE
              "0000000300000FORECAST CUSTOMER TERMS DAYS  ".
           02 FILLER PIC X(29) VALUE
              "CF-DOUBTFUL-DAYSN            ".
           02 FILLER PIC X(43) VALUE
              "0000000900000FORECAST DOUBTFUL AFTER DAYS  ".
           02 FILLER PIC X(29) VALUE
              "CF-COMM-LAG-DAYSN            ".
           02 FILLER PIC X(43) VALUE
              "0000000070000FORECAST COMMISSION LAG DAYS  ".
       01  WS-SEED-ENTRIES REDEFINES WS-SEED-TABLE.
           02 WS-SEED-ENTRY OCCURS 65 TIMES.
              03 WS-SEED-KEY           PIC X(16).
              03 WS-SEED-TYPE          PIC X(01).
              03 WS-SEED-VALUE         PIC X(12).
              03 WS-SEED-NUMBER        PIC 9(09)V9(04).
              03 WS-SEED-DESC          PIC X(30).

      *    Supervisor, approver and sign-on passwords are checked
      *    through OperPwd.cbl against the hashed password file.
           COPY "OPWDMSG.CPY".

       PROCEDURE DIVISION.
       0000-MAINLINE.
              PERFORM 1000-INITIALIZE
                 THRU 1000-EXIT.
              PERFORM 2000-DISPLAY-MENU
                 THRU 2000-EXIT
                UNTIL WS-MENU-OPTION IS EQUAL TO WS-EXIT-OPTION.
              CLOSE SYSTEM-PARAMETER-FILE.
              IF WS-COA-OPEN
                 CLOSE CHART-OF-ACCOUNTS-FILE
              END-IF.
              IF WS-OPER-OPEN
                 CLOSE OPERATOR-MASTER-FILE
              END-IF.
              CLOSE AUDIT-TRAIL-FILE.
              GOBACK.

       1000-INITIALIZE.
              ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
              OPEN I-O SYSTEM-PARAMETER-FILE.
              IF WS-PARM-STATUS = "35"
                 CLOSE SYSTEM-PARAMETER-FILE
                 OPEN OUTPUT SYSTEM-PARAMETER-FILE
                 CLOSE SYSTEM-PARAMETER-FILE
                 OPEN I-O SYSTEM-PARAMETER-FILE
              END-IF.
              OPEN INPUT CHART-OF-ACCOUNTS-FILE.
              IF WS-COA-STATUS = "00"
                 SET WS-COA-OPEN TO TRUE
              END-IF.
              OPEN INPUT OPERATOR-MASTER-FILE.
              IF WS-OPER-STATUS = "00"
                 SET WS-OPER-OPEN TO TRUE
              END-IF.
              OPEN EXTEND AUDIT-TRAIL-FILE.
              IF WS-AUDIT-STATUS = "35"
                 OPEN OUTPUT AUDIT-TRAIL-FILE
              END-IF.
       1000-EXIT.
              EXIT.

       2000-DISPLAY-MENU.
              DISPLAY " ".
              DISPLAY "System Parameter Management".
              DISPLAY "---------------------------".
              DISPLAY "1. Add Parameter".
              DISPLAY "2. Change Parameter".
              DISPLAY "3. Inquire Parameter".
              DISPLAY "4. Delete Parameter".
              DISPLAY "5. List All Parameters".
              DISPLAY "6. Seed Standard Parameters".
              DISPLAY "7. Parameter Change History".
              DISPLAY "8. Return to Utilities Menu".
              DISPLAY "Enter your choice:".
              ACCEPT WS-MENU-OPTION.

              EVALUATE WS-MENU-OPTION
                 WHEN "1" PERFORM 3000-ADD-PARAMETER THRU 3000-EXIT
                 WHEN "2" PERFORM 4000-CHANGE-PARAMETER THRU 4000-EXIT
                 WHEN "3" PERFORM 5000-INQUIRE-PARAMETER
                             THRU 5000-EXIT
                 WHEN "4" PERFORM 6000-DELETE-PARAMETER THRU 6000-EXIT
                 WHEN "5" PERFORM 5500-LIST-PARAMETERS THRU 5500-EXIT
                 WHEN "6" PERFORM 6500-SEED-STANDARD-PARAMETERS
                             THRU 6500-EXIT
                 WHEN "7" PERFORM 8000-CHANGE-HISTORY THRU 8000-EXIT
                 WHEN WS-EXIT-OPTION CONTINUE
                 WHEN OTHER DISPLAY "INVALID CHOICE"
              END-EVALUATE.
       2000-EXIT.
              EXIT.

       3000-ADD-PARAMETER.
              PERFORM 3050-SIGN-ON-OPERATOR THRU 3050-EXIT.
              IF NOT WS-SIGNON-OK
                 GO TO 3000-EXIT
              END-IF.
              DISPLAY "ENTER PARAMETER KEY: ".
              MOVE SPACES TO SP-PARM-KEY.
              ACCEPT SP-PARM-KEY.
              IF SP-PARM-KEY = SPACES
                 GO TO 3000-EXIT
              END-IF.
              DISPLAY "ENTER TYPE (G GL ACCOUNT / N NUMBER / T TEXT): ".
              ACCEPT SP-PARM-TYPE.
              IF NOT SP-TYPE-VALID
                 DISPLAY "INVALID PARAMETER TYPE."
                 GO TO 3000-EXIT
              END-IF.
              DISPLAY "ENTER DESCRIPTION: ".
              MOVE SPACES TO SP-DESCRIPTION.
              ACCEPT SP-DESCRIPTION.
              MOVE SPACES TO SP-PARM-VALUE.
              MOVE ZEROS TO SP-PARM-NUMBER.
              PERFORM 3100-ENTER-VALUE THRU 3100-EXIT.
              IF NOT WS-VALUE-OK
                 GO TO 3000-EXIT
              END-IF.
              MOVE WS-SIGNON-ID TO SP-CHANGED-BY.
              MOVE WS-TODAY-DATE TO SP-CHANGED-DATE.
              WRITE SYSTEM-PARM-REC
                 INVALID KEY
                    DISPLAY "PARAMETER ALREADY ON FILE - STATUS "
                            WS-PARM-STATUS
                 NOT INVALID KEY
                    DISPLAY "PARAMETER ADDED."
                    MOVE SPACES TO WS-AUDIT-BEFORE-REC
                    SET AT-OP-ADD TO TRUE
                    PERFORM 7000-RECORD-CHANGE THRU 7000-EXIT
              END-WRITE.
       3000-EXIT.
              EXIT.

      * Operator id and password, checked against the operator
      * master - who set a parameter is recorded on it and on the
      * change history.  Once signed on, the operator stays signed
      * on until they leave this menu.
       3050-SIGN-ON-OPERATOR.
              IF WS-SIGNON-OK
                 GO TO 3050-EXIT
              END-IF.
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
                       MOVE OM-ACCESS-LEVEL TO WS-SIGNON-LEVEL
                    END-IF
              END-READ.
       3050-EXIT.
              EXIT.

      * Keys the value for the parameter's type into SYSTEM-PARM-
      * REC.  A GL account must be on the chart and active - the
      * same test SysParmGet.cbl makes at every program's start-up,
      * made here first so a bad account is never saved.
       3100-ENTER-VALUE.
              MOVE "N" TO WS-VALUE-OK-SW.
              IF SP-TYPE-NUMERIC
                 DISPLAY "ENTER VALUE (NUMBER): "
                 MOVE ZEROS TO WS-IN-NUMBER
                 ACCEPT WS-IN-NUMBER
                 MOVE WS-IN-NUMBER TO SP-PARM-NUMBER
                 MOVE SPACES TO SP-PARM-VALUE
                 SET WS-VALUE-OK TO TRUE
                 GO TO 3100-EXIT
              END-IF.
              DISPLAY "ENTER VALUE: ".
              MOVE SPACES TO WS-IN-VALUE.
              ACCEPT WS-IN-VALUE.
              IF WS-IN-VALUE = SPACES
                 DISPLAY "A VALUE IS REQUIRED."
                 GO TO 3100-EXIT
              END-IF.
              IF SP-TYPE-GL-ACCOUNT
                 PERFORM 3150-CHECK-ACCOUNT THRU 3150-EXIT
                 IF NOT WS-VALUE-OK
                    GO TO 3100-EXIT
                 END-IF
              END-IF.
              MOVE WS-IN-VALUE TO SP-PARM-VALUE.
              MOVE ZEROS TO SP-PARM-NUMBER.
              SET WS-VALUE-OK TO TRUE.
       3100-EXIT.
              EXIT.

       3150-CHECK-ACCOUNT.
              MOVE "N" TO WS-VALUE-OK-SW.
              IF NOT WS-COA-OPEN
                 DISPLAY "CHART OF ACCOUNTS NOT AVAILABLE - GL "
                         "ACCOUNT CANNOT BE CHECKED."
                 GO TO 3150-EXIT
              END-IF.
              MOVE WS-IN-VALUE TO CA-ACCOUNT-CODE.
              READ CHART-OF-ACCOUNTS-FILE
                 INVALID KEY
                    DISPLAY "ACCOUNT " WS-IN-VALUE
                            " NOT ON THE CHART OF ACCOUNTS."
                 NOT INVALID KEY
                    IF CA-ACTIVE
                       SET WS-VALUE-OK TO TRUE
                    ELSE
                       DISPLAY "ACCOUNT " WS-IN-VALUE
                               " IS INACTIVE ON THE CHART."
                    END-IF
              END-READ.
       3150-EXIT.
              EXIT.

       4000-CHANGE-PARAMETER.
              PERFORM 3050-SIGN-ON-OPERATOR THRU 3050-EXIT.
              IF NOT WS-SIGNON-OK
                 GO TO 4000-EXIT
              END-IF.
              DISPLAY "ENTER PARAMETER KEY TO CHANGE: ".
              MOVE SPACES TO SP-PARM-KEY.
              ACCEPT SP-PARM-KEY.
              READ SYSTEM-PARAMETER-FILE
                 INVALID KEY
                    DISPLAY "PARAMETER NOT FOUND - STATUS "
                            WS-PARM-STATUS
                    GO TO 4000-EXIT
              END-READ.
              PERFORM 5100-SHOW-PARAMETER THRU 5100-EXIT.
              MOVE SYSTEM-PARM-REC TO WS-AUDIT-BEFORE-REC.
              PERFORM 3100-ENTER-VALUE THRU 3100-EXIT.
              IF NOT WS-VALUE-OK
                 GO TO 4000-EXIT
              END-IF.
              DISPLAY "ENTER NEW DESCRIPTION (SPACES = KEEP): ".
              MOVE SPACES TO WS-IN-DESCRIPTION.
              ACCEPT WS-IN-DESCRIPTION.
              IF WS-IN-DESCRIPTION NOT = SPACES
                 MOVE WS-IN-DESCRIPTION TO SP-DESCRIPTION
              END-IF.
              MOVE WS-SIGNON-ID TO SP-CHANGED-BY.
              MOVE WS-TODAY-DATE TO SP-CHANGED-DATE.
              REWRITE SYSTEM-PARM-REC
                 INVALID KEY
                    DISPLAY "REWRITE FAILED - STATUS "
                            WS-PARM-STATUS
                 NOT INVALID KEY
                    DISPLAY "PARAMETER UPDATED."
                    SET AT-OP-CHANGE TO TRUE
                    PERFORM 7000-RECORD-CHANGE THRU 7000-EXIT
              END-REWRITE.
       4000-EXIT.
              EXIT.

       5000-INQUIRE-PARAMETER.
              DISPLAY "ENTER PARAMETER KEY TO VIEW: ".
              MOVE SPACES TO SP-PARM-KEY.
              ACCEPT SP-PARM-KEY.
              READ SYSTEM-PARAMETER-FILE
                 INVALID KEY
                    DISPLAY "PARAMETER NOT FOUND - STATUS "
                            WS-PARM-STATUS
                 NOT INVALID KEY
                    PERFORM 5100-SHOW-PARAMETER THRU 5100-EXIT
              END-READ.
       5000-EXIT.
              EXIT.

      * One parameter on one line - a number shown edited, a GL
      * account or text value as keyed.
       5100-SHOW-PARAMETER.
              IF SP-TYPE-NUMERIC
                 MOVE SP-PARM-NUMBER TO WS-DISP-NUMBER
                 DISPLAY SP-PARM-KEY " " SP-PARM-TYPE " "
                         WS-DISP-NUMBER " " SP-DESCRIPTION " "
                         SP-CHANGED-BY " " SP-CHANGED-DATE
              ELSE
                 DISPLAY SP-PARM-KEY " " SP-PARM-TYPE " "
                         SP-PARM-VALUE "   " SP-DESCRIPTION " "
                         SP-CHANGED-BY " " SP-CHANGED-DATE
              END-IF.
       5100-EXIT.
              EXIT.

       5500-LIST-PARAMETERS.
              DISPLAY "KEY              T VALUE           "
                      "DESCRIPTION                    "
                      "CHANGED  DATE".
              MOVE "00" TO WS-PARM-STATUS.
              MOVE LOW-VALUES TO SP-PARM-KEY.
              START SYSTEM-PARAMETER-FILE
                    KEY IS NOT LESS THAN SP-PARM-KEY
                 INVALID KEY MOVE "10" TO WS-PARM-STATUS
              END-START.
              PERFORM UNTIL WS-PARM-STATUS NOT = "00"
                 READ SYSTEM-PARAMETER-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-PARM-STATUS
                    NOT AT END
                       PERFORM 5100-SHOW-PARAMETER THRU 5100-EXIT
                 END-READ
              END-PERFORM.
       5500-EXIT.
              EXIT.

      * Deleting a parameter a program reads stops that program at
      * its next start-up, so the operator is warned before
      * confirming.
       6000-DELETE-PARAMETER.
              PERFORM 3050-SIGN-ON-OPERATOR THRU 3050-EXIT.
              IF NOT WS-SIGNON-OK
                 GO TO 6000-EXIT
              END-IF.
              DISPLAY "ENTER PARAMETER KEY TO DELETE: ".
              MOVE SPACES TO SP-PARM-KEY.
              ACCEPT SP-PARM-KEY.
              READ SYSTEM-PARAMETER-FILE
                 INVALID KEY
                    DISPLAY "PARAMETER NOT FOUND - STATUS "
                            WS-PARM-STATUS
                    GO TO 6000-EXIT
              END-READ.
              PERFORM 5100-SHOW-PARAMETER THRU 5100-EXIT.
              MOVE SYSTEM-PARM-REC TO WS-AUDIT-BEFORE-REC.
              DISPLAY "ANY PROGRAM THAT READS THIS PARAMETER WILL "
                      "REFUSE TO RUN.".
              DISPLAY "CONFIRM DELETE (Y/N): ".
              ACCEPT WS-CONFIRM.
              IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                 GO TO 6000-EXIT
              END-IF.
              DELETE SYSTEM-PARAMETER-FILE
                 INVALID KEY
                    DISPLAY "DELETE FAILED - STATUS "
                            WS-PARM-STATUS
                 NOT INVALID KEY
                    DISPLAY "PARAMETER DELETED."
                    SET AT-OP-DELETE TO TRUE
                    PERFORM 7000-RECORD-CHANGE THRU 7000-EXIT
              END-DELETE.
       6000-EXIT.
              EXIT.

      * Writes each standard parameter, skipping any already on
      * file so a value an operator has since changed is never put
      * back.  A GL account the chart does not hold active is
      * skipped and reported - seed the chart of accounts first.
       6500-SEED-STANDARD-PARAMETERS.
              PERFORM 3050-SIGN-ON-OPERATOR THRU 3050-EXIT.
              IF NOT WS-SIGNON-OK
                 GO TO 6500-EXIT
              END-IF.
              MOVE ZEROS TO WS-SEED-COUNT.
              PERFORM VARYING WS-SEED-IX FROM 1 BY 1
                    UNTIL WS-SEED-IX > 65
                 PERFORM 6550-SEED-ONE-PARAMETER THRU 6550-EXIT
              END-PERFORM.
              DISPLAY "STANDARD PARAMETERS SEEDED: " WS-SEED-COUNT.
       6500-EXIT.
              EXIT.

       6550-SEED-ONE-PARAMETER.
              MOVE WS-SEED-KEY(WS-SEED-IX) TO SP-PARM-KEY.
              READ SYSTEM-PARAMETER-FILE
                 NOT INVALID KEY
                    GO TO 6550-EXIT
              END-READ.
              IF WS-SEED-TYPE(WS-SEED-IX) = "G"
                 MOVE WS-SEED-VALUE(WS-SEED-IX) TO WS-IN-VALUE
                 PERFORM 3150-CHECK-ACCOUNT THRU 3150-EXIT
                 IF NOT WS-VALUE-OK
                    DISPLAY "  " WS-SEED-KEY(WS-SEED-IX)
                            " NOT SEEDED."
                    GO TO 6550-EXIT
                 END-IF
              END-IF.
              MOVE WS-SEED-KEY(WS-SEED-IX) TO SP-PARM-KEY.
              MOVE WS-SEED-TYPE(WS-SEED-IX) TO SP-PARM-TYPE.
              MOVE WS-SEED-VALUE(WS-SEED-IX) TO SP-PARM-VALUE.
              MOVE WS-SEED-NUMBER(WS-SEED-IX) TO SP-PARM-NUMBER.
              MOVE WS-SEED-DESC(WS-SEED-IX) TO SP-DESCRIPTION.
              MOVE WS-SIGNON-ID TO SP-CHANGED-BY.
              MOVE WS-TODAY-DATE TO SP-CHANGED-DATE.
              WRITE SYSTEM-PARM-REC
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    ADD 1 TO WS-SEED-COUNT
                    MOVE SPACES TO WS-AUDIT-BEFORE-REC
                    SET AT-OP-ADD TO TRUE
                    PERFORM 7000-RECORD-CHANGE THRU 7000-EXIT
              END-WRITE.
       6550-EXIT.
              EXIT.

      *    Records one add, change or delete twice - the audit-trail
      *    before/after image and the PARMHIST.LOG line with the old
      *    and new values side by side.  Called once AT-OPERATION and
      *    WS-AUDIT-BEFORE-REC are set; SYSTEM-PARM-REC holds the
      *    entry as it now stands (as it stood, for a delete).
       7000-RECORD-CHANGE.
              ACCEPT AT-TS-DATE FROM DATE YYYYMMDD.
              ACCEPT AT-TS-TIME FROM TIME.
              MOVE "SysParmMgmt" TO AT-PROGRAM-ID.
              MOVE SP-PARM-KEY TO AT-KEY-VALUE.
              MOVE WS-AUDIT-BEFORE-REC TO AT-BEFORE-IMAGE.
              IF AT-OP-DELETE
                 MOVE SPACES TO AT-AFTER-IMAGE
              ELSE
                 MOVE SYSTEM-PARM-REC TO AT-AFTER-IMAGE
              END-IF.
              CALL "AuditChain" USING AUDIT-TRAIL-REC.
              WRITE AUDIT-TRAIL-REC.

              INITIALIZE PARM-HISTORY-REC.
              MOVE AT-TS-DATE TO HP-CHANGE-DATE.
              MOVE AT-TS-TIME TO HP-CHANGE-TIME.
              MOVE WS-SIGNON-ID TO HP-OPERATOR-ID.
              MOVE SP-PARM-KEY TO HP-PARM-KEY.
              EVALUATE TRUE
                 WHEN AT-OP-ADD
                    SET HP-ACTION-ADD TO TRUE
                    MOVE SP-PARM-VALUE TO HP-NEW-VALUE
                    MOVE SP-PARM-NUMBER TO HP-NEW-NUMBER
                 WHEN AT-OP-CHANGE
                    SET HP-ACTION-CHANGE TO TRUE
                    MOVE SP-PARM-VALUE TO HP-NEW-VALUE
                    MOVE SP-PARM-NUMBER TO HP-NEW-NUMBER
                    MOVE WS-AUDIT-BEFORE-REC TO SYSTEM-PARM-REC
                    MOVE SP-PARM-VALUE TO HP-OLD-VALUE
                    MOVE SP-PARM-NUMBER TO HP-OLD-NUMBER
                 WHEN AT-OP-DELETE
                    SET HP-ACTION-DELETE TO TRUE
                    MOVE SP-PARM-VALUE TO HP-OLD-VALUE
                    MOVE SP-PARM-NUMBER TO HP-OLD-NUMBER
              END-EVALUATE.
              OPEN EXTEND PARM-HISTORY-FILE.
              IF WS-HIST-STATUS = "35"
                 OPEN OUTPUT PARM-HISTORY-FILE
              END-IF.
              WRITE PARM-HISTORY-REC.
              CLOSE PARM-HISTORY-FILE.
       7000-EXIT.
              EXIT.

      * Lists PARMHIST.LOG oldest first, for one parameter or for
      * all of them.
       8000-CHANGE-HISTORY.
              DISPLAY "ENTER PARAMETER KEY (SPACES = ALL): ".
              MOVE SPACES TO WS-HIST-KEY.
              ACCEPT WS-HIST-KEY.
              OPEN INPUT PARM-HISTORY-FILE.
              IF WS-HIST-STATUS NOT = "00"
                 DISPLAY "NO PARAMETER CHANGES ON FILE."
                 GO TO 8000-EXIT
              END-IF.
              DISPLAY "DATE     TIME     OPERATOR KEY              A".
              MOVE ZEROS TO WS-HIST-COUNT.
              PERFORM UNTIL WS-HIST-STATUS NOT = "00"
                 READ PARM-HISTORY-FILE
                    AT END MOVE "10" TO WS-HIST-STATUS
                    NOT AT END
                       IF WS-HIST-KEY = SPACES
                          OR WS-HIST-KEY = HP-PARM-KEY
                          PERFORM 8100-SHOW-HISTORY-LINE
                             THRU 8100-EXIT
                       END-IF
                 END-READ
              END-PERFORM.
              CLOSE PARM-HISTORY-FILE.
              DISPLAY "CHANGES LISTED: " WS-HIST-COUNT.
       8000-EXIT.
              EXIT.

      * A blank value means a numeric parameter (or nothing, for
      * the old side of an add) - show the number instead.
       8100-SHOW-HISTORY-LINE.
              ADD 1 TO WS-HIST-COUNT.
              DISPLAY HP-CHANGE-DATE " " HP-CHANGE-TIME " "
                      HP-OPERATOR-ID " " HP-PARM-KEY " " HP-ACTION.
              IF HP-OLD-VALUE = SPACES
                 MOVE HP-OLD-NUMBER TO WS-DISP-NUMBER
                 DISPLAY "    OLD: " WS-DISP-NUMBER
              ELSE
                 DISPLAY "    OLD: " HP-OLD-VALUE
              END-IF.
              IF HP-NEW-VALUE = SPACES
                 MOVE HP-NEW-NUMBER TO WS-DISP-NUMBER
                 DISPLAY "    NEW: " WS-DISP-NUMBER
              ELSE
                 DISPLAY "    NEW: " HP-NEW-VALUE
              END-IF.
       8100-EXIT.
              EXIT.
