       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReturnDisposition.
       AUTHOR AMRESH KADIAN.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *  CUSTOMER RETURNS DISPOSITION.                                *
      *                                                               *
      *  SalesMgmt.cbl no longer puts returned goods straight back    *
      *  into sellable SM-QTY-ON-HAND; each returned item is queued   *
      *  on RETURN-DISP-FILE (see RETDISP.CPY) by item, location,     *
      *  reason and quantity.  Here a supervisor (a manager or admin  *
      *  on OPERATOR-MASTER, signed on with password) decides each    *
      *  one:                                                         *
      *                                                               *
      *  - RESTOCK - the quantity goes back into on-hand and onto     *
      *    the stock movement ledger as a return.  This is the only   *
      *    outcome that adds to on-hand.                              *
      *  - RETURN TO VENDOR - a return-to-vendor document is raised   *
      *    on RtvMgmt.cbl's RTV-DOCUMENT-FILE against the item's      *
      *    supplier, the same way PurchaseMgmt.cbl raises one for a   *
      *    receipt that fails inspection, so the expected credit is   *
      *    tracked and cleared through RtvMgmt like any other RTV.    *
      *  - SCRAP - written off to the shrinkage log and the GL.       *
      *                                                               *
      *  Also reports the returns still undisposed, aged from the     *
      *  return date (RETAGE.RPT), and a summary of dispositions by   *
      *  return reason and by supplier (RETDSUM.RPT).  Reached from   *
      *  StockMgmt.cbl's menu.                                        *
      *                                                               *
      *  SalesMgmt.cbl holds a return's cost in the                   *
      *  returns-pending-disposition account until it is decided      *
      *  here, so each outcome clears that account: a restock to      *
      *  inventory, a return to vendor to the supplier-credit         *
      *  receivable, and a scrap to shrinkage expense.                *
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
              SELECT RETURN-DISP-FILE
                     ASSIGN TO "retdisp"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS RN-DISP-NUMBER
                     FILE STATUS IS WS-RDSP-STATUS.

              SELECT STOCK-MASTER-FILE
                     ASSIGN TO "stockmas"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SM-STOCK-KEY
                     ALTERNATE RECORD KEY IS SM-ITEM-NUMBER
                                   WITH DUPLICATES
                     FILE STATUS IS WS-STOCK-STATUS.

              SELECT RTV-DOCUMENT-FILE
                     ASSIGN TO "rtvdoc"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS RT-RTV-NUMBER
                     FILE STATUS IS WS-RTV-STATUS.

              SELECT SUPPLIER-MASTER-FILE
                     ASSIGN TO "suppmas"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SU-SUPPLIER-NUMBER
                     ALTERNATE RECORD KEY IS SU-SUPPLIER-NAME
                                   WITH DUPLICATES
                     FILE STATUS IS WS-SUPP-STATUS.

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

              SELECT SHRINKAGE-LOG-FILE
                     ASSIGN TO "SHRINK.LOG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-SHRINK-STATUS.

              SELECT GL-INTERFACE-FILE
                     ASSIGN TO "GL.INT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-GL-STATUS.

              SELECT AGEING-REPORT
                     ASSIGN TO "RETAGE.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RPT-STATUS.

              SELECT SUMMARY-REPORT
                     ASSIGN TO "RETDSUM.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-DISP-FILE.
           COPY "RETDISP.CPY".

       FD  STOCK-MASTER-FILE.
           COPY "STOCKMAS.CPY".

       FD  RTV-DOCUMENT-FILE.
           COPY "RTVDOC.CPY".

       FD  SUPPLIER-MASTER-FILE.
           COPY "SUPPMAS.CPY".

       FD  OPERATOR-MASTER-FILE.
           COPY "OPERMAS.CPY".

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-TRAIL-REC.CPY".

       FD  SHRINKAGE-LOG-FILE.
           COPY "SHRNKLOG.CPY".

       FD  GL-INTERFACE-FILE.
           COPY "GL-INTERFACE-REC.CPY".

       FD  AGEING-REPORT.
       01  AR-PRINT-LINE                PIC X(132).

       FD  SUMMARY-REPORT.
       01  SR-PRINT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-VARS.
              10 WS-PARMS-OK-SW       PIC X(01) VALUE "N".
                 88 WS-PARMS-OK             VALUE "Y".
              10 WS-RDSP-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-STOCK-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-RTV-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-SUPP-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-OPER-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-AUDIT-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-SHRINK-STATUS     PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-GL-STATUS         PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-RPT-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-MENU-OPTION       PIC X(01) VALUE SPACE.
              10 WS-EXIT-OPTION       PIC X(01) VALUE "4".
              10 WS-TODAY             PIC 9(08) VALUE ZEROS.
              10 WS-RDSP-MORE-SW      PIC X(01) VALUE "N".
                 88 WS-RDSP-MORE            VALUE "Y".

      *    Disposition session - the signed-on supervisor, the entry
      *    being decided and the decision keyed.
              10 WS-SUPERVISOR-ID     PIC X(08) VALUE SPACES.
              10 WS-SUPERVISOR-PASSWORD PIC X(08) VALUE SPACES.
              10 WS-SUPERVISOR-OK-SW  PIC X(01) VALUE "N".
                 88 WS-SUPERVISOR-OK        VALUE "Y".
              10 WS-ENTRY-NUMBER      PIC 9(07) VALUE ZEROS.
              10 WS-DISP-ANSWER       PIC X(01) VALUE SPACE.
              10 WS-PENDING-COUNT     PIC 9(05) VALUE ZEROS.
              10 WS-NEXT-RTV-NUMBER   PIC 9(07) VALUE ZEROS.
              10 WS-AUDIT-STOCK-BEFORE PIC X(86) VALUE SPACES.
              10 WS-AUDIT-RDSP-BEFORE PIC X(91) VALUE SPACES.
              10 WS-SCRAP-DOLLARS     PIC S9(09)V99 VALUE ZEROS.
              10 WS-GL-SCRAP-ABS      PIC 9(09)V99 VALUE ZEROS.

      *    Report working fields.
              10 WS-FROM-DATE         PIC 9(08) VALUE ZEROS.
              10 WS-TO-DATE           PIC 9(08) VALUE ZEROS.
              10 WS-AGE-DAYS          PIC S9(05) VALUE ZEROS.
              10 WS-BUCKET-IX         PIC 9(01) VALUE ZEROS.
              10 WS-REASON-IX         PIC 9(01) VALUE ZEROS.
              10 WS-LINE-VALUE        PIC 9(09)V99 VALUE ZEROS.

      *    Parameter block for 3350-POST-RESTOCK-MOVEMENT.
           COPY "STKMVMSG.CPY".

       01  GL-ACCOUNT-CODES.
           02 GL-ACCT-SHRINKAGE-EXP    PIC X(10) VALUE SPACES.
           02 GL-ACCT-INVENTORY        PIC X(10) VALUE SPACES.
           02 GL-ACCT-SUPP-CREDIT-RCV  PIC X(10) VALUE SPACES.
           02 GL-ACCT-RETURNS-HELD     PIC X(10) VALUE SPACES.

      *    Undisposed returns by age from the return date.
       01  WS-AGE-BUCKETS.
           02  WS-AB-ENTRY OCCURS 4 TIMES.
               03  WS-AB-LINES          PIC 9(05).
               03  WS-AB-QTY            PIC 9(09).
               03  WS-AB-VALUE          PIC 9(11)V99.
       01  WS-AGE-BUCKET-NAMES.
           02  FILLER                   PIC X(14) VALUE "0 - 7 DAYS".
           02  FILLER                   PIC X(14) VALUE "8 - 30 DAYS".
           02  FILLER                   PIC X(14) VALUE "31 - 60 DAYS".
           02  FILLER                   PIC X(14) VALUE "OVER 60 DAYS".
       01  WS-AGE-BUCKET-NAME-TBL REDEFINES WS-AGE-BUCKET-NAMES.
           02  WS-AB-NAME OCCURS 4 TIMES PIC X(14).

      *    Dispositions by return reason - ST-REASON-CODE's three
      *    codes plus no reason given, a small fixed set.
       01  WS-REASON-TOTALS.
           02  WS-RS-ENTRY OCCURS 4 TIMES.
               03  WS-RS-LINES          PIC 9(05).
               03  WS-RS-PENDING-QTY    PIC 9(09).
               03  WS-RS-RESTOCK-QTY    PIC 9(09).
               03  WS-RS-VENDOR-QTY     PIC 9(09).
               03  WS-RS-SCRAP-QTY      PIC 9(09).
               03  WS-RS-SCRAP-VALUE    PIC 9(11)V99.
       01  WS-REASON-NAMES.
           02  FILLER                   PIC X(14) VALUE "DEFECTIVE".
           02  FILLER                   PIC X(14) VALUE "WRONG ITEM".
           02  FILLER                   PIC X(14) VALUE "CHANGED MIND".
           02  FILLER                   PIC X(14) VALUE "NO REASON".
       01  WS-REASON-NAME-TBL REDEFINES WS-REASON-NAMES.
           02  WS-RS-NAME OCCURS 4 TIMES PIC X(14).

      *    The same figures by the item's supplier, kept in supplier
      *    order as it is built the way LostSales.cbl builds its
      *    supplier table.
       01  WS-SUPP-TABLE.
              10 WS-SUPP-MAX          PIC 9(04) VALUE 200.
              10 WS-SUPP-COUNT        PIC 9(04) VALUE ZEROS.
              10 WS-SUPP-IX           PIC 9(04) VALUE ZEROS.
              10 WS-SUPP-JX           PIC 9(04) VALUE ZEROS.
              10 WS-SUPP-FULL-SW      PIC X(01) VALUE "N".
                 88 WS-SUPP-FULL            VALUE "Y".
              10 WS-SUPP-ENTRY OCCURS 200 TIMES.
                 15 WS-ST-SUPPLIER    PIC 9(05).
                 15 WS-ST-LINES       PIC 9(05).
                 15 WS-ST-PENDING-QTY PIC 9(09).
                 15 WS-ST-RESTOCK-QTY PIC 9(09).
                 15 WS-ST-VENDOR-QTY  PIC 9(09).
                 15 WS-ST-SCRAP-QTY   PIC 9(09).
                 15 WS-ST-SCRAP-VALUE PIC 9(11)V99.

       01  WS-SPOOL-HANDOFF.
      *    Both reports are retained the moment they close, through
      *    the spooler's promptless entry.
           02  WS-SPOOL-SRC-NAME        PIC X(20) VALUE SPACES.
           02  WS-SPOOL-PGM-NAME        PIC X(20)
                                   VALUE "ReturnDisposition".

       01  WS-AGE-HEADER-LINE.
              10 FILLER               PIC X(36) VALUE
                 "UNDISPOSED CUSTOMER RETURNS AS OF ".
              10 AH-RUN-DATE          PIC 9(08).

       01  WS-AGE-COLUMN-LINE.
              10 FILLER               PIC X(40) VALUE
                 "DISP NO RETURNED AGE  ITEM   LOC  REASON".
              10 FILLER               PIC X(46) VALUE
                 "        QTY          VALUE CUST  SUPPL  TXN NO".

       01  WS-AGE-DETAIL-LINE.
              10 AL-DISP-NUMBER       PIC 9(07).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 AL-RETURN-DATE       PIC 9(08).
              10 AL-AGE-DAYS          PIC ZZZZ9.
              10 FILLER               PIC X(01) VALUE SPACE.
              10 AL-ITEM-NUMBER       PIC 9(06).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 AL-LOCATION          PIC X(04).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 AL-REASON            PIC X(04).
              10 AL-QTY               PIC ZZZ,ZZZ,ZZ9.
              10 AL-VALUE             PIC ZZZ,ZZZ,ZZ9.99.
              10 FILLER               PIC X(01) VALUE SPACE.
              10 AL-CUST-ID           PIC X(05).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 AL-SUPPLIER          PIC 9(05).
              10 FILLER               PIC X(02) VALUE SPACES.
              10 AL-TXN-NUMBER        PIC 9(08).

       01  WS-AGE-BUCKET-LINE.
              10 BL-NAME              PIC X(14).
              10 BL-LINES             PIC ZZ,ZZ9.
              10 FILLER               PIC X(07) VALUE " LINES ".
              10 BL-QTY               PIC ZZZ,ZZZ,ZZ9.
              10 FILLER               PIC X(06) VALUE " UNITS".
              10 BL-VALUE             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-SUM-HEADER-LINE.
              10 FILLER               PIC X(32) VALUE
                 "RETURN DISPOSITIONS - RETURNED ".
              10 SH-FROM-DATE         PIC 9(08).
              10 FILLER               PIC X(09) VALUE " THROUGH ".
              10 SH-TO-DATE           PIC 9(08).
              10 FILLER               PIC X(12) VALUE "  RUN DATE ".
              10 SH-RUN-DATE          PIC 9(08).

       01  WS-SECTION-LINE.
              10 FILLER               PIC X(04) VALUE "*** ".
              10 SL-SECTION-TITLE     PIC X(60).

       01  WS-SUM-COLUMN-LINE.
              10 SC-KEY-TITLE         PIC X(32).
              10 FILLER               PIC X(40) VALUE
                 " LINES    PENDING  RESTOCKED  TO VENDOR".
              10 FILLER               PIC X(26) VALUE
                 "   SCRAPPED    SCRAP VALUE".

       01  WS-SUM-DETAIL-LINE.
              10 SD-KEY               PIC X(32).
              10 SD-LINES             PIC ZZ,ZZ9.
              10 SD-PENDING-QTY       PIC ZZZ,ZZZ,ZZ9.
              10 SD-RESTOCK-QTY       PIC ZZZ,ZZZ,ZZ9.
              10 SD-VENDOR-QTY        PIC ZZZ,ZZZ,ZZ9.
              10 SD-SCRAP-QTY         PIC ZZZ,ZZZ,ZZ9.
              10 SD-SCRAP-VALUE       PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-SUM-KEY-SUPPLIER.
              10 SK-SUPPLIER          PIC 9(05).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 SK-SUPPLIER-NAME     PIC X(25).

      *    Start-up fetch of GL accounts and thresholds - see
      *    0900-LOAD-SYSTEM-PARMS.
           COPY "SYSPRMSG.CPY".

      *    Supervisor, approver and sign-on passwords are checked
      *    through OperPwd.cbl against the hashed password file.
           COPY "OPWDMSG.CPY".

      *    An approver or supervisor override is checked against the
      *    approving operator's roles through PermCheck.cbl.
           COPY "PERMMSG.CPY".

       PROCEDURE DIVISION.
       0000-MAINLINE.
              PERFORM 0900-LOAD-SYSTEM-PARMS THRU 0900-EXIT.
              IF NOT WS-PARMS-OK
                 MOVE 1 TO RETURN-CODE
                 GOBACK
              END-IF.
              ACCEPT WS-TODAY FROM DATE YYYYMMDD.
              PERFORM 1000-INITIALIZE
                 THRU 1000-EXIT.
              PERFORM 2000-DISPLAY-MENU
                 THRU 2000-EXIT
                UNTIL WS-MENU-OPTION IS EQUAL TO WS-EXIT-OPTION.
              CLOSE RETURN-DISP-FILE
                    STOCK-MASTER-FILE
                    RTV-DOCUMENT-FILE
                    SUPPLIER-MASTER-FILE
                    OPERATOR-MASTER-FILE
                    AUDIT-TRAIL-FILE
                    SHRINKAGE-LOG-FILE
                    GL-INTERFACE-FILE.
              GOBACK.

      * The GL accounts this program posts to and the thresholds
      * it works to come off the system parameter file (kept by
      * SysParmMgmt.cbl, from Utilities) rather than VALUE clauses
      * here.  Any one missing, or a GL account no longer active on
      * the chart, stops the program before it touches a file.
       0900-LOAD-SYSTEM-PARMS.
              SET WS-PARMS-OK TO TRUE.
              MOVE "GL-SHRINKAGE" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-SHRINKAGE-EXP.
              MOVE "GL-INVENTORY" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-INVENTORY.
              MOVE "GL-SUPP-CREDIT" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-SUPP-CREDIT-RCV.
              MOVE "GL-RETURNS-HELD" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-RETURNS-HELD.
              IF NOT WS-PARMS-OK
                 DISPLAY "RETURN DISPOSITION CANNOT RUN -"
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
              OPEN I-O RETURN-DISP-FILE.
              IF WS-RDSP-STATUS = "35"
                 CLOSE RETURN-DISP-FILE
                 OPEN OUTPUT RETURN-DISP-FILE
                 CLOSE RETURN-DISP-FILE
                 OPEN I-O RETURN-DISP-FILE
              END-IF.
              OPEN I-O STOCK-MASTER-FILE.
              OPEN I-O RTV-DOCUMENT-FILE.
              IF WS-RTV-STATUS = "35"
                 CLOSE RTV-DOCUMENT-FILE
                 OPEN OUTPUT RTV-DOCUMENT-FILE
                 CLOSE RTV-DOCUMENT-FILE
                 OPEN I-O RTV-DOCUMENT-FILE
              END-IF.
              OPEN INPUT SUPPLIER-MASTER-FILE.
              OPEN INPUT OPERATOR-MASTER-FILE.
              OPEN EXTEND AUDIT-TRAIL-FILE.
              IF WS-AUDIT-STATUS = "35"
                 OPEN OUTPUT AUDIT-TRAIL-FILE
              END-IF.
              OPEN EXTEND SHRINKAGE-LOG-FILE.
              IF WS-SHRINK-STATUS = "35"
                 OPEN OUTPUT SHRINKAGE-LOG-FILE
              END-IF.
              OPEN EXTEND GL-INTERFACE-FILE.
              IF WS-GL-STATUS = "35"
                 OPEN OUTPUT GL-INTERFACE-FILE
              END-IF.
       1000-EXIT.
              EXIT.

       2000-DISPLAY-MENU.
              DISPLAY " ".
              DISPLAY "Customer Returns Disposition".
              DISPLAY "----------------------------".
              DISPLAY "1. Dispose Of Pending Returns".
              DISPLAY "2. Ageing Of Undisposed Returns".
              DISPLAY "3. Disposition Summary By Reason And Supplier".
              DISPLAY "4. Return to Stock Management Menu".
              DISPLAY "Enter your choice:".
              ACCEPT WS-MENU-OPTION.

              EVALUATE WS-MENU-OPTION
                 WHEN "1" PERFORM 3000-DISPOSE-RETURNS THRU 3000-EXIT
                 WHEN "2" PERFORM 4000-AGEING-REPORT THRU 4000-EXIT
                 WHEN "3" PERFORM 5000-SUMMARY-REPORT THRU 5000-EXIT
                 WHEN WS-EXIT-OPTION CONTINUE
                 WHEN OTHER DISPLAY "INVALID CHOICE"
              END-EVALUATE.
       2000-EXIT.
              EXIT.

      * A supervisor signs on once for the session, lists what is
      * pending, then keys one disposition number at a time until
      * zero.
       3000-DISPOSE-RETURNS.
              PERFORM 3050-SIGN-ON-SUPERVISOR THRU 3050-EXIT.
              IF NOT WS-SUPERVISOR-OK
                 GO TO 3000-EXIT
              END-IF.
              PERFORM 3100-LIST-PENDING THRU 3100-EXIT.
              IF WS-PENDING-COUNT = ZEROS
                 DISPLAY "NO RETURNS ARE WAITING FOR DISPOSITION."
                 GO TO 3000-EXIT
              END-IF.
              MOVE 1 TO WS-ENTRY-NUMBER.
              PERFORM 3200-DISPOSE-ONE
                 THRU 3200-EXIT
                UNTIL WS-ENTRY-NUMBER = ZEROS.
       3000-EXIT.
              EXIT.

      * The same manager id/password check StockMgmt.cbl's
      * 6050-GET-DELETE-APPROVAL makes.
       3050-SIGN-ON-SUPERVISOR.
              MOVE "N" TO WS-SUPERVISOR-OK-SW.
              DISPLAY "ENTER SUPERVISOR OPERATOR ID: ".
              ACCEPT WS-SUPERVISOR-ID.
              DISPLAY "SUPERVISOR PASSWORD: ".
              ACCEPT WS-SUPERVISOR-PASSWORD.
              MOVE WS-SUPERVISOR-ID TO OM-OPERATOR-ID.
              READ OPERATOR-MASTER-FILE
                 INVALID KEY
                    DISPLAY "OPERATOR NOT RECOGNISED - NOTHING "
                            "DISPOSED."
                 NOT INVALID KEY
                    SET PW-VERIFY TO TRUE
                    MOVE OM-OPERATOR-ID TO PW-OPERATOR-ID
                    MOVE WS-SUPERVISOR-PASSWORD TO PW-PASSWORD
                    CALL "OperPwd" USING OPER-PWD-MSG
                    IF PW-OK
                       MOVE OM-OPERATOR-ID TO PC-OPERATOR-ID
                       MOVE "APRV-RTD" TO PC-FUNCTION-CODE
                       SET PC-AUTHORIZE-OTHER TO TRUE
                       CALL "PermCheck" USING PERM-CHECK-MSG
                    END-IF
                    IF PW-OK AND PC-ALLOWED
                       SET WS-SUPERVISOR-OK TO TRUE
                    ELSE
                       DISPLAY "NOT AUTHORIZED OR WRONG PASSWORD - "
                               "NOTHING DISPOSED."
                    END-IF
              END-READ.
       3050-EXIT.
              EXIT.

       3100-LIST-PENDING.
              DISPLAY "RETURNS AWAITING DISPOSITION".
              DISPLAY "DISP NO RETURNED ITEM   LOC  REASON     QTY "
                      "CUST  KIT".
              MOVE ZEROS TO WS-PENDING-COUNT.
              SET WS-RDSP-MORE TO TRUE.
              MOVE LOW-VALUES TO RN-DISP-NUMBER.
              START RETURN-DISP-FILE
                    KEY IS NOT LESS THAN RN-DISP-NUMBER
                 INVALID KEY MOVE "N" TO WS-RDSP-MORE-SW
              END-START.
              PERFORM UNTIL NOT WS-RDSP-MORE
                 READ RETURN-DISP-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-RDSP-MORE-SW
                    NOT AT END
                       IF RN-STATUS-PENDING
                          ADD 1 TO WS-PENDING-COUNT
                          DISPLAY RN-DISP-NUMBER " " RN-RETURN-DATE
                                  " " RN-ITEM-NUMBER " " RN-LOCATION
                                  " " RN-REASON-CODE "   " RN-QTY " "
                                  RN-CUST-ID " " RN-KIT-ITEM-NUMBER
                       END-IF
                 END-READ
              END-PERFORM.
       3100-EXIT.
              EXIT.

      * One decision.  Anything but R, V or S leaves the return
      * pending.
       3200-DISPOSE-ONE.
              DISPLAY "ENTER DISPOSITION NUMBER (0 = DONE): ".
              ACCEPT WS-ENTRY-NUMBER.
              IF WS-ENTRY-NUMBER = ZEROS
                 GO TO 3200-EXIT
              END-IF.
              MOVE WS-ENTRY-NUMBER TO RN-DISP-NUMBER.
              READ RETURN-DISP-FILE
                 INVALID KEY
                    DISPLAY "DISPOSITION " WS-ENTRY-NUMBER
                            " NOT FOUND - STATUS " WS-RDSP-STATUS
                    GO TO 3200-EXIT
              END-READ.
              IF NOT RN-STATUS-PENDING
                 DISPLAY "DISPOSITION " RN-DISP-NUMBER " HAS ALREADY "
                         "BEEN DECIDED (" RN-STATUS ")."
                 GO TO 3200-EXIT
              END-IF.
              DISPLAY "RETURN TXN " RN-TXN-NUMBER " ITEM "
                      RN-ITEM-NUMBER " AT " RN-LOCATION " QTY "
                      RN-QTY " REASON " RN-REASON-CODE.
              DISPLAY "(R)ESTOCK, RETURN TO (V)ENDOR, (S)CRAP OR "
                      "LEAVE PENDING: ".
              ACCEPT WS-DISP-ANSWER.
              MOVE RETURN-DISP-REC TO WS-AUDIT-RDSP-BEFORE.
              EVALUATE WS-DISP-ANSWER
                 WHEN "R" WHEN "r"
                    PERFORM 3300-RESTOCK THRU 3300-EXIT
                 WHEN "V" WHEN "v"
                    PERFORM 3400-RETURN-TO-VENDOR THRU 3400-EXIT
                 WHEN "S" WHEN "s"
                    PERFORM 3500-SCRAP THRU 3500-EXIT
                 WHEN OTHER
                    DISPLAY "LEFT PENDING."
              END-EVALUATE.
       3200-EXIT.
              EXIT.

      * Restock: the returned quantity goes back into sellable
      * on-hand, audited and posted to the ledger as a return
      * against the original return transaction, and its queued
      * cost moves from returns held to inventory in the GL.
       3300-RESTOCK.
              MOVE RN-ITEM-NUMBER TO SM-ITEM-NUMBER.
              MOVE RN-LOCATION TO SM-LOCATION.
              READ STOCK-MASTER-FILE
                 INVALID KEY
                    DISPLAY "STOCK-MASTER NOT FOUND FOR ITEM "
                            RN-ITEM-NUMBER " - LEFT PENDING"
                    GO TO 3300-EXIT
              END-READ.
              MOVE STOCK-MASTER-REC TO WS-AUDIT-STOCK-BEFORE.
              ADD RN-QTY TO SM-QTY-ON-HAND.
              REWRITE STOCK-MASTER-REC
                 INVALID KEY
                    DISPLAY "STOCK NOT UPDATED - STATUS "
                            WS-STOCK-STATUS " - LEFT PENDING"
                    GO TO 3300-EXIT
              END-REWRITE.
              MOVE SM-STOCK-KEY TO AT-KEY-VALUE.
              MOVE WS-AUDIT-STOCK-BEFORE TO AT-BEFORE-IMAGE.
              MOVE STOCK-MASTER-REC TO AT-AFTER-IMAGE.
              SET AT-OP-CHANGE TO TRUE.
              MOVE "stockmas" TO AT-FILE-NAME
              PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
              PERFORM 3350-POST-RESTOCK-MOVEMENT THRU 3350-EXIT.
              PERFORM 8300-WRITE-RESTOCK-GL-ENTRY THRU 8300-EXIT.
              SET RN-STATUS-RESTOCKED TO TRUE.
              PERFORM 3900-MARK-DISPOSED THRU 3900-EXIT.
              DISPLAY "DISPOSITION " RN-DISP-NUMBER " RESTOCKED - "
                      "ON HAND NOW " SM-QTY-ON-HAND.
       3300-EXIT.
              EXIT.

       3350-POST-RESTOCK-MOVEMENT.
              INITIALIZE STOCK-MOVE-MSG.
              MOVE SM-ITEM-NUMBER TO MM-ITEM-NUMBER.
              MOVE SM-LOCATION TO MM-LOCATION.
              SET MM-TYPE-RETURN TO TRUE.
              MOVE RN-QTY TO MM-QTY.
              MOVE SM-UNIT-COST TO MM-UNIT-COST.
              STRING "TXN " RN-TXN-NUMBER
                     DELIMITED BY SIZE INTO MM-SOURCE-DOC.
              MOVE "ReturnDisposition" TO MM-SOURCE-PROGRAM.
              MOVE WS-SUPERVISOR-ID TO MM-OPERATOR-ID.
              MOVE WS-TODAY TO MM-MOVE-DATE.
              CALL "STKMOVEPOST" USING STOCK-MOVE-MSG.
       3350-EXIT.
              EXIT.

      * Return to vendor: raises the RTV document against the
      * supplier the item carried when it was returned, at the cost
      * it was queued at, for RtvMgmt.cbl to track the credit.  The
      * goods never went back into on-hand, so stock is not touched
      * - the same as PurchaseMgmt.cbl's failed inspection - and the
      * GL pair is RtvMgmt's own for a raised RTV.
       3400-RETURN-TO-VENDOR.
              IF RN-SUPPLIER-NUMBER = ZEROS
                 DISPLAY "ITEM CARRIES NO SUPPLIER - LEFT PENDING"
                 GO TO 3400-EXIT
              END-IF.
              MOVE RN-SUPPLIER-NUMBER TO SU-SUPPLIER-NUMBER.
              READ SUPPLIER-MASTER-FILE
                 INVALID KEY
                    DISPLAY "SUPPLIER " RN-SUPPLIER-NUMBER " NOT ON "
                            "FILE - LEFT PENDING"
                    GO TO 3400-EXIT
              END-READ.
              IF RN-QTY > 99999
                 DISPLAY "QTY TOO LARGE FOR ONE RTV - LEFT PENDING"
                 GO TO 3400-EXIT
              END-IF.
              MOVE HIGH-VALUES TO RT-RTV-NUMBER.
              START RTV-DOCUMENT-FILE
                    KEY IS LESS THAN RT-RTV-NUMBER
                 INVALID KEY
                    MOVE ZEROS TO WS-NEXT-RTV-NUMBER
                 NOT INVALID KEY
                    READ RTV-DOCUMENT-FILE PREVIOUS RECORD
                       AT END MOVE ZEROS TO WS-NEXT-RTV-NUMBER
                       NOT AT END MOVE RT-RTV-NUMBER
                                    TO WS-NEXT-RTV-NUMBER
                    END-READ
              END-START.
              INITIALIZE RTV-DOCUMENT-REC.
              COMPUTE RT-RTV-NUMBER = WS-NEXT-RTV-NUMBER + 1.
              MOVE RN-SUPPLIER-NUMBER TO RT-SUPPLIER-NUMBER.
              MOVE RN-ITEM-NUMBER TO RT-ITEM-NUMBER.
              MOVE RN-LOCATION TO RT-LOCATION.
              MOVE RN-QTY TO RT-QTY.
              MOVE RN-UNIT-COST TO RT-UNIT-COST.
              COMPUTE RT-EXPECTED-CREDIT = RT-QTY * RT-UNIT-COST.
              MOVE WS-TODAY TO RT-RAISED-DATE.
              SET RT-STATUS-OPEN TO TRUE.
              MOVE ZEROS TO RT-CREDIT-DATE.
              MOVE WS-SUPERVISOR-ID TO RT-OPERATOR-ID.
              WRITE RTV-DOCUMENT-REC
                 INVALID KEY
                    DISPLAY "RTV NOT RECORDED - STATUS "
                            WS-RTV-STATUS " - LEFT PENDING"
                    GO TO 3400-EXIT
              END-WRITE.
              MOVE RT-RTV-NUMBER TO AT-KEY-VALUE.
              MOVE SPACES TO AT-BEFORE-IMAGE.
              MOVE RTV-DOCUMENT-REC TO AT-AFTER-IMAGE.
              SET AT-OP-ADD TO TRUE.
              PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
              SET RN-STATUS-TO-VENDOR TO TRUE.
              MOVE RT-RTV-NUMBER TO RN-RTV-NUMBER.
              PERFORM 3900-MARK-DISPOSED THRU 3900-EXIT.
              PERFORM 8000-WRITE-RTV-GL-ENTRY THRU 8000-EXIT.
              DISPLAY "DISPOSITION " RN-DISP-NUMBER " - RTV "
                      RT-RTV-NUMBER " RAISED AGAINST "
                      SU-SUPPLIER-NAME " - EXPECTED CREDIT "
                      RT-EXPECTED-CREDIT.
       3400-EXIT.
              EXIT.

      * Scrap: written off at the queued cost onto the shrinkage log
      * - as damage for a defective return, otherwise as other - and
      * to the GL as shrinkage expense against returns held - the
      * pair CycleCountRecon.cbl posts for a count loss, with the
      * goods' cost sitting in returns held rather than inventory.
       3500-SCRAP.
              DISPLAY "CONFIRM SCRAP AND WRITE-OFF OF " RN-QTY
                      " UNIT(S) (Y/N): ".
              ACCEPT WS-DISP-ANSWER.
              IF WS-DISP-ANSWER NOT = "Y" AND NOT = "y"
                 DISPLAY "LEFT PENDING."
                 GO TO 3500-EXIT
              END-IF.
              COMPUTE WS-SCRAP-DOLLARS ROUNDED =
                      RN-QTY * RN-UNIT-COST * -1.
              MOVE WS-TODAY TO SL-LOG-DATE.
              MOVE RN-ITEM-NUMBER TO SL-ITEM-NUMBER.
              MOVE RN-LOCATION TO SL-LOCATION.
              IF RN-REASON-DEFECTIVE
                 SET SL-REASON-DAMAGE TO TRUE
              ELSE
                 SET SL-REASON-OTHER TO TRUE
              END-IF.
              COMPUTE SL-VARIANCE-QTY = RN-QTY * -1.
              MOVE WS-SCRAP-DOLLARS TO SL-VARIANCE-DOLLARS.
              WRITE SHRINKAGE-LOG-REC.
              SET RN-STATUS-SCRAPPED TO TRUE.
              PERFORM 3900-MARK-DISPOSED THRU 3900-EXIT.
              PERFORM 8500-WRITE-SCRAP-GL-ENTRY THRU 8500-EXIT.
              DISPLAY "DISPOSITION " RN-DISP-NUMBER " SCRAPPED - "
                      "WRITE-OFF " WS-SCRAP-DOLLARS.
       3500-EXIT.
              EXIT.

      * Stamps the decision on the queue record and audits it.
       3900-MARK-DISPOSED.
              MOVE WS-TODAY TO RN-DISP-DATE.
              MOVE WS-SUPERVISOR-ID TO RN-SUPERVISOR-ID.
              REWRITE RETURN-DISP-REC
                 INVALID KEY
                    DISPLAY "DISPOSITION NOT UPDATED - STATUS "
                            WS-RDSP-STATUS
                 NOT INVALID KEY
                    MOVE RN-DISP-NUMBER TO AT-KEY-VALUE
                    MOVE WS-AUDIT-RDSP-BEFORE TO AT-BEFORE-IMAGE
                    MOVE RETURN-DISP-REC TO AT-AFTER-IMAGE
                    SET AT-OP-CHANGE TO TRUE
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
              END-REWRITE.
       3900-EXIT.
              EXIT.

      * Every return still pending, oldest first, with its age in
      * days from the return date, then totals by age band.
       4000-AGEING-REPORT.
              INITIALIZE WS-AGE-BUCKETS.
              OPEN OUTPUT AGEING-REPORT.
              MOVE WS-TODAY TO AH-RUN-DATE.
              WRITE AR-PRINT-LINE FROM WS-AGE-HEADER-LINE.
              MOVE SPACES TO AR-PRINT-LINE.
              WRITE AR-PRINT-LINE.
              WRITE AR-PRINT-LINE FROM WS-AGE-COLUMN-LINE.
              SET WS-RDSP-MORE TO TRUE.
              MOVE LOW-VALUES TO RN-DISP-NUMBER.
              START RETURN-DISP-FILE
                    KEY IS NOT LESS THAN RN-DISP-NUMBER
                 INVALID KEY MOVE "N" TO WS-RDSP-MORE-SW
              END-START.
              PERFORM UNTIL NOT WS-RDSP-MORE
                 READ RETURN-DISP-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-RDSP-MORE-SW
                    NOT AT END
                       IF RN-STATUS-PENDING
                          PERFORM 4100-AGE-ONE-RETURN THRU 4100-EXIT
                       END-IF
                 END-READ
              END-PERFORM.
              MOVE SPACES TO AR-PRINT-LINE.
              WRITE AR-PRINT-LINE.
              PERFORM VARYING WS-BUCKET-IX FROM 1 BY 1
                    UNTIL WS-BUCKET-IX > 4
                 MOVE WS-AB-NAME (WS-BUCKET-IX) TO BL-NAME
                 MOVE WS-AB-LINES (WS-BUCKET-IX) TO BL-LINES
                 MOVE WS-AB-QTY (WS-BUCKET-IX) TO BL-QTY
                 MOVE WS-AB-VALUE (WS-BUCKET-IX) TO BL-VALUE
                 WRITE AR-PRINT-LINE FROM WS-AGE-BUCKET-LINE
              END-PERFORM.
              CLOSE AGEING-REPORT.
              MOVE "RETAGE.RPT" TO WS-SPOOL-SRC-NAME.
              CALL "SPOOLADD" USING WS-SPOOL-SRC-NAME
                                    WS-SPOOL-PGM-NAME.
              DISPLAY "AGEING OF UNDISPOSED RETURNS WRITTEN TO "
                      "RETAGE.RPT".
       4000-EXIT.
              EXIT.

       4100-AGE-ONE-RETURN.
              COMPUTE WS-AGE-DAYS =
                      FUNCTION INTEGER-OF-DATE(WS-TODAY)
                    - FUNCTION INTEGER-OF-DATE(RN-RETURN-DATE).
              EVALUATE TRUE
                 WHEN WS-AGE-DAYS <= 7  MOVE 1 TO WS-BUCKET-IX
                 WHEN WS-AGE-DAYS <= 30 MOVE 2 TO WS-BUCKET-IX
                 WHEN WS-AGE-DAYS <= 60 MOVE 3 TO WS-BUCKET-IX
                 WHEN OTHER             MOVE 4 TO WS-BUCKET-IX
              END-EVALUATE.
              COMPUTE WS-LINE-VALUE ROUNDED = RN-QTY * RN-UNIT-COST.
              ADD 1 TO WS-AB-LINES (WS-BUCKET-IX).
              ADD RN-QTY TO WS-AB-QTY (WS-BUCKET-IX).
              ADD WS-LINE-VALUE TO WS-AB-VALUE (WS-BUCKET-IX).
              MOVE RN-DISP-NUMBER TO AL-DISP-NUMBER.
              MOVE RN-RETURN-DATE TO AL-RETURN-DATE.
              MOVE WS-AGE-DAYS TO AL-AGE-DAYS.
              MOVE RN-ITEM-NUMBER TO AL-ITEM-NUMBER.
              MOVE RN-LOCATION TO AL-LOCATION.
              MOVE RN-REASON-CODE TO AL-REASON.
              MOVE RN-QTY TO AL-QTY.
              MOVE WS-LINE-VALUE TO AL-VALUE.
              MOVE RN-CUST-ID TO AL-CUST-ID.
              MOVE RN-SUPPLIER-NUMBER TO AL-SUPPLIER.
              MOVE RN-TXN-NUMBER TO AL-TXN-NUMBER.
              WRITE AR-PRINT-LINE FROM WS-AGE-DETAIL-LINE.
       4100-EXIT.
              EXIT.

      * Every queued return in the return-date range, pending or
      * decided, totalled by outcome under its reason and under the
      * item's supplier.
       5000-SUMMARY-REPORT.
              DISPLAY "ENTER RETURNED FROM DATE (YYYYMMDD, 0 = ALL): ".
              MOVE ZEROS TO WS-FROM-DATE.
              ACCEPT WS-FROM-DATE.
              DISPLAY "ENTER RETURNED TO DATE   (YYYYMMDD, 0 = "
                      "TODAY): ".
              MOVE ZEROS TO WS-TO-DATE.
              ACCEPT WS-TO-DATE.
              IF WS-TO-DATE = ZEROS
                 MOVE WS-TODAY TO WS-TO-DATE
              END-IF.
              INITIALIZE WS-REASON-TOTALS.
              MOVE ZEROS TO WS-SUPP-COUNT.
              MOVE "N" TO WS-SUPP-FULL-SW.
              SET WS-RDSP-MORE TO TRUE.
              MOVE LOW-VALUES TO RN-DISP-NUMBER.
              START RETURN-DISP-FILE
                    KEY IS NOT LESS THAN RN-DISP-NUMBER
                 INVALID KEY MOVE "N" TO WS-RDSP-MORE-SW
              END-START.
              PERFORM UNTIL NOT WS-RDSP-MORE
                 READ RETURN-DISP-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-RDSP-MORE-SW
                    NOT AT END
                       IF RN-RETURN-DATE NOT < WS-FROM-DATE
                          AND RN-RETURN-DATE NOT > WS-TO-DATE
                          PERFORM 5100-SUM-ONE-RETURN THRU 5100-EXIT
                       END-IF
                 END-READ
              END-PERFORM.
              IF WS-SUPP-FULL
                 DISPLAY "MORE THAN " WS-SUPP-MAX " SUPPLIERS - THE "
                         "SUPPLIER SECTION COVERS THE FIRST "
                         WS-SUPP-MAX " ONLY."
              END-IF.

              OPEN OUTPUT SUMMARY-REPORT.
              MOVE WS-FROM-DATE TO SH-FROM-DATE.
              MOVE WS-TO-DATE TO SH-TO-DATE.
              MOVE WS-TODAY TO SH-RUN-DATE.
              WRITE SR-PRINT-LINE FROM WS-SUM-HEADER-LINE.
              MOVE SPACES TO SR-PRINT-LINE.
              WRITE SR-PRINT-LINE.
              MOVE "DISPOSITIONS BY RETURN REASON" TO SL-SECTION-TITLE.
              WRITE SR-PRINT-LINE FROM WS-SECTION-LINE.
              MOVE "REASON" TO SC-KEY-TITLE.
              WRITE SR-PRINT-LINE FROM WS-SUM-COLUMN-LINE.
              PERFORM VARYING WS-REASON-IX FROM 1 BY 1
                    UNTIL WS-REASON-IX > 4
                 MOVE WS-RS-NAME (WS-REASON-IX) TO SD-KEY
                 MOVE WS-RS-LINES (WS-REASON-IX) TO SD-LINES
                 MOVE WS-RS-PENDING-QTY (WS-REASON-IX)
                   TO SD-PENDING-QTY
                 MOVE WS-RS-RESTOCK-QTY (WS-REASON-IX)
                   TO SD-RESTOCK-QTY
                 MOVE WS-RS-VENDOR-QTY (WS-REASON-IX) TO SD-VENDOR-QTY
                 MOVE WS-RS-SCRAP-QTY (WS-REASON-IX) TO SD-SCRAP-QTY
                 MOVE WS-RS-SCRAP-VALUE (WS-REASON-IX)
                   TO SD-SCRAP-VALUE
                 WRITE SR-PRINT-LINE FROM WS-SUM-DETAIL-LINE
              END-PERFORM.
              MOVE SPACES TO SR-PRINT-LINE.
              WRITE SR-PRINT-LINE.
              PERFORM 5300-PRINT-BY-SUPPLIER THRU 5300-EXIT.
              CLOSE SUMMARY-REPORT.
              MOVE "RETDSUM.RPT" TO WS-SPOOL-SRC-NAME.
              CALL "SPOOLADD" USING WS-SPOOL-SRC-NAME
                                    WS-SPOOL-PGM-NAME.
              DISPLAY "DISPOSITION SUMMARY WRITTEN TO RETDSUM.RPT".
       5000-EXIT.
              EXIT.

       5100-SUM-ONE-RETURN.
              EVALUATE TRUE
                 WHEN RN-REASON-DEFECTIVE    MOVE 1 TO WS-REASON-IX
                 WHEN RN-REASON-WRONG-ITEM   MOVE 2 TO WS-REASON-IX
                 WHEN RN-REASON-CHANGED-MIND MOVE 3 TO WS-REASON-IX
                 WHEN OTHER                  MOVE 4 TO WS-REASON-IX
              END-EVALUATE.
              COMPUTE WS-LINE-VALUE ROUNDED = RN-QTY * RN-UNIT-COST.
              ADD 1 TO WS-RS-LINES (WS-REASON-IX).
              EVALUATE TRUE
                 WHEN RN-STATUS-PENDING
                    ADD RN-QTY TO WS-RS-PENDING-QTY (WS-REASON-IX)
                 WHEN RN-STATUS-RESTOCKED
                    ADD RN-QTY TO WS-RS-RESTOCK-QTY (WS-REASON-IX)
                 WHEN RN-STATUS-TO-VENDOR
                    ADD RN-QTY TO WS-RS-VENDOR-QTY (WS-REASON-IX)
                 WHEN RN-STATUS-SCRAPPED
                    ADD RN-QTY TO WS-RS-SCRAP-QTY (WS-REASON-IX)
                    ADD WS-LINE-VALUE
                      TO WS-RS-SCRAP-VALUE (WS-REASON-IX)
              END-EVALUATE.
              PERFORM 5200-ADD-TO-SUPPLIER THRU 5200-EXIT.
       5100-EXIT.
              EXIT.

      * Finds the supplier's slot, or opens one in supplier-number
      * order by shifting the higher ones up.
       5200-ADD-TO-SUPPLIER.
              MOVE ZEROS TO WS-SUPP-IX.
              PERFORM VARYING WS-SUPP-JX FROM 1 BY 1
                    UNTIL WS-SUPP-JX > WS-SUPP-COUNT
                       OR WS-SUPP-IX NOT = ZEROS
                 IF WS-ST-SUPPLIER(WS-SUPP-JX)
                       NOT < RN-SUPPLIER-NUMBER
                    MOVE WS-SUPP-JX TO WS-SUPP-IX
                 END-IF
              END-PERFORM.
              IF WS-SUPP-IX = ZEROS
                 OR WS-ST-SUPPLIER(WS-SUPP-IX)
                       NOT = RN-SUPPLIER-NUMBER
                 IF WS-SUPP-COUNT NOT < WS-SUPP-MAX
                    SET WS-SUPP-FULL TO TRUE
                    GO TO 5200-EXIT
                 END-IF
                 IF WS-SUPP-IX = ZEROS
                    COMPUTE WS-SUPP-IX = WS-SUPP-COUNT + 1
                 END-IF
                 PERFORM VARYING WS-SUPP-JX FROM WS-SUPP-COUNT BY -1
                       UNTIL WS-SUPP-JX < WS-SUPP-IX
                    MOVE WS-SUPP-ENTRY(WS-SUPP-JX)
                      TO WS-SUPP-ENTRY(WS-SUPP-JX + 1)
                 END-PERFORM
                 ADD 1 TO WS-SUPP-COUNT
                 MOVE RN-SUPPLIER-NUMBER TO WS-ST-SUPPLIER(WS-SUPP-IX)
                 MOVE ZEROS TO WS-ST-LINES(WS-SUPP-IX)
                               WS-ST-PENDING-QTY(WS-SUPP-IX)
                               WS-ST-RESTOCK-QTY(WS-SUPP-IX)
                               WS-ST-VENDOR-QTY(WS-SUPP-IX)
                               WS-ST-SCRAP-QTY(WS-SUPP-IX)
                               WS-ST-SCRAP-VALUE(WS-SUPP-IX)
              END-IF.
              ADD 1 TO WS-ST-LINES(WS-SUPP-IX).
              EVALUATE TRUE
                 WHEN RN-STATUS-PENDING
                    ADD RN-QTY TO WS-ST-PENDING-QTY(WS-SUPP-IX)
                 WHEN RN-STATUS-RESTOCKED
                    ADD RN-QTY TO WS-ST-RESTOCK-QTY(WS-SUPP-IX)
                 WHEN RN-STATUS-TO-VENDOR
                    ADD RN-QTY TO WS-ST-VENDOR-QTY(WS-SUPP-IX)
                 WHEN RN-STATUS-SCRAPPED
                    ADD RN-QTY TO WS-ST-SCRAP-QTY(WS-SUPP-IX)
                    ADD WS-LINE-VALUE TO WS-ST-SCRAP-VALUE(WS-SUPP-IX)
              END-EVALUATE.
       5200-EXIT.
              EXIT.

      * One line per supplier, named off SUPPLIER-MASTER; supplier
      * zero is stock with no supplier on file.
       5300-PRINT-BY-SUPPLIER.
              MOVE "DISPOSITIONS BY SUPPLIER" TO SL-SECTION-TITLE.
              WRITE SR-PRINT-LINE FROM WS-SECTION-LINE.
              MOVE "SUPPL NAME" TO SC-KEY-TITLE.
              WRITE SR-PRINT-LINE FROM WS-SUM-COLUMN-LINE.
              PERFORM VARYING WS-SUPP-IX FROM 1 BY 1
                    UNTIL WS-SUPP-IX > WS-SUPP-COUNT
                 MOVE WS-ST-SUPPLIER(WS-SUPP-IX) TO SK-SUPPLIER
                 IF WS-ST-SUPPLIER(WS-SUPP-IX) = ZEROS
                    MOVE "NO SUPPLIER ON FILE" TO SK-SUPPLIER-NAME
                 ELSE
                    MOVE WS-ST-SUPPLIER(WS-SUPP-IX)
                      TO SU-SUPPLIER-NUMBER
                    READ SUPPLIER-MASTER-FILE
                       INVALID KEY
                          MOVE "NOT ON SUPPLIER MASTER"
                            TO SK-SUPPLIER-NAME
                       NOT INVALID KEY
                          MOVE SU-SUPPLIER-NAME TO SK-SUPPLIER-NAME
                    END-READ
                 END-IF
                 MOVE WS-SUM-KEY-SUPPLIER TO SD-KEY
                 MOVE WS-ST-LINES(WS-SUPP-IX) TO SD-LINES
                 MOVE WS-ST-PENDING-QTY(WS-SUPP-IX) TO SD-PENDING-QTY
                 MOVE WS-ST-RESTOCK-QTY(WS-SUPP-IX) TO SD-RESTOCK-QTY
                 MOVE WS-ST-VENDOR-QTY(WS-SUPP-IX) TO SD-VENDOR-QTY
                 MOVE WS-ST-SCRAP-QTY(WS-SUPP-IX) TO SD-SCRAP-QTY
                 MOVE WS-ST-SCRAP-VALUE(WS-SUPP-IX) TO SD-SCRAP-VALUE
                 WRITE SR-PRINT-LINE FROM WS-SUM-DETAIL-LINE
              END-PERFORM.
       5300-EXIT.
              EXIT.

      *    Common audit-trail append, called once AT-KEY-VALUE,
      *    AT-OPERATION, and the before/after images have been set.
       7000-WRITE-AUDIT-RECORD.
              ACCEPT AT-TS-DATE FROM DATE YYYYMMDD.
              ACCEPT AT-TS-TIME FROM TIME.
              MOVE "ReturnDisposition" TO AT-PROGRAM-ID.
              CALL "AuditChain" USING AUDIT-TRAIL-REC.
              WRITE AUDIT-TRAIL-REC.
              MOVE SPACES TO AT-FILE-NAME.
       7000-EXIT.
              EXIT.

      *    A return sent back to the supplier: the expected credit
      *    sits in the supplier-credit receivable account until the
      *    credit note lands, as RtvMgmt.cbl's 8000-WRITE-RTV-GL-ENTRY
      *    posts it - against returns held rather than inventory,
      *    since the goods never went back on the shelf.
       8000-WRITE-RTV-GL-ENTRY.
              MOVE GL-ACCT-SUPP-CREDIT-RCV TO GL-ACCOUNT-CODE.
              SET GL-DEBIT TO TRUE.
              MOVE RT-EXPECTED-CREDIT TO GL-AMOUNT.
              MOVE RT-RTV-NUMBER TO GL-REFERENCE.
              MOVE WS-TODAY TO GL-TXN-DATE.
              MOVE "ReturnDisposition" TO GL-SOURCE-PROGRAM.
              WRITE GL-INTERFACE-REC.
              MOVE GL-ACCT-RETURNS-HELD TO GL-ACCOUNT-CODE.
              SET GL-CREDIT TO TRUE.
              WRITE GL-INTERFACE-REC.
       8000-EXIT.
              EXIT.

      *    A restocked return: inventory debited and returns held
      *    credited at the cost the return was queued at.
       8300-WRITE-RESTOCK-GL-ENTRY.
              COMPUTE WS-LINE-VALUE = RN-QTY * RN-UNIT-COST.
              IF WS-LINE-VALUE = ZEROS
                 GO TO 8300-EXIT
              END-IF.
              MOVE GL-ACCT-INVENTORY TO GL-ACCOUNT-CODE.
              SET GL-DEBIT TO TRUE.
              MOVE WS-LINE-VALUE TO GL-AMOUNT.
              MOVE SPACES TO GL-REFERENCE.
              STRING "RDSP " RN-DISP-NUMBER
                     DELIMITED BY SIZE INTO GL-REFERENCE.
              MOVE WS-TODAY TO GL-TXN-DATE.
              MOVE "ReturnDisposition" TO GL-SOURCE-PROGRAM.
              WRITE GL-INTERFACE-REC.
              MOVE GL-ACCT-RETURNS-HELD TO GL-ACCOUNT-CODE.
              SET GL-CREDIT TO TRUE.
              WRITE GL-INTERFACE-REC.
       8300-EXIT.
              EXIT.

      *    A scrapped return: shrinkage expense debited, returns
      *    held credited.
       8500-WRITE-SCRAP-GL-ENTRY.
              IF WS-SCRAP-DOLLARS = ZEROS
                 GO TO 8500-EXIT
              END-IF.
              COMPUTE WS-GL-SCRAP-ABS = WS-SCRAP-DOLLARS * -1.
              MOVE GL-ACCT-SHRINKAGE-EXP TO GL-ACCOUNT-CODE.
              SET GL-DEBIT TO TRUE.
              MOVE WS-GL-SCRAP-ABS TO GL-AMOUNT.
              MOVE SPACES TO GL-REFERENCE.
              STRING "RDSP " RN-DISP-NUMBER
                     DELIMITED BY SIZE INTO GL-REFERENCE.
              MOVE WS-TODAY TO GL-TXN-DATE.
              MOVE "ReturnDisposition" TO GL-SOURCE-PROGRAM.
              WRITE GL-INTERFACE-REC.
              MOVE GL-ACCT-RETURNS-HELD TO GL-ACCOUNT-CODE.
              SET GL-CREDIT TO TRUE.
              WRITE GL-INTERFACE-REC.
       8500-EXIT.
              EXIT.
