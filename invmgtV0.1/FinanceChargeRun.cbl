      *  rerunning the program cannot double-charge anyone.           *
      *  Reached from CustomerMgmt.cbl's menu.                        *
      *                                                               *
      *  The GL accounts this program posts to, and any limits it     *
      *  works to, are fetched from the system parameter file at      *
      *  start-up (0900-LOAD-SYSTEM-PARMS).  A missing parameter or   *
      *  an inactive account stops it before any file is opened.      *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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

              SELECT CASH-RECEIPT-FILE

       WORKING-STORAGE SECTION.
       01  WS-VARS.
              10 WS-PARMS-OK-SW       PIC X(01) VALUE "N".
                 88 WS-PARMS-OK             VALUE "Y".
              10 WS-CUST-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-SALE-STATUS       PIC X(02) VALUE "00".
              10 WS-AUDIT-CUST-BEFORE PIC X(88) VALUE SPACES.

      *    Monthly percentage rate applied to the overdue base -
      *    keyed at run time, defaulting to the house rate held on the
      *    system parameter file.
              10 WS-MONTHLY-RATE      PIC 9(02)V99 VALUE ZEROS.
              10 WS-RATE-ENTRY        PIC 9(02)V99 VALUE ZEROS.

      *    Per-customer aging accumulators - the same bucket shape
              10 WS-RUN-CHARGE-TOTAL  PIC S9(09)V99 VALUE ZEROS.

       01  GL-ACCOUNT-CODES.
           02 GL-ACCT-ACCOUNTS-RCVBL   PIC X(10) VALUE SPACES.
           02 GL-ACCT-FINANCE-INCOME   PIC X(10) VALUE SPACES.

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
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
              MOVE WS-RUN-DATE(1:6) TO WS-RUN-PERIOD.
              PERFORM 2000-DISPLAY-MENU
                UNTIL WS-MENU-OPTION IS EQUAL TO WS-EXIT-OPTION.
              GOBACK.

      * The GL accounts this program posts to and the thresholds
      * it works to come off the system parameter file (kept by
      * SysParmMgmt.cbl, from Utilities) rather than VALUE clauses
      * here.  Any one missing, or a GL account no longer active on
      * the chart, stops the program before it touches a file.
       0900-LOAD-SYSTEM-PARMS.
              SET WS-PARMS-OK TO TRUE.
              MOVE "GL-AR" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-ACCOUNTS-RCVBL.
              MOVE "GL-FINCHG-INCOME" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-FINANCE-INCOME.
              MOVE "FIN-CHG-RATE-PCT" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-NUMBER TO WS-MONTHLY-RATE.
              IF NOT WS-PARMS-OK
                 DISPLAY "FINANCE CHARGE RUN CANNOT RUN -"
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

       2000-DISPLAY-MENU.
              DISPLAY " ".
              DISPLAY "Finance Charge Run - Period " WS-RUN-PERIOD.
       3100-EXIT.
              EXIT.

      * The same ST-CUST-ID aging CustomerStatementRpt.cbl runs,
      * reduced to one overdue figure: everything older than thirty
      * days, with payments netted off the oldest charges first.
       3200-AGE-ONE-CUSTOMER.
              MOVE ZEROS TO WS-BKT-CURRENT WS-BKT-OVERDUE.
              SET WS-MORE TO TRUE.
              MOVE CM-CUST-ID TO ST-CUST-ID.
              START SALES-TRANSACTION-FILE
                    KEY IS EQUAL TO ST-CUST-ID
                 INVALID KEY MOVE "N" TO WS-MORE-SW
              END-START.
              PERFORM UNTIL NOT WS-MORE
                 READ SALES-TRANSACTION-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-MORE-SW
                    NOT AT END
                       IF ST-CUST-ID NOT = CM-CUST-ID
                          MOVE "N" TO WS-MORE-SW
                       END-IF
                       IF ST-CUST-ID = CM-CUST-ID
                          AND NOT ST-TXN-VOID
                          COMPUTE WS-TXN-AGE-DAYS =
                             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                             - FUNCTION INTEGER-OF-DATE(ST-TXN-DATE)
                    MOVE WS-AUDIT-CUST-BEFORE TO AT-BEFORE-IMAGE
                    MOVE CUSTOMER-MASTER-REC TO AT-AFTER-IMAGE
                    SET AT-OP-CHANGE TO TRUE
                    MOVE "custmas" TO AT-FILE-NAME
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
                    PERFORM 8000-WRITE-GL-ENTRY THRU 8000-EXIT
              END-REWRITE.
              ACCEPT AT-TS-DATE FROM DATE YYYYMMDD.
              ACCEPT AT-TS-TIME FROM TIME.
              MOVE "FinanceChargeRun" TO AT-PROGRAM-ID.
              CALL "AuditChain" USING AUDIT-TRAIL-REC.
              WRITE AUDIT-TRAIL-REC.
              MOVE SPACES TO AT-FILE-NAME.
       7000-EXIT.
              EXIT.

