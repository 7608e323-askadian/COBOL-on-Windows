      *  receivable legs to GL.INT, and appears on the customer's     *
      *  next statement.  Reached from CustomerMgmt.cbl's menu.       *
      *                                                               *
      *  The GL accounts this program posts to, and any limits it     *
      *  works to, are fetched from the system parameter file at      *
      *  start-up (0900-LOAD-SYSTEM-PARMS).  A missing parameter or   *
      *  an inactive account stops it before any file is opened.      *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       WORKING-STORAGE SECTION.
       01  WS-VARS.
              10 WS-PARMS-OK-SW       PIC X(01) VALUE "N".
                 88 WS-PARMS-OK             VALUE "Y".
              10 WS-CUST-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-RCPT-STATUS       PIC X(02) VALUE "00".
              10 WS-CUST-DEP-TOTAL    PIC 9(11)V99 VALUE ZEROS.

       01  GL-ACCOUNT-CODES.
           02 GL-ACCT-CASH             PIC X(10) VALUE SPACES.
           02 GL-ACCT-ACCOUNTS-RCVBL   PIC X(10) VALUE SPACES.
           02 GL-ACCT-CUST-DEPOSITS    PIC X(10) VALUE SPACES.

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
              PERFORM 1000-INITIALIZE
                 THRU 1000-EXIT.
              PERFORM 2000-DISPLAY-MENU
                    GL-INTERFACE-FILE.
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
              MOVE "GL-CUST-DEPOSITS" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-CUST-DEPOSITS.
              IF NOT WS-PARMS-OK
                 DISPLAY "CASH RECEIPTS CANNOT RUN -"
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
              OPEN I-O CUSTOMER-MASTER-FILE.
              OPEN I-O CASH-RECEIPT-FILE.
                    MOVE WS-AUDIT-CUST-BEFORE TO AT-BEFORE-IMAGE
                    MOVE CUSTOMER-MASTER-REC TO AT-AFTER-IMAGE
                    SET AT-OP-CHANGE TO TRUE
                    MOVE "custmas" TO AT-FILE-NAME
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
              END-REWRITE.
              PERFORM 8000-WRITE-GL-ENTRY THRU 8000-EXIT.
              ACCEPT AT-TS-DATE FROM DATE YYYYMMDD.
              ACCEPT AT-TS-TIME FROM TIME.
              MOVE "CashReceipts" TO AT-PROGRAM-ID.
              CALL "AuditChain" USING AUDIT-TRAIL-REC.
              WRITE AUDIT-TRAIL-REC.
              MOVE SPACES TO AT-FILE-NAME.
       7000-EXIT.
              EXIT.

