      *  cycle count wrote it off as shrinkage.  Reached from         *
      *  StockMgmt.cbl's menu.                                        *
      *                                                               *
      *  The quantity pulled is posted onto the stock movement        *
      *  ledger under the RTV number (see STKMVMSG.CPY).              *
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
              10 WS-RTV-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-STOCK-STATUS      PIC X(02) VALUE "00".
              10 WS-SUPP-OPEN-COUNT   PIC 9(05) VALUE ZEROS.
              10 WS-RPT-GRAND-CREDIT  PIC 9(11)V99 VALUE ZEROS.

      *    Parameter block for 3100-POST-RTV-MOVEMENT.
           COPY "STKMVMSG.CPY".

       01  GL-ACCOUNT-CODES.
           02 GL-ACCT-INVENTORY        PIC X(10) VALUE SPACES.
           02 GL-ACCT-SUPP-CREDIT-RCV  PIC X(10) VALUE SPACES.
           02 GL-ACCT-ACCOUNTS-PAYBL   PIC X(10) VALUE SPACES.

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
              MOVE "GL-INVENTORY" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-INVENTORY.
              MOVE "GL-SUPP-CREDIT" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-SUPP-CREDIT-RCV.
              MOVE "GL-AP" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-ACCOUNTS-PAYBL.
              IF NOT WS-PARMS-OK
                 DISPLAY "RETURN TO VENDOR CANNOT RUN -"
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
              OPEN I-O RTV-DOCUMENT-FILE.
              IF WS-RTV-STATUS = "35"
                    MOVE WS-AUDIT-STOCK-BEFORE TO AT-BEFORE-IMAGE
                    MOVE STOCK-MASTER-REC TO AT-AFTER-IMAGE
                    SET AT-OP-CHANGE TO TRUE
                    MOVE "stockmas" TO AT-FILE-NAME
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
                    PERFORM 3100-POST-RTV-MOVEMENT THRU 3100-EXIT
              END-REWRITE.
              PERFORM 8000-WRITE-RTV-GL-ENTRY THRU 8000-EXIT.
              DISPLAY "RTV " RT-RTV-NUMBER " RAISED AGAINST "
       3000-EXIT.
              EXIT.

      * The quantity pulled back out of stock onto the stock
      * movement ledger at the cost the supplier is to credit.
       3100-POST-RTV-MOVEMENT.
              INITIALIZE STOCK-MOVE-MSG.
              MOVE SM-ITEM-NUMBER TO MM-ITEM-NUMBER.
              MOVE SM-LOCATION TO MM-LOCATION.
              SET MM-TYPE-RTV TO TRUE.
              COMPUTE MM-QTY = RT-QTY * -1.
              MOVE RT-UNIT-COST TO MM-UNIT-COST.
              STRING "RTV " RT-RTV-NUMBER
                     DELIMITED BY SIZE INTO MM-SOURCE-DOC.
              MOVE "RtvMgmt" TO MM-SOURCE-PROGRAM.
              MOVE RT-OPERATOR-ID TO MM-OPERATOR-ID.
              CALL "STKMOVEPOST" USING STOCK-MOVE-MSG.
       3100-EXIT.
              EXIT.

      * Records the supplier's credit note against an open RTV: the
      * expected credit moves out of the receivable account against
      * what we owe the supplier.
              ACCEPT AT-TS-DATE FROM DATE YYYYMMDD.
              ACCEPT AT-TS-TIME FROM TIME.
              MOVE "RtvMgmt" TO AT-PROGRAM-ID.
              CALL "AuditChain" USING AUDIT-TRAIL-REC.
              WRITE AUDIT-TRAIL-REC.
              MOVE SPACES TO AT-FILE-NAME.
       7000-EXIT.
              EXIT.

