      *  same way ArchivePurge.cbl rewrites its logs.  Reached from   *
      *  the Reports menu.                                            *
      *                                                               *
      *  Settling a supplier moves the value settled out of the       *
      *  consignment payable, where SalesMgmt.cbl posts the cost of   *
      *  consigned stock sold, into accounts payable for the          *
      *  supplier's payment.                                          *
      *                                                               *
      *  The GL accounts this program posts to, and any limits it     *
      *  works to, are fetched from the system parameter file at      *
      *  start-up (0900-LOAD-SYSTEM-PARMS).  A missing parameter or   *
      *  an inactive account stops it before any file is opened.      *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                                   WITH DUPLICATES
                     FILE STATUS IS WS-SUPP-STATUS.

              SELECT GL-INTERFACE-FILE
                     ASSIGN TO "GL.INT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-GL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONSIGNMENT-SETTLE-FILE.
       FD  SUPPLIER-MASTER-FILE.
           COPY "SUPPMAS.CPY".

       FD  GL-INTERFACE-FILE.
           COPY "GL-INTERFACE-REC.CPY".

       WORKING-STORAGE SECTION.
       01  WS-VARS.
              10 WS-PARMS-OK-SW       PIC X(01) VALUE "N".
                 88 WS-PARMS-OK             VALUE "Y".
              10 WS-SETL-STATUS       PIC X(02) VALUE "00".
                 88 WS-SETL-FILE-MISSING     VALUE "35".
                 COPY "FS-STATUS-CODES.CPY".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-SUPP-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-GL-STATUS         PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-MENU-OPTION       PIC X(01) VALUE SPACE.
              10 WS-EXIT-OPTION       PIC X(01) VALUE "3".
              10 WS-SUPP-TOTAL        PIC S9(11)V99 VALUE ZEROS.
              10 WS-SETTLED-COUNT     PIC 9(05) VALUE ZEROS.
              10 WS-SETTLED-VALUE     PIC S9(11)V99 VALUE ZEROS.

       01  GL-ACCOUNT-CODES.
           02 GL-ACCT-CONSIGN-PYBL     PIC X(10) VALUE SPACES.
           02 GL-ACCT-ACCOUNTS-PYBL    PIC X(10) VALUE SPACES.

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
              PERFORM 2000-DISPLAY-MENU
                 THRU 2000-EXIT
                UNTIL WS-MENU-OPTION IS EQUAL TO WS-EXIT-OPTION.
              GOBACK.

      * The GL accounts this program posts to and the thresholds
      * it works to come off the system parameter file (kept by
      * SysParmMgmt.cbl, from Utilities) rather than VALUE clauses
      * here.  Any one missing, or a GL account no longer active on
      * the chart, stops the program before it touches a file.
       0900-LOAD-SYSTEM-PARMS.
              SET WS-PARMS-OK TO TRUE.
              MOVE "GL-CONSIGN-PYBL" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-CONSIGN-PYBL.
              MOVE "GL-AP" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-ACCOUNTS-PYBL.
              IF NOT WS-PARMS-OK
                 DISPLAY "CONSIGNMENT SETTLEMENT CANNOT RUN -"
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
              DISPLAY "Consignment Settlement".
              CLOSE CONSIGNMENT-SETTLE-FILE.
              DISPLAY WS-SETTLED-COUNT " LINE(S) SETTLED - VALUE "
                      WS-SETTLED-VALUE ".".
              PERFORM 8000-WRITE-SETTLE-GL-ENTRY THRU 8000-EXIT.
       4000-EXIT.
              EXIT.

      * The value settled leaves the consignment payable for
      * accounts payable, where the supplier's payment is made - a
      * net-negative settlement (returns outweighing sales) runs the
      * legs the other way.
       8000-WRITE-SETTLE-GL-ENTRY.
              IF WS-SETTLED-VALUE = ZEROS
                 GO TO 8000-EXIT
              END-IF.
              OPEN EXTEND GL-INTERFACE-FILE.
              IF WS-GL-STATUS = "35"
                 OPEN OUTPUT GL-INTERFACE-FILE
              END-IF.
              MOVE GL-ACCT-CONSIGN-PYBL TO GL-ACCOUNT-CODE.
              IF WS-SETTLED-VALUE > ZEROS
                 SET GL-DEBIT TO TRUE
                 MOVE WS-SETTLED-VALUE TO GL-AMOUNT
              ELSE
                 SET GL-CREDIT TO TRUE
                 COMPUTE GL-AMOUNT = WS-SETTLED-VALUE * -1
              END-IF.
              MOVE SPACES TO GL-REFERENCE.
              STRING "CONSIGN SUPP " WS-SETTLE-SUPPLIER
                     DELIMITED BY SIZE INTO GL-REFERENCE.
              ACCEPT GL-TXN-DATE FROM DATE YYYYMMDD.
              MOVE "ConsignmentSettleRpt" TO GL-SOURCE-PROGRAM.
              WRITE GL-INTERFACE-REC.
              MOVE GL-ACCT-ACCOUNTS-PYBL TO GL-ACCOUNT-CODE.
              IF WS-SETTLED-VALUE > ZEROS
                 SET GL-CREDIT TO TRUE
              ELSE
                 SET GL-DEBIT TO TRUE
              END-IF.
              WRITE GL-INTERFACE-REC.
              CLOSE GL-INTERFACE-FILE.
       8000-EXIT.
              EXIT.
