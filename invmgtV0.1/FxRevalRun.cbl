      *  close steps do, so MonthEndClose.cbl can record it on the    *
      *  period checklist.                                            *
      *                                                               *
      *  Open supplier invoices billed in a foreign currency          *
      *  (SUPPLIER-FX-FILE, see SUPPFX.CPY) are revalued one by one:  *
      *  the home amount each was booked at against its cost at the   *
      *  closing rate.  Only the movement since the last run is       *
      *  posted, and the revaluation to date is kept on the invoice   *
      *  so APPaymentRun.cbl can reverse it when the invoice is paid. *
      *                                                               *
      *  The GL accounts this program posts to, and any limits it     *
      *  works to, are fetched from the system parameter file at      *
      *  start-up (0900-LOAD-SYSTEM-PARMS).  A missing parameter or   *
      *  an inactive account stops it before any file is opened.      *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                     RECORD KEY IS RH-RATE-KEY
                     FILE STATUS IS WS-RHIST-STATUS.

      *    Open supplier invoices billed in a foreign currency, each
      *    with the revaluation booked on it so far (see SUPPFX.CPY).
              SELECT SUPPLIER-INVOICE-FILE
                     ASSIGN TO "suppinv"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SI-INVOICE-NUMBER
                     FILE STATUS IS WS-INV-STATUS.

              SELECT SUPPLIER-FX-FILE
                     ASSIGN TO "suppfx"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS XI-INVOICE-NUMBER
                     FILE STATUS IS WS-FX-STATUS.

              SELECT GL-INTERFACE-FILE
                     ASSIGN TO "GL.INT"
                     ORGANIZATION IS LINE SEQUENTIAL
       FD  RATE-HISTORY-FILE.
           COPY "RATE-HIST-REC.CPY".

       FD  SUPPLIER-INVOICE-FILE.
           COPY "SUPPINV.CPY".

       FD  SUPPLIER-FX-FILE.
           COPY "SUPPFX.CPY".

       FD  GL-INTERFACE-FILE.
           COPY "GL-INTERFACE-REC.CPY".

       WORKING-STORAGE SECTION.
       01  WS-VARS.
              10 WS-PARMS-OK-SW       PIC X(01) VALUE "N".
                 88 WS-PARMS-OK             VALUE "Y".
              10 WS-PO-STATUS         PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-SUPP-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-RHIST-OPEN-SW     PIC X(01) VALUE "N".
                 88 WS-RHIST-OPEN           VALUE "Y".
              10 WS-INV-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-FX-STATUS         PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-FX-OPEN-SW        PIC X(01) VALUE "N".
                 88 WS-FX-OPEN              VALUE "Y".
              10 WS-GL-STATUS         PIC X(02) VALUE "00".
                 88 WS-GL-FILE-MISSING       VALUE "35".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-OPENING-RATE      PIC 9(04)V9(06) VALUE ZEROS.
              10 WS-PO-COUNT          PIC 9(05) VALUE ZEROS.
              10 WS-CUST-COUNT        PIC 9(05) VALUE ZEROS.
              10 WS-INV-NET-DIFF      PIC S9(11)V99 VALUE ZEROS.
              10 WS-INV-COUNT         PIC 9(05) VALUE ZEROS.
              10 WS-REVAL-TO-DATE     PIC S9(09)V99 VALUE ZEROS.

       01  GL-ACCOUNT-CODES.
           02 GL-ACCT-ACCOUNTS-PAYBL   PIC X(10) VALUE SPACES.
           02 GL-ACCT-ACCOUNTS-RCVBL   PIC X(10) VALUE SPACES.
           02 GL-ACCT-FX-GAIN          PIC X(10) VALUE SPACES.
           02 GL-ACCT-FX-LOSS          PIC X(10) VALUE SPACES.

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
              MOVE ZERO TO RETURN-CODE.
              ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
              MOVE WS-TODAY-DATE TO WS-MONTH-OPEN-DATE.
                 DISPLAY "MONTH-END FX REVALUATION AS OF "
                         WS-TODAY-DATE
                 PERFORM 3000-REVALUE-PO-COMMITMENTS THRU 3000-EXIT
                 PERFORM 3600-REVALUE-SUPPLIER-INVOICES
                    THRU 3600-EXIT
                 PERFORM 4000-REVALUE-CUST-BALANCES THRU 4000-EXIT
                 DISPLAY "PO COMMITMENTS REVALUED : " WS-PO-COUNT
                         "  NET GAIN(+)/LOSS(-) " WS-PO-NET-DIFF
                 DISPLAY "SUPPLIER INVOICES       : " WS-INV-COUNT
                         "  NET GAIN(+)/LOSS(-) " WS-INV-NET-DIFF
                 DISPLAY "CUSTOMER BALANCES       : " WS-CUST-COUNT
                         "  NET GAIN(+)/LOSS(-) " WS-CUST-NET-DIFF
                 DISPLAY "(CUSTOMER FIGURES APPROXIMATED OFF THE "
              PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.
              GOBACK.

      * The GL accounts this program posts to and the thresholds
      * it works to come off the system parameter file (kept by
      * SysParmMgmt.cbl, from Utilities) rather than VALUE clauses
      * here.  Any one missing, or a GL account no longer active on
      * the chart, stops the program before it touches a file.
       0900-LOAD-SYSTEM-PARMS.
              SET WS-PARMS-OK TO TRUE.
              MOVE "GL-AP" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-ACCOUNTS-PAYBL.
              MOVE "GL-AR" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-ACCOUNTS-RCVBL.
              MOVE "GL-FX-UNREAL-GN" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-FX-GAIN.
              MOVE "GL-FX-UNREAL-LS" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-FX-LOSS.
              IF NOT WS-PARMS-OK
                 DISPLAY "FX REVALUATION RUN CANNOT RUN -"
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
              OPEN INPUT PURCHASE-ORDER-FILE.
              OPEN INPUT SUPPLIER-MASTER-FILE.
              IF WS-RHIST-STATUS = "00"
                 SET WS-RHIST-OPEN TO TRUE
              END-IF.
              OPEN INPUT SUPPLIER-INVOICE-FILE.
              OPEN I-O SUPPLIER-FX-FILE.
              IF WS-FX-STATUS = "00"
                 SET WS-FX-OPEN TO TRUE
              END-IF.
              OPEN EXTEND GL-INTERFACE-FILE.
              IF WS-GL-FILE-MISSING
                 OPEN OUTPUT GL-INTERFACE-FILE
       3500-EXIT.
              EXIT.

      * Every supplier invoice billed in a foreign currency and not
      * yet paid is restated at the closing rate.  The unrealized
      * gain(+)/loss(-) to date is the home amount the payable was
      * booked at less what it costs at the closing rate; only the
      * movement since the last run is posted, and the invoice's
      * XI-REVAL-AMOUNT carried forward for the payment run to
      * reverse when the invoice is paid.  An invoice rejected since
      * it was revalued has its revaluation taken back out.
       3600-REVALUE-SUPPLIER-INVOICES.
              MOVE ZEROS TO WS-INV-NET-DIFF WS-INV-COUNT.
              IF NOT WS-FX-OPEN OR WS-INV-STATUS NOT = "00"
                 GO TO 3600-EXIT
              END-IF.
              MOVE LOW-VALUES TO XI-INVOICE-NUMBER.
              START SUPPLIER-FX-FILE
                    KEY IS NOT LESS THAN XI-INVOICE-NUMBER
                 INVALID KEY MOVE "10" TO WS-FX-STATUS
              END-START.
              PERFORM UNTIL WS-FX-STATUS NOT = "00"
                 READ SUPPLIER-FX-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-FX-STATUS
                    NOT AT END
                       IF XI-PAID-DATE = ZEROS
                          PERFORM 3700-REVALUE-ONE-INVOICE
                             THRU 3700-EXIT
                       END-IF
                 END-READ
              END-PERFORM.
              IF WS-INV-NET-DIFF NOT = ZEROS
                 PERFORM 3800-POST-INV-REVAL THRU 3800-EXIT
              END-IF.
       3600-EXIT.
              EXIT.

       3700-REVALUE-ONE-INVOICE.
              MOVE XI-INVOICE-NUMBER TO SI-INVOICE-NUMBER.
              READ SUPPLIER-INVOICE-FILE
                 INVALID KEY GO TO 3700-EXIT
              END-READ.
              IF SI-STATUS-PAID
                 GO TO 3700-EXIT
              END-IF.
              IF SI-STATUS-REJECTED
                 MOVE ZEROS TO WS-REVAL-TO-DATE
              ELSE
                 MOVE XI-CURRENCY-CODE TO ER-CURRENCY-CODE
                 READ EXCHRATE-FILE
                    INVALID KEY GO TO 3700-EXIT
                 END-READ
                 MOVE ER-RATE-TO-HOME TO WS-CLOSING-RATE
                 COMPUTE WS-RESTATED-VALUE ROUNDED =
                       SI-AMOUNT * WS-CLOSING-RATE
                 COMPUTE WS-REVAL-TO-DATE =
                       XI-HOME-AMOUNT - WS-RESTATED-VALUE
              END-IF.
              COMPUTE WS-UNREAL-DIFF =
                    WS-REVAL-TO-DATE - XI-REVAL-AMOUNT.
              IF WS-UNREAL-DIFF = ZEROS
                 GO TO 3700-EXIT
              END-IF.
              MOVE WS-REVAL-TO-DATE TO XI-REVAL-AMOUNT.
              REWRITE SUPPLIER-FX-REC
                 INVALID KEY
                    DISPLAY "  INVOICE " XI-INVOICE-NUMBER
                            " NOT REVALUED - STATUS " WS-FX-STATUS
                    GO TO 3700-EXIT
              END-REWRITE.
              ADD 1 TO WS-INV-COUNT.
              ADD WS-UNREAL-DIFF TO WS-INV-NET-DIFF.
              DISPLAY "  INVOICE " XI-INVOICE-NUMBER " "
                      XI-CURRENCY-CODE " BOOKED " XI-HOME-AMOUNT
                      " REVALUED TO DATE " XI-REVAL-AMOUNT.
       3700-EXIT.
              EXIT.

      *    Posts the net supplier-invoice revaluation the same way
      *    3500-POST-PO-REVAL posts the commitments': a net loss
      *    debits FX loss and credits accounts payable, a net gain
      *    debits accounts payable and credits FX gain.
       3800-POST-INV-REVAL.
              IF WS-INV-NET-DIFF < ZEROS
                 MOVE GL-ACCT-FX-LOSS TO GL-ACCOUNT-CODE
                 SET GL-DEBIT TO TRUE
                 COMPUTE GL-AMOUNT = WS-INV-NET-DIFF * -1
              ELSE
                 MOVE GL-ACCT-ACCOUNTS-PAYBL TO GL-ACCOUNT-CODE
                 SET GL-DEBIT TO TRUE
                 MOVE WS-INV-NET-DIFF TO GL-AMOUNT
              END-IF.
              MOVE "FX REVAL INV" TO GL-REFERENCE.
              ACCEPT GL-TXN-DATE FROM DATE YYYYMMDD.
              MOVE "FxRevalRun" TO GL-SOURCE-PROGRAM.
              WRITE GL-INTERFACE-REC.
              IF WS-INV-NET-DIFF < ZEROS
                 MOVE GL-ACCT-ACCOUNTS-PAYBL TO GL-ACCOUNT-CODE
              ELSE
                 MOVE GL-ACCT-FX-GAIN TO GL-ACCOUNT-CODE
              END-IF.
              SET GL-CREDIT TO TRUE.
              WRITE GL-INTERFACE-REC.
       3800-EXIT.
              EXIT.

      * Every customer billed in a foreign currency has the foreign
      * amount behind CM-BALANCE approximated off the month-opening
      * rate and restated at the closing rate.  A rate rise on a
              CLOSE CUSTOMER-MASTER-FILE.
              CLOSE CUST-CURRENCY-FILE.
              CLOSE EXCHRATE-FILE.
              CLOSE SUPPLIER-INVOICE-FILE.
              IF WS-FX-OPEN
                 CLOSE SUPPLIER-FX-FILE
              END-IF.
              IF WS-RHIST-OPEN
                 CLOSE RATE-HISTORY-FILE
              END-IF.
