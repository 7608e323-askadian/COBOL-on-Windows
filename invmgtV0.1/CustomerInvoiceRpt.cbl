      *  skipped and listed on an exception line instead of printing  *
      *  a home-currency figure mislabeled as a foreign one.          *
      *                                                               *
      *  The limits this program works to are fetched from the system *
      *  parameter file at start-up (0900-LOAD-SYSTEM-PARMS).  A      *
      *  missing parameter stops it before any file is opened.        *
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

              SELECT EXCHRATE-FILE
                 "RATE ON FILE - CUSTOMER'S INVOICES SKIPPED ***".

       01  WS-VARS.
              10 WS-PARMS-OK-SW       PIC X(01) VALUE "N".
                 88 WS-PARMS-OK             VALUE "Y".
              10 WS-CUST-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-CURR-STATUS       PIC X(02) VALUE "00".
                 88 WS-RATE-ON-FILE        VALUE "Y".
              10 WS-RATE-TO-HOME      PIC 9(04)V9(06) VALUE ZEROS.
              10 WS-RATE-AGE-DAYS     PIC S9(05) VALUE ZEROS.
              10 WS-STALE-RATE-DAYS   PIC 9(03) VALUE ZEROS.
              10 WS-STALE-WARNED-SW   PIC X(01) VALUE "N".
                 88 WS-STALE-WARNED         VALUE "Y".
              10 WS-CUST-TOTAL        PIC S9(09)V99 VALUE ZEROS.
              10 WS-SHIP-OPEN-SW      PIC X(01) VALUE "N".
                 88 WS-SHIP-OPEN            VALUE "Y".

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
              MOVE WS-RUN-DATE TO WS-TODAY-DATE.
              MOVE WS-RUN-DATE TO HL-RUN-DATE.
                                    WS-SPOOL-PGM-NAME.
              GOBACK.

      * The GL accounts this program posts to and the thresholds
      * it works to come off the system parameter file (kept by
      * SysParmMgmt.cbl, from Utilities) rather than VALUE clauses
      * here.  Any one missing, or a GL account no longer active on
      * the chart, stops the program before it touches a file.
       0900-LOAD-SYSTEM-PARMS.
              SET WS-PARMS-OK TO TRUE.
              MOVE "FX-STALE-DAYS" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-NUMBER TO WS-STALE-RATE-DAYS.
              IF NOT WS-PARMS-OK
                 DISPLAY "CUSTOMER INVOICE REPORT CANNOT RUN -"
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

      * One invoice block per customer: look up the billing currency,
      * resolve its conversion rate (home currency needs none), then
      * scan SALES-TRANSACTION-FILE in full for that customer's sales
                 MOVE CM-BILLING-ADDRESS TO SL-SHIP-ADDRESS
              END-IF.
              WRITE IR-PRINT-LINE FROM WS-SHIPTO-LINE.
      *    The invoice's own lines only, through the ST-INVOICE-
      *    NUMBER alternate key.
              SET WS-LINE-MORE TO TRUE.
              MOVE SH-INVOICE-NUMBER TO ST-INVOICE-NUMBER.
              START SALES-TRANSACTION-FILE
                    KEY IS EQUAL TO ST-INVOICE-NUMBER
                 INVALID KEY MOVE "N" TO WS-LINE-MORE-SW
              END-START.
              PERFORM UNTIL NOT WS-LINE-MORE
                 READ SALES-TRANSACTION-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-LINE-MORE-SW
                    NOT AT END
                       IF ST-INVOICE-NUMBER NOT = SH-INVOICE-NUMBER
                          MOVE "N" TO WS-LINE-MORE-SW
                       ELSE
                          IF ST-TXN-SALE
                             PERFORM 1300-PRINT-INVOICE-LINE
                                THRU 1300-EXIT
                          END-IF
                       END-IF
                 END-READ
                 IF WS-SALE-STATUS NOT = "00" AND
                    WS-SALE-STATUS NOT = "10" AND
                    WS-SALE-STATUS NOT = "02"
                    MOVE "N" TO WS-LINE-MORE-SW
                 END-IF
              END-PERFORM.
      * Lines written before invoices existed (ST-INVOICE-NUMBER
      * zero) - each still prints as its own single-line invoice, the
      * way every line printed before the header file was added.
      * Only the customer's own lines are read, through the ST-CUST-
      * ID alternate key.
       1280-PRINT-LEGACY-LINES.
              MOVE "00" TO WS-SALE-STATUS.
              MOVE CM-CUST-ID TO ST-CUST-ID.
              START SALES-TRANSACTION-FILE
                    KEY IS EQUAL TO ST-CUST-ID
                 INVALID KEY MOVE "10" TO WS-SALE-STATUS
              END-START.
              PERFORM UNTIL WS-SALE-STATUS NOT = "00"
                        AND WS-SALE-STATUS NOT = "02"
                 READ SALES-TRANSACTION-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-SALE-STATUS
                    NOT AT END
                       IF ST-CUST-ID NOT = CM-CUST-ID
                          MOVE "10" TO WS-SALE-STATUS
                       END-IF
                       IF ST-CUST-ID = CM-CUST-ID AND ST-TXN-SALE
                          AND ST-INVOICE-NUMBER = ZEROS
                          PERFORM 1300-PRINT-INVOICE-LINE
