       IDENTIFICATION DIVISION.
       PROGRAM-ID. CashForecast.
       AUTHOR AMRESH KADIAN.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *  13-WEEK CASH FLOW FORECAST.                                  *
      *                                                               *
      *  Builds a week-by-week cash forecast for the next 13 weeks,   *
      *  week 1 starting today, entirely from data already on file,   *
      *  and prints it to CASHFCST.RPT and the spooler.  Reports.cbl  *
      *  runs it on demand.                                           *
      *                                                               *
      *  Inflows are customer balances and open deposits.  Each       *
      *  customer's sales are aged the way CustomerStatementRpt.cbl   *
      *  ages them, cash receipts and approved bad-debt write-offs    *
      *  are netted off oldest first, and what is left is expected in *
      *  the week its payment terms fall due - already overdue in     *
      *  week 1.  Sales over 90 days old are left out as doubtful and *
      *  shown as a memo total.  The remaining balance on every open  *
      *  CUSTOMER-DEPOSIT comes in week 1, so the opening balance     *
      *  keyed at the start is the bank balance less deposits held.   *
      *                                                               *
      *  Outflows are unpaid supplier invoices by SI-DUE-DATE,        *
      *  approved purchase orders not yet fully received at           *
      *  PO-ORDER-DATE plus the supplier's SU-LEAD-TIME-DAYS, and the *
      *  commission payout lines in COMM.PAY a week after the period  *
      *  they cover.  Payables falling due after week 13 are shown as *
      *  a memo total.                                                *
      *                                                               *
      *  Each week shows its inflows, outflows, net flow and the      *
      *  running cash position; any week where the position goes      *
      *  below zero is flagged.                                       *
      *                                                               *
      *  The limits this program works to are fetched from the system *
      *  parameter file at start-up (0900-LOAD-SYSTEM-PARMS).  A      *
      *  missing parameter stops it before any file is opened.        *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT CUSTOMER-MASTER-FILE
                     ASSIGN TO "custmas"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CM-CUST-ID
                     FILE STATUS IS WS-CUST-STATUS.

              SELECT SALES-TRANSACTION-FILE
                     ASSIGN TO "salestxn"
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
                     ASSIGN TO "cashrcpt"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CR-RECEIPT-NUMBER
                     FILE STATUS IS WS-RCPT-STATUS.

              SELECT BAD-DEBT-FILE
                     ASSIGN TO "baddebt"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS BD-WRITEOFF-NUMBER
                     ALTERNATE RECORD KEY IS BD-CUST-ID
                                   WITH DUPLICATES
                     FILE STATUS IS WS-BD-STATUS.

              SELECT CUSTOMER-DEPOSIT-FILE
                     ASSIGN TO "custdep"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS DP-DEPOSIT-NUMBER
                     FILE STATUS IS WS-DEP-STATUS.

              SELECT SUPPLIER-INVOICE-FILE
                     ASSIGN TO "suppinv"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SI-INVOICE-NUMBER
                     FILE STATUS IS WS-INV-STATUS.

              SELECT PURCHASE-ORDER-FILE
                     ASSIGN TO "purchord"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PO-NUMBER
                     FILE STATUS IS WS-PO-STATUS.

              SELECT SUPPLIER-MASTER-FILE
                     ASSIGN TO "suppmas"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SU-SUPPLIER-NUMBER
                     ALTERNATE RECORD KEY IS SU-SUPPLIER-NAME
                                   WITH DUPLICATES
                     FILE STATUS IS WS-SUPP-STATUS.

              SELECT COMMISSION-PAYOUT-FILE
                     ASSIGN TO "COMM.PAY"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-COMM-STATUS.

              SELECT FORECAST-REPORT
                     ASSIGN TO "CASHFCST.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
           COPY "CUSTMAS.CPY".

       FD  SALES-TRANSACTION-FILE.
           COPY "SALESTXN.CPY".

       FD  CASH-RECEIPT-FILE.
           COPY "CASHRCPT.CPY".

       FD  BAD-DEBT-FILE.
           COPY "BADDEBT.CPY".

       FD  CUSTOMER-DEPOSIT-FILE.
           COPY "CUSTDEP.CPY".

       FD  SUPPLIER-INVOICE-FILE.
           COPY "SUPPINV.CPY".

       FD  PURCHASE-ORDER-FILE.
           COPY "PURCHORD.CPY".

       FD  SUPPLIER-MASTER-FILE.
           COPY "SUPPMAS.CPY".

       FD  COMMISSION-PAYOUT-FILE.
           COPY "COMMPAY.CPY".

       FD  FORECAST-REPORT.
       01  CF-PRINT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-VARS.
              10 WS-PARMS-OK-SW       PIC X(01) VALUE "N".
                 88 WS-PARMS-OK             VALUE "Y".
              10 WS-CUST-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-SALE-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-RCPT-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-BD-STATUS         PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-DEP-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-INV-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-PO-STATUS         PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-SUPP-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-COMM-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-RPT-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-RCPT-OPEN-SW      PIC X(01) VALUE "N".
                 88 WS-RCPT-OPEN            VALUE "Y".
              10 WS-BD-OPEN-SW        PIC X(01) VALUE "N".
                 88 WS-BD-OPEN              VALUE "Y".
              10 WS-SUPP-OPEN-SW      PIC X(01) VALUE "N".
                 88 WS-SUPP-OPEN            VALUE "Y".
              10 WS-MORE-SW           PIC X(01) VALUE "N".
                 88 WS-MORE                 VALUE "Y".
              10 WS-TODAY-DATE        PIC 9(08) VALUE ZEROS.
              10 WS-TODAY-INT         PIC 9(07) VALUE ZEROS.

      *    Assumptions the forecast is built on.  A customer sale is
      *    expected to be paid WS-CUST-TERMS-DAYS after it was made;
      *    anything older than WS-DOUBTFUL-DAYS is the statement's
      *    over-90 bucket and is left out of the inflows as doubtful.
      *    A commission payout line is paid WS-COMM-LAG-DAYS after
      *    the end of the period it covers - a line whose pay date has
      *    already gone by is taken as paid.
              10 WS-CUST-TERMS-DAYS   PIC 9(03) VALUE ZEROS.
              10 WS-DOUBTFUL-DAYS     PIC 9(03) VALUE ZEROS.
              10 WS-COMM-LAG-DAYS     PIC 9(03) VALUE ZEROS.

              10 WS-OPENING-BALANCE   PIC S9(09)V99 VALUE ZEROS.
              10 WS-RUNNING-BALANCE   PIC S9(11)V99 VALUE ZEROS.
              10 WS-EVENT-DATE        PIC 9(08) VALUE ZEROS.
              10 WS-EVENT-INT         PIC 9(07) VALUE ZEROS.
              10 WS-DAYS-AHEAD        PIC S9(07) VALUE ZEROS.
              10 WS-AGE-DAYS          PIC S9(07) VALUE ZEROS.
              10 WS-WEEK-IX           PIC 9(02) VALUE ZEROS.
              10 WS-SLOT-IX           PIC 9(02) VALUE ZEROS.
              10 WS-TXN-AMOUNT        PIC S9(09)V99 VALUE ZEROS.
              10 WS-CREDIT-TOTAL      PIC S9(11)V99 VALUE ZEROS.
              10 WS-OUTSTANDING-QTY   PIC S9(07) VALUE ZEROS.
              10 WS-LEAD-DAYS         PIC 9(03) VALUE ZEROS.
              10 WS-NEGATIVE-WEEKS    PIC 9(02) VALUE ZEROS.

      *    Memo totals - money known about but outside the 13 weeks.
              10 WS-DOUBTFUL-TOTAL    PIC S9(11)V99 VALUE ZEROS.
              10 WS-LATER-OUT-TOTAL   PIC S9(11)V99 VALUE ZEROS.

      *    One customer's unpaid sales by when they are expected in:
      *    slot 1 is doubtful, slots 2 to 14 are weeks 1 to 13 (week
      *    1 also holds everything already overdue).  Payments and
      *    write-offs are netted off oldest slot first, the same
      *    oldest-first order CustomerStatementRpt.cbl nets them in.
       01  WS-CUST-SLOTS.
              10 WS-CUST-SLOT OCCURS 14 TIMES
                                      PIC S9(11)V99.

      *    The 13 forecast weeks.  Week 1 starts today.
       01  WS-WEEK-TABLE.
              10 WS-WEEK OCCURS 14 TIMES.
                 15 WS-WK-START       PIC 9(08).
                 15 WS-WK-END         PIC 9(08).
                 15 WS-WK-RECEIVABLES PIC S9(11)V99.
                 15 WS-WK-DEPOSITS    PIC S9(11)V99.
                 15 WS-WK-SUPP-INV    PIC S9(11)V99.
                 15 WS-WK-PURCH-ORD   PIC S9(11)V99.
                 15 WS-WK-COMMISSION  PIC S9(11)V99.
                 15 WS-WK-NET         PIC S9(11)V99.

       01  WS-SPOOL-HANDOFF.
           02  WS-SPOOL-SRC-NAME        PIC X(20)
                                   VALUE "CASHFCST.RPT".
           02  WS-SPOOL-PGM-NAME        PIC X(20)
                                   VALUE "CashForecast".

       01  WS-HEADER-LINE.
              10 FILLER               PIC X(34) VALUE
                 "13-WEEK CASH FLOW FORECAST AS AT ".
              10 HL-RUN-DATE          PIC 9(08).

       01  WS-OPENING-LINE.
              10 FILLER               PIC X(22) VALUE
                 "OPENING CASH BALANCE: ".
              10 OL-OPENING-BALANCE   PIC -ZZ,ZZZ,ZZ9.99.

       01  WS-COLUMN-LINE-1.
              10 FILLER               PIC X(40) VALUE
                 "                      <--------INFLOWS--".
              10 FILLER               PIC X(40) VALUE
                 "------->  <---------------OUTFLOWS------".
              10 FILLER               PIC X(10) VALUE
                 "--------->".
       01  WS-COLUMN-LINE-2.
              10 FILLER               PIC X(40) VALUE
                 "WK  FROM     TO         RECEIVABLES     ".
              10 FILLER               PIC X(40) VALUE
                 " DEPOSITS  SUPPLIER INV  PURCHASE ORD   ".
              10 FILLER               PIC X(39) VALUE
                 " COMMISSION      NET FLOW  CLOSING CASH".

       01  WS-DETAIL-LINE.
              10 DL-WEEK              PIC Z9.
              10 FILLER               PIC X(02) VALUE SPACES.
              10 DL-FROM              PIC 9(08).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 DL-TO                PIC 9(08).
              10 DL-RECEIVABLES       PIC -ZZ,ZZZ,ZZ9.99.
              10 DL-DEPOSITS          PIC -ZZ,ZZZ,ZZ9.99.
              10 DL-SUPP-INV          PIC -ZZ,ZZZ,ZZ9.99.
              10 DL-PURCH-ORD         PIC -ZZ,ZZZ,ZZ9.99.
              10 DL-COMMISSION        PIC -ZZ,ZZZ,ZZ9.99.
              10 DL-NET               PIC -ZZ,ZZZ,ZZ9.99.
              10 DL-CLOSING           PIC -ZZ,ZZZ,ZZ9.99.
              10 FILLER               PIC X(01) VALUE SPACE.
              10 DL-FLAG              PIC X(12).

       01  WS-MEMO-LINE.
              10 ML-LABEL             PIC X(50).
              10 ML-AMOUNT            PIC -ZZ,ZZZ,ZZ9.99.

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
              PERFORM 1000-INITIALIZE THRU 1000-EXIT.
              PERFORM 2000-RECEIVABLES THRU 2000-EXIT.
              PERFORM 3000-OPEN-DEPOSITS THRU 3000-EXIT.
              PERFORM 4000-SUPPLIER-INVOICES THRU 4000-EXIT.
              PERFORM 4500-OPEN-PURCHASE-ORDERS THRU 4500-EXIT.
              PERFORM 5000-COMMISSION-PAYOUTS THRU 5000-EXIT.
              PERFORM 6000-PRINT-FORECAST THRU 6000-EXIT.
              GOBACK.

      * The GL accounts this program posts to and the thresholds
      * it works to come off the system parameter file (kept by
      * SysParmMgmt.cbl, from Utilities) rather than VALUE clauses
      * here.  Any one missing, or a GL account no longer active on
      * the chart, stops the program before it touches a file.
       0900-LOAD-SYSTEM-PARMS.
              SET WS-PARMS-OK TO TRUE.
              MOVE "CF-CUST-TERMS" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-NUMBER TO WS-CUST-TERMS-DAYS.
              MOVE "CF-DOUBTFUL-DAYS" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-NUMBER TO WS-DOUBTFUL-DAYS.
              MOVE "CF-COMM-LAG-DAYS" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-NUMBER TO WS-COMM-LAG-DAYS.
              IF NOT WS-PARMS-OK
                 DISPLAY "CASH FORECAST CANNOT RUN -"
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

      *    Sets up the 13 weeks from today and takes the opening cash
      *    balance from the operator - the bank balance this morning.
      *    Customer deposits already banked are part of it only until
      *    they are drawn down, so they are keyed out of it here and
      *    come back as week 1 inflow.
       1000-INITIALIZE.
              ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
              COMPUTE WS-TODAY-INT =
                      FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
              INITIALIZE WS-WEEK-TABLE.
              PERFORM VARYING WS-WEEK-IX FROM 1 BY 1
                    UNTIL WS-WEEK-IX > 13
                 COMPUTE WS-WK-START(WS-WEEK-IX) =
                         FUNCTION DATE-OF-INTEGER(WS-TODAY-INT
                                  + (WS-WEEK-IX - 1) * 7)
                 COMPUTE WS-WK-END(WS-WEEK-IX) =
                         FUNCTION DATE-OF-INTEGER(WS-TODAY-INT
                                  + (WS-WEEK-IX - 1) * 7 + 6)
              END-PERFORM.
              MOVE ZEROS TO WS-DOUBTFUL-TOTAL WS-LATER-OUT-TOTAL
                            WS-NEGATIVE-WEEKS.
              DISPLAY "ENTER OPENING CASH BALANCE, LESS CUSTOMER "
                      "DEPOSITS HELD: ".
              MOVE ZEROS TO WS-OPENING-BALANCE.
              ACCEPT WS-OPENING-BALANCE.
       1000-EXIT.
              EXIT.

      * Which forecast week WS-EVENT-DATE falls in: anything today or
      * already past is week 1, anything after week 13 comes back as
      * 14 for the memo totals.  A date that is not a real date is
      * taken as due now.
       1500-FIND-WEEK.
              MOVE 1 TO WS-WEEK-IX.
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-EVENT-DATE) NOT = 0
                 GO TO 1500-EXIT
              END-IF.
              COMPUTE WS-DAYS-AHEAD =
                      FUNCTION INTEGER-OF-DATE(WS-EVENT-DATE)
                    - WS-TODAY-INT.
              IF WS-DAYS-AHEAD NOT > ZERO
                 GO TO 1500-EXIT
              END-IF.
              IF WS-DAYS-AHEAD > 90
                 MOVE 14 TO WS-WEEK-IX
              ELSE
                 COMPUTE WS-WEEK-IX = WS-DAYS-AHEAD / 7 + 1
              END-IF.
       1500-EXIT.
              EXIT.

      *****************************************************************
      * Inflows from customer balances: every customer's sales aged
      * the way the statement ages them, less what has been paid or
      * written off, oldest first, and what is left expected in the
      * week its payment terms fall due.
      *****************************************************************
       2000-RECEIVABLES.
              OPEN INPUT CUSTOMER-MASTER-FILE.
              IF WS-CUST-STATUS NOT = "00"
                 DISPLAY "CUSTOMER MASTER NOT AVAILABLE - STATUS "
                         WS-CUST-STATUS " - NO RECEIVABLES FORECAST"
                 GO TO 2000-EXIT
              END-IF.
              OPEN INPUT SALES-TRANSACTION-FILE.
              IF WS-SALE-STATUS NOT = "00"
                 DISPLAY "SALES FILE NOT AVAILABLE - STATUS "
                         WS-SALE-STATUS " - NO RECEIVABLES FORECAST"
                 CLOSE CUSTOMER-MASTER-FILE
                 GO TO 2000-EXIT
              END-IF.
              OPEN INPUT CASH-RECEIPT-FILE.
              IF WS-RCPT-STATUS = "00"
                 SET WS-RCPT-OPEN TO TRUE
              END-IF.
              OPEN INPUT BAD-DEBT-FILE.
              IF WS-BD-STATUS = "00"
                 SET WS-BD-OPEN TO TRUE
              END-IF.
              PERFORM UNTIL WS-CUST-STATUS NOT = "00"
                 READ CUSTOMER-MASTER-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-CUST-STATUS
                    NOT AT END
                       PERFORM 2100-AGE-CUSTOMER THRU 2100-EXIT
                       PERFORM 2200-SUM-CREDITS THRU 2200-EXIT
                       PERFORM 2300-NET-AND-SPREAD THRU 2300-EXIT
                 END-READ
              END-PERFORM.
              CLOSE CUSTOMER-MASTER-FILE.
              CLOSE SALES-TRANSACTION-FILE.
              IF WS-RCPT-OPEN
                 CLOSE CASH-RECEIPT-FILE
                 MOVE "N" TO WS-RCPT-OPEN-SW
              END-IF.
              IF WS-BD-OPEN
                 CLOSE BAD-DEBT-FILE
                 MOVE "N" TO WS-BD-OPEN-SW
              END-IF.
       2000-EXIT.
              EXIT.

      * Reads the current customer's SALES-TRANSACTION rows off the
      * ST-CUST-ID alternate key, slotting each sale by when its
      * payment is due.
       2100-AGE-CUSTOMER.
              INITIALIZE WS-CUST-SLOTS.
              MOVE CM-CUST-ID TO ST-CUST-ID.
              MOVE "00" TO WS-SALE-STATUS.
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
                       IF ST-CUST-ID = CM-CUST-ID
                          AND NOT ST-TXN-VOID
                          PERFORM 2150-SLOT-SALE THRU 2150-EXIT
                       END-IF
                 END-READ
              END-PERFORM.
       2100-EXIT.
              EXIT.

       2150-SLOT-SALE.
              COMPUTE WS-TXN-AMOUNT = ST-EXTENDED-AMOUNT
                                    + ST-TAX-AMOUNT.
              MOVE ZEROS TO WS-AGE-DAYS.
              IF FUNCTION TEST-DATE-YYYYMMDD(ST-TXN-DATE) = 0
                 COMPUTE WS-AGE-DAYS = WS-TODAY-INT
                       - FUNCTION INTEGER-OF-DATE(ST-TXN-DATE)
              END-IF.
              IF WS-AGE-DAYS > WS-DOUBTFUL-DAYS
                 ADD WS-TXN-AMOUNT TO WS-CUST-SLOT(1)
                 GO TO 2150-EXIT
              END-IF.
              COMPUTE WS-EVENT-INT = WS-TODAY-INT - WS-AGE-DAYS
                                   + WS-CUST-TERMS-DAYS.
              COMPUTE WS-EVENT-DATE =
                      FUNCTION DATE-OF-INTEGER(WS-EVENT-INT).
              PERFORM 1500-FIND-WEEK THRU 1500-EXIT.
              IF WS-WEEK-IX > 13
                 MOVE 13 TO WS-WEEK-IX
              END-IF.
              COMPUTE WS-SLOT-IX = WS-WEEK-IX + 1.
              ADD WS-TXN-AMOUNT TO WS-CUST-SLOT(WS-SLOT-IX).
       2150-EXIT.
              EXIT.

      * Everything already paid on the account, plus any approved
      * write-off less what has since been recovered on it - the
      * same credits the statement nets off the aged buckets.
       2200-SUM-CREDITS.
              MOVE ZEROS TO WS-CREDIT-TOTAL.
              IF WS-RCPT-OPEN
                 SET WS-MORE TO TRUE
                 MOVE LOW-VALUES TO CR-RECEIPT-NUMBER
                 START CASH-RECEIPT-FILE
                       KEY IS NOT LESS THAN CR-RECEIPT-NUMBER
                    INVALID KEY MOVE "N" TO WS-MORE-SW
                 END-START
                 PERFORM UNTIL NOT WS-MORE
                    READ CASH-RECEIPT-FILE NEXT RECORD
                       AT END MOVE "N" TO WS-MORE-SW
                       NOT AT END
                          IF CR-CUST-ID = CM-CUST-ID
                             ADD CR-AMOUNT TO WS-CREDIT-TOTAL
                          END-IF
                    END-READ
                 END-PERFORM
              END-IF.
              IF WS-BD-OPEN
                 MOVE CM-CUST-ID TO BD-CUST-ID
                 SET WS-MORE TO TRUE
                 START BAD-DEBT-FILE
                       KEY IS EQUAL TO BD-CUST-ID
                    INVALID KEY MOVE "N" TO WS-MORE-SW
                 END-START
                 PERFORM UNTIL NOT WS-MORE
                    READ BAD-DEBT-FILE NEXT RECORD
                       AT END MOVE "N" TO WS-MORE-SW
                       NOT AT END
                          IF BD-CUST-ID NOT = CM-CUST-ID
                             MOVE "N" TO WS-MORE-SW
                          ELSE
                             IF BD-STATUS-APPROVED
                                COMPUTE WS-CREDIT-TOTAL =
                                        WS-CREDIT-TOTAL + BD-AMOUNT
                                      - BD-RECOVERED-AMOUNT
                             END-IF
                          END-IF
                    END-READ
                 END-PERFORM
              END-IF.
       2200-EXIT.
              EXIT.

      * Nets the credits off the oldest slot first, then adds what
      * is left in each week's slot to that week's inflow.  An
      * account in credit overall forecasts nothing.
       2300-NET-AND-SPREAD.
              PERFORM VARYING WS-SLOT-IX FROM 1 BY 1
                    UNTIL WS-SLOT-IX > 14 OR WS-CREDIT-TOTAL = ZEROS
                 IF WS-CUST-SLOT(WS-SLOT-IX) > ZEROS
                    IF WS-CREDIT-TOTAL >= WS-CUST-SLOT(WS-SLOT-IX)
                       SUBTRACT WS-CUST-SLOT(WS-SLOT-IX)
                           FROM WS-CREDIT-TOTAL
                       MOVE ZEROS TO WS-CUST-SLOT(WS-SLOT-IX)
                    ELSE
                       SUBTRACT WS-CREDIT-TOTAL
                           FROM WS-CUST-SLOT(WS-SLOT-IX)
                       MOVE ZEROS TO WS-CREDIT-TOTAL
                    END-IF
                 END-IF
              END-PERFORM.
              IF WS-CUST-SLOT(1) > ZEROS
                 ADD WS-CUST-SLOT(1) TO WS-DOUBTFUL-TOTAL
              END-IF.
              PERFORM VARYING WS-WEEK-IX FROM 1 BY 1
                    UNTIL WS-WEEK-IX > 13
                 COMPUTE WS-SLOT-IX = WS-WEEK-IX + 1
                 IF WS-CUST-SLOT(WS-SLOT-IX) > ZEROS
                    ADD WS-CUST-SLOT(WS-SLOT-IX)
                     TO WS-WK-RECEIVABLES(WS-WEEK-IX)
                 END-IF
              END-PERFORM.
       2300-EXIT.
              EXIT.

      * What is still held on every open customer deposit, keyed
      * out of the opening balance above, comes back in week 1.
       3000-OPEN-DEPOSITS.
              OPEN INPUT CUSTOMER-DEPOSIT-FILE.
              IF WS-DEP-STATUS NOT = "00"
                 GO TO 3000-EXIT
              END-IF.
              PERFORM UNTIL WS-DEP-STATUS NOT = "00"
                 READ CUSTOMER-DEPOSIT-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-DEP-STATUS
                    NOT AT END
                       IF DP-STATUS-OPEN AND DP-REMAINING > ZEROS
                          ADD DP-REMAINING TO WS-WK-DEPOSITS(1)
                       END-IF
                 END-READ
              END-PERFORM.
              CLOSE CUSTOMER-DEPOSIT-FILE.
       3000-EXIT.
              EXIT.

      * Every supplier invoice not yet paid or rejected goes out in
      * the week of its SI-DUE-DATE - one already overdue in week 1.
       4000-SUPPLIER-INVOICES.
              OPEN INPUT SUPPLIER-INVOICE-FILE.
              IF WS-INV-STATUS NOT = "00"
                 GO TO 4000-EXIT
              END-IF.
              PERFORM UNTIL WS-INV-STATUS NOT = "00"
                 READ SUPPLIER-INVOICE-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-INV-STATUS
                    NOT AT END
                       IF SI-STATUS-PASSED OR SI-STATUS-HELD
                          MOVE SI-DUE-DATE TO WS-EVENT-DATE
                          PERFORM 1500-FIND-WEEK THRU 1500-EXIT
                          IF WS-WEEK-IX > 13
                             ADD SI-AMOUNT TO WS-LATER-OUT-TOTAL
                          ELSE
                             ADD SI-AMOUNT
                              TO WS-WK-SUPP-INV(WS-WEEK-IX)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM.
              CLOSE SUPPLIER-INVOICE-FILE.
       4000-EXIT.
              EXIT.

      * Approved purchase orders not yet fully received go out in
      * the week the goods are expected: the order date plus the
      * supplier's SU-LEAD-TIME-DAYS.  Only the quantity still to
      * arrive is counted, at the PO's unit cost; a PO the supplier
      * has rejected is left out.
       4500-OPEN-PURCHASE-ORDERS.
              OPEN INPUT PURCHASE-ORDER-FILE.
              IF WS-PO-STATUS NOT = "00"
                 GO TO 4500-EXIT
              END-IF.
              OPEN INPUT SUPPLIER-MASTER-FILE.
              IF WS-SUPP-STATUS = "00"
                 SET WS-SUPP-OPEN TO TRUE
              END-IF.
              PERFORM UNTIL WS-PO-STATUS NOT = "00"
                 READ PURCHASE-ORDER-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-PO-STATUS
                    NOT AT END
                       IF (PO-APPROVED OR PO-PRINTED OR PO-PARTIAL)
                          AND NOT PO-ACK-REJECTED
                          PERFORM 4600-PLACE-PO THRU 4600-EXIT
                       END-IF
                 END-READ
              END-PERFORM.
              CLOSE PURCHASE-ORDER-FILE.
              IF WS-SUPP-OPEN
                 CLOSE SUPPLIER-MASTER-FILE
                 MOVE "N" TO WS-SUPP-OPEN-SW
              END-IF.
       4500-EXIT.
              EXIT.

       4600-PLACE-PO.
              COMPUTE WS-OUTSTANDING-QTY = PO-ORDER-QTY
                                         - PO-RECEIVED-QTY.
              IF WS-OUTSTANDING-QTY NOT > ZEROS
                 GO TO 4600-EXIT
              END-IF.
              COMPUTE WS-TXN-AMOUNT ROUNDED =
                      WS-OUTSTANDING-QTY * PO-UNIT-COST.
              MOVE ZEROS TO WS-LEAD-DAYS.
              IF WS-SUPP-OPEN
                 MOVE PO-SUPPLIER-NUMBER TO SU-SUPPLIER-NUMBER
                 READ SUPPLIER-MASTER-FILE
                    NOT INVALID KEY
                       MOVE SU-LEAD-TIME-DAYS TO WS-LEAD-DAYS
                 END-READ
              END-IF.
              MOVE PO-ORDER-DATE TO WS-EVENT-DATE.
              IF FUNCTION TEST-DATE-YYYYMMDD(PO-ORDER-DATE) = 0
                 COMPUTE WS-EVENT-DATE = FUNCTION DATE-OF-INTEGER(
                         FUNCTION INTEGER-OF-DATE(PO-ORDER-DATE)
                         + WS-LEAD-DAYS)
              END-IF.
              PERFORM 1500-FIND-WEEK THRU 1500-EXIT.
              IF WS-WEEK-IX > 13
                 ADD WS-TXN-AMOUNT TO WS-LATER-OUT-TOTAL
              ELSE
                 ADD WS-TXN-AMOUNT TO WS-WK-PURCH-ORD(WS-WEEK-IX)
              END-IF.
       4600-EXIT.
              EXIT.

      * Commission payouts Reports.cbl has written to COMM.PAY and
      * payroll has still to pay.
       5000-COMMISSION-PAYOUTS.
              OPEN INPUT COMMISSION-PAYOUT-FILE.
              IF WS-COMM-STATUS NOT = "00"
                 GO TO 5000-EXIT
              END-IF.
              PERFORM UNTIL WS-COMM-STATUS NOT = "00"
                 READ COMMISSION-PAYOUT-FILE
                    AT END MOVE "10" TO WS-COMM-STATUS
                    NOT AT END
                       IF CP-COMMISSION-AMOUNT > ZEROS
                          AND FUNCTION TEST-DATE-YYYYMMDD(CP-TO-DATE)
                              = 0
                          PERFORM 5100-PLACE-PAYOUT THRU 5100-EXIT
                       END-IF
                 END-READ
              END-PERFORM.
              CLOSE COMMISSION-PAYOUT-FILE.
       5000-EXIT.
              EXIT.

       5100-PLACE-PAYOUT.
              COMPUTE WS-EVENT-INT =
                      FUNCTION INTEGER-OF-DATE(CP-TO-DATE)
                    + WS-COMM-LAG-DAYS.
              IF WS-EVENT-INT < WS-TODAY-INT
                 GO TO 5100-EXIT
              END-IF.
              COMPUTE WS-EVENT-DATE =
                      FUNCTION DATE-OF-INTEGER(WS-EVENT-INT).
              PERFORM 1500-FIND-WEEK THRU 1500-EXIT.
              IF WS-WEEK-IX > 13
                 ADD CP-COMMISSION-AMOUNT TO WS-LATER-OUT-TOTAL
              ELSE
                 ADD CP-COMMISSION-AMOUNT
                  TO WS-WK-COMMISSION(WS-WEEK-IX)
              END-IF.
       5100-EXIT.
              EXIT.

      *****************************************************************
      * One line per week: what comes in, what goes out, the net
      * flow and the running cash position, flagged wherever the
      * position goes below zero.
      *****************************************************************
       6000-PRINT-FORECAST.
              OPEN OUTPUT FORECAST-REPORT.
              IF WS-RPT-STATUS NOT = "00"
                 DISPLAY "FORECAST REPORT DID NOT OPEN - STATUS "
                         WS-RPT-STATUS
                 GO TO 6000-EXIT
              END-IF.
              MOVE WS-TODAY-DATE TO HL-RUN-DATE.
              WRITE CF-PRINT-LINE FROM WS-HEADER-LINE.
              MOVE WS-OPENING-BALANCE TO OL-OPENING-BALANCE.
              WRITE CF-PRINT-LINE FROM WS-OPENING-LINE.
              MOVE SPACES TO CF-PRINT-LINE.
              WRITE CF-PRINT-LINE.
              WRITE CF-PRINT-LINE FROM WS-COLUMN-LINE-1.
              WRITE CF-PRINT-LINE FROM WS-COLUMN-LINE-2.
              MOVE WS-OPENING-BALANCE TO WS-RUNNING-BALANCE.
              PERFORM VARYING WS-WEEK-IX FROM 1 BY 1
                    UNTIL WS-WEEK-IX > 13
                 PERFORM 6100-PRINT-WEEK THRU 6100-EXIT
              END-PERFORM.

              MOVE SPACES TO CF-PRINT-LINE.
              WRITE CF-PRINT-LINE.
              MOVE "CLOSING CASH AFTER 13 WEEKS" TO ML-LABEL.
              MOVE WS-RUNNING-BALANCE TO ML-AMOUNT.
              WRITE CF-PRINT-LINE FROM WS-MEMO-LINE.
              MOVE "RECEIVABLES OVER 90 DAYS - NOT FORECAST"
                TO ML-LABEL.
              MOVE WS-DOUBTFUL-TOTAL TO ML-AMOUNT.
              WRITE CF-PRINT-LINE FROM WS-MEMO-LINE.
              MOVE "PAYABLES FALLING DUE AFTER WEEK 13" TO ML-LABEL.
              MOVE WS-LATER-OUT-TOTAL TO ML-AMOUNT.
              WRITE CF-PRINT-LINE FROM WS-MEMO-LINE.
              IF WS-NEGATIVE-WEEKS > ZEROS
                 MOVE SPACES TO CF-PRINT-LINE
                 STRING "*** CASH GOES NEGATIVE IN " DELIMITED BY SIZE
                        WS-NEGATIVE-WEEKS DELIMITED BY SIZE
                        " OF THE 13 WEEKS ***" DELIMITED BY SIZE
                   INTO CF-PRINT-LINE
                 END-STRING
                 WRITE CF-PRINT-LINE
              END-IF.
              CLOSE FORECAST-REPORT.
              CALL "SPOOLADD" USING WS-SPOOL-SRC-NAME
                                    WS-SPOOL-PGM-NAME.
              DISPLAY "CLOSING CASH AFTER 13 WEEKS: "
                      WS-RUNNING-BALANCE.
              DISPLAY "WEEKS WITH NEGATIVE CASH  : "
                      WS-NEGATIVE-WEEKS.
              DISPLAY "CASH FORECAST WRITTEN TO CASHFCST.RPT".
       6000-EXIT.
              EXIT.

       6100-PRINT-WEEK.
              COMPUTE WS-WK-NET(WS-WEEK-IX) =
                      WS-WK-RECEIVABLES(WS-WEEK-IX)
                    + WS-WK-DEPOSITS(WS-WEEK-IX)
                    - WS-WK-SUPP-INV(WS-WEEK-IX)
                    - WS-WK-PURCH-ORD(WS-WEEK-IX)
                    - WS-WK-COMMISSION(WS-WEEK-IX).
              ADD WS-WK-NET(WS-WEEK-IX) TO WS-RUNNING-BALANCE.
              MOVE WS-WEEK-IX TO DL-WEEK.
              MOVE WS-WK-START(WS-WEEK-IX) TO DL-FROM.
              MOVE WS-WK-END(WS-WEEK-IX) TO DL-TO.
              MOVE WS-WK-RECEIVABLES(WS-WEEK-IX) TO DL-RECEIVABLES.
              MOVE WS-WK-DEPOSITS(WS-WEEK-IX) TO DL-DEPOSITS.
              MOVE WS-WK-SUPP-INV(WS-WEEK-IX) TO DL-SUPP-INV.
              MOVE WS-WK-PURCH-ORD(WS-WEEK-IX) TO DL-PURCH-ORD.
              MOVE WS-WK-COMMISSION(WS-WEEK-IX) TO DL-COMMISSION.
              MOVE WS-WK-NET(WS-WEEK-IX) TO DL-NET.
              MOVE WS-RUNNING-BALANCE TO DL-CLOSING.
              MOVE SPACES TO DL-FLAG.
              IF WS-RUNNING-BALANCE < ZEROS
                 MOVE "*** NEGATIVE" TO DL-FLAG
                 ADD 1 TO WS-NEGATIVE-WEEKS
              END-IF.
              WRITE CF-PRINT-LINE FROM WS-DETAIL-LINE.
       6100-EXIT.
              EXIT.
