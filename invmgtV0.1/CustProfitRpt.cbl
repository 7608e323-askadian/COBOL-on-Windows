       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustProfitRpt.
       AUTHOR AMRESH KADIAN.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *  CUSTOMER PROFITABILITY REPORT.                               *
      *                                                               *
      *  Shows, for a date range, whether each customer makes us      *
      *  money once everything they cost us is netted against the     *
      *  margin on what they buy, so account managers have the        *
      *  figures in hand when contract pricing comes up for           *
      *  renegotiation.  Reports.cbl runs it on demand; it prints to  *
      *  CUSTPROF.RPT and the spooler, and on request writes the same *
      *  rows to CUSTPROF.CSV.                                        *
      *                                                               *
      *  Gross sales and returns come off SALES-TRANSACTION (voids    *
      *  left out), net sales is the difference, and cost of goods is *
      *  each line's quantity at the item's current SM-UNIT-COST -    *
      *  returns cost back negative - the same costing the department *
      *  margin report uses.  Gross margin is net sales less cost of  *
      *  goods.                                                       *
      *                                                               *
      *  Net contribution is gross margin less the loyalty rebates    *
      *  accrued in the range (LOYALTY.LOG, net of voided-sale        *
      *  reversals), plus the finance charges assessed (FINCHG.LOG),  *
      *  less the bad debts written off (approved in the range, less  *
      *  recoveries whose latest receipt falls in it).                *
      *                                                               *
      *  Three memo columns are shown but not netted again, as they   *
      *  are already inside the figures above: rebates redeemed       *
      *  settle rebates already accrued, the contract-price discount  *
      *  (list price less contract price on contract-priced lines) is *
      *  already out of net sales, and store credit issued is the     *
      *  refund on returns already counted.                           *
      *                                                               *
      *  Customers can be ranked by contribution either way or by net *
      *  sales, and limited to those at or above, or below, a         *
      *  contribution threshold.                                      *
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

              SELECT STOCK-MASTER-FILE
                     ASSIGN TO "stockmas"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SM-STOCK-KEY
                     ALTERNATE RECORD KEY IS SM-ITEM-NUMBER
                                   WITH DUPLICATES
                     FILE STATUS IS WS-STOCK-STATUS.

              SELECT ITEM-PRICE-FILE
                     ASSIGN TO "itemprce"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS IP-ITEM-NUMBER
                     FILE STATUS IS WS-IPRICE-STATUS.

              SELECT CONTRACT-PRICE-FILE
                     ASSIGN TO "contprc"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CP-CONTRACT-KEY
                     FILE STATUS IS WS-CONT-STATUS.

              SELECT LOYALTY-LOG-FILE
                     ASSIGN TO "LOYALTY.LOG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-LYLOG-STATUS.

              SELECT FINANCE-CHARGE-FILE
                     ASSIGN TO "FINCHG.LOG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CHG-STATUS.

              SELECT BAD-DEBT-FILE
                     ASSIGN TO "baddebt"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS BD-WRITEOFF-NUMBER
                     ALTERNATE RECORD KEY IS BD-CUST-ID
                                   WITH DUPLICATES
                     FILE STATUS IS WS-BD-STATUS.

              SELECT STORE-CREDIT-FILE
                     ASSIGN TO "storecrd"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CD-CREDIT-NUMBER
                     FILE STATUS IS WS-CRD-STATUS.

              SELECT PROFIT-REPORT
                     ASSIGN TO "CUSTPROF.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RPT-STATUS.

      *    Written only when the operator asks for it - one
      *    comma-delimited row per customer listed, with a header,
      *    overwritten on every run.
              SELECT PROFIT-CSV-FILE
                     ASSIGN TO "CUSTPROF.CSV"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
           COPY "CUSTMAS.CPY".

       FD  SALES-TRANSACTION-FILE.
           COPY "SALESTXN.CPY".

       FD  STOCK-MASTER-FILE.
           COPY "STOCKMAS.CPY".

       FD  ITEM-PRICE-FILE.
           COPY "ITEMPRCE.CPY".

       FD  CONTRACT-PRICE-FILE.
           COPY "CONTPRC.CPY".

       FD  LOYALTY-LOG-FILE.
           COPY "LOYLOG.CPY".

       FD  FINANCE-CHARGE-FILE.
           COPY "FINCHG.CPY".

       FD  BAD-DEBT-FILE.
           COPY "BADDEBT.CPY".

       FD  STORE-CREDIT-FILE.
           COPY "STORECRD.CPY".

       FD  PROFIT-REPORT.
       01  CP-PRINT-LINE                PIC X(132).

       FD  PROFIT-CSV-FILE.
       01  CP-CSV-REC                   PIC X(250).

       WORKING-STORAGE SECTION.
       01  WS-VARS.
              10 WS-CUST-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-SALE-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-STOCK-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-IPRICE-STATUS     PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-CONT-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-LYLOG-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-CHG-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-BD-STATUS         PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-CRD-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-RPT-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-CSV-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-STOCK-OPEN-SW     PIC X(01) VALUE "N".
                 88 WS-STOCK-OPEN           VALUE "Y".
              10 WS-IPRICE-OPEN-SW    PIC X(01) VALUE "N".
                 88 WS-IPRICE-OPEN          VALUE "Y".
              10 WS-CONT-OPEN-SW      PIC X(01) VALUE "N".
                 88 WS-CONT-OPEN            VALUE "Y".
              10 WS-PARMS-OK-SW       PIC X(01) VALUE "N".
                 88 WS-PARMS-OK             VALUE "Y".
              10 WS-CONTRACT-FOUND-SW PIC X(01) VALUE "N".
                 88 WS-CONTRACT-FOUND       VALUE "Y".
              10 WS-TODAY-DATE        PIC 9(08) VALUE ZEROS.
              10 WS-FROM-DATE         PIC 9(08) VALUE ZEROS.
              10 WS-TO-DATE           PIC 9(08) VALUE ZEROS.

      *    Operator's choices.  Sort 1 ranks the best contributors
      *    first, 2 the worst first (the accounts to renegotiate), 3
      *    by net sales.  Threshold A keeps customers contributing at
      *    least WS-THRESHOLD-AMT, B those contributing less; blank
      *    lists everyone with activity in the range.
              10 WS-SORT-OPTION       PIC X(01) VALUE "1".
                 88 WS-SORT-BEST-FIRST      VALUE "1".
                 88 WS-SORT-WORST-FIRST     VALUE "2".
                 88 WS-SORT-NET-SALES       VALUE "3".
              10 WS-THRESHOLD-OPTION  PIC X(01) VALUE SPACE.
                 88 WS-THRESHOLD-AT-ABOVE   VALUE "A".
                 88 WS-THRESHOLD-BELOW      VALUE "B".
                 88 WS-THRESHOLD-NONE       VALUE SPACE.
              10 WS-THRESHOLD-AMT     PIC S9(09)V99 VALUE ZEROS.
              10 WS-CSV-SW            PIC X(01) VALUE "N".
                 88 WS-CSV-WANTED           VALUE "Y".

              10 WS-FIND-CUST-ID      PIC X(05) VALUE SPACES.
              10 WS-CP-IX             PIC 9(04) VALUE ZEROS.
              10 WS-CP-JX             PIC 9(04) VALUE ZEROS.
              10 WS-RANK-POS          PIC 9(04) VALUE ZEROS.
              10 WS-RANK-BEST         PIC 9(04) VALUE ZEROS.
              10 WS-RANK-HOLD         PIC 9(04) VALUE ZEROS.
              10 WS-RANK-COUNT        PIC 9(04) VALUE ZEROS.
              10 WS-OVERFLOW-COUNT    PIC 9(05) VALUE ZEROS.
              10 WS-LINE-COST         PIC S9(09)V99 VALUE ZEROS.
              10 WS-LINE-DISC         PIC S9(09)V99 VALUE ZEROS.
              10 WS-CONTRACT-PRICE    PIC 9(05)V99 VALUE ZEROS.
              10 WS-CONTRACT-START    PIC 9(08) VALUE ZEROS.

      *    Report totals over the customers listed.
              10 WS-TOT-GROSS         PIC S9(11)V99 VALUE ZEROS.
              10 WS-TOT-RETURNS       PIC S9(11)V99 VALUE ZEROS.
              10 WS-TOT-NET           PIC S9(11)V99 VALUE ZEROS.
              10 WS-TOT-COGS          PIC S9(11)V99 VALUE ZEROS.
              10 WS-TOT-MARGIN        PIC S9(11)V99 VALUE ZEROS.
              10 WS-TOT-REB-ACCRUED   PIC S9(11)V99 VALUE ZEROS.
              10 WS-TOT-REB-REDEEMED  PIC S9(11)V99 VALUE ZEROS.
              10 WS-TOT-FIN-CHG       PIC S9(11)V99 VALUE ZEROS.
              10 WS-TOT-WRITEOFF      PIC S9(11)V99 VALUE ZEROS.
              10 WS-TOT-CONTRIB       PIC S9(11)V99 VALUE ZEROS.
              10 WS-TOT-CONTRACT-DISC PIC S9(11)V99 VALUE ZEROS.
              10 WS-TOT-STORE-CREDIT  PIC S9(11)V99 VALUE ZEROS.

      *    CSV row assembly - each amount goes through the edited
      *    picture so it lands with its sign and decimal point.
              10 WS-CSV-PTR           PIC 9(03) VALUE ZEROS.
              10 WS-CSV-VALUE         PIC S9(09)V99 VALUE ZEROS.
              10 WS-CSV-AMT           PIC -9(09).99 VALUE ZEROS.
              10 WS-CSV-RANK          PIC 9(04) VALUE ZEROS.

      *    One entry per customer, loaded off CUSTOMER-MASTER in key
      *    order; activity for a customer no longer on file (merged
      *    away, say) gets an entry of its own while there is room.
      *    The rank table holds the subscripts of the entries to
      *    print, in print order.
       01  WS-CUST-TABLE.
              10 WS-CP-MAX            PIC 9(04) VALUE 500.
              10 WS-CP-COUNT          PIC 9(04) VALUE ZEROS.
              10 WS-CP-ENTRY OCCURS 500 TIMES.
                 15 WS-CP-CUST-ID      PIC X(05).
                 15 WS-CP-NAME         PIC X(25).
                 15 WS-CP-GROSS        PIC S9(09)V99.
                 15 WS-CP-RETURNS      PIC S9(09)V99.
                 15 WS-CP-NET          PIC S9(09)V99.
                 15 WS-CP-COGS         PIC S9(09)V99.
                 15 WS-CP-MARGIN       PIC S9(09)V99.
                 15 WS-CP-REB-ACCRUED  PIC S9(09)V99.
                 15 WS-CP-REB-REDEEMED PIC S9(09)V99.
                 15 WS-CP-FIN-CHG      PIC S9(09)V99.
                 15 WS-CP-WRITEOFF     PIC S9(09)V99.
                 15 WS-CP-CONTRIB      PIC S9(09)V99.
                 15 WS-CP-CONTRACT-DISC
                                       PIC S9(09)V99.
                 15 WS-CP-STORE-CREDIT PIC S9(09)V99.
                 15 WS-CP-SORT-KEY     PIC S9(09)V99.
       01  WS-RANK-TABLE.
              10 WS-RANK-ENTRY OCCURS 500 TIMES
                                      PIC 9(04).

       01  WS-SPOOL-HANDOFF.
           02  WS-SPOOL-SRC-NAME        PIC X(20)
                                   VALUE "CUSTPROF.RPT".
           02  WS-SPOOL-PGM-NAME        PIC X(20)
                                   VALUE "CustProfitRpt".

       01  WS-HEADER-LINE.
              10 FILLER               PIC X(30) VALUE
                 "CUSTOMER PROFITABILITY REPORT ".
              10 HL-FROM-DATE         PIC 9(08).
              10 FILLER               PIC X(09) VALUE " THROUGH ".
              10 HL-TO-DATE           PIC 9(08).
              10 FILLER               PIC X(10) VALUE "   RUN ON ".
              10 HL-RUN-DATE          PIC 9(08).

       01  WS-OPTION-LINE.
              10 OP-SORT-TEXT         PIC X(40).
              10 OP-THRESHOLD-TEXT    PIC X(40).
              10 OP-THRESHOLD-AMT     PIC -ZZ,ZZZ,ZZ9.99.

       01  WS-COLUMN-LINE-1.
              10 FILLER               PIC X(37) VALUE
                 "RANK CUST  NAME                      ".
              10 FILLER               PIC X(39) VALUE
                 "  GROSS SALES      RETURNS    NET SALES".
              10 FILLER               PIC X(26) VALUE
                 "   COST GOODS GROSS MARGIN".
       01  WS-COLUMN-LINE-2.
              10 FILLER               PIC X(37) VALUE SPACES.
              10 FILLER               PIC X(39) VALUE
                 " REBATES ACCR FINANCE CHGS   WRITE-OFFS".
              10 FILLER               PIC X(26) VALUE
                 " CONTRIBUTION REBATES REDM".
              10 FILLER               PIC X(26) VALUE
                 " CONTRACT DSC STORE CREDIT".

       01  WS-DETAIL-LINE-1.
              10 DA-RANK              PIC ZZZ9.
              10 FILLER               PIC X(01) VALUE SPACE.
              10 DA-CUST-ID           PIC X(05).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 DA-NAME              PIC X(25).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 DA-GROSS             PIC -Z,ZZZ,ZZ9.99.
              10 DA-RETURNS           PIC -Z,ZZZ,ZZ9.99.
              10 DA-NET               PIC -Z,ZZZ,ZZ9.99.
              10 DA-COGS              PIC -Z,ZZZ,ZZ9.99.
              10 DA-MARGIN            PIC -Z,ZZZ,ZZ9.99.

       01  WS-DETAIL-LINE-2.
              10 FILLER               PIC X(37) VALUE SPACES.
              10 DB-REB-ACCRUED       PIC -Z,ZZZ,ZZ9.99.
              10 DB-FIN-CHG           PIC -Z,ZZZ,ZZ9.99.
              10 DB-WRITEOFF          PIC -Z,ZZZ,ZZ9.99.
              10 DB-CONTRIB           PIC -Z,ZZZ,ZZ9.99.
              10 DB-REB-REDEEMED      PIC -Z,ZZZ,ZZ9.99.
              10 DB-CONTRACT-DISC     PIC -Z,ZZZ,ZZ9.99.
              10 DB-STORE-CREDIT      PIC -Z,ZZZ,ZZ9.99.

       01  WS-MEMO-LINE.
              10 ML-LABEL             PIC X(50).
              10 ML-AMOUNT            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
              PERFORM 1000-INITIALIZE THRU 1000-EXIT.
              IF NOT WS-PARMS-OK
                 GOBACK
              END-IF.
              PERFORM 2000-LOAD-CUSTOMERS THRU 2000-EXIT.
              PERFORM 3000-SALES-AND-MARGIN THRU 3000-EXIT.
              PERFORM 4000-LOYALTY-REBATES THRU 4000-EXIT.
              PERFORM 4500-FINANCE-CHARGES THRU 4500-EXIT.
              PERFORM 5000-BAD-DEBT-WRITEOFFS THRU 5000-EXIT.
              PERFORM 5500-STORE-CREDITS THRU 5500-EXIT.
              PERFORM 6000-RANK-CUSTOMERS THRU 6000-EXIT.
              PERFORM 7000-PRINT-REPORT THRU 7000-EXIT.
              GOBACK.

      *    Takes the date range, the ranking, the contribution
      *    threshold and the CSV choice.  A bad date range stops the
      *    run before any file is opened; an unrecognised sort
      *    choice falls back to best contributors first.
       1000-INITIALIZE.
              ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
              MOVE "N" TO WS-PARMS-OK-SW.
              INITIALIZE WS-CUST-TABLE WS-RANK-TABLE.
              MOVE 500 TO WS-CP-MAX.
              MOVE ZEROS TO WS-CP-COUNT WS-RANK-COUNT
                            WS-OVERFLOW-COUNT.
              DISPLAY "ENTER FROM DATE (YYYYMMDD): ".
              ACCEPT WS-FROM-DATE.
              DISPLAY "ENTER TO DATE   (YYYYMMDD): ".
              ACCEPT WS-TO-DATE.
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-FROM-DATE) NOT = 0
                 OR FUNCTION TEST-DATE-YYYYMMDD(WS-TO-DATE) NOT = 0
                 DISPLAY "INVALID DATE - REPORT NOT RUN."
                 GO TO 1000-EXIT
              END-IF.
              IF WS-FROM-DATE > WS-TO-DATE
                 DISPLAY "FROM DATE IS AFTER TO DATE - REPORT NOT RUN."
                 GO TO 1000-EXIT
              END-IF.
              DISPLAY "RANK BY - 1 CONTRIBUTION HIGH TO LOW  "
                      "2 CONTRIBUTION LOW TO HIGH  3 NET SALES: ".
              MOVE "1" TO WS-SORT-OPTION.
              ACCEPT WS-SORT-OPTION.
              IF NOT WS-SORT-BEST-FIRST
                 AND NOT WS-SORT-WORST-FIRST
                 AND NOT WS-SORT-NET-SALES
                 MOVE "1" TO WS-SORT-OPTION
              END-IF.
              DISPLAY "CONTRIBUTION THRESHOLD - A LIST AT OR ABOVE  "
                      "B LIST BELOW  BLANK LIST ALL: ".
              MOVE SPACE TO WS-THRESHOLD-OPTION.
              ACCEPT WS-THRESHOLD-OPTION.
              IF WS-THRESHOLD-OPTION = "a"
                 MOVE "A" TO WS-THRESHOLD-OPTION
              END-IF.
              IF WS-THRESHOLD-OPTION = "b"
                 MOVE "B" TO WS-THRESHOLD-OPTION
              END-IF.
              IF NOT WS-THRESHOLD-AT-ABOVE AND NOT WS-THRESHOLD-BELOW
                 MOVE SPACE TO WS-THRESHOLD-OPTION
              END-IF.
              MOVE ZEROS TO WS-THRESHOLD-AMT.
              IF NOT WS-THRESHOLD-NONE
                 DISPLAY "ENTER THRESHOLD CONTRIBUTION AMOUNT: "
                 ACCEPT WS-THRESHOLD-AMT
              END-IF.
              DISPLAY "ALSO WRITE CUSTPROF.CSV (Y/N): ".
              MOVE "N" TO WS-CSV-SW.
              ACCEPT WS-CSV-SW.
              IF WS-CSV-SW = "y"
                 MOVE "Y" TO WS-CSV-SW
              END-IF.
              SET WS-PARMS-OK TO TRUE.
       1000-EXIT.
              EXIT.

      *    Finds WS-FIND-CUST-ID in the customer table, leaving its
      *    subscript in WS-CP-IX - adding it (name unknown) when it
      *    is not there and there is still room, or leaving WS-CP-IX
      *    at zero and counting the overflow when there is not.
       1500-FIND-CUSTOMER.
              MOVE ZEROS TO WS-CP-IX.
              PERFORM VARYING WS-CP-JX FROM 1 BY 1
                    UNTIL WS-CP-JX > WS-CP-COUNT
                       OR WS-CP-IX NOT = ZEROS
                 IF WS-CP-CUST-ID(WS-CP-JX) = WS-FIND-CUST-ID
                    MOVE WS-CP-JX TO WS-CP-IX
                 END-IF
              END-PERFORM.
              IF WS-CP-IX NOT = ZEROS
                 GO TO 1500-EXIT
              END-IF.
              IF WS-CP-COUNT NOT < WS-CP-MAX
                 ADD 1 TO WS-OVERFLOW-COUNT
                 GO TO 1500-EXIT
              END-IF.
              ADD 1 TO WS-CP-COUNT.
              MOVE WS-CP-COUNT TO WS-CP-IX.
              MOVE WS-FIND-CUST-ID TO WS-CP-CUST-ID(WS-CP-IX).
              MOVE "*** NOT ON CUSTOMER FILE" TO WS-CP-NAME(WS-CP-IX).
       1500-EXIT.
              EXIT.

      *****************************************************************
      * One table entry per customer on file, in customer-id order,
      * so a customer with nothing but a write-off or a finance
      * charge in the range still has somewhere to land.
      *****************************************************************
       2000-LOAD-CUSTOMERS.
              OPEN INPUT CUSTOMER-MASTER-FILE.
              IF WS-CUST-STATUS NOT = "00"
                 DISPLAY "CUSTOMER MASTER NOT AVAILABLE - STATUS "
                         WS-CUST-STATUS " - NAMES NOT SHOWN"
                 GO TO 2000-EXIT
              END-IF.
              PERFORM UNTIL WS-CUST-STATUS NOT = "00"
                 READ CUSTOMER-MASTER-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-CUST-STATUS
                    NOT AT END
                       IF WS-CP-COUNT < WS-CP-MAX
                          ADD 1 TO WS-CP-COUNT
                          MOVE CM-CUST-ID
                            TO WS-CP-CUST-ID(WS-CP-COUNT)
                          MOVE CM-CUST-NAME
                            TO WS-CP-NAME(WS-CP-COUNT)
                       END-IF
                 END-READ
              END-PERFORM.
              CLOSE CUSTOMER-MASTER-FILE.
       2000-EXIT.
              EXIT.

      *****************************************************************
      * One pass of SALES-TRANSACTION for the range, STARTed on the
      * ST-TXN-DATE alternate key at WS-FROM-DATE: sales to gross,
      * returns to returns, every line costed at the item's current
      * unit cost, and the contract-price discount worked out for
      * lines sold under a customer contract.
      *****************************************************************
       3000-SALES-AND-MARGIN.
              OPEN INPUT SALES-TRANSACTION-FILE.
              IF WS-SALE-STATUS NOT = "00"
                 DISPLAY "SALES FILE NOT AVAILABLE - STATUS "
                         WS-SALE-STATUS " - NO SALES OR MARGIN"
                 GO TO 3000-EXIT
              END-IF.
              OPEN INPUT STOCK-MASTER-FILE.
              IF WS-STOCK-STATUS = "00"
                 SET WS-STOCK-OPEN TO TRUE
              END-IF.
              OPEN INPUT ITEM-PRICE-FILE.
              IF WS-IPRICE-STATUS = "00"
                 SET WS-IPRICE-OPEN TO TRUE
              END-IF.
              OPEN INPUT CONTRACT-PRICE-FILE.
              IF WS-CONT-STATUS = "00"
                 SET WS-CONT-OPEN TO TRUE
              END-IF.
              MOVE WS-FROM-DATE TO ST-TXN-DATE.
              START SALES-TRANSACTION-FILE
                    KEY IS NOT LESS THAN ST-TXN-DATE
                 INVALID KEY MOVE "10" TO WS-SALE-STATUS
              END-START.
              PERFORM UNTIL WS-SALE-STATUS NOT = "00"
                        AND WS-SALE-STATUS NOT = "02"
                 READ SALES-TRANSACTION-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-SALE-STATUS
                    NOT AT END
                       IF ST-TXN-DATE > WS-TO-DATE
                          MOVE "10" TO WS-SALE-STATUS
                       END-IF
                       IF ST-TXN-DATE >= WS-FROM-DATE
                          AND ST-TXN-DATE <= WS-TO-DATE
                          AND NOT ST-TXN-VOID
                          PERFORM 3100-POST-SALE-LINE THRU 3100-EXIT
                       END-IF
                 END-READ
              END-PERFORM.
              CLOSE SALES-TRANSACTION-FILE.
              IF WS-STOCK-OPEN
                 CLOSE STOCK-MASTER-FILE
                 MOVE "N" TO WS-STOCK-OPEN-SW
              END-IF.
              IF WS-IPRICE-OPEN
                 CLOSE ITEM-PRICE-FILE
                 MOVE "N" TO WS-IPRICE-OPEN-SW
              END-IF.
              IF WS-CONT-OPEN
                 CLOSE CONTRACT-PRICE-FILE
                 MOVE "N" TO WS-CONT-OPEN-SW
              END-IF.
       3000-EXIT.
              EXIT.

      *    A return carries negative quantity and amount, so it is
      *    added to returns as a positive figure and costs back
      *    negative.  An item no longer on STOCK-MASTER costs at zero.
       3100-POST-SALE-LINE.
              MOVE ST-CUST-ID TO WS-FIND-CUST-ID.
              PERFORM 1500-FIND-CUSTOMER THRU 1500-EXIT.
              IF WS-CP-IX = ZEROS
                 GO TO 3100-EXIT
              END-IF.
              IF ST-TXN-RETURN OR ST-EXTENDED-AMOUNT < ZEROS
                 SUBTRACT ST-EXTENDED-AMOUNT
                     FROM WS-CP-RETURNS(WS-CP-IX)
              ELSE
                 ADD ST-EXTENDED-AMOUNT TO WS-CP-GROSS(WS-CP-IX)
              END-IF.
              MOVE ZEROS TO SM-UNIT-COST.
              IF WS-STOCK-OPEN
                 MOVE ST-ITEM-NUMBER TO SM-ITEM-NUMBER
                 READ STOCK-MASTER-FILE KEY IS SM-ITEM-NUMBER
                    INVALID KEY
                       MOVE ZEROS TO SM-UNIT-COST
                 END-READ
              END-IF.
              COMPUTE WS-LINE-COST = ST-QTY-SOLD * SM-UNIT-COST.
              ADD WS-LINE-COST TO WS-CP-COGS(WS-CP-IX).
              PERFORM 3200-CONTRACT-DISCOUNT THRU 3200-EXIT.
       3100-EXIT.
              EXIT.

      *    The discount a contract price gave away on this line: the
      *    item's list price less the contract price in force on the
      *    transaction date (the latest-starting window wins, as at
      *    sale entry), times the quantity.  Nothing when there is
      *    no contract, no list price, or the contract price is not
      *    below list.
       3200-CONTRACT-DISCOUNT.
              IF NOT WS-CONT-OPEN OR NOT WS-IPRICE-OPEN
                 GO TO 3200-EXIT
              END-IF.
              MOVE "N" TO WS-CONTRACT-FOUND-SW.
              MOVE ZEROS TO WS-CONTRACT-START WS-CONTRACT-PRICE.
              MOVE ST-CUST-ID TO CP-CUST-ID.
              MOVE ST-ITEM-NUMBER TO CP-ITEM-NUMBER.
              MOVE ZEROS TO CP-START-DATE.
              START CONTRACT-PRICE-FILE
                    KEY IS NOT LESS THAN CP-CONTRACT-KEY
                 INVALID KEY
                    GO TO 3200-EXIT
              END-START.
              MOVE "00" TO WS-CONT-STATUS.
              PERFORM UNTIL WS-CONT-STATUS NOT = "00"
                 READ CONTRACT-PRICE-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-CONT-STATUS
                    NOT AT END
                       IF CP-CUST-ID NOT = ST-CUST-ID
                          OR CP-ITEM-NUMBER NOT = ST-ITEM-NUMBER
                          MOVE "10" TO WS-CONT-STATUS
                       ELSE
                          IF ST-TXN-DATE NOT < CP-START-DATE
                             AND ST-TXN-DATE NOT > CP-END-DATE
                             AND CP-START-DATE NOT < WS-CONTRACT-START
                             SET WS-CONTRACT-FOUND TO TRUE
                             MOVE CP-START-DATE TO WS-CONTRACT-START
                             MOVE CP-CONTRACT-PRICE
                               TO WS-CONTRACT-PRICE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM.
              MOVE "00" TO WS-CONT-STATUS.
              IF NOT WS-CONTRACT-FOUND
                 GO TO 3200-EXIT
              END-IF.
              MOVE ST-ITEM-NUMBER TO IP-ITEM-NUMBER.
              READ ITEM-PRICE-FILE
                 INVALID KEY
                    GO TO 3200-EXIT
              END-READ.
              IF IP-LIST-PRICE NOT > WS-CONTRACT-PRICE
                 GO TO 3200-EXIT
              END-IF.
              COMPUTE WS-LINE-DISC =
                      (IP-LIST-PRICE - WS-CONTRACT-PRICE) * ST-QTY-SOLD.
              ADD WS-LINE-DISC TO WS-CP-CONTRACT-DISC(WS-CP-IX).
       3200-EXIT.
              EXIT.

      *****************************************************************
      * Rebates accrued (less voided-sale reversals) and rebates
      * redeemed in the range, off the LOYALTY.LOG register.  No
      * register yet means no rebate movements to report.
      *****************************************************************
       4000-LOYALTY-REBATES.
              OPEN INPUT LOYALTY-LOG-FILE.
              IF WS-LYLOG-STATUS NOT = "00"
                 DISPLAY "NO LOYALTY REBATE REGISTER - REBATES SHOWN "
                         "AS ZERO"
                 GO TO 4000-EXIT
              END-IF.
              PERFORM UNTIL WS-LYLOG-STATUS NOT = "00"
                 READ LOYALTY-LOG-FILE
                    AT END MOVE "10" TO WS-LYLOG-STATUS
                    NOT AT END
                       IF LY-ENTRY-DATE >= WS-FROM-DATE
                          AND LY-ENTRY-DATE <= WS-TO-DATE
                          PERFORM 4100-POST-REBATE THRU 4100-EXIT
                       END-IF
                 END-READ
              END-PERFORM.
              CLOSE LOYALTY-LOG-FILE.
       4000-EXIT.
              EXIT.

       4100-POST-REBATE.
              MOVE LY-CUST-ID TO WS-FIND-CUST-ID.
              PERFORM 1500-FIND-CUSTOMER THRU 1500-EXIT.
              IF WS-CP-IX = ZEROS
                 GO TO 4100-EXIT
              END-IF.
              EVALUATE TRUE
                 WHEN LY-ENTRY-ACCRUED
                    ADD LY-AMOUNT TO WS-CP-REB-ACCRUED(WS-CP-IX)
                 WHEN LY-ENTRY-REVERSED
                    SUBTRACT LY-AMOUNT
                        FROM WS-CP-REB-ACCRUED(WS-CP-IX)
                 WHEN LY-ENTRY-REDEEMED
                    ADD LY-AMOUNT TO WS-CP-REB-REDEEMED(WS-CP-IX)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE.
       4100-EXIT.
              EXIT.

      *****************************************************************
      * Finance charges assessed in the range, off FINCHG.LOG.
      *****************************************************************
       4500-FINANCE-CHARGES.
              OPEN INPUT FINANCE-CHARGE-FILE.
              IF WS-CHG-STATUS NOT = "00"
                 GO TO 4500-EXIT
              END-IF.
              PERFORM UNTIL WS-CHG-STATUS NOT = "00"
                 READ FINANCE-CHARGE-FILE
                    AT END MOVE "10" TO WS-CHG-STATUS
                    NOT AT END
                       IF FC-CHARGE-DATE >= WS-FROM-DATE
                          AND FC-CHARGE-DATE <= WS-TO-DATE
                          MOVE FC-CUST-ID TO WS-FIND-CUST-ID
                          PERFORM 1500-FIND-CUSTOMER THRU 1500-EXIT
                          IF WS-CP-IX NOT = ZEROS
                             ADD FC-CHARGE-AMOUNT
                               TO WS-CP-FIN-CHG(WS-CP-IX)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM.
              CLOSE FINANCE-CHARGE-FILE.
       4500-EXIT.
              EXIT.

      *****************************************************************
      * Bad debts written off: approved write-offs with an approval
      * date in the range, less recoveries against any write-off
      * whose latest recovery was received in the range.  Pending
      * and rejected requests cost nothing.
      *****************************************************************
       5000-BAD-DEBT-WRITEOFFS.
              OPEN INPUT BAD-DEBT-FILE.
              IF WS-BD-STATUS NOT = "00"
                 GO TO 5000-EXIT
              END-IF.
              PERFORM UNTIL WS-BD-STATUS NOT = "00"
                 READ BAD-DEBT-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-BD-STATUS
                    NOT AT END
                       IF BD-STATUS-APPROVED
                          PERFORM 5100-POST-WRITEOFF THRU 5100-EXIT
                       END-IF
                 END-READ
              END-PERFORM.
              CLOSE BAD-DEBT-FILE.
       5000-EXIT.
              EXIT.

       5100-POST-WRITEOFF.
              MOVE BD-CUST-ID TO WS-FIND-CUST-ID.
              PERFORM 1500-FIND-CUSTOMER THRU 1500-EXIT.
              IF WS-CP-IX = ZEROS
                 GO TO 5100-EXIT
              END-IF.
              IF BD-APPROVE-DATE >= WS-FROM-DATE
                 AND BD-APPROVE-DATE <= WS-TO-DATE
                 ADD BD-AMOUNT TO WS-CP-WRITEOFF(WS-CP-IX)
              END-IF.
              IF BD-RECOVERED-AMOUNT > ZEROS
                 AND BD-LAST-RECOVERY-DATE >= WS-FROM-DATE
                 AND BD-LAST-RECOVERY-DATE <= WS-TO-DATE
                 SUBTRACT BD-RECOVERED-AMOUNT
                     FROM WS-CP-WRITEOFF(WS-CP-IX)
              END-IF.
       5100-EXIT.
              EXIT.

      *****************************************************************
      * Store credit issued in the range (voided credits left out) -
      * a memo figure, being the refund on returns already counted.
      *****************************************************************
       5500-STORE-CREDITS.
              OPEN INPUT STORE-CREDIT-FILE.
              IF WS-CRD-STATUS NOT = "00"
                 GO TO 5500-EXIT
              END-IF.
              PERFORM UNTIL WS-CRD-STATUS NOT = "00"
                 READ STORE-CREDIT-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-CRD-STATUS
                    NOT AT END
                       IF CD-ISSUED-DATE >= WS-FROM-DATE
                          AND CD-ISSUED-DATE <= WS-TO-DATE
                          AND NOT CD-STATUS-VOIDED
                          MOVE CD-CUST-ID TO WS-FIND-CUST-ID
                          PERFORM 1500-FIND-CUSTOMER THRU 1500-EXIT
                          IF WS-CP-IX NOT = ZEROS
                             ADD CD-ISSUED-AMOUNT
                               TO WS-CP-STORE-CREDIT(WS-CP-IX)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM.
              CLOSE STORE-CREDIT-FILE.
       5500-EXIT.
              EXIT.

      *****************************************************************
      * Works out each customer's net sales, margin and contribution,
      * keeps those with activity that pass the threshold, and puts
      * them in print order.  Every sort is taken as highest key
      * first - worst-first ranking simply keys on the contribution
      * with its sign turned - and the order is built by selection,
      * the way the top-N report picks its leaders, since the table
      * is small and capped.
      *****************************************************************
       6000-RANK-CUSTOMERS.
              MOVE ZEROS TO WS-RANK-COUNT.
              PERFORM VARYING WS-CP-IX FROM 1 BY 1
                    UNTIL WS-CP-IX > WS-CP-COUNT
                 PERFORM 6100-FIGURE-CUSTOMER THRU 6100-EXIT
              END-PERFORM.
              PERFORM VARYING WS-RANK-POS FROM 1 BY 1
                    UNTIL WS-RANK-POS > WS-RANK-COUNT
                 PERFORM 6200-PLACE-NEXT THRU 6200-EXIT
              END-PERFORM.
       6000-EXIT.
              EXIT.

       6100-FIGURE-CUSTOMER.
              COMPUTE WS-CP-NET(WS-CP-IX) =
                      WS-CP-GROSS(WS-CP-IX) - WS-CP-RETURNS(WS-CP-IX).
              COMPUTE WS-CP-MARGIN(WS-CP-IX) =
                      WS-CP-NET(WS-CP-IX) - WS-CP-COGS(WS-CP-IX).
              COMPUTE WS-CP-CONTRIB(WS-CP-IX) =
                      WS-CP-MARGIN(WS-CP-IX)
                    - WS-CP-REB-ACCRUED(WS-CP-IX)
                    + WS-CP-FIN-CHG(WS-CP-IX)
                    - WS-CP-WRITEOFF(WS-CP-IX).
              IF WS-CP-GROSS(WS-CP-IX) = ZEROS
                 AND WS-CP-RETURNS(WS-CP-IX) = ZEROS
                 AND WS-CP-COGS(WS-CP-IX) = ZEROS
                 AND WS-CP-REB-ACCRUED(WS-CP-IX) = ZEROS
                 AND WS-CP-REB-REDEEMED(WS-CP-IX) = ZEROS
                 AND WS-CP-FIN-CHG(WS-CP-IX) = ZEROS
                 AND WS-CP-WRITEOFF(WS-CP-IX) = ZEROS
                 AND WS-CP-STORE-CREDIT(WS-CP-IX) = ZEROS
                 GO TO 6100-EXIT
              END-IF.
              IF WS-THRESHOLD-AT-ABOVE
                 AND WS-CP-CONTRIB(WS-CP-IX) < WS-THRESHOLD-AMT
                 GO TO 6100-EXIT
              END-IF.
              IF WS-THRESHOLD-BELOW
                 AND WS-CP-CONTRIB(WS-CP-IX) NOT < WS-THRESHOLD-AMT
                 GO TO 6100-EXIT
              END-IF.
              EVALUATE TRUE
                 WHEN WS-SORT-WORST-FIRST
                    COMPUTE WS-CP-SORT-KEY(WS-CP-IX) =
                            WS-CP-CONTRIB(WS-CP-IX) * -1
                 WHEN WS-SORT-NET-SALES
                    MOVE WS-CP-NET(WS-CP-IX)
                      TO WS-CP-SORT-KEY(WS-CP-IX)
                 WHEN OTHER
                    MOVE WS-CP-CONTRIB(WS-CP-IX)
                      TO WS-CP-SORT-KEY(WS-CP-IX)
              END-EVALUATE.
              ADD 1 TO WS-RANK-COUNT.
              MOVE WS-CP-IX TO WS-RANK-ENTRY(WS-RANK-COUNT).
       6100-EXIT.
              EXIT.

      *    Brings the highest-keyed entry left at or after
      *    WS-RANK-POS up to WS-RANK-POS.
       6200-PLACE-NEXT.
              MOVE WS-RANK-POS TO WS-RANK-BEST.
              PERFORM VARYING WS-CP-JX FROM WS-RANK-POS BY 1
                    UNTIL WS-CP-JX > WS-RANK-COUNT
                 IF WS-CP-SORT-KEY(WS-RANK-ENTRY(WS-CP-JX))
                    > WS-CP-SORT-KEY(WS-RANK-ENTRY(WS-RANK-BEST))
                    MOVE WS-CP-JX TO WS-RANK-BEST
                 END-IF
              END-PERFORM.
              IF WS-RANK-BEST NOT = WS-RANK-POS
                 MOVE WS-RANK-ENTRY(WS-RANK-POS) TO WS-RANK-HOLD
                 MOVE WS-RANK-ENTRY(WS-RANK-BEST)
                   TO WS-RANK-ENTRY(WS-RANK-POS)
                 MOVE WS-RANK-HOLD TO WS-RANK-ENTRY(WS-RANK-BEST)
              END-IF.
       6200-EXIT.
              EXIT.

      *****************************************************************
      * Prints the ranked customers two lines each - sales and
      * margin, then what is netted against it with the memo
      * columns - followed by the totals over the customers listed,
      * and hands the report to the spooler.  The CSV, when asked
      * for, gets the same rows.
      *****************************************************************
       7000-PRINT-REPORT.
              OPEN OUTPUT PROFIT-REPORT.
              IF WS-RPT-STATUS NOT = "00"
                 DISPLAY "PROFITABILITY REPORT DID NOT OPEN - STATUS "
                         WS-RPT-STATUS
                 GO TO 7000-EXIT
              END-IF.
              IF WS-CSV-WANTED
                 OPEN OUTPUT PROFIT-CSV-FILE
                 IF WS-CSV-STATUS NOT = "00"
                    DISPLAY "CUSTPROF.CSV NOT OPENED - STATUS "
                            WS-CSV-STATUS
                    MOVE "N" TO WS-CSV-SW
                 ELSE
                    MOVE "RANK,CUST,NAME,GROSS-SALES,RETURNS,"
                       & "NET-SALES,COST-OF-GOODS,GROSS-MARGIN,"
                       & "REBATES-ACCRUED,FINANCE-CHARGES,WRITE-OFFS,"
                       & "NET-CONTRIBUTION,REBATES-REDEEMED,"
                       & "CONTRACT-DISCOUNT,STORE-CREDIT"
                      TO CP-CSV-REC
                    WRITE CP-CSV-REC
                 END-IF
              END-IF.
              MOVE WS-FROM-DATE TO HL-FROM-DATE.
              MOVE WS-TO-DATE TO HL-TO-DATE.
              MOVE WS-TODAY-DATE TO HL-RUN-DATE.
              WRITE CP-PRINT-LINE FROM WS-HEADER-LINE.
              PERFORM 7050-PRINT-OPTIONS THRU 7050-EXIT.
              MOVE SPACES TO CP-PRINT-LINE.
              WRITE CP-PRINT-LINE.
              WRITE CP-PRINT-LINE FROM WS-COLUMN-LINE-1.
              WRITE CP-PRINT-LINE FROM WS-COLUMN-LINE-2.
              MOVE SPACES TO CP-PRINT-LINE.
              WRITE CP-PRINT-LINE.
              INITIALIZE WS-TOT-GROSS WS-TOT-RETURNS WS-TOT-NET
                         WS-TOT-COGS WS-TOT-MARGIN WS-TOT-REB-ACCRUED
                         WS-TOT-REB-REDEEMED WS-TOT-FIN-CHG
                         WS-TOT-WRITEOFF WS-TOT-CONTRIB
                         WS-TOT-CONTRACT-DISC WS-TOT-STORE-CREDIT.
              PERFORM VARYING WS-RANK-POS FROM 1 BY 1
                    UNTIL WS-RANK-POS > WS-RANK-COUNT
                 MOVE WS-RANK-ENTRY(WS-RANK-POS) TO WS-CP-IX
                 PERFORM 7100-PRINT-CUSTOMER THRU 7100-EXIT
              END-PERFORM.
              PERFORM 7300-PRINT-TOTALS THRU 7300-EXIT.
              CLOSE PROFIT-REPORT.
              CALL "SPOOLADD" USING WS-SPOOL-SRC-NAME
                                    WS-SPOOL-PGM-NAME.
              IF WS-CSV-WANTED
                 CLOSE PROFIT-CSV-FILE
                 DISPLAY "CUSTPROF.CSV WRITTEN - READY TO IMPORT."
              END-IF.
              DISPLAY WS-RANK-COUNT " CUSTOMER(S) LISTED - NET "
                      "CONTRIBUTION " WS-TOT-CONTRIB.
              IF WS-OVERFLOW-COUNT > ZEROS
                 DISPLAY "*** CUSTOMER TABLE FULL AT " WS-CP-MAX
                         " - " WS-OVERFLOW-COUNT
                         " ENTRIES LEFT OUT ***"
              END-IF.
              DISPLAY "CUSTOMER PROFITABILITY WRITTEN TO CUSTPROF.RPT".
       7000-EXIT.
              EXIT.

       7050-PRINT-OPTIONS.
              MOVE SPACES TO WS-OPTION-LINE.
              EVALUATE TRUE
                 WHEN WS-SORT-WORST-FIRST
                    MOVE "RANKED BY CONTRIBUTION, LOWEST FIRST"
                      TO OP-SORT-TEXT
                 WHEN WS-SORT-NET-SALES
                    MOVE "RANKED BY NET SALES, HIGHEST FIRST"
                      TO OP-SORT-TEXT
                 WHEN OTHER
                    MOVE "RANKED BY CONTRIBUTION, HIGHEST FIRST"
                      TO OP-SORT-TEXT
              END-EVALUATE.
              EVALUATE TRUE
                 WHEN WS-THRESHOLD-AT-ABOVE
                    MOVE "CUSTOMERS CONTRIBUTING AT LEAST"
                      TO OP-THRESHOLD-TEXT
                    MOVE WS-THRESHOLD-AMT TO OP-THRESHOLD-AMT
                 WHEN WS-THRESHOLD-BELOW
                    MOVE "CUSTOMERS CONTRIBUTING LESS THAN"
                      TO OP-THRESHOLD-TEXT
                    MOVE WS-THRESHOLD-AMT TO OP-THRESHOLD-AMT
                 WHEN OTHER
                    MOVE "ALL CUSTOMERS WITH ACTIVITY"
                      TO OP-THRESHOLD-TEXT
              END-EVALUATE.
              WRITE CP-PRINT-LINE FROM WS-OPTION-LINE.
       7050-EXIT.
              EXIT.

       7100-PRINT-CUSTOMER.
              MOVE WS-RANK-POS TO DA-RANK.
              MOVE WS-CP-CUST-ID(WS-CP-IX) TO DA-CUST-ID.
              MOVE WS-CP-NAME(WS-CP-IX) TO DA-NAME.
              MOVE WS-CP-GROSS(WS-CP-IX) TO DA-GROSS.
              MOVE WS-CP-RETURNS(WS-CP-IX) TO DA-RETURNS.
              MOVE WS-CP-NET(WS-CP-IX) TO DA-NET.
              MOVE WS-CP-COGS(WS-CP-IX) TO DA-COGS.
              MOVE WS-CP-MARGIN(WS-CP-IX) TO DA-MARGIN.
              WRITE CP-PRINT-LINE FROM WS-DETAIL-LINE-1.
              MOVE WS-CP-REB-ACCRUED(WS-CP-IX) TO DB-REB-ACCRUED.
              MOVE WS-CP-FIN-CHG(WS-CP-IX) TO DB-FIN-CHG.
              MOVE WS-CP-WRITEOFF(WS-CP-IX) TO DB-WRITEOFF.
              MOVE WS-CP-CONTRIB(WS-CP-IX) TO DB-CONTRIB.
              MOVE WS-CP-REB-REDEEMED(WS-CP-IX) TO DB-REB-REDEEMED.
              MOVE WS-CP-CONTRACT-DISC(WS-CP-IX) TO DB-CONTRACT-DISC.
              MOVE WS-CP-STORE-CREDIT(WS-CP-IX) TO DB-STORE-CREDIT.
              WRITE CP-PRINT-LINE FROM WS-DETAIL-LINE-2.
              ADD WS-CP-GROSS(WS-CP-IX) TO WS-TOT-GROSS.
              ADD WS-CP-RETURNS(WS-CP-IX) TO WS-TOT-RETURNS.
              ADD WS-CP-NET(WS-CP-IX) TO WS-TOT-NET.
              ADD WS-CP-COGS(WS-CP-IX) TO WS-TOT-COGS.
              ADD WS-CP-MARGIN(WS-CP-IX) TO WS-TOT-MARGIN.
              ADD WS-CP-REB-ACCRUED(WS-CP-IX) TO WS-TOT-REB-ACCRUED.
              ADD WS-CP-REB-REDEEMED(WS-CP-IX) TO WS-TOT-REB-REDEEMED.
              ADD WS-CP-FIN-CHG(WS-CP-IX) TO WS-TOT-FIN-CHG.
              ADD WS-CP-WRITEOFF(WS-CP-IX) TO WS-TOT-WRITEOFF.
              ADD WS-CP-CONTRIB(WS-CP-IX) TO WS-TOT-CONTRIB.
              ADD WS-CP-CONTRACT-DISC(WS-CP-IX)
                TO WS-TOT-CONTRACT-DISC.
              ADD WS-CP-STORE-CREDIT(WS-CP-IX) TO WS-TOT-STORE-CREDIT.
              IF WS-CSV-WANTED
                 PERFORM 7200-CSV-CUSTOMER-ROW THRU 7200-EXIT
              END-IF.
       7100-EXIT.
              EXIT.

      *    One CSV row for the customer at WS-CP-IX, in the order of
      *    the header line written at 7000.
       7200-CSV-CUSTOMER-ROW.
              MOVE SPACES TO CP-CSV-REC.
              MOVE 1 TO WS-CSV-PTR.
              MOVE WS-RANK-POS TO WS-CSV-RANK.
              STRING WS-CSV-RANK DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     WS-CP-CUST-ID(WS-CP-IX) DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     WS-CP-NAME(WS-CP-IX) DELIMITED BY SIZE
                 INTO CP-CSV-REC
                 WITH POINTER WS-CSV-PTR
              END-STRING.
              MOVE WS-CP-GROSS(WS-CP-IX) TO WS-CSV-VALUE.
              PERFORM 7250-CSV-ADD-AMOUNT THRU 7250-EXIT.
              MOVE WS-CP-RETURNS(WS-CP-IX) TO WS-CSV-VALUE.
              PERFORM 7250-CSV-ADD-AMOUNT THRU 7250-EXIT.
              MOVE WS-CP-NET(WS-CP-IX) TO WS-CSV-VALUE.
              PERFORM 7250-CSV-ADD-AMOUNT THRU 7250-EXIT.
              MOVE WS-CP-COGS(WS-CP-IX) TO WS-CSV-VALUE.
              PERFORM 7250-CSV-ADD-AMOUNT THRU 7250-EXIT.
              MOVE WS-CP-MARGIN(WS-CP-IX) TO WS-CSV-VALUE.
              PERFORM 7250-CSV-ADD-AMOUNT THRU 7250-EXIT.
              MOVE WS-CP-REB-ACCRUED(WS-CP-IX) TO WS-CSV-VALUE.
              PERFORM 7250-CSV-ADD-AMOUNT THRU 7250-EXIT.
              MOVE WS-CP-FIN-CHG(WS-CP-IX) TO WS-CSV-VALUE.
              PERFORM 7250-CSV-ADD-AMOUNT THRU 7250-EXIT.
              MOVE WS-CP-WRITEOFF(WS-CP-IX) TO WS-CSV-VALUE.
              PERFORM 7250-CSV-ADD-AMOUNT THRU 7250-EXIT.
              MOVE WS-CP-CONTRIB(WS-CP-IX) TO WS-CSV-VALUE.
              PERFORM 7250-CSV-ADD-AMOUNT THRU 7250-EXIT.
              MOVE WS-CP-REB-REDEEMED(WS-CP-IX) TO WS-CSV-VALUE.
              PERFORM 7250-CSV-ADD-AMOUNT THRU 7250-EXIT.
              MOVE WS-CP-CONTRACT-DISC(WS-CP-IX) TO WS-CSV-VALUE.
              PERFORM 7250-CSV-ADD-AMOUNT THRU 7250-EXIT.
              MOVE WS-CP-STORE-CREDIT(WS-CP-IX) TO WS-CSV-VALUE.
              PERFORM 7250-CSV-ADD-AMOUNT THRU 7250-EXIT.
              WRITE CP-CSV-REC.
       7200-EXIT.
              EXIT.

       7250-CSV-ADD-AMOUNT.
              MOVE WS-CSV-VALUE TO WS-CSV-AMT.
              STRING "," DELIMITED BY SIZE
                     WS-CSV-AMT DELIMITED BY SIZE
                 INTO CP-CSV-REC
                 WITH POINTER WS-CSV-PTR
              END-STRING.
       7250-EXIT.
              EXIT.

       7300-PRINT-TOTALS.
              MOVE SPACES TO CP-PRINT-LINE.
              WRITE CP-PRINT-LINE.
              MOVE "TOTAL GROSS SALES" TO ML-LABEL.
              MOVE WS-TOT-GROSS TO ML-AMOUNT.
              WRITE CP-PRINT-LINE FROM WS-MEMO-LINE.
              MOVE "TOTAL RETURNS" TO ML-LABEL.
              MOVE WS-TOT-RETURNS TO ML-AMOUNT.
              WRITE CP-PRINT-LINE FROM WS-MEMO-LINE.
              MOVE "TOTAL NET SALES" TO ML-LABEL.
              MOVE WS-TOT-NET TO ML-AMOUNT.
              WRITE CP-PRINT-LINE FROM WS-MEMO-LINE.
              MOVE "TOTAL COST OF GOODS" TO ML-LABEL.
              MOVE WS-TOT-COGS TO ML-AMOUNT.
              WRITE CP-PRINT-LINE FROM WS-MEMO-LINE.
              MOVE "TOTAL GROSS MARGIN" TO ML-LABEL.
              MOVE WS-TOT-MARGIN TO ML-AMOUNT.
              WRITE CP-PRINT-LINE FROM WS-MEMO-LINE.
              MOVE "LESS LOYALTY REBATES ACCRUED" TO ML-LABEL.
              MOVE WS-TOT-REB-ACCRUED TO ML-AMOUNT.
              WRITE CP-PRINT-LINE FROM WS-MEMO-LINE.
              MOVE "PLUS FINANCE CHARGES EARNED" TO ML-LABEL.
              MOVE WS-TOT-FIN-CHG TO ML-AMOUNT.
              WRITE CP-PRINT-LINE FROM WS-MEMO-LINE.
              MOVE "LESS BAD DEBTS WRITTEN OFF" TO ML-LABEL.
              MOVE WS-TOT-WRITEOFF TO ML-AMOUNT.
              WRITE CP-PRINT-LINE FROM WS-MEMO-LINE.
              MOVE "TOTAL NET CONTRIBUTION" TO ML-LABEL.
              MOVE WS-TOT-CONTRIB TO ML-AMOUNT.
              WRITE CP-PRINT-LINE FROM WS-MEMO-LINE.
              MOVE SPACES TO CP-PRINT-LINE.
              WRITE CP-PRINT-LINE.
              MOVE "MEMO - LOYALTY REBATES REDEEMED" TO ML-LABEL.
              MOVE WS-TOT-REB-REDEEMED TO ML-AMOUNT.
              WRITE CP-PRINT-LINE FROM WS-MEMO-LINE.
              MOVE "MEMO - CONTRACT-PRICE DISCOUNT GIVEN" TO ML-LABEL.
              MOVE WS-TOT-CONTRACT-DISC TO ML-AMOUNT.
              WRITE CP-PRINT-LINE FROM WS-MEMO-LINE.
              MOVE "MEMO - STORE CREDIT ISSUED" TO ML-LABEL.
              MOVE WS-TOT-STORE-CREDIT TO ML-AMOUNT.
              WRITE CP-PRINT-LINE FROM WS-MEMO-LINE.
       7300-EXIT.
              EXIT.
