      *  logic living only in disconnected one-off programs that      *
      *  aren't reachable from the menu.                               *
      *                                                               *
      *  Option 29 runs the 13-week cash flow forecast in             *
      *  CashForecast.cbl: receivables, deposits, supplier invoices,  *
      *  open purchase orders and commission payouts, week by week    *
      *  from a keyed opening balance.                                *
      *                                                               *
      *  Option 30 runs the customer profitability report             *
      *  (CustProfitRpt.cbl): each customer's sales, returns and      *
      *  margin for a date range with rebates, finance charges and    *
      *  write-offs netted to a contribution, ranked and optionally   *
      *  written to CSV.                                              *
      *                                                               *
      *  Option 31 runs the segregation of duties conflict report     *
      *  (SodConflictRpt.cbl) for internal audit: transactions where  *
      *  one operator did both steps of a two-person control,         *
      *  operators whose roles let them, and operators who approve    *
      *  each other's work.                                           *
      *                                                               *
      *  The limits this program works to are fetched from the system *
      *  parameter file at start-up (0900-LOAD-SYSTEM-PARMS).  A      *
      *  missing parameter stops it before any file is opened.        *
      *                                                               *
      *  Only the reports the signed-on operator's roles grant are    *
      *  listed, and a choice is authorized through PermCheck.cbl     *
      *  before it runs; a refusal is logged to the operator activity *
      *  file.                                                        *
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

      *    8000-SUPPLIER-SCORECARD converts a non-USD supplier's PO
                     RECORD KEY IS ER-CURRENCY-CODE
                     FILE STATUS IS WS-EXCH-STATUS.

      *    9500-COMMISSION-PAYOUT totals commission-earning sales by
      *    operator off this file.
              SELECT OPERATOR-MASTER-FILE
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-OVRD-STATUS.

      *    Sales quotations SalesMgmt raises (see QUOTEHDR.CPY) -
      *    6800-QUOTATION-STATUS lists them open, expired, won or
      *    lost.
              SELECT QUOTE-HEADER-FILE
                     ASSIGN TO "quotehdr"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS QH-QUOTE-NUMBER
                     FILE STATUS IS WS-QHDR-STATUS.

      *    Promotion redemptions SalesMgmt records at basket commit
      *    (see PROMREDM.CPY) - 6900-PROMOTION-RESULTS totals them
      *    by promotion.
              SELECT PROMO-REDEMPTION-FILE
                     ASSIGN TO "promredm"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS RD-REDEEM-KEY
                     FILE STATUS IS WS-REDM-STATUS.

      *    6500-CSV-EXTRACT writes the chosen report's rows here as
      *    comma-delimited lines with a header, so the monthly
      *    retype into a spreadsheet becomes an import.  Overwritten
                     RECORD KEY IS TC-TAX-CODE
                     FILE STATUS IS WS-TAXCODE-STATUS.

      *    Input-tax register (see INTAXLOG.CPY) - the recoverable
      *    purchase tax SupplierInvoiceMgmt.cbl and PurchaseMgmt.cbl
      *    have posted, which 9300-SALES-TAX-REMITTANCE sets against
      *    the output tax.  Optional: absent until the first posting.
              SELECT INPUT-TAX-LOG
                     ASSIGN TO "INPUTTAX.LOG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-ITAX-STATUS.

      *    9660-OPERATOR-VOLUME-ONE counts each operator's high-value
      *    PO sign-offs here, read-only - PurchaseMgmt.cbl's
      *    4060-RECORD-PO-APPROVAL is the only writer.
       FD  EXCHRATE-FILE.
           COPY "EXCH-RATE-REC.CPY".

       FD  OPERATOR-MASTER-FILE.
           COPY "OPERMAS.CPY".

       FD  TAX-CODE-FILE.
           COPY "TAXCODE.CPY".

       FD  INPUT-TAX-LOG.
           COPY "INTAXLOG.CPY".

       FD  RATE-HISTORY-FILE.
           COPY "RATE-HIST-REC.CPY".

       FD  OVERRIDE-REGISTER-FILE.
           COPY "OVERRIDE.CPY".

       FD  PROMO-REDEMPTION-FILE.
           COPY "PROMREDM.CPY".

       FD  QUOTE-HEADER-FILE.
           COPY "QUOTEHDR.CPY".

       FD  ITEM-CATEGORY-FILE.
           COPY "ITEMCAT.CPY".


       WORKING-STORAGE SECTION.
       01  WS-VARS.
              10 WS-PARMS-OK-SW       PIC X(01) VALUE "N".
                 88 WS-PARMS-OK             VALUE "Y".
              10 WS-TFLG-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-TMODE-SW          PIC X(01) VALUE "N".
              10 WS-SHRINK-STATUS     PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-MENU-OPTION       PIC X(02) VALUE SPACES.
              10 WS-EXIT-OPTION       PIC X(02) VALUE "32".

      *    Working fields for 6700-OVERRIDE-REVIEW: the register
      *    scan and the capped by-manager/by-operator roll-ups, the
              10 WS-OVRD-FOUND-SW     PIC X(01) VALUE "N".
                 88 WS-OVRD-FOUND           VALUE "Y".

      *    Working fields for 6800-QUOTATION-STATUS: a count and a
      *    goods total for each of the four quotation states.
              10 WS-QHDR-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-QUOTE-STATE       PIC X(07) VALUE SPACES.
              10 WS-QUOTE-TODAY       PIC 9(08) VALUE ZEROS.
              10 WS-QUOTE-OPEN-COUNT  PIC 9(05) VALUE ZEROS.
              10 WS-QUOTE-OPEN-AMT    PIC S9(11)V99 VALUE ZEROS.
              10 WS-QUOTE-EXP-COUNT   PIC 9(05) VALUE ZEROS.
              10 WS-QUOTE-EXP-AMT     PIC S9(11)V99 VALUE ZEROS.
              10 WS-QUOTE-WON-COUNT   PIC 9(05) VALUE ZEROS.
              10 WS-QUOTE-WON-AMT     PIC S9(11)V99 VALUE ZEROS.
              10 WS-QUOTE-LOST-COUNT  PIC 9(05) VALUE ZEROS.
              10 WS-QUOTE-LOST-AMT    PIC S9(11)V99 VALUE ZEROS.

      *    Working fields for 6900-PROMOTION-RESULTS: one capped
      *    linear-scan entry per promotion redeemed in the range.
              10 WS-REDM-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-PRS-MAX           PIC 9(03) VALUE 100.
              10 WS-PRS-COUNT         PIC 9(03) VALUE ZEROS.
              10 WS-PRS-IX            PIC 9(03) VALUE ZEROS.
              10 WS-PRS-JX            PIC 9(03) VALUE ZEROS.
              10 WS-PRS-MARGIN-BEFORE PIC S9(11)V99 VALUE ZEROS.
              10 WS-PRS-MARGIN-AFTER  PIC S9(11)V99 VALUE ZEROS.
              10 WS-PRS-TOT-DISC      PIC S9(11)V99 VALUE ZEROS.
              10 WS-PRS-TOT-REDEEMED  PIC 9(07) VALUE ZEROS.
              10 WS-PRS-ENTRY OCCURS 100 TIMES.
                 15 WS-PRS-CODE       PIC X(06).
                 15 WS-PRS-DESC       PIC X(30).
                 15 WS-PRS-REDEEMED   PIC 9(07).
                 15 WS-PRS-TIMES      PIC 9(07).
                 15 WS-PRS-DISC       PIC S9(11)V99.
                 15 WS-PRS-GOODS      PIC S9(11)V99.
                 15 WS-PRS-COST       PIC S9(11)V99.

      *    Working fields for 6500-CSV-EXTRACT: the extract mode
      *    switch the detail-row hooks test, the report choice, and
      *    edited pictures so amounts land in the CSV with their
      *    of POs off the same stale EXCHRATE-FILE entry.
              10 WS-TODAY-DATE        PIC 9(08) VALUE ZEROS.
              10 WS-RATE-AGE-DAYS     PIC S9(05) VALUE ZEROS.
              10 WS-STALE-RATE-DAYS   PIC 9(03) VALUE ZEROS.
              10 WS-STALE-RATE-SW     PIC X(01) VALUE "N".
                 88 WS-STALE-RATE-WARNED     VALUE "Y".

                 88 WS-ASOF-MORE            VALUE "Y".

      *    Working fields for 9000-KIT-MARGIN-REPORT: builds the
      *    component cost of each kit sale off the kit's structure,
      *    expanded through every level by BomExplode.cbl (see
      *    BOMXPMSG.CPY, below), and STOCK-MASTER-FILE and compares
      *    it to what the kit sold for.
              10 WS-KIT-COST          PIC S9(07)V99 VALUE ZEROS.
              10 WS-KIT-MARGIN        PIC S9(07)V99 VALUE ZEROS.
              10 WS-KIT-SALE-COUNT    PIC 9(05) VALUE ZEROS.
              10 WS-BM-IX             PIC 9(04) VALUE ZEROS.

      *    Working fields for 9500-COMMISSION-PAYOUT: totals
      *    ST-EXTENDED-AMOUNT per operator off OPERATOR-MASTER's
              10 WS-ABUSE-RETURN-COUNT PIC 9(05) VALUE ZEROS.
              10 WS-ABUSE-CHNG-COUNT   PIC 9(05) VALUE ZEROS.
              10 WS-ABUSE-FLAG-COUNT   PIC 9(05) VALUE ZEROS.
              10 WS-ABUSE-RETURN-CNT-LIMIT PIC 9(05) VALUE ZEROS.
              10 WS-ABUSE-RATIO-HALF   PIC 9(09)V99 VALUE ZEROS.

      *    Working fields for 9980-ABC-TOPN-REPORT: a single pass over
      *    written to the extract, the usual federal 1099-NEC/MISC
      *    minimum-reporting-amount idea.
              10 WS-TAX-YEAR           PIC 9(04) VALUE ZEROS.
              10 WS-TAX-REPORT-THRESHOLD PIC 9(07)V99 VALUE ZEROS.
              10 WS-TAX-SUPP-TOTAL     PIC S9(09)V99 VALUE ZEROS.
              10 WS-TAX-EXTRACT-COUNT  PIC 9(05) VALUE ZEROS.
              10 WS-TAX-SUPP-SCANNED   PIC 9(05) VALUE ZEROS.
                 15 WS-REMIT-CODE      PIC X(04).
                 15 WS-REMIT-TAXABLE   PIC S9(11)V99.
                 15 WS-REMIT-TAX       PIC S9(11)V99.
                 15 WS-REMIT-INPUT     PIC S9(11)V99.
      *    The input-tax side: recoverable purchase tax posted in the
      *    month off INPUTTAX.LOG, by code alongside the output tax
      *    and rolled up by jurisdiction for the net payable or
      *    refundable.
              10 WS-ITAX-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-REMIT-INPUT-TOTAL  PIC S9(09)V99 VALUE ZEROS.
              10 WS-REMIT-NET          PIC S9(11)V99 VALUE ZEROS.
              10 WS-REMIT-NET-TOTAL    PIC S9(09)V99 VALUE ZEROS.
              10 WS-REMIT-ITAX-COUNT   PIC 9(07) VALUE ZEROS.
              10 WS-REMIT-JURIS        PIC X(10) VALUE SPACES.
              10 WS-JURIS-COUNT        PIC 9(02) VALUE ZEROS.
              10 WS-JURIS-IX           PIC 9(02) VALUE ZEROS.
              10 WS-JURIS-JX           PIC 9(02) VALUE ZEROS.
              10 WS-JURIS-ENTRY OCCURS 20 TIMES.
                 15 WS-JURIS-NAME      PIC X(10).
                 15 WS-JURIS-OUTPUT    PIC S9(11)V99.
                 15 WS-JURIS-INPUT     PIC S9(11)V99.

      *    Daily-summary working fields: 5050-CHECK-SUMMARY-COVERAGE
      *    decides whether the summary covers the requested range
      *    (WS-TO-DATE at or before the control file's last
      *    summarized date) - the summary is a speed-up, never a
      *    gap, so anything it cannot cover falls back to the
      *    detail read of SALES-TRANSACTION, STARTed on ST-TXN-DATE
      *    and stopped past WS-TO-DATE.
              10 WS-DSUM-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-SUMCTL-STATUS      PIC X(02) VALUE "00".
              10 WS-DEPT-MARGIN-AMT    PIC S9(09)V99 VALUE ZEROS.
              10 WS-DEPT-TXN-COUNT     PIC 9(07) VALUE ZEROS.

      *    Parameter block for 9100-PRICE-KIT-SALE.
           COPY "BOMXPMSG.CPY".

      *    Start-up fetch of GL accounts and thresholds - see
      *    0900-LOAD-SYSTEM-PARMS.
           COPY "SYSPRMSG.CPY".

      *    Menu options and sensitive actions are checked against
      *    the signed-on operator's roles through PermCheck.cbl.
           COPY "PERMMSG.CPY".

       LINKAGE SECTION.
       01  LK-RETURN-STATUS        PIC 9(05).

       PROCEDURE DIVISION.
       0000-MAINLINE.
              PERFORM 0900-LOAD-SYSTEM-PARMS THRU 0900-EXIT.
              IF NOT WS-PARMS-OK
                 MOVE 1 TO RETURN-CODE
                 GOBACK
              END-IF.
              OPEN INPUT TRAINING-FLAG-FILE.
              IF WS-TFLG-STATUS = "00"
                 MOVE "Y" TO WS-TMODE-SW
      * a clean run - RETURN-CODE is reset here first so a prior
      * CALL's status can't leak through.
       ENTRY "RPTBATCH" USING LK-RETURN-STATUS.
              PERFORM 0900-LOAD-SYSTEM-PARMS THRU 0900-EXIT.
              IF NOT WS-PARMS-OK
                 MOVE 1 TO RETURN-CODE
                 MOVE ZEROS TO LK-RETURN-STATUS
                 GOBACK
              END-IF.
              SET WS-BATCH-RUN TO TRUE.
              MOVE ZERO TO RETURN-CODE.
              PERFORM 3000-STOCK-STATUS THRU 3000-EXIT.
              MOVE ZEROS TO LK-RETURN-STATUS.
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
              MOVE "RETURN-ABUSE-CNT" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-NUMBER TO WS-ABUSE-RETURN-CNT-LIMIT.
              MOVE "TAX-1099-LIMIT" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-NUMBER TO WS-TAX-REPORT-THRESHOLD.
              IF NOT WS-PARMS-OK
                 DISPLAY "REPORTS CANNOT RUN - CORRECT THE SYSTEM "
                         "PARAMETERS ABOVE IN UTILITIES."
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
              IF WS-TMODE-ON
              END-IF.
              DISPLAY "Reports".
              DISPLAY "-------".
              MOVE "RPTS" TO PC-FUNCTION-CODE.
              SET PC-MENU-FILTER TO TRUE.
              CALL "PermCheck" USING PERM-CHECK-MSG.
              IF PC-MENU-ALLOWED(1)
                 DISPLAY "1. Stock Status Report"
              END-IF.
              IF PC-MENU-ALLOWED(2)
                 DISPLAY "2. Supplier Activity Report"
              END-IF.
              IF PC-MENU-ALLOWED(3)
                 DISPLAY "3. Sales Summary Report"
              END-IF.
              IF PC-MENU-ALLOWED(4)
                 DISPLAY "4. Purchase Order Register"
              END-IF.
              IF PC-MENU-ALLOWED(5)
                 DISPLAY "5. Supplier Performance Report"
              END-IF.
              IF PC-MENU-ALLOWED(6)
                 DISPLAY "6. Supplier Scorecard Report"
              END-IF.
              IF PC-MENU-ALLOWED(7)
                 DISPLAY "7. Kit/BOM Margin Report"
              END-IF.
              IF PC-MENU-ALLOWED(8)
                 DISPLAY "8. Sales Commission Payout"
              END-IF.
              IF PC-MENU-ALLOWED(9)
                 DISPLAY "9. Daily Cash/Tender Reconciliation"
              END-IF.
              IF PC-MENU-ALLOWED(10)
                 DISPLAY "10. Inventory Valuation Report"
              END-IF.
              IF PC-MENU-ALLOWED(11)
                 DISPLAY "11. Dead Stock/Slow-Moving Item Report"
              END-IF.
              IF PC-MENU-ALLOWED(12)
                 DISPLAY "12. Customer Returns Abuse Pattern Report"
              END-IF.
              IF PC-MENU-ALLOWED(13)
                 DISPLAY "13. Top-N / ABC Classification Report"
              END-IF.
              IF PC-MENU-ALLOWED(14)
                 DISPLAY "14. Operator Productivity/Volume Report"
              END-IF.
              IF PC-MENU-ALLOWED(15)
                 DISPLAY "15. Supplier Spend by Category/Diversity Tag"
              END-IF.
              IF PC-MENU-ALLOWED(16)
                 DISPLAY "16. Year-End 1099/Tax Reporting Extract"
              END-IF.
              IF PC-MENU-ALLOWED(17)
                 DISPLAY "17. Quarter/Year Sales Trend Report"
              END-IF.
              IF PC-MENU-ALLOWED(18)
                 DISPLAY "18. Shrinkage/Loss Financial Impact Rollup"
              END-IF.
              IF PC-MENU-ALLOWED(19)
                 DISPLAY "19. Monthly Sales Tax Remittance Report"
              END-IF.
              IF PC-MENU-ALLOWED(20)
                 DISPLAY "20. Report Spool (Retain/List/Reprint)"
              END-IF.
              IF PC-MENU-ALLOWED(21)
                 DISPLAY "21. Consignment Settlement By Supplier"
              END-IF.
              IF PC-MENU-ALLOWED(22)
                 DISPLAY "22. Department Sales And Margin Report"
              END-IF.
              IF PC-MENU-ALLOWED(23)
                 DISPLAY "23. CSV Extract For Spreadsheet Import"
              END-IF.
              IF PC-MENU-ALLOWED(24)
                 DISPLAY "24. Manager Override Review Report"
              END-IF.
              IF PC-MENU-ALLOWED(25)
                 DISPLAY "25. Sales Quotation Status Report"
              END-IF.
              IF PC-MENU-ALLOWED(26)
                 DISPLAY "26. Promotion Results Report"
              END-IF.
              IF PC-MENU-ALLOWED(27)
                 DISPLAY "27. Stock Movement Roll-Forward"
              END-IF.
              IF PC-MENU-ALLOWED(28)
                 DISPLAY "28. Lost Sales by Item and Supplier"
              END-IF.
              IF PC-MENU-ALLOWED(29)
                 DISPLAY "29. 13-Week Cash Flow Forecast"
              END-IF.
              IF PC-MENU-ALLOWED(30)
                 DISPLAY "30. Customer Profitability Report"
              END-IF.
              IF PC-MENU-ALLOWED(31)
                 DISPLAY "31. Segregation of Duties Conflict Report"
              END-IF.
              DISPLAY "32. Return to Main Menu".
              DISPLAY "Enter your choice:".
              ACCEPT WS-MENU-OPTION.

              IF WS-MENU-OPTION NOT = WS-EXIT-OPTION
                 MOVE "RPTS" TO PC-FUNCTION-CODE
                 MOVE WS-MENU-OPTION TO PC-MENU-OPTION
                 SET PC-AUTHORIZE TO TRUE
                 CALL "PermCheck" USING PERM-CHECK-MSG
                 IF PC-DENIED
                    DISPLAY "NOT AUTHORIZED FOR THAT OPTION."
                    GO TO 2000-EXIT
                 END-IF
              END-IF.

              EVALUATE WS-MENU-OPTION
                 WHEN "1" PERFORM 3000-STOCK-STATUS THRU 3000-EXIT
                 WHEN "2" PERFORM 4000-SUPPLIER-ACTIVITY
                             THRU 6500-EXIT
                 WHEN "24" PERFORM 6700-OVERRIDE-REVIEW
                             THRU 6700-EXIT
                 WHEN "25" PERFORM 6800-QUOTATION-STATUS
                             THRU 6800-EXIT
                 WHEN "26" PERFORM 6900-PROMOTION-RESULTS
                             THRU 6900-EXIT
                 WHEN "27" PERFORM 9480-STOCK-ROLL-FORWARD
                             THRU 9480-EXIT
                 WHEN "28" PERFORM 9490-LOST-SALES-REPORT
                             THRU 9490-EXIT
                 WHEN "29" PERFORM 9495-CASH-FORECAST
                             THRU 9495-EXIT
                 WHEN "30" PERFORM 9497-CUSTOMER-PROFITABILITY
                             THRU 9497-EXIT
                 WHEN "31" PERFORM 9498-SOD-CONFLICTS
                             THRU 9498-EXIT
                 WHEN WS-EXIT-OPTION CONTINUE
                 WHEN OTHER DISPLAY "INVALID CHOICE"
              END-EVALUATE.
       9450-EXIT.
              EXIT.

      * Stock ledger support: CALLs the shared ledger program rather
      * than duplicating its roll-forward logic here.
       9480-STOCK-ROLL-FORWARD.
              CALL "StockLedger".
       9480-EXIT.
              EXIT.

      * Lost-sales support: CALLs the shared lost-sales program
      * rather than duplicating its by-item/by-supplier logic here.
       9490-LOST-SALES-REPORT.
              CALL "LostSales".
       9490-EXIT.
              EXIT.

      * Cash forecast support: CALLs the 13-week cash forecast, which
      * opens and closes every file it reads itself.
       9495-CASH-FORECAST.
              CALL "CashForecast".
       9495-EXIT.
              EXIT.

      * Customer profitability support: CALLs the profitability
      * report, which takes its own date range and ranking options
      * and opens and closes every file it reads itself.
       9497-CUSTOMER-PROFITABILITY.
              CALL "CustProfitRpt".
       9497-EXIT.
              EXIT.

      * Segregation of duties support: CALLs the conflict report,
      * which takes its own date range and opens and closes every
      * file it reads itself.
       9498-SOD-CONFLICTS.
              CALL "SodConflictRpt".
       9498-EXIT.
              EXIT.

      *****************************************************************
      * 9460-DEPT-MARGIN-REPORT foots sales, cost and margin over
      * the date range by item category/department - finally an
              END-IF.
              PERFORM 3050-OPEN-CATEGORY-FILE THRU 3050-EXIT.
              MOVE "00" TO WS-SALE-STATUS.
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
                          AND NOT ST-TXN-VOID
                          AND ST-TXN-DATE <= WS-TO-DATE
                          PERFORM 9470-POST-DEPT-TXN THRU 9470-EXIT
                       END-IF
              IF WS-SALE-STATUS NOT = "00"
                 MOVE 1 TO RETURN-CODE
              END-IF.
              MOVE ZEROS TO WS-LINE-COUNT.
              MOVE "00" TO WS-SALE-STATUS.
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
                          AND NOT ST-TXN-VOID
                          AND ST-TXN-DATE <= WS-TO-DATE
                          DISPLAY ST-TXN-NUMBER " " ST-TXN-DATE " "
                                  ST-CUST-ID " " ST-ITEM-NUMBER " "
              EXIT.

      * Sums net ST-EXTENDED-AMOUNT for the current item across the
      * WS-FROM-DATE/WS-TO-DATE range - the same ST-TXN-DATE range
      * 5150-SUM-PERIOD-SALES reads for the aggregate, filtered down
      * to one item.  The file is opened once by 5160 and re-STARTed
      * here per call.
       5180-SUM-ITEM-PERIOD.
                 GO TO 5180-EXIT
              END-IF.
              SET WS-TREND-ITEM-MORE TO TRUE.
              MOVE WS-FROM-DATE TO ST-TXN-DATE.
              START SALES-TRANSACTION-FILE
                    KEY IS NOT LESS THAN ST-TXN-DATE
                 INVALID KEY MOVE "N" TO WS-TREND-ITEM-MORE-SW
              END-START.
              IF WS-SALE-STATUS NOT = "00"
                 READ SALES-TRANSACTION-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-TREND-ITEM-MORE-SW
                    NOT AT END
                       IF ST-TXN-DATE > WS-TO-DATE
                          MOVE "N" TO WS-TREND-ITEM-MORE-SW
                       END-IF
                       IF ST-ITEM-NUMBER = SM-ITEM-NUMBER
                          AND NOT ST-TXN-VOID
                          AND ST-TXN-DATE >= WS-FROM-DATE
                          AND ST-TXN-DATE <= WS-TO-DATE
                          ADD ST-EXTENDED-AMOUNT
                       END-IF
                 END-READ
                 IF WS-SALE-STATUS NOT = "00" AND
                    WS-SALE-STATUS NOT = "10" AND
                    WS-SALE-STATUS NOT = "02"
                    MOVE "N" TO WS-TREND-ITEM-MORE-SW
                 END-IF
              END-PERFORM.
      * already stored negative, the same net-figure convention
      * 5700-ORDER-HISTORY and CustomerInvoiceRpt.cbl both rely on)
      * and counts every transaction falling within WS-FROM-DATE/
      * WS-TO-DATE, read off the ST-TXN-DATE alternate key.  Called
      * once for the current period and once for the prior period by
      * 5100-SALES-TREND-REPORT.
       5150-SUM-PERIOD-SALES.
              MOVE ZEROS TO WS-PERIOD-SALES WS-PERIOD-COUNT.
      *    Covered range: total straight off the daily summary.
                 MOVE 1 TO RETURN-CODE
              END-IF.
              MOVE "00" TO WS-SALE-STATUS.
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
                          AND NOT ST-TXN-VOID
                          AND ST-TXN-DATE <= WS-TO-DATE
                          ADD ST-EXTENDED-AMOUNT TO WS-PERIOD-SALES
                          ADD 1 TO WS-PERIOD-COUNT
       6730-EXIT.
              EXIT.

      *    Lists every sales quotation raised in the date range with
      *    its state - OPEN, EXPIRED (still open but past its expiry
      *    date), WON (and the invoice it became) or LOST (and why) -
      *    then a count and goods value for each state, so the sales
      *    desk can chase what is open and see its hit rate.
       6800-QUOTATION-STATUS.
              DISPLAY "ENTER FROM DATE (YYYYMMDD): ".
              ACCEPT WS-FROM-DATE.
              DISPLAY "ENTER TO DATE   (YYYYMMDD): ".
              ACCEPT WS-TO-DATE.
              OPEN INPUT QUOTE-HEADER-FILE.
              IF WS-QHDR-STATUS NOT = "00"
                 DISPLAY "QUOTATION FILE NOT FOUND - STATUS "
                         WS-QHDR-STATUS
                 GO TO 6800-EXIT
              END-IF.
              ACCEPT WS-QUOTE-TODAY FROM DATE YYYYMMDD.
              MOVE ZEROS TO WS-QUOTE-OPEN-COUNT WS-QUOTE-OPEN-AMT
                            WS-QUOTE-EXP-COUNT WS-QUOTE-EXP-AMT
                            WS-QUOTE-WON-COUNT WS-QUOTE-WON-AMT
                            WS-QUOTE-LOST-COUNT WS-QUOTE-LOST-AMT.
              DISPLAY "SALES QUOTATION STATUS " WS-FROM-DATE
                      " THROUGH " WS-TO-DATE.
              DISPLAY "QUOTE    CUST  DATE     EXPIRES  STATE   "
                      "GOODS         INVOICE/REASON".
              PERFORM 6810-LIST-ONE-QUOTATION THRU 6810-EXIT
                 UNTIL WS-QHDR-STATUS NOT = "00".
              CLOSE QUOTE-HEADER-FILE.
              DISPLAY " ".
              DISPLAY "OPEN     " WS-QUOTE-OPEN-COUNT " "
                      WS-QUOTE-OPEN-AMT.
              DISPLAY "EXPIRED  " WS-QUOTE-EXP-COUNT " "
                      WS-QUOTE-EXP-AMT.
              DISPLAY "WON      " WS-QUOTE-WON-COUNT " "
                      WS-QUOTE-WON-AMT.
              DISPLAY "LOST     " WS-QUOTE-LOST-COUNT " "
                      WS-QUOTE-LOST-AMT.
       6800-EXIT.
              EXIT.

       6810-LIST-ONE-QUOTATION.
              READ QUOTE-HEADER-FILE NEXT RECORD
                 AT END
                    MOVE "10" TO WS-QHDR-STATUS
                    GO TO 6810-EXIT
              END-READ.
              IF QH-QUOTE-DATE < WS-FROM-DATE
                 OR QH-QUOTE-DATE > WS-TO-DATE
                 GO TO 6810-EXIT
              END-IF.
              EVALUATE TRUE
                 WHEN QH-STATUS-WON
                    MOVE "WON" TO WS-QUOTE-STATE
                    ADD 1 TO WS-QUOTE-WON-COUNT
                    ADD QH-GOODS-TOTAL TO WS-QUOTE-WON-AMT
                    DISPLAY QH-QUOTE-NUMBER " " QH-CUST-ID " "
                            QH-QUOTE-DATE " " QH-EXPIRY-DATE " "
                            WS-QUOTE-STATE " " QH-GOODS-TOTAL " "
                            QH-INVOICE-NUMBER
                 WHEN QH-STATUS-LOST
                    MOVE "LOST" TO WS-QUOTE-STATE
                    ADD 1 TO WS-QUOTE-LOST-COUNT
                    ADD QH-GOODS-TOTAL TO WS-QUOTE-LOST-AMT
                    DISPLAY QH-QUOTE-NUMBER " " QH-CUST-ID " "
                            QH-QUOTE-DATE " " QH-EXPIRY-DATE " "
                            WS-QUOTE-STATE " " QH-GOODS-TOTAL " "
                            QH-LOST-REASON
                 WHEN QH-EXPIRY-DATE < WS-QUOTE-TODAY
                    MOVE "EXPIRED" TO WS-QUOTE-STATE
                    ADD 1 TO WS-QUOTE-EXP-COUNT
                    ADD QH-GOODS-TOTAL TO WS-QUOTE-EXP-AMT
                    DISPLAY QH-QUOTE-NUMBER " " QH-CUST-ID " "
                            QH-QUOTE-DATE " " QH-EXPIRY-DATE " "
                            WS-QUOTE-STATE " " QH-GOODS-TOTAL
                 WHEN OTHER
                    MOVE "OPEN" TO WS-QUOTE-STATE
                    ADD 1 TO WS-QUOTE-OPEN-COUNT
                    ADD QH-GOODS-TOTAL TO WS-QUOTE-OPEN-AMT
                    DISPLAY QH-QUOTE-NUMBER " " QH-CUST-ID " "
                            QH-QUOTE-DATE " " QH-EXPIRY-DATE " "
                            WS-QUOTE-STATE " " QH-GOODS-TOTAL
              END-EVALUATE.
       6810-EXIT.
              EXIT.

      *****************************************************************
      * 6900-PROMOTION-RESULTS shows what each mix-and-match or
      * basket-threshold promotion gave away over the date range and
      * what it did to margin: times redeemed and triggered, the
      * discount given, and the margin on the qualifying goods at
      * shelf price against the margin actually taken after the
      * discount.  Cost is the qualifying lines' unit cost as
      * SalesMgmt recorded it at the sale.  Redemptions on a voided
      * invoice are passed over.
      *****************************************************************
       6900-PROMOTION-RESULTS.
              DISPLAY "ENTER FROM DATE (YYYYMMDD): ".
              ACCEPT WS-FROM-DATE.
              DISPLAY "ENTER TO DATE   (YYYYMMDD): ".
              ACCEPT WS-TO-DATE.
              OPEN INPUT PROMO-REDEMPTION-FILE.
              IF WS-REDM-STATUS NOT = "00"
                 DISPLAY "PROMOTION REDEMPTION FILE NOT FOUND - "
                         "STATUS " WS-REDM-STATUS
                 GO TO 6900-EXIT
              END-IF.
              MOVE ZEROS TO WS-PRS-COUNT WS-PRS-TOT-DISC
                            WS-PRS-TOT-REDEEMED.
              PERFORM 6910-POST-ONE-REDEMPTION THRU 6910-EXIT
                 UNTIL WS-REDM-STATUS NOT = "00".
              CLOSE PROMO-REDEMPTION-FILE.
              DISPLAY "PROMOTION RESULTS " WS-FROM-DATE
                      " THROUGH " WS-TO-DATE.
              DISPLAY "CODE   DESCRIPTION                    REDEEMED "
                      "TRIGGERED".
              DISPLAY "       DISCOUNT        MARGIN BEFORE   "
                      "MARGIN AFTER".
              PERFORM VARYING WS-PRS-IX FROM 1 BY 1
                    UNTIL WS-PRS-IX > WS-PRS-COUNT
                 COMPUTE WS-PRS-MARGIN-BEFORE =
                       WS-PRS-GOODS(WS-PRS-IX) - WS-PRS-COST(WS-PRS-IX)
                 COMPUTE WS-PRS-MARGIN-AFTER =
                       WS-PRS-MARGIN-BEFORE - WS-PRS-DISC(WS-PRS-IX)
                 DISPLAY WS-PRS-CODE(WS-PRS-IX) " "
                         WS-PRS-DESC(WS-PRS-IX) " "
                         WS-PRS-REDEEMED(WS-PRS-IX) " "
                         WS-PRS-TIMES(WS-PRS-IX)
                 DISPLAY "       " WS-PRS-DISC(WS-PRS-IX) " "
                         WS-PRS-MARGIN-BEFORE " "
                         WS-PRS-MARGIN-AFTER
              END-PERFORM.
              DISPLAY " ".
              DISPLAY "PROMOTIONS " WS-PRS-COUNT " REDEMPTIONS "
                      WS-PRS-TOT-REDEEMED " TOTAL DISCOUNT "
                      WS-PRS-TOT-DISC.
              IF WS-PRS-COUNT NOT < WS-PRS-MAX
                 DISPLAY "*** MORE THAN " WS-PRS-MAX " PROMOTIONS IN "
                         "RANGE - LATER ONES NOT SHOWN ***"
              END-IF.
       6900-EXIT.
              EXIT.

      *    One redemption row folded into its promotion's entry.
       6910-POST-ONE-REDEMPTION.
              READ PROMO-REDEMPTION-FILE NEXT RECORD
                 AT END
                    MOVE "10" TO WS-REDM-STATUS
                    GO TO 6910-EXIT
              END-READ.
              IF RD-TXN-DATE < WS-FROM-DATE
                 OR RD-TXN-DATE > WS-TO-DATE
                 OR RD-VOIDED
                 GO TO 6910-EXIT
              END-IF.
              MOVE ZEROS TO WS-PRS-IX.
              PERFORM VARYING WS-PRS-JX FROM 1 BY 1
                    UNTIL WS-PRS-JX > WS-PRS-COUNT
                 IF WS-PRS-CODE(WS-PRS-JX) = RD-PROMO-CODE
                    MOVE WS-PRS-JX TO WS-PRS-IX
                 END-IF
              END-PERFORM.
              IF WS-PRS-IX = ZEROS
                 AND WS-PRS-COUNT < WS-PRS-MAX
                 ADD 1 TO WS-PRS-COUNT
                 MOVE WS-PRS-COUNT TO WS-PRS-IX
                 MOVE RD-PROMO-CODE TO WS-PRS-CODE(WS-PRS-IX)
                 MOVE RD-DESCRIPTION TO WS-PRS-DESC(WS-PRS-IX)
                 MOVE ZEROS TO WS-PRS-REDEEMED(WS-PRS-IX)
                               WS-PRS-TIMES(WS-PRS-IX)
                               WS-PRS-DISC(WS-PRS-IX)
                               WS-PRS-GOODS(WS-PRS-IX)
                               WS-PRS-COST(WS-PRS-IX)
              END-IF.
              IF WS-PRS-IX = ZEROS
                 GO TO 6910-EXIT
              END-IF.
              ADD 1 TO WS-PRS-REDEEMED(WS-PRS-IX) WS-PRS-TOT-REDEEMED.
              ADD RD-TIMES-TRIGGERED TO WS-PRS-TIMES(WS-PRS-IX).
              ADD RD-DISCOUNT-AMOUNT TO WS-PRS-DISC(WS-PRS-IX)
                                        WS-PRS-TOT-DISC.
              ADD RD-QUAL-GOODS TO WS-PRS-GOODS(WS-PRS-IX).
              ADD RD-QUAL-COST TO WS-PRS-COST(WS-PRS-IX).
       6910-EXIT.
              EXIT.

      *    One supplier scorecard row as a CSV line.
       6540-CSV-SCORECARD-ROW.
              MOVE WS-ON-TIME-PCT TO WS-CSV-PCT.

      * Scans SALES-TRANSACTION-FILE for sales in the entered date
      * range, and for every sale whose item is a kit (has at least
      * one row on BOM-COMPONENT keyed by that item number - the
      * same test SalesMgmt.cbl's 3070-CHECK-KIT-STATUS makes), totals
      * the current SM-UNIT-COST of each stock item at the bottom of
      * the kit's structure, through every level, times its quantity
      * per kit times the quantity sold and prints it against
      * ST-EXTENDED-AMOUNT, so a bundle that looks good at the
      * register but is actually built from costly components shows
      * up here.  A return (ST-TXN-RETURN) is skipped - it reverses a
      * prior sale that was already reported.
       9000-KIT-MARGIN-REPORT.
              IF NOT WS-BATCH-RUN
                 DISPLAY "ENTER FROM DATE (YYYYMMDD): "
                      "MARGIN".
              MOVE ZEROS TO WS-KIT-SALE-COUNT.
              OPEN INPUT SALES-TRANSACTION-FILE.
              OPEN INPUT STOCK-MASTER-FILE.
              IF WS-SALE-STATUS NOT = "00"
                 MOVE 1 TO RETURN-CODE
              END-IF.
              MOVE "00" TO WS-SALE-STATUS.
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
                       IF ST-TXN-SALE
                          AND ST-TXN-DATE >= WS-FROM-DATE
                          AND ST-TXN-DATE <= WS-TO-DATE
                 END-READ
              END-PERFORM.
              CLOSE SALES-TRANSACTION-FILE.
              CLOSE STOCK-MASTER-FILE.
              DISPLAY "KIT SALES PRICED: " WS-KIT-SALE-COUNT.
       9000-EXIT.
              EXIT.

      * Prices one sale's item as a kit, if it is one, and prints its
      * margin line.  An item with no BOM-COMPONENT rows is not a kit
      * and is silently skipped - this report only covers bundled
      * SKUs, single-item sales are already in 5000-SALES-SUMMARY.  A
      * kit whose structure cannot be walked to the bottom (a
      * circular reference, say) is skipped with a note.
       9100-PRICE-KIT-SALE.
              MOVE ZEROS TO WS-KIT-COST.
              INITIALIZE BOM-EXPLODE-MSG.
              SET BM-FN-EXPLODE TO TRUE.
              MOVE ST-ITEM-NUMBER TO BM-ROOT-ITEM.
              CALL "BomExplode" USING BOM-EXPLODE-MSG.
              IF BM-RESULT-NO-FILE
                 MOVE 1 TO RETURN-CODE
                 GO TO 9100-EXIT
              END-IF.
              IF NOT BM-RESULT-OK
                 DISPLAY ST-TXN-NUMBER "  " ST-ITEM-NUMBER
                         "  KIT STRUCTURE CANNOT BE EXPANDED (RESULT "
                         BM-RESULT ") - NOT PRICED"
                 GO TO 9100-EXIT
              END-IF.
              PERFORM VARYING WS-BM-IX FROM 1 BY 1
                    UNTIL WS-BM-IX > BM-LINE-COUNT
                 MOVE BM-LINE-ITEM(WS-BM-IX) TO SM-ITEM-NUMBER
                 READ STOCK-MASTER-FILE KEY IS SM-ITEM-NUMBER
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                       COMPUTE WS-KIT-COST = WS-KIT-COST +
                          (BM-LINE-QTY(WS-BM-IX) * SM-UNIT-COST
                                                 * ST-QTY-SOLD)
                 END-READ
              END-PERFORM.
              IF WS-KIT-COST > ZEROS
                 ADD 1 TO WS-KIT-SALE-COUNT
      * ST-TAX-AMOUNT is stored negative; exempt sales carry zero tax
      * and are footed separately so the filing can show exempt
      * volume alongside the taxed total.  Batch mode defaults to the
      * current calendar month.  The input-tax side comes off
      * INPUTTAX.LOG: the recoverable purchase tax posted in the month
      * is set against each code's output tax, then both are rolled
      * up by jurisdiction to the net payable (or refundable) for
      * the filing.
      *****************************************************************
       9300-SALES-TAX-REMITTANCE.
              IF WS-BATCH-RUN
              DISPLAY "MONTHLY SALES TAX REMITTANCE REPORT - PERIOD "
                      WS-REMIT-PERIOD.
              MOVE ZEROS TO WS-REMIT-COUNT WS-REMIT-TXN-COUNT
                      WS-REMIT-EXEMPT-TOTAL WS-REMIT-GRAND-TOTAL
                      WS-REMIT-INPUT-TOTAL WS-REMIT-ITAX-COUNT
                      WS-JURIS-COUNT.
              OPEN INPUT SALES-TRANSACTION-FILE.
              OPEN INPUT TAX-CODE-FILE.
              IF WS-SALE-STATUS NOT = "00"
                 MOVE 1 TO RETURN-CODE
              END-IF.
              MOVE "00" TO WS-SALE-STATUS.
              COMPUTE ST-TXN-DATE = WS-REMIT-PERIOD * 100 + 1.
              START SALES-TRANSACTION-FILE
                    KEY IS NOT LESS THAN ST-TXN-DATE
                 INVALID KEY MOVE "10" TO WS-SALE-STATUS
              END-START.
              PERFORM UNTIL WS-SALE-STATUS NOT = "00"
                        AND WS-SALE-STATUS NOT = "02"
                 READ SALES-TRANSACTION-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-SALE-STATUS
                    NOT AT END
                       IF ST-TXN-DATE(1:6) > WS-REMIT-PERIOD
                          MOVE "10" TO WS-SALE-STATUS
                       END-IF
                       IF ST-TXN-DATE(1:6) = WS-REMIT-PERIOD
                          AND NOT ST-TXN-VOID
                          PERFORM 9350-TALLY-TAX-TXN THRU 9350-EXIT
                       END-IF
                 END-READ
              END-PERFORM.
              CLOSE SALES-TRANSACTION-FILE.
              OPEN INPUT INPUT-TAX-LOG.
              IF WS-ITAX-STATUS = "00"
                 PERFORM UNTIL WS-ITAX-STATUS NOT = "00"
                    READ INPUT-TAX-LOG
                       AT END MOVE "10" TO WS-ITAX-STATUS
                       NOT AT END
                          IF IX-POSTED-DATE(1:6) = WS-REMIT-PERIOD
                             PERFORM 9360-TALLY-INPUT-TAX
                                THRU 9360-EXIT
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE INPUT-TAX-LOG
              END-IF.
              DISPLAY "CODE JURISDICTION RATE      TAXABLE-SALES  "
                      "TAX-COLLECTED  INPUT-TAX-RECOV  NET".
              PERFORM VARYING WS-REMIT-IX FROM 1 BY 1
                    UNTIL WS-REMIT-IX > WS-REMIT-COUNT
                 COMPUTE WS-REMIT-NET = WS-REMIT-TAX(WS-REMIT-IX)
                    - WS-REMIT-INPUT(WS-REMIT-IX)
                 MOVE WS-REMIT-CODE(WS-REMIT-IX) TO TC-TAX-CODE
                 READ TAX-CODE-FILE
                    INVALID KEY
                       MOVE "*UNKNOWN*" TO WS-REMIT-JURIS
                       DISPLAY WS-REMIT-CODE(WS-REMIT-IX)
                               " *NOT ON FILE*        "
                               WS-REMIT-TAXABLE(WS-REMIT-IX) "  "
                               WS-REMIT-TAX(WS-REMIT-IX) "  "
                               WS-REMIT-INPUT(WS-REMIT-IX) "  "
                               WS-REMIT-NET
                    NOT INVALID KEY
                       MOVE TC-JURISDICTION TO WS-REMIT-JURIS
                       DISPLAY TC-TAX-CODE " " TC-JURISDICTION " "
                               TC-TAX-RATE "%  "
                               WS-REMIT-TAXABLE(WS-REMIT-IX) "  "
                               WS-REMIT-TAX(WS-REMIT-IX) "  "
                               WS-REMIT-INPUT(WS-REMIT-IX) "  "
                               WS-REMIT-NET
                 END-READ
                 PERFORM 9370-ADD-JURISDICTION THRU 9370-EXIT
              END-PERFORM.
              CLOSE TAX-CODE-FILE.
              DISPLAY "EXEMPT/UNTAXED SALES : "
                      WS-REMIT-EXEMPT-TOTAL.
              DISPLAY "TRANSACTIONS IN MONTH: " WS-REMIT-TXN-COUNT.
              DISPLAY "INPUT TAX POSTINGS   : " WS-REMIT-ITAX-COUNT.
              DISPLAY " ".
              DISPLAY "NET BY JURISDICTION  OUTPUT-TAX  "
                      "INPUT-TAX-RECOV  NET".
              PERFORM VARYING WS-JURIS-IX FROM 1 BY 1
                    UNTIL WS-JURIS-IX > WS-JURIS-COUNT
                 COMPUTE WS-REMIT-NET = WS-JURIS-OUTPUT(WS-JURIS-IX)
                    - WS-JURIS-INPUT(WS-JURIS-IX)
                 IF WS-REMIT-NET < ZEROS
                    DISPLAY WS-JURIS-NAME(WS-JURIS-IX) "  "
                            WS-JURIS-OUTPUT(WS-JURIS-IX) "  "
                            WS-JURIS-INPUT(WS-JURIS-IX) "  "
                            WS-REMIT-NET " REFUNDABLE"
                 ELSE
                    DISPLAY WS-JURIS-NAME(WS-JURIS-IX) "  "
                            WS-JURIS-OUTPUT(WS-JURIS-IX) "  "
                            WS-JURIS-INPUT(WS-JURIS-IX) "  "
                            WS-REMIT-NET " PAYABLE"
                 END-IF
              END-PERFORM.
              COMPUTE WS-REMIT-NET-TOTAL =
                 WS-REMIT-GRAND-TOTAL - WS-REMIT-INPUT-TOTAL.
              DISPLAY "OUTPUT TAX COLLECTED : "
                      WS-REMIT-GRAND-TOTAL.
              DISPLAY "INPUT TAX RECOVERABLE: "
                      WS-REMIT-INPUT-TOTAL.
              IF WS-REMIT-NET-TOTAL < ZEROS
                 COMPUTE WS-REMIT-NET-TOTAL = WS-REMIT-NET-TOTAL * -1
                 DISPLAY "NET TAX REFUNDABLE   : "
                         WS-REMIT-NET-TOTAL
              ELSE
                 DISPLAY "TOTAL TAX TO REMIT   : "
                         WS-REMIT-NET-TOTAL
              END-IF.
       9300-EXIT.
              EXIT.

                 MOVE ST-TAX-CODE TO WS-REMIT-CODE(WS-REMIT-IX)
                 MOVE ZEROS TO WS-REMIT-TAXABLE(WS-REMIT-IX)
                 MOVE ZEROS TO WS-REMIT-TAX(WS-REMIT-IX)
                 MOVE ZEROS TO WS-REMIT-INPUT(WS-REMIT-IX)
              END-IF.
              IF WS-REMIT-IX NOT = ZEROS
                 ADD ST-EXTENDED-AMOUNT
       9350-EXIT.
              EXIT.

      * Folds one in-month input-tax posting's recoverable tax into
      * its code's slot, opening one (with no sales) for a code only
      * ever billed on purchases.  The non-recoverable part went to
      * cost and is not reclaimed.
       9360-TALLY-INPUT-TAX.
              ADD 1 TO WS-REMIT-ITAX-COUNT.
              ADD IX-RECOVERABLE-AMOUNT TO WS-REMIT-INPUT-TOTAL.
              MOVE ZEROS TO WS-REMIT-IX.
              PERFORM VARYING WS-REMIT-JX FROM 1 BY 1
                    UNTIL WS-REMIT-JX > WS-REMIT-COUNT
                 IF WS-REMIT-CODE(WS-REMIT-JX) = IX-TAX-CODE
                    MOVE WS-REMIT-JX TO WS-REMIT-IX
                 END-IF
              END-PERFORM.
              IF WS-REMIT-IX = ZEROS
                 AND WS-REMIT-COUNT < WS-REMIT-MAX
                 ADD 1 TO WS-REMIT-COUNT
                 MOVE WS-REMIT-COUNT TO WS-REMIT-IX
                 MOVE IX-TAX-CODE TO WS-REMIT-CODE(WS-REMIT-IX)
                 MOVE ZEROS TO WS-REMIT-TAXABLE(WS-REMIT-IX)
                 MOVE ZEROS TO WS-REMIT-TAX(WS-REMIT-IX)
                 MOVE ZEROS TO WS-REMIT-INPUT(WS-REMIT-IX)
              END-IF.
              IF WS-REMIT-IX NOT = ZEROS
                 ADD IX-RECOVERABLE-AMOUNT
                    TO WS-REMIT-INPUT(WS-REMIT-IX)
              END-IF.
       9360-EXIT.
              EXIT.

      * Rolls the current code's output and input tax up into its
      * jurisdiction (WS-REMIT-JURIS), the same capped linear scan.
       9370-ADD-JURISDICTION.
              MOVE ZEROS TO WS-JURIS-IX.
              PERFORM VARYING WS-JURIS-JX FROM 1 BY 1
                    UNTIL WS-JURIS-JX > WS-JURIS-COUNT
                 IF WS-JURIS-NAME(WS-JURIS-JX) = WS-REMIT-JURIS
                    MOVE WS-JURIS-JX TO WS-JURIS-IX
                 END-IF
              END-PERFORM.
              IF WS-JURIS-IX = ZEROS
                 AND WS-JURIS-COUNT < WS-REMIT-MAX
                 ADD 1 TO WS-JURIS-COUNT
                 MOVE WS-JURIS-COUNT TO WS-JURIS-IX
                 MOVE WS-REMIT-JURIS TO WS-JURIS-NAME(WS-JURIS-IX)
                 MOVE ZEROS TO WS-JURIS-OUTPUT(WS-JURIS-IX)
                 MOVE ZEROS TO WS-JURIS-INPUT(WS-JURIS-IX)
              END-IF.
              IF WS-JURIS-IX NOT = ZEROS
                 ADD WS-REMIT-TAX(WS-REMIT-IX)
                    TO WS-JURIS-OUTPUT(WS-JURIS-IX)
                 ADD WS-REMIT-INPUT(WS-REMIT-IX)
                    TO WS-JURIS-INPUT(WS-JURIS-IX)
              END-IF.
       9370-EXIT.
              EXIT.

      * Scans OPERATOR-MASTER-FILE outer, SALES-TRANSACTION-FILE
      * inner for each operator, totalling ST-EXTENDED-AMOUNT on
      * ST-TXN-SALE records keyed to that operator in the date range
       9600-TOTAL-OPERATOR-SALES.
              MOVE ZEROS TO WS-COMM-SALES-TOTAL.
              SET WS-COMM-SALE-MORE TO TRUE.
              MOVE WS-FROM-DATE TO ST-TXN-DATE.
              START SALES-TRANSACTION-FILE
                    KEY IS NOT LESS THAN ST-TXN-DATE
                 INVALID KEY MOVE "N" TO WS-COMM-SALE-MORE-SW
              END-START.
              PERFORM UNTIL NOT WS-COMM-SALE-MORE
                 READ SALES-TRANSACTION-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-COMM-SALE-MORE-SW
                    NOT AT END
                       IF ST-TXN-DATE > WS-TO-DATE
                          MOVE "N" TO WS-COMM-SALE-MORE-SW
                       END-IF
                       IF ST-TXN-SALE
                          AND ST-OPERATOR-ID = OM-OPERATOR-ID
                          AND ST-TXN-DATE >= WS-FROM-DATE
                       END-IF
                 END-READ
                 IF WS-SALE-STATUS NOT = "00" AND
                    WS-SALE-STATUS NOT = "10" AND
                    WS-SALE-STATUS NOT = "02"
                    MOVE "N" TO WS-COMM-SALE-MORE-SW
                 END-IF
              END-PERFORM.
                             WS-PROD-AVG-TICKET WS-PROD-OVERRIDE-CNT
                             WS-PROD-PO-APPR-CNT.
              SET WS-PROD-MORE TO TRUE.
              MOVE WS-FROM-DATE TO ST-TXN-DATE.
              START SALES-TRANSACTION-FILE
                    KEY IS NOT LESS THAN ST-TXN-DATE
                 INVALID KEY MOVE "N" TO WS-PROD-MORE-SW
              END-START.
              PERFORM UNTIL NOT WS-PROD-MORE
                 READ SALES-TRANSACTION-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-PROD-MORE-SW
                    NOT AT END
                       IF ST-TXN-DATE > WS-TO-DATE
                          MOVE "N" TO WS-PROD-MORE-SW
                       END-IF
                       IF ST-OPERATOR-ID = OM-OPERATOR-ID
                          AND ST-TXN-DATE >= WS-FROM-DATE
                          AND ST-TXN-DATE <= WS-TO-DATE
                       END-IF
                 END-READ
                 IF WS-SALE-STATUS NOT = "00" AND
                    WS-SALE-STATUS NOT = "10" AND
                    WS-SALE-STATUS NOT = "02"
                    MOVE "N" TO WS-PROD-MORE-SW
                 END-IF
              END-PERFORM.
                 MOVE 1 TO RETURN-CODE
              END-IF.
              SET WS-RECON-MORE TO TRUE.
              MOVE WS-FROM-DATE TO ST-TXN-DATE.
              START SALES-TRANSACTION-FILE
                    KEY IS NOT LESS THAN ST-TXN-DATE
                 INVALID KEY MOVE "N" TO WS-RECON-MORE-SW
              END-START.
              IF WS-SALE-STATUS NOT = "00"
                 READ SALES-TRANSACTION-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-RECON-MORE-SW
                    NOT AT END
                       IF ST-TXN-DATE > WS-TO-DATE
                          MOVE "N" TO WS-RECON-MORE-SW
                       END-IF
                       IF ST-TXN-DATE >= WS-FROM-DATE
                          AND NOT ST-TXN-VOID
                          AND ST-TXN-DATE <= WS-TO-DATE
                          PERFORM 9750-POST-RECON-TENDER
                       END-IF
                 END-READ
                 IF WS-SALE-STATUS NOT = "00" AND
                    WS-SALE-STATUS NOT = "10" AND
                    WS-SALE-STATUS NOT = "02"
                    MOVE "N" TO WS-RECON-MORE-SW
                 END-IF
              END-PERFORM.
                 GO TO 9950-CHECK-VERDICT
              END-IF.
              SET WS-DEAD-MORE TO TRUE.
              MOVE WS-FROM-DATE TO ST-TXN-DATE.
              START SALES-TRANSACTION-FILE
                    KEY IS NOT LESS THAN ST-TXN-DATE
                 INVALID KEY MOVE "N" TO WS-DEAD-MORE-SW
              END-START.
              PERFORM UNTIL NOT WS-DEAD-MORE
                 READ SALES-TRANSACTION-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-DEAD-MORE-SW
                    NOT AT END
                       IF ST-TXN-DATE > WS-TO-DATE
                          MOVE "N" TO WS-DEAD-MORE-SW
                       END-IF
                       IF ST-ITEM-NUMBER = SM-ITEM-NUMBER
                          AND NOT ST-TXN-VOID
                          AND ST-TXN-DATE >= WS-FROM-DATE
                          AND ST-TXN-DATE <= WS-TO-DATE
                          ADD ST-QTY-SOLD TO WS-DEAD-NET-QTY-MOVED
                       END-IF
                 END-READ
                 IF WS-SALE-STATUS NOT = "00" AND
                    WS-SALE-STATUS NOT = "10" AND
                    WS-SALE-STATUS NOT = "02"
                    MOVE "N" TO WS-DEAD-MORE-SW
                 END-IF
              END-PERFORM.
              MOVE ZEROS TO WS-ABUSE-RETURN-COUNT.
              MOVE ZEROS TO WS-ABUSE-CHNG-COUNT.
              SET WS-ABUSE-MORE TO TRUE.
              MOVE CM-CUST-ID TO ST-CUST-ID.
              START SALES-TRANSACTION-FILE
                    KEY IS EQUAL TO ST-CUST-ID
                 INVALID KEY MOVE "N" TO WS-ABUSE-MORE-SW
              END-START.
              PERFORM UNTIL NOT WS-ABUSE-MORE
                 READ SALES-TRANSACTION-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-ABUSE-MORE-SW
                    NOT AT END
                       IF ST-CUST-ID NOT = CM-CUST-ID
                          MOVE "N" TO WS-ABUSE-MORE-SW
                       END-IF
                       IF ST-CUST-ID = CM-CUST-ID
                          AND ST-TXN-DATE >= WS-FROM-DATE
                          AND ST-TXN-DATE <= WS-TO-DATE
                       END-IF
                 END-READ
                 IF WS-SALE-STATUS NOT = "00" AND
                    WS-SALE-STATUS NOT = "10" AND
                    WS-SALE-STATUS NOT = "02"
                    MOVE "N" TO WS-ABUSE-MORE-SW
                 END-IF
              END-PERFORM.

      * Sums net ST-EXTENDED-AMOUNT (a return already posts it
      * negative) for the current item across the chosen date range,
      * the same ST-TXN-DATE range 9950-CHECK-ITEM-SALES reads -
      * SALES-TRANSACTION has no item key, so the date key bounds the
      * read and the item is filtered within it.
       9987-SUM-ABC-ITEM-SALES.
              MOVE ZEROS TO WS-ABC-NET-SALES.
              SET WS-ABC-SALE-MORE TO TRUE.
              MOVE WS-FROM-DATE TO ST-TXN-DATE.
              START SALES-TRANSACTION-FILE
                    KEY IS NOT LESS THAN ST-TXN-DATE
                 INVALID KEY MOVE "N" TO WS-ABC-SALE-MORE-SW
              END-START.
              PERFORM UNTIL NOT WS-ABC-SALE-MORE
                 READ SALES-TRANSACTION-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-ABC-SALE-MORE-SW
                    NOT AT END
                       IF ST-TXN-DATE > WS-TO-DATE
                          MOVE "N" TO WS-ABC-SALE-MORE-SW
                       END-IF
                       IF ST-ITEM-NUMBER = SM-ITEM-NUMBER
                          AND NOT ST-TXN-VOID
                          AND ST-TXN-DATE >= WS-FROM-DATE
                          AND ST-TXN-DATE <= WS-TO-DATE
                          ADD ST-EXTENDED-AMOUNT
                       END-IF
                 END-READ
                 IF WS-SALE-STATUS NOT = "00" AND
                    WS-SALE-STATUS NOT = "10" AND
                    WS-SALE-STATUS NOT = "02"
                    MOVE "N" TO WS-ABC-SALE-MORE-SW
                 END-IF
              END-PERFORM.
