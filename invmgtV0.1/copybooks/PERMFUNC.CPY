      *****************************************************************
      *  PERMFUNC.CPY                                                 *
      *  The function catalog - every function the permission matrix  *
      *  can grant: one code per option on MainMenu, Utilities,       *
      *  Reports and each subsystem menu (group MAIN, UTIL, RPTS,     *
      *  STCK, SUPP, PURC, CUST or SALE followed by the option        *
      *  number), and one per sensitive action that needs a second    *
      *  operator's authority - DELT deletes, VOID voids, OVRD        *
      *  overrides and APRV approvals.  A new menu option or          *
      *  sensitive action is added here as well as to its program.    *
      *  PermCheck.cbl uses the catalog to tell a controlled menu     *
      *  option from a mistyped one; RoleMgmt.cbl lists it and        *
      *  refuses to grant a code that is not on it.                   *
      *****************************************************************
       01  PERM-FUNCTION-CATALOG.
           02 FILLER PIC X(49) VALUE
              "MAIN-01  MAIN: STOCK MANAGEMENT                  ".
           02 FILLER PIC X(49) VALUE
              "MAIN-02  MAIN: SUPPLIER MANAGEMENT               ".
           02 FILLER PIC X(49) VALUE
              "MAIN-03  MAIN: PURCHASE MANAGEMENT               ".
           02 FILLER PIC X(49) VALUE
              "MAIN-04  MAIN: CUSTOMER MANAGEMENT               ".
           02 FILLER PIC X(49) VALUE
              "MAIN-05  MAIN: SALES MANAGEMENT                  ".
           02 FILLER PIC X(49) VALUE
              "MAIN-06  MAIN: REPORTS                           ".
           02 FILLER PIC X(49) VALUE
              "MAIN-08  MAIN: UTILITIES                         ".
           02 FILLER PIC X(49) VALUE
              "UTIL-01  UTIL: FILE STATUS INQUIRY               ".
           02 FILLER PIC X(49) VALUE
              "UTIL-02  UTIL: REINDEX KSDS FILES                ".
           02 FILLER PIC X(49) VALUE
              "UTIL-03  UTIL: SHUTDOWN APPLICATION              ".
           02 FILLER PIC X(49) VALUE
              "UTIL-04  UTIL: EXCHANGE RATE MAINTENANCE         ".
           02 FILLER PIC X(49) VALUE
              "UTIL-05  UTIL: OPERATOR MAINTENANCE              ".
           02 FILLER PIC X(49) VALUE
              "UTIL-06  UTIL: BARCODE CROSS-REFERENCE MAINT     ".
           02 FILLER PIC X(49) VALUE
              "UTIL-07  UTIL: MONTH-END CLOSE CHECKLIST         ".
           02 FILLER PIC X(49) VALUE
              "UTIL-08  UTIL: DATA QUALITY SWEEP                ".
           02 FILLER PIC X(49) VALUE
              "UTIL-09  UTIL: OPERATOR ACTIVITY REPORT          ".
           02 FILLER PIC X(49) VALUE
              "UTIL-10  UTIL: BATCH RUN HISTORY REPORT          ".
           02 FILLER PIC X(49) VALUE
              "UTIL-11  UTIL: SALES TAX CODE MAINTENANCE        ".
           02 FILLER PIC X(49) VALUE
              "UTIL-12  UTIL: ARCHIVE/PURGE RETENTION SWEEP     ".
           02 FILLER PIC X(49) VALUE
              "UTIL-13  UTIL: AUDIT TRAIL INQUIRY               ".
           02 FILLER PIC X(49) VALUE
              "UTIL-14  UTIL: CHART OF ACCOUNTS MAINTENANCE     ".
           02 FILLER PIC X(49) VALUE
              "UTIL-15  UTIL: UNLOCK OPERATOR ACCOUNT           ".
           02 FILLER PIC X(49) VALUE
              "UTIL-16  UTIL: ACTIVE SESSIONS/FORCE SIGN-OFF    ".
           02 FILLER PIC X(49) VALUE
              "UTIL-17  UTIL: BUSINESS-DAY CALENDAR MAINTENANCE ".
           02 FILLER PIC X(49) VALUE
              "UTIL-18  UTIL: CARD SETTLEMENT/PROCESSOR FUNDING ".
           02 FILLER PIC X(49) VALUE
              "UTIL-19  UTIL: BANK STATEMENT RECONCILIATION     ".
           02 FILLER PIC X(49) VALUE
              "UTIL-20  UTIL: NOTIFICATION OUTBOX               ".
           02 FILLER PIC X(49) VALUE
              "UTIL-21  UTIL: GL BALANCES/TRIAL BALANCE/STMTS   ".
           02 FILLER PIC X(49) VALUE
              "UTIL-22  UTIL: JOURNAL ENTRIES                   ".
           02 FILLER PIC X(49) VALUE
              "UTIL-23  UTIL: SYSTEM PARAMETER MAINTENANCE      ".
           02 FILLER PIC X(49) VALUE
              "UTIL-24  UTIL: ROLE/PERMISSION MAINTENANCE       ".
           02 FILLER PIC X(49) VALUE
              "UTIL-25  UTIL: AUDIT TRAIL CHAIN VERIFICATION    ".
           02 FILLER PIC X(49) VALUE
              "RPTS-01  RPT: STOCK STATUS REPORT                ".
           02 FILLER PIC X(49) VALUE
              "RPTS-02  RPT: SUPPLIER ACTIVITY REPORT           ".
           02 FILLER PIC X(49) VALUE
              "RPTS-03  RPT: SALES SUMMARY REPORT               ".
           02 FILLER PIC X(49) VALUE
              "RPTS-04  RPT: PURCHASE ORDER REGISTER            ".
           02 FILLER PIC X(49) VALUE
              "RPTS-05  RPT: SUPPLIER PERFORMANCE REPORT        ".
           02 FILLER PIC X(49) VALUE
              "RPTS-06  RPT: SUPPLIER SCORECARD REPORT          ".
           02 FILLER PIC X(49) VALUE
              "RPTS-07  RPT: KIT/BOM MARGIN REPORT              ".
           02 FILLER PIC X(49) VALUE
              "RPTS-08  RPT: SALES COMMISSION PAYOUT            ".
           02 FILLER PIC X(49) VALUE
              "RPTS-09  RPT: DAILY CASH/TENDER RECONCILIATION   ".
           02 FILLER PIC X(49) VALUE
              "RPTS-10  RPT: INVENTORY VALUATION REPORT         ".
           02 FILLER PIC X(49) VALUE
              "RPTS-11  RPT: DEAD STOCK/SLOW-MOVING ITEM REPORT ".
           02 FILLER PIC X(49) VALUE
              "RPTS-12  RPT: CUSTOMER RETURNS ABUSE PATTERN     ".
           02 FILLER PIC X(49) VALUE
              "RPTS-13  RPT: TOP-N / ABC CLASSIFICATION REPORT  ".
           02 FILLER PIC X(49) VALUE
              "RPTS-14  RPT: OPERATOR PRODUCTIVITY/VOLUME       ".
           02 FILLER PIC X(49) VALUE
              "RPTS-15  RPT: SUPPLIER SPEND BY CATEGORY/TAG     ".
           02 FILLER PIC X(49) VALUE
              "RPTS-16  RPT: YEAR-END 1099/TAX EXTRACT          ".
           02 FILLER PIC X(49) VALUE
              "RPTS-17  RPT: QUARTER/YEAR SALES TREND REPORT    ".
           02 FILLER PIC X(49) VALUE
              "RPTS-18  RPT: SHRINKAGE/LOSS FINANCIAL IMPACT    ".
           02 FILLER PIC X(49) VALUE
              "RPTS-19  RPT: MONTHLY SALES TAX REMITTANCE       ".
           02 FILLER PIC X(49) VALUE
              "RPTS-20  RPT: REPORT SPOOL (RETAIN/LIST/REPRINT) ".
           02 FILLER PIC X(49) VALUE
              "RPTS-21  RPT: CONSIGNMENT SETTLEMENT BY SUPPLIER ".
           02 FILLER PIC X(49) VALUE
              "RPTS-22  RPT: DEPARTMENT SALES AND MARGIN REPORT ".
           02 FILLER PIC X(49) VALUE
              "RPTS-23  RPT: CSV EXTRACT FOR SPREADSHEET IMPORT ".
           02 FILLER PIC X(49) VALUE
              "RPTS-24  RPT: MANAGER OVERRIDE REVIEW REPORT     ".
           02 FILLER PIC X(49) VALUE
              "RPTS-25  RPT: SALES QUOTATION STATUS REPORT      ".
           02 FILLER PIC X(49) VALUE
              "RPTS-26  RPT: PROMOTION RESULTS REPORT           ".
           02 FILLER PIC X(49) VALUE
              "RPTS-27  RPT: STOCK MOVEMENT ROLL-FORWARD        ".
           02 FILLER PIC X(49) VALUE
              "RPTS-28  RPT: LOST SALES BY ITEM AND SUPPLIER    ".
           02 FILLER PIC X(49) VALUE
              "RPTS-29  RPT: 13-WEEK CASH FLOW FORECAST         ".
           02 FILLER PIC X(49) VALUE
              "RPTS-30  RPT: CUSTOMER PROFITABILITY REPORT      ".
           02 FILLER PIC X(49) VALUE
              "RPTS-31  RPT: SEGREGATION OF DUTIES CONFLICTS    ".
           02 FILLER PIC X(49) VALUE
              "STCK-01  STOCK: ADD ITEM                         ".
           02 FILLER PIC X(49) VALUE
              "STCK-02  STOCK: CHANGE ITEM                      ".
           02 FILLER PIC X(49) VALUE
              "STCK-03  STOCK: INQUIRE ITEM                     ".
           02 FILLER PIC X(49) VALUE
              "STCK-04  STOCK: DELETE ITEM                      ".
           02 FILLER PIC X(49) VALUE
              "STCK-05  STOCK: CYCLE COUNT RECONCILIATION       ".
           02 FILLER PIC X(49) VALUE
              "STCK-06  STOCK: BILL-OF-MATERIALS MAINTENANCE    ".
           02 FILLER PIC X(49) VALUE
              "STCK-07  STOCK: TRANSFER STOCK BETWEEN LOCATIONS ".
           02 FILLER PIC X(49) VALUE
              "STCK-08  STOCK: ITEM SUBSTITUTION MAINTENANCE    ".
           02 FILLER PIC X(49) VALUE
              "STCK-09  STOCK: BIN RELABELING                   ".
           02 FILLER PIC X(49) VALUE
              "STCK-10  STOCK: ITEM PRICE/PROMOTIONAL PRICING   ".
           02 FILLER PIC X(49) VALUE
              "STCK-11  STOCK: RETURN TO VENDOR (DEFECTIVE)     ".
           02 FILLER PIC X(49) VALUE
              "STCK-12  STOCK: CONSIGNMENT FLAG MAINTENANCE     ".
           02 FILLER PIC X(49) VALUE
              "STCK-13  STOCK: LOT RECALL INQUIRY               ".
           02 FILLER PIC X(49) VALUE
              "STCK-14  STOCK: KIT ASSEMBLY WORK ORDERS         ".
           02 FILLER PIC X(49) VALUE
              "STCK-15  STOCK: ITEM CATEGORY MAINTENANCE        ".
           02 FILLER PIC X(49) VALUE
              "STCK-16  STOCK: ITEM LIFECYCLE STATUS            ".
           02 FILLER PIC X(49) VALUE
              "STCK-17  STOCK: SHELF LABEL/PRICE TAG PRINT RUN  ".
           02 FILLER PIC X(49) VALUE
              "STCK-18  STOCK: PHYSICAL INVENTORY (WALL-TO-WALL)".
           02 FILLER PIC X(49) VALUE
              "STCK-19  STOCK: CUSTOMER RETURN DISPOSITION      ".
           02 FILLER PIC X(49) VALUE
              "SUPP-01  SUPP: ADD SUPPLIER                      ".
           02 FILLER PIC X(49) VALUE
              "SUPP-02  SUPP: CHANGE SUPPLIER                   ".
           02 FILLER PIC X(49) VALUE
              "SUPP-03  SUPP: INQUIRE SUPPLIER                  ".
           02 FILLER PIC X(49) VALUE
              "SUPP-04  SUPP: DELETE SUPPLIER                   ".
           02 FILLER PIC X(49) VALUE
              "SUPP-05  SUPP: MAINTAIN CONTRACT PRICING         ".
           02 FILLER PIC X(49) VALUE
              "SUPP-06  SUPP: CONSOLIDATED REMITTANCE ADVICE    ".
           02 FILLER PIC X(49) VALUE
              "SUPP-07  SUPP: MAINTAIN SUPPLIER CATEGORY        ".
           02 FILLER PIC X(49) VALUE
              "SUPP-08  SUPP: MAINTAIN 1099/TAX INFORMATION     ".
           02 FILLER PIC X(49) VALUE
              "SUPP-09  SUPP: MAINTAIN SUPPLIER STATUS          ".
           02 FILLER PIC X(49) VALUE
              "SUPP-10  SUPP: SUPPLIER STATUS HISTORY           ".
           02 FILLER PIC X(49) VALUE
              "SUPP-11  SUPP: MAINTAIN PAYMENT TERMS            ".
           02 FILLER PIC X(49) VALUE
              "SUPP-12  SUPP: SUPPLIER PART CROSS-REFERENCE     ".
           02 FILLER PIC X(49) VALUE
              "PURC-01  PURCH: GENERATE REORDER SUGGESTIONS     ".
           02 FILLER PIC X(49) VALUE
              "PURC-02  PURCH: APPROVE/PRINT PURCHASE ORDER     ".
           02 FILLER PIC X(49) VALUE
              "PURC-03  PURCH: RECORD GOODS RECEIPT             ".
           02 FILLER PIC X(49) VALUE
              "PURC-04  PURCH: RECALCULATE REORDER POINTS       ".
           02 FILLER PIC X(49) VALUE
              "PURC-05  PURCH: PROCESS SUPPLIER PO ACKS         ".
           02 FILLER PIC X(49) VALUE
              "PURC-06  PURCH: ENTER STOCK REQUISITION          ".
           02 FILLER PIC X(49) VALUE
              "PURC-07  PURCH: REVIEW/APPROVE REQUISITIONS      ".
           02 FILLER PIC X(49) VALUE
              "PURC-08  PURCH: CONVERT REQUISITION TO PO        ".
           02 FILLER PIC X(49) VALUE
              "PURC-09  PURCH: SUPPLIER INVOICE ENTRY (3-WAY)   ".
           02 FILLER PIC X(49) VALUE
              "PURC-10  PURCH: AP AGING / SUPPLIER PAYMENT RUN  ".
           02 FILLER PIC X(49) VALUE
              "PURC-11  PURCH: PURCHASING BUDGET MAINTENANCE    ".
           02 FILLER PIC X(49) VALUE
              "PURC-12  PURCH: COMMITMENT VS BUDGET REPORT      ".
           02 FILLER PIC X(49) VALUE
              "PURC-13  PURCH: BLANKET AGREEMENT MAINTENANCE    ".
           02 FILLER PIC X(49) VALUE
              "PURC-14  PURCH: BLANKET AGREEMENT CONSUMPTION    ".
           02 FILLER PIC X(49) VALUE
              "PURC-15  PURCH: INSPECT-ON-RECEIPT FLAGS         ".
           02 FILLER PIC X(49) VALUE
              "PURC-16  PURCH: INSPECT HELD RECEIPT (PASS/FAIL) ".
           02 FILLER PIC X(49) VALUE
              "PURC-17  PURCH: SUPPLIER QUALITY REPORT          ".
           02 FILLER PIC X(49) VALUE
              "PURC-18  PURCH: SUPPLIER VOLUME REBATES          ".
           02 FILLER PIC X(49) VALUE
              "PURC-19  PURCH: AGED GOODS RECEIVED NOT INVOICED ".
           02 FILLER PIC X(49) VALUE
              "CUST-01  CUST: ADD CUSTOMER                      ".
           02 FILLER PIC X(49) VALUE
              "CUST-02  CUST: CHANGE CUSTOMER                   ".
           02 FILLER PIC X(49) VALUE
              "CUST-03  CUST: INQUIRE CUSTOMER                  ".
           02 FILLER PIC X(49) VALUE
              "CUST-04  CUST: CUSTOMER STATEMENT/AGING          ".
           02 FILLER PIC X(49) VALUE
              "CUST-05  CUST: CUSTOMER ORDER HISTORY            ".
           02 FILLER PIC X(49) VALUE
              "CUST-06  CUST: SET CUSTOMER INVOICE CURRENCY     ".
           02 FILLER PIC X(49) VALUE
              "CUST-07  CUST: CUSTOMER INVOICE (OWN CURRENCY)   ".
           02 FILLER PIC X(49) VALUE
              "CUST-08  CUST: LOYALTY/REBATE INQUIRY/REDEMPTION ".
           02 FILLER PIC X(49) VALUE
              "CUST-09  CUST: SET CUSTOMER TAX STATUS/EXEMPTION ".
           02 FILLER PIC X(49) VALUE
              "CUST-10  CUST: POST CUSTOMER PAYMENT             ".
           02 FILLER PIC X(49) VALUE
              "CUST-11  CUST: MAINTAIN SHIP-TO ADDRESSES        ".
           02 FILLER PIC X(49) VALUE
              "CUST-12  CUST: FINANCE CHARGE RUN (MONTHLY)      ".
           02 FILLER PIC X(49) VALUE
              "CUST-13  CUST: REVIEW/APPROVE CREDIT LIMITS      ".
           02 FILLER PIC X(49) VALUE
              "CUST-14  CUST: CREDIT LIMIT ANNUAL REVIEW        ".
           02 FILLER PIC X(49) VALUE
              "CUST-15  CUST: MERGE DUPLICATE CUSTOMERS         ".
           02 FILLER PIC X(49) VALUE
              "CUST-16  CUST: STANDING ORDERS                   ".
           02 FILLER PIC X(49) VALUE
              "CUST-17  CUST: BAD DEBT WRITE-OFFS               ".
           02 FILLER PIC X(49) VALUE
              "SALE-01  SALES: ENTER SALE                       ".
           02 FILLER PIC X(49) VALUE
              "SALE-02  SALES: PROCESS RETURN                   ".
           02 FILLER PIC X(49) VALUE
              "SALE-03  SALES: RESERVE STOCK                    ".
           02 FILLER PIC X(49) VALUE
              "SALE-04  SALES: FULFILL RESERVATION              ".
           02 FILLER PIC X(49) VALUE
              "SALE-05  SALES: CANCEL RESERVATION               ".
           02 FILLER PIC X(49) VALUE
              "SALE-06  SALES: RECOVER HELD SALE                ".
           02 FILLER PIC X(49) VALUE
              "SALE-07  SALES: REVIEW WEB ORDERS                ".
           02 FILLER PIC X(49) VALUE
              "SALE-08  SALES: REPRINT RECEIPT                  ".
           02 FILLER PIC X(49) VALUE
              "SALE-09  SALES: SALES QUOTATIONS                 ".
           02 FILLER PIC X(49) VALUE
              "SALE-10  SALES: VOID INVOICE (SAME DAY)          ".
           02 FILLER PIC X(49) VALUE
              "SALE-11  SALES: SALES ORDERS (ALLOCATE/PICK/SHIP)".
           02 FILLER PIC X(49) VALUE
              "DELT-ITM APPROVE DELETE: STOCK ITEM              ".
           02 FILLER PIC X(49) VALUE
              "DELT-SUP APPROVE DELETE: SUPPLIER                ".
           02 FILLER PIC X(49) VALUE
              "DELT-FXR APPROVE DELETE: EXCHANGE RATE           ".
           02 FILLER PIC X(49) VALUE
              "DELT-SXR APPROVE DELETE: SUPPLIER PART XREF      ".
           02 FILLER PIC X(49) VALUE
              "DELT-PRC APPROVE DELETE: ITEM PRICE              ".
           02 FILLER PIC X(49) VALUE
              "DELT-SPR APPROVE DELETE: SUPPLIER PRICE          ".
           02 FILLER PIC X(49) VALUE
              "DELT-OPR APPROVE DELETE: OPERATOR                ".
           02 FILLER PIC X(49) VALUE
              "DELT-BAR APPROVE DELETE: BARCODE XREF            ".
           02 FILLER PIC X(49) VALUE
              "DELT-SUB APPROVE DELETE: ITEM SUBSTITUTE         ".
           02 FILLER PIC X(49) VALUE
              "DELT-BOM APPROVE DELETE: BOM COMPONENT           ".
           02 FILLER PIC X(49) VALUE
              "VOID-INV AUTHORISE VOID: SALES INVOICE           ".
           02 FILLER PIC X(49) VALUE
              "VOID-PAY AUTHORISE VOID: SUPPLIER PAYMENT        ".
           02 FILLER PIC X(49) VALUE
              "OVRD-CRL OVERRIDE: CUSTOMER CREDIT LIMIT         ".
           02 FILLER PIC X(49) VALUE
              "OVRD-TXN OVERRIDE: OPERATOR TRANSACTION LIMIT    ".
           02 FILLER PIC X(49) VALUE
              "OVRD-MGN OVERRIDE: SALE BELOW MARGIN FLOOR       ".
           02 FILLER PIC X(49) VALUE
              "APRV-PRC APPROVE: MASS PRICE UPDATE              ".
           02 FILLER PIC X(49) VALUE
              "APRV-RTD APPROVE: CUSTOMER RETURN DISPOSITION    ".
           02 FILLER PIC X(49) VALUE
              "APRV-CLM APPROVE: CREDIT LIMIT CHANGES           ".
           02 FILLER PIC X(49) VALUE
              "APRV-XFR APPROVE: STOCK TRANSFER                 ".
           02 FILLER PIC X(49) VALUE
              "APRV-MRG APPROVE: CUSTOMER ACCOUNT MERGE         ".
           02 FILLER PIC X(49) VALUE
              "APRV-POM APPROVE: PO OVER MANAGER LIMIT          ".
           02 FILLER PIC X(49) VALUE
              "APRV-POH APPROVE: PO OVER ADMIN LIMIT            ".
           02 FILLER PIC X(49) VALUE
              "APRV-JNL APPROVE: JOURNAL ENTRIES                ".
           02 FILLER PIC X(49) VALUE
              "APRV-BDW APPROVE: BAD DEBT WRITE-OFFS            ".
       01  PERM-FUNCTION-ENTRIES REDEFINES PERM-FUNCTION-CATALOG.
           02 FN-ENTRY OCCURS 165 TIMES.
              03 FN-FUNCTION-CODE      PIC X(08).
              03 FILLER                PIC X(01).
              03 FN-DESCRIPTION        PIC X(40).
       01  FN-ENTRY-COUNT              PIC 9(03) VALUE 165.
