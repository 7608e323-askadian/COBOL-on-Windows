      *  by hand against the printed PO.  Reached from                *
      *  PurchaseMgmt.cbl's menu; APPaymentRun.cbl pays what passes.  *
      *                                                               *
      *  A drop-ship PO (see DROPSHIP.CPY) never has a goods receipt  *
      *  - the supplier ships straight to our customer - so its       *
      *  "received" quantity is the quantity the supplier has         *
      *  confirmed shipping, which POAckIntake.cbl or a manual        *
      *  confirmation in SalesMgmt.cbl books onto the PO.  The match  *
      *  is made against that, and an invoice ahead of any shipment   *
      *  confirmation is held NOT SHIPPD rather than NO RECEIPT.      *
      *                                                               *
      *  A supplier whose terms SupplierMgmt.cbl holds as structured  *
      *  codes (see SUPPTERM.CPY) has its invoices dated from them:   *
      *  the due date from the net days and, when a prompt-payment    *
      *  discount is offered, a discount date from the discount days, *
      *  both rolled forward to a business day.  The discount offered *
      *  is recorded on SUPPLIER-DISC-FILE (see SUPPDISC.CPY) for     *
      *  APPaymentRun.cbl to take.                                    *
      *                                                               *
      *  A supplier sending its invoices electronically has the file  *
      *  taken in from the menu by SupplierInvIntake.cbl, which       *
      *  makes the same match on every line and prints an intake      *
      *  control report to reconcile to the supplier's trailer.       *
      *                                                               *
      *  A supplier billing in a currency other than home bills in    *
      *  that currency.  Each of its invoices is recorded on          *
      *  SUPPLIER-FX-FILE (see SUPPFX.CPY) with the currency, the     *
      *  rate in effect on the invoice date and the home amount the   *
      *  payable is carried at, for FxRevalRun.cbl to revalue and     *
      *  APPaymentRun.cbl to settle.                                  *
      *                                                               *
      *  An invoice billing purchase tax carries the tax code and     *
      *  amount (a code with no amount is taxed at the code's rate);  *
      *  the payable is the goods plus the tax.  The tax is recorded  *
      *  on SUPPLIER-TAX-FILE (see SUPPTAX.CPY) and posted once the   *
      *  invoice passes - at entry, on a buyer's approval, or after   *
      *  an electronic intake: the part TC-RECOVERABLE-PCT allows is  *
      *  reclaimable input tax on its own account, the rest is cost   *
      *  of the stock bought (or of goods sold, when none is left on  *
      *  hand), and each posting is logged on INPUTTAX.LOG for        *
      *  Reports.cbl's sales-tax remittance to offset.                *
      *                                                               *
      *  The GL accounts this program posts to, and any limits it     *
      *  works to, are fetched from the system parameter file at      *
      *  start-up (0900-LOAD-SYSTEM-PARMS).  A missing parameter or   *
      *  an inactive account stops it before any file is opened.      *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                     RECORD KEY IS BD-DATE
                     FILE STATUS IS WS-CAL-STATUS.

      *    Drop-ship link (see DROPSHIP.CPY) - tells 3000-ENTER-INVOICE
      *    the PO's quantity was confirmed shipped by the supplier, not
      *    received.  Optional: absent until the first drop-ship.
              SELECT DROP-SHIP-FILE
                     ASSIGN TO "dropship"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS DS-PO-NUMBER
                     FILE STATUS IS WS-DROP-STATUS.

      *    Structured payment terms (maintained by SupplierMgmt.cbl).
      *    Optional: a supplier with no record, or no file yet, is
      *    dated from the free-text SU-PAYMENT-TERMS.
              SELECT SUPPLIER-TERMS-FILE
                     ASSIGN TO "suppterm"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS TM-SUPPLIER-NUMBER
                     FILE STATUS IS WS-TERM-STATUS.

              SELECT SUPPLIER-DISC-FILE
                     ASSIGN TO "suppdisc"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PD-INVOICE-NUMBER
                     FILE STATUS IS WS-DISC-STATUS.

      *    An invoice from a supplier billing in a foreign currency
      *    is recorded on SUPPLIER-FX-FILE (see SUPPFX.CPY) at the
      *    rate in effect on its invoice date - the history record
      *    covering that date, else the current EXCHRATE rate.
              SELECT SUPPLIER-FX-FILE
                     ASSIGN TO "suppfx"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS XI-INVOICE-NUMBER
                     FILE STATUS IS WS-FX-STATUS.

              SELECT EXCHRATE-FILE
                     ASSIGN TO "exchrate"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS ER-CURRENCY-CODE
                     FILE STATUS IS WS-RATE-STATUS.

              SELECT RATE-HISTORY-FILE
                     ASSIGN TO "ratehist"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS RH-RATE-KEY
                     FILE STATUS IS WS-RHIST-STATUS.

      *    Purchase tax - the codes billed, the tax recorded on each
      *    invoice, the stock the non-recoverable part is costed into,
      *    and the ledger and input-tax register the tax posts to.
              SELECT TAX-CODE-FILE
                     ASSIGN TO "taxcode"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS TC-TAX-CODE
                     FILE STATUS IS WS-TAX-STATUS.

              SELECT SUPPLIER-TAX-FILE
                     ASSIGN TO "supptax"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS XT-INVOICE-NUMBER
                     FILE STATUS IS WS-SUPTAX-STATUS.

              SELECT STOCK-MASTER-FILE
                     ASSIGN TO "stockmas"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SM-STOCK-KEY
                     ALTERNATE RECORD KEY IS SM-ITEM-NUMBER
                                   WITH DUPLICATES
                     FILE STATUS IS WS-STOCK-STATUS.

              SELECT GL-INTERFACE-FILE
                     ASSIGN TO "GL.INT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-GL-STATUS.

              SELECT INPUT-TAX-LOG
                     ASSIGN TO "INPUTTAX.LOG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-ITAX-STATUS.

      *    Who keyed each invoice, for the segregation-of-duties
      *    report - see 7100-WRITE-DUTY-LOG.
              SELECT DUTY-LOG-FILE
                     ASSIGN TO "DUTY.LOG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-DUTY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPPLIER-INVOICE-FILE.
       FD  BUSINESS-CALENDAR-FILE.
           COPY "BUSCAL.CPY".

       FD  DROP-SHIP-FILE.
           COPY "DROPSHIP.CPY".

       FD  SUPPLIER-TERMS-FILE.
           COPY "SUPPTERM.CPY".

       FD  SUPPLIER-DISC-FILE.
           COPY "SUPPDISC.CPY".

       FD  SUPPLIER-FX-FILE.
           COPY "SUPPFX.CPY".

       FD  EXCHRATE-FILE.
           COPY "EXCH-RATE-REC.CPY".

       FD  RATE-HISTORY-FILE.
           COPY "RATE-HIST-REC.CPY".

       FD  TAX-CODE-FILE.
           COPY "TAXCODE.CPY".

       FD  SUPPLIER-TAX-FILE.
           COPY "SUPPTAX.CPY".

       FD  STOCK-MASTER-FILE.
           COPY "STOCKMAS.CPY".

       FD  GL-INTERFACE-FILE.
           COPY "GL-INTERFACE-REC.CPY".

       FD  INPUT-TAX-LOG.
           COPY "INTAXLOG.CPY".

       FD  DUTY-LOG-FILE.
           COPY "DUTYLOG.CPY".

       WORKING-STORAGE SECTION.
       01  WS-VARS.
              10 WS-PARMS-OK-SW       PIC X(01) VALUE "N".
                 88 WS-PARMS-OK             VALUE "Y".
              10 WS-INV-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-PO-STATUS         PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-AUDIT-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-DUTY-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-MENU-OPTION       PIC X(01) VALUE SPACE.
              10 WS-EXIT-OPTION       PIC X(01) VALUE "5".
              10 WS-NEXT-INV-NUMBER   PIC 9(08) VALUE ZEROS.
              10 WS-AUDIT-INV-BEFORE  PIC X(91) VALUE SPACES.
              10 WS-TODAY-DATE        PIC 9(08) VALUE ZEROS.
              10 WS-PRICE-MORE-SW     PIC X(01) VALUE "N".
                 88 WS-PRICE-MORE           VALUE "Y".

      *    Working fields for 3300-SET-DUE-DATE: the supplier's
      *    structured net days, else the digits of SU-PAYMENT-TERMS
      *    (e.g. NET30) are the day count; terms with no digits
      *    default to WS-TERMS-DEFAULT-DAYS.  A discount offered on
      *    the structured terms gives WS-DISC-DATE as well.
              10 WS-TERMS-DAYS        PIC 9(03) VALUE ZEROS.
              10 WS-TERMS-DEFAULT-DAYS PIC 9(03) VALUE ZEROS.
              10 WS-TERMS-IX          PIC 9(02) VALUE ZEROS.
              10 WS-TERMS-CHAR        PIC X(01) VALUE SPACE.
              10 WS-TERM-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-TERM-OPEN-SW      PIC X(01) VALUE "N".
                 88 WS-TERM-OPEN            VALUE "Y".
              10 WS-DISC-PCT          PIC 9(02)V99 VALUE ZEROS.
              10 WS-DISC-DAYS         PIC 9(03) VALUE ZEROS.
              10 WS-DISC-DATE         PIC 9(08) VALUE ZEROS.
              10 WS-ROLL-DATE         PIC 9(08) VALUE ZEROS.
              10 WS-DISC-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-AUDIT-DISC-BEFORE PIC X(64) VALUE SPACES.

      *    Business-day roll-forward working fields (on WS-ROLL-DATE)
      *    - weekends
      *    derive from INTEGER-OF-DATE's day number (day 1 was a
      *    Monday; remainder 6 is Saturday, 0 is Sunday) and the
      *    calendar supplies the closed days.
                 88 WS-RESOLVE-QUITTING     VALUE "Y".
              10 WS-LIST-COUNT        PIC 9(05) VALUE ZEROS.

      *    Working fields for the drop-ship match in 3000-ENTER-INVOICE.
              10 WS-DROP-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-DROP-OPEN-SW      PIC X(01) VALUE "N".
                 88 WS-DROP-OPEN            VALUE "Y".
              10 WS-DROP-SHIP-SW      PIC X(01) VALUE "N".
                 88 WS-DROP-SHIP            VALUE "Y".

      *    Working fields for 3500-RECORD-INVOICE-FX and the
      *    rate-as-of lookup, the same contract Reports.cbl's
      *    8150-FIND-RATE-AS-OF uses.
              10 WS-FX-STATUS         PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-RATE-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-RATE-OPEN-SW      PIC X(01) VALUE "N".
                 88 WS-RATE-OPEN            VALUE "Y".
              10 WS-RHIST-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-RHIST-OPEN-SW     PIC X(01) VALUE "N".
                 88 WS-RHIST-OPEN           VALUE "Y".
              10 WS-ASOF-CURRENCY     PIC X(03) VALUE SPACES.
              10 WS-ASOF-DATE         PIC 9(08) VALUE ZEROS.
              10 WS-ASOF-RATE         PIC 9(04)V9(06) VALUE ZEROS.
              10 WS-ASOF-FOUND-SW     PIC X(01) VALUE "N".
                 88 WS-ASOF-FOUND           VALUE "Y".
              10 WS-ASOF-MORE-SW      PIC X(01) VALUE "N".
                 88 WS-ASOF-MORE            VALUE "Y".

      *    Working fields for the purchase tax on an invoice:
      *    3100-PRICE-INVOICE-TAX prices it in the invoice's
      *    currency, 3700-POST-INVOICE-TAX converts it home at the
      *    invoice's booking rate and posts it, and
      *    3750-COST-NONRECOVERABLE-TAX rolls the part that cannot
      *    be reclaimed into the stock's weighted-average cost.
              10 WS-TAX-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-TAX-OPEN-SW       PIC X(01) VALUE "N".
                 88 WS-TAX-OPEN             VALUE "Y".
              10 WS-SUPTAX-STATUS     PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-STOCK-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-GL-STATUS         PIC X(02) VALUE "00".
                 88 WS-GL-FILE-MISSING      VALUE "35".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-ITAX-STATUS       PIC X(02) VALUE "00".
                 88 WS-ITAX-FILE-MISSING    VALUE "35".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-INV-TAX-CODE      PIC X(04) VALUE SPACES.
              10 WS-INV-GOODS         PIC 9(09)V99 VALUE ZEROS.
              10 WS-INV-TAX           PIC 9(07)V99 VALUE ZEROS.
              10 WS-INV-TAX-RECOV     PIC 9(07)V99 VALUE ZEROS.
              10 WS-TAX-OK-SW         PIC X(01) VALUE "N".
                 88 WS-TAX-OK               VALUE "Y".
              10 WS-TAX-HOME-RATE     PIC 9(04)V9(06) VALUE ZEROS.
              10 WS-TAX-HOME-GOODS    PIC 9(09)V99 VALUE ZEROS.
              10 WS-TAX-HOME-TOTAL    PIC 9(09)V99 VALUE ZEROS.
              10 WS-TAX-HOME-RECOV    PIC 9(09)V99 VALUE ZEROS.
              10 WS-TAX-HOME-COST     PIC 9(09)V99 VALUE ZEROS.
              10 WS-TAX-OLD-VALUE     PIC S9(11)V99 VALUE ZEROS.
              10 WS-TAX-REVAL-DIFF    PIC S9(09)V99 VALUE ZEROS.
              10 WS-AUDIT-STOCK-BEFORE PIC X(91) VALUE SPACES.
              10 WS-AUDIT-TAX-BEFORE  PIC X(91) VALUE SPACES.
              10 WS-SWEEP-MORE-SW     PIC X(01) VALUE "N".
                 88 WS-SWEEP-MORE           VALUE "Y".
              10 WS-SWEEP-COUNT       PIC 9(05) VALUE ZEROS.

       01  GL-ACCOUNT-CODES.
           02 GL-ACCT-ACCOUNTS-PAYBL   PIC X(10) VALUE SPACES.
           02 GL-ACCT-INPUT-TAX        PIC X(10) VALUE SPACES.
           02 GL-ACCT-INVENTORY        PIC X(10) VALUE SPACES.
           02 GL-ACCT-COGS             PIC X(10) VALUE SPACES.
           02 GL-ACCT-INV-REVALUATION  PIC X(10) VALUE SPACES.

      *    Start-up fetch of GL accounts and thresholds - see
      *    0900-LOAD-SYSTEM-PARMS.
           COPY "SYSPRMSG.CPY".

      *    Asks PermCheck.cbl who is signed on, for the duty log.
           COPY "PERMMSG.CPY".

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
              IF WS-CAL-OPEN
                 CLOSE BUSINESS-CALENDAR-FILE
              END-IF.
              IF WS-DROP-OPEN
                 CLOSE DROP-SHIP-FILE
              END-IF.
              IF WS-TERM-OPEN
                 CLOSE SUPPLIER-TERMS-FILE
              END-IF.
              CLOSE SUPPLIER-DISC-FILE.
              PERFORM 1900-CLOSE-FX-FILES THRU 1900-EXIT.
              PERFORM 1950-CLOSE-TAX-FILES THRU 1950-EXIT.
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
              MOVE "GL-INPUT-TAX" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-INPUT-TAX.
              MOVE "GL-INVENTORY" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-INVENTORY.
              MOVE "GL-COST-OF-SALES" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-COGS.
              MOVE "GL-INV-REVALUE" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-INV-REVALUATION.
              MOVE "SUPP-TERMS-DAYS" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-NUMBER TO WS-TERMS-DEFAULT-DAYS.
              IF NOT WS-PARMS-OK
                 DISPLAY "SUPPLIER INVOICES CANNOT RUN -"
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
              OPEN I-O SUPPLIER-INVOICE-FILE.
              IF WS-INV-STATUS = "35"
              IF WS-CAL-STATUS = "00"
                 SET WS-CAL-OPEN TO TRUE
              END-IF.
              MOVE "N" TO WS-DROP-OPEN-SW.
              OPEN INPUT DROP-SHIP-FILE.
              IF WS-DROP-STATUS = "00"
                 SET WS-DROP-OPEN TO TRUE
              END-IF.
              MOVE "N" TO WS-TERM-OPEN-SW.
              OPEN INPUT SUPPLIER-TERMS-FILE.
              IF WS-TERM-STATUS = "00"
                 SET WS-TERM-OPEN TO TRUE
              END-IF.
              OPEN I-O SUPPLIER-DISC-FILE.
              IF WS-DISC-STATUS = "35"
                 CLOSE SUPPLIER-DISC-FILE
                 OPEN OUTPUT SUPPLIER-DISC-FILE
                 CLOSE SUPPLIER-DISC-FILE
                 OPEN I-O SUPPLIER-DISC-FILE
              END-IF.
              OPEN I-O SUPPLIER-FX-FILE.
              IF WS-FX-STATUS = "35"
                 CLOSE SUPPLIER-FX-FILE
                 OPEN OUTPUT SUPPLIER-FX-FILE
                 CLOSE SUPPLIER-FX-FILE
                 OPEN I-O SUPPLIER-FX-FILE
              END-IF.
              MOVE "N" TO WS-RATE-OPEN-SW.
              OPEN INPUT EXCHRATE-FILE.
              IF WS-RATE-STATUS = "00"
                 SET WS-RATE-OPEN TO TRUE
              END-IF.
              MOVE "N" TO WS-RHIST-OPEN-SW.
              OPEN INPUT RATE-HISTORY-FILE.
              IF WS-RHIST-STATUS = "00"
                 SET WS-RHIST-OPEN TO TRUE
              END-IF.
              MOVE "N" TO WS-TAX-OPEN-SW.
              OPEN INPUT TAX-CODE-FILE.
              IF WS-TAX-STATUS = "00"
                 SET WS-TAX-OPEN TO TRUE
              END-IF.
              OPEN I-O SUPPLIER-TAX-FILE.
              IF WS-SUPTAX-STATUS = "35"
                 CLOSE SUPPLIER-TAX-FILE
                 OPEN OUTPUT SUPPLIER-TAX-FILE
                 CLOSE SUPPLIER-TAX-FILE
                 OPEN I-O SUPPLIER-TAX-FILE
              END-IF.
              OPEN I-O STOCK-MASTER-FILE.
              OPEN EXTEND GL-INTERFACE-FILE.
              IF WS-GL-FILE-MISSING
                 OPEN OUTPUT GL-INTERFACE-FILE
              END-IF.
              OPEN EXTEND INPUT-TAX-LOG.
              IF WS-ITAX-FILE-MISSING
                 OPEN OUTPUT INPUT-TAX-LOG
              END-IF.
              PERFORM 1100-FIND-LAST-INV-NUMBER
                 THRU 1100-EXIT.
       1000-EXIT.
       1100-EXIT.
              EXIT.

       1900-CLOSE-FX-FILES.
              CLOSE SUPPLIER-FX-FILE.
              IF WS-RATE-OPEN
                 CLOSE EXCHRATE-FILE
              END-IF.
              IF WS-RHIST-OPEN
                 CLOSE RATE-HISTORY-FILE
              END-IF.
       1900-EXIT.
              EXIT.

       1950-CLOSE-TAX-FILES.
              IF WS-TAX-OPEN
                 CLOSE TAX-CODE-FILE
              END-IF.
              CLOSE SUPPLIER-TAX-FILE
                    STOCK-MASTER-FILE
                    GL-INTERFACE-FILE
                    INPUT-TAX-LOG.
       1950-EXIT.
              EXIT.

       2000-DISPLAY-MENU.
              DISPLAY " ".
              DISPLAY "Supplier Invoice Entry".
              DISPLAY "1. Enter Supplier Invoice (Three-Way Match)".
              DISPLAY "2. Review/Resolve Held Invoices".
              DISPLAY "3. List Open Invoices".
              DISPLAY "4. Import Supplier Invoice File".
              DISPLAY "5. Return".
              DISPLAY "Enter your choice:".
              ACCEPT WS-MENU-OPTION.

                             THRU 4000-EXIT
                 WHEN "3" PERFORM 5000-LIST-OPEN-INVOICES
                             THRU 5000-EXIT
                 WHEN "4" PERFORM 6000-IMPORT-INVOICE-FILE
                             THRU 6000-EXIT
                 WHEN WS-EXIT-OPTION CONTINUE
                 WHEN OTHER DISPLAY "INVALID CHOICE"
              END-EVALUATE.
      * passes for payment with a due date; a mismatch is written
      * SI-STATUS-HELD with the reason so a buyer can work the
      * exception queue instead of the invoice being paid blind or
      * lost.  On a drop-ship PO the supplier's confirmed shipment
      * stands in for the goods receipt.
       3000-ENTER-INVOICE.
              ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
              DISPLAY "ENTER PO NUMBER BILLED: ".
                      " ITEM " PO-ITEM-NUMBER
                      " RECEIVED " PO-RECEIVED-QTY
                      " AT " PO-UNIT-COST.
              MOVE "N" TO WS-DROP-SHIP-SW.
              IF WS-DROP-OPEN
                 MOVE PO-NUMBER TO DS-PO-NUMBER
                 READ DROP-SHIP-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       SET WS-DROP-SHIP TO TRUE
                       DISPLAY "DROP-SHIP TO CUSTOMER " DS-CUST-ID
                               " - SUPPLIER CONFIRMED SHIPPING "
                               DS-QTY-SHIPPED " (NO GOODS RECEIPT)"
                 END-READ
              END-IF.

              INITIALIZE SUPPLIER-INVOICE-REC.
              MOVE PO-NUMBER TO SI-PO-NUMBER.
              DISPLAY "ENTER UNIT COST BILLED: ".
              ACCEPT SI-UNIT-COST.
              COMPUTE SI-AMOUNT = SI-QTY-BILLED * SI-UNIT-COST.
              PERFORM 3100-PRICE-INVOICE-TAX THRU 3100-EXIT.
              IF NOT WS-TAX-OK
                 GO TO 3000-EXIT
              END-IF.
              ADD WS-INV-TAX TO SI-AMOUNT.

              SET SI-STATUS-PASSED TO TRUE.
              MOVE SPACES TO SI-HOLD-REASON.
              IF PO-RECEIVED-QTY = ZEROS
                 SET SI-STATUS-HELD TO TRUE
                 IF WS-DROP-SHIP
                    MOVE "NOT SHIPPD" TO SI-HOLD-REASON
                 ELSE
                    MOVE "NO RECEIPT" TO SI-HOLD-REASON
                 END-IF
              ELSE
                 IF SI-QTY-BILLED > PO-RECEIVED-QTY
                    SET SI-STATUS-HELD TO TRUE
                    MOVE SUPPLIER-INVOICE-REC TO AT-AFTER-IMAGE
                    SET AT-OP-ADD TO TRUE
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
                    PERFORM 7100-WRITE-DUTY-LOG THRU 7100-EXIT
                    PERFORM 3500-RECORD-INVOICE-FX THRU 3500-EXIT
                    PERFORM 3600-RECORD-INVOICE-TAX THRU 3600-EXIT
                    IF SI-STATUS-PASSED
                       DISPLAY "INVOICE " SI-INVOICE-NUMBER
                               " MATCHED CLEAN - PASSED FOR "
                               "PAYMENT, DUE " SI-DUE-DATE
                       PERFORM 3400-RECORD-DISCOUNT THRU 3400-EXIT
                       PERFORM 3650-POST-TAX-FOR-INVOICE
                          THRU 3650-EXIT
                    ELSE
                       DISPLAY "INVOICE " SI-INVOICE-NUMBER
                               " HELD - " SI-HOLD-REASON
       3000-EXIT.
              EXIT.

      * Prices the purchase tax the invoice bills, in the invoice's
      * currency: the clerk keys the tax code (blank when the supplier
      * charges none) and the tax amount printed on the invoice, or
      * zero to tax the goods at the code's rate.  TC-RECOVERABLE-PCT
      * gives the part that can be reclaimed.  A code not on file
      * stops the invoice being entered at all.
       3100-PRICE-INVOICE-TAX.
              MOVE "N" TO WS-TAX-OK-SW.
              MOVE SI-AMOUNT TO WS-INV-GOODS.
              MOVE ZEROS TO WS-INV-TAX WS-INV-TAX-RECOV.
              MOVE SPACES TO WS-INV-TAX-CODE.
              DISPLAY "ENTER TAX CODE BILLED (BLANK = NO TAX): ".
              ACCEPT WS-INV-TAX-CODE.
              IF WS-INV-TAX-CODE = SPACES
                 SET WS-TAX-OK TO TRUE
                 GO TO 3100-EXIT
              END-IF.
              IF NOT WS-TAX-OPEN
                 DISPLAY "TAX CODE " WS-INV-TAX-CODE " NOT ON FILE - "
                         "INVOICE NOT ENTERED"
                 GO TO 3100-EXIT
              END-IF.
              MOVE WS-INV-TAX-CODE TO TC-TAX-CODE.
              READ TAX-CODE-FILE
                 INVALID KEY
                    DISPLAY "TAX CODE " WS-INV-TAX-CODE " NOT ON FILE "
                            "- INVOICE NOT ENTERED"
                    GO TO 3100-EXIT
              END-READ.
              DISPLAY "ENTER TAX AMOUNT BILLED (ZERO = AT "
                      TC-TAX-RATE "%): ".
              ACCEPT WS-INV-TAX.
              IF WS-INV-TAX = ZEROS
                 COMPUTE WS-INV-TAX ROUNDED =
                    WS-INV-GOODS * TC-TAX-RATE / 100
              END-IF.
              COMPUTE WS-INV-TAX-RECOV ROUNDED =
                 WS-INV-TAX * TC-RECOVERABLE-PCT / 100.
              IF WS-INV-TAX-RECOV > WS-INV-TAX
                 MOVE WS-INV-TAX TO WS-INV-TAX-RECOV
              END-IF.
              DISPLAY "  TAX " WS-INV-TAX " OF WHICH RECOVERABLE "
                      WS-INV-TAX-RECOV.
              SET WS-TAX-OK TO TRUE.
       3100-EXIT.
              EXIT.

      * Resolves what the invoice SHOULD have been priced at: the
      * supplier's contracted quantity-break cost covering the
      * quantity billed (unexpired), falling back to the PO's own
       3200-EXIT.
              EXIT.

      * Computes when this invoice falls due: the net days of the
      * supplier's structured terms (SUPPTERM.CPY), else the digits
      * of the supplier's SU-PAYMENT-TERMS (e.g. NET30 - 30 days),
      * are added to the invoice date; terms carrying no digits
      * default to WS-TERMS-DEFAULT-DAYS.  Structured terms offering
      * a prompt-payment discount also give the discount date, the
      * invoice date plus the discount days.
       3300-SET-DUE-DATE.
              MOVE ZEROS TO WS-TERMS-DAYS WS-DISC-PCT WS-DISC-DAYS
                            WS-DISC-DATE.
              IF WS-TERM-OPEN
                 MOVE SI-SUPPLIER-NUMBER TO TM-SUPPLIER-NUMBER
                 READ SUPPLIER-TERMS-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE TM-NET-DAYS TO WS-TERMS-DAYS
                       IF TM-DISC-PCT > ZEROS
                          AND TM-DISC-DAYS > ZEROS
                          MOVE TM-DISC-PCT TO WS-DISC-PCT
                          MOVE TM-DISC-DAYS TO WS-DISC-DAYS
                       END-IF
                 END-READ
              END-IF.
              IF WS-TERMS-DAYS = ZEROS
                 PERFORM VARYING WS-TERMS-IX FROM 1 BY 1
                       UNTIL WS-TERMS-IX > 10
                    MOVE SU-PAYMENT-TERMS(WS-TERMS-IX:1)
                      TO WS-TERMS-CHAR
                    IF WS-TERMS-CHAR >= "0" AND WS-TERMS-CHAR <= "9"
                       COMPUTE WS-TERMS-DAYS =
                          WS-TERMS-DAYS * 10
                          + FUNCTION NUMVAL(WS-TERMS-CHAR)
                    END-IF
                 END-PERFORM
              END-IF.
              IF WS-TERMS-DAYS = ZEROS
                 MOVE WS-TERMS-DEFAULT-DAYS TO WS-TERMS-DAYS
              END-IF.
              COMPUTE WS-ROLL-DATE =
                 FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(SI-INVOICE-DATE)
                    + WS-TERMS-DAYS).
              PERFORM 3340-ROLL-TO-BUSINESS-DAY THRU 3340-EXIT.
              MOVE WS-ROLL-DATE TO SI-DUE-DATE.
              IF WS-DISC-PCT = ZEROS
                 GO TO 3300-EXIT
              END-IF.
              COMPUTE WS-ROLL-DATE =
                 FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(SI-INVOICE-DATE)
                    + WS-DISC-DAYS).
              PERFORM 3340-ROLL-TO-BUSINESS-DAY THRU 3340-EXIT.
              MOVE WS-ROLL-DATE TO WS-DISC-DATE.
              IF WS-DISC-DATE > SI-DUE-DATE
                 MOVE SI-DUE-DATE TO WS-DISC-DATE
              END-IF.
       3300-EXIT.
              EXIT.

      *    A date landing on a weekend or calendar holiday rolls
      *    forward to the next business day.
       3340-ROLL-TO-BUSINESS-DAY.
              MOVE ZEROS TO WS-ROLL-GUARD.
              PERFORM 3350-TEST-BUSINESS-DAY THRU 3350-EXIT.
              PERFORM UNTIL WS-IS-BUSINESS-DAY
                    OR WS-ROLL-GUARD > 14
                 COMPUTE WS-ROLL-DATE =
                    FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-ROLL-DATE) + 1)
                 ADD 1 TO WS-ROLL-GUARD
                 PERFORM 3350-TEST-BUSINESS-DAY THRU 3350-EXIT
              END-PERFORM.
       3340-EXIT.
              EXIT.

      *    One business-day test of WS-ROLL-DATE: weekend by
      *    arithmetic, then the calendar's closed days when the
      *    file is on disk.
       3350-TEST-BUSINESS-DAY.
              MOVE "Y" TO WS-BUSDAY-SW.
              COMPUTE WS-DAY-NUMBER = FUNCTION MOD(
                 FUNCTION INTEGER-OF-DATE(WS-ROLL-DATE) 7).
              IF WS-DAY-NUMBER = 6 OR WS-DAY-NUMBER = 0
                 MOVE "N" TO WS-BUSDAY-SW
                 GO TO 3350-EXIT
              END-IF.
              IF WS-CAL-OPEN
                 MOVE WS-ROLL-DATE TO BD-DATE
                 READ BUSINESS-CALENDAR-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY MOVE "N" TO WS-BUSDAY-SW
       3350-EXIT.
              EXIT.

      * Records the prompt-payment discount 3300-SET-DUE-DATE found
      * for the invoice just passed for payment: OFFERED, worth the
      * discount percent of the invoice amount if paid by
      * WS-DISC-DATE.  Nothing is recorded when no discount is
      * offered.
       3400-RECORD-DISCOUNT.
              IF WS-DISC-PCT = ZEROS
                 GO TO 3400-EXIT
              END-IF.
              MOVE SI-INVOICE-NUMBER TO PD-INVOICE-NUMBER.
              READ SUPPLIER-DISC-FILE
                 INVALID KEY
                    MOVE SPACES TO WS-AUDIT-DISC-BEFORE
                    SET AT-OP-ADD TO TRUE
                 NOT INVALID KEY
                    MOVE SUPPLIER-DISC-REC TO WS-AUDIT-DISC-BEFORE
                    SET AT-OP-CHANGE TO TRUE
              END-READ.
              INITIALIZE SUPPLIER-DISC-REC.
              MOVE SI-INVOICE-NUMBER TO PD-INVOICE-NUMBER.
              MOVE SI-SUPPLIER-NUMBER TO PD-SUPPLIER-NUMBER.
              MOVE WS-DISC-PCT TO PD-DISC-PCT.
              MOVE WS-DISC-DATE TO PD-DISC-DATE.
              COMPUTE PD-DISC-AMOUNT ROUNDED =
                 SI-AMOUNT * WS-DISC-PCT / 100.
              SET PD-STATUS-OFFERED TO TRUE.
              IF AT-OP-ADD
                 WRITE SUPPLIER-DISC-REC
                    INVALID KEY
                       DISPLAY "DISCOUNT NOT RECORDED - STATUS "
                               WS-DISC-STATUS
                       GO TO 3400-EXIT
                 END-WRITE
              ELSE
                 REWRITE SUPPLIER-DISC-REC
                    INVALID KEY
                       DISPLAY "DISCOUNT NOT RECORDED - STATUS "
                               WS-DISC-STATUS
                       GO TO 3400-EXIT
                 END-REWRITE
              END-IF.
              MOVE PD-INVOICE-NUMBER TO AT-KEY-VALUE.
              MOVE WS-AUDIT-DISC-BEFORE TO AT-BEFORE-IMAGE.
              MOVE SUPPLIER-DISC-REC TO AT-AFTER-IMAGE.
              PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
              DISPLAY "  DISCOUNT " PD-DISC-PCT "% (" PD-DISC-AMOUNT
                      ") IF PAID BY " PD-DISC-DATE.
       3400-EXIT.
              EXIT.

      * An invoice from a supplier billing other than USD is billed
      * in the supplier's currency - SI-AMOUNT is the foreign amount.
      * Its currency, the rate in effect on the invoice date and the
      * home amount the payable is carried at are recorded on
      * SUPPLIER-FX-FILE, for FxRevalRun.cbl to revalue and
      * APPaymentRun.cbl to settle.  With no rate on file for the
      * currency nothing is recorded and the payment run books the
      * invoice when it pays it.
       3500-RECORD-INVOICE-FX.
              IF SU-CURRENCY-CODE = "USD"
                 OR SU-CURRENCY-CODE = SPACES
                 GO TO 3500-EXIT
              END-IF.
              MOVE SU-CURRENCY-CODE TO WS-ASOF-CURRENCY.
              MOVE SI-INVOICE-DATE TO WS-ASOF-DATE.
              PERFORM 8150-FIND-RATE-AS-OF THRU 8150-EXIT.
              IF NOT WS-ASOF-FOUND AND WS-RATE-OPEN
                 MOVE SU-CURRENCY-CODE TO ER-CURRENCY-CODE
                 READ EXCHRATE-FILE
                    NOT INVALID KEY
                       MOVE ER-RATE-TO-HOME TO WS-ASOF-RATE
                       SET WS-ASOF-FOUND TO TRUE
                 END-READ
              END-IF.
              IF NOT WS-ASOF-FOUND OR WS-ASOF-RATE = ZEROS
                 DISPLAY "  NO " SU-CURRENCY-CODE " EXCHANGE RATE ON "
                         "FILE - BOOKING RATE TAKEN AT PAYMENT"
                 GO TO 3500-EXIT
              END-IF.
              INITIALIZE SUPPLIER-FX-REC.
              MOVE SI-INVOICE-NUMBER TO XI-INVOICE-NUMBER.
              MOVE SI-SUPPLIER-NUMBER TO XI-SUPPLIER-NUMBER.
              MOVE SU-CURRENCY-CODE TO XI-CURRENCY-CODE.
              MOVE WS-ASOF-RATE TO XI-BOOKING-RATE.
              COMPUTE XI-HOME-AMOUNT ROUNDED =
                 SI-AMOUNT * XI-BOOKING-RATE.
              WRITE SUPPLIER-FX-REC
                 INVALID KEY
                    DISPLAY "CURRENCY NOT RECORDED - STATUS "
                            WS-FX-STATUS
                    GO TO 3500-EXIT
              END-WRITE.
              MOVE XI-INVOICE-NUMBER TO AT-KEY-VALUE.
              MOVE SPACES TO AT-BEFORE-IMAGE.
              MOVE SUPPLIER-FX-REC TO AT-AFTER-IMAGE.
              SET AT-OP-ADD TO TRUE.
              PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
              DISPLAY "  BILLED IN " XI-CURRENCY-CODE " AT "
                      XI-BOOKING-RATE " - HOME AMOUNT "
                      XI-HOME-AMOUNT.
       3500-EXIT.
              EXIT.

      * Records the tax billed on the invoice on SUPPLIER-TAX-FILE,
      * unposted until the invoice passes for payment.
       3600-RECORD-INVOICE-TAX.
              IF WS-INV-TAX-CODE = SPACES
                 GO TO 3600-EXIT
              END-IF.
              INITIALIZE SUPPLIER-TAX-REC.
              MOVE SI-INVOICE-NUMBER TO XT-INVOICE-NUMBER.
              MOVE SI-SUPPLIER-NUMBER TO XT-SUPPLIER-NUMBER.
              MOVE WS-INV-TAX-CODE TO XT-TAX-CODE.
              MOVE WS-INV-GOODS TO XT-GOODS-AMOUNT.
              MOVE WS-INV-TAX TO XT-TAX-AMOUNT.
              MOVE WS-INV-TAX-RECOV TO XT-RECOVERABLE-AMOUNT.
              WRITE SUPPLIER-TAX-REC
                 INVALID KEY
                    DISPLAY "TAX NOT RECORDED - STATUS "
                            WS-SUPTAX-STATUS
                    GO TO 3600-EXIT
              END-WRITE.
              MOVE XT-INVOICE-NUMBER TO AT-KEY-VALUE.
              MOVE SPACES TO AT-BEFORE-IMAGE.
              MOVE SUPPLIER-TAX-REC TO AT-AFTER-IMAGE.
              SET AT-OP-ADD TO TRUE.
              PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
       3600-EXIT.
              EXIT.

      * Posts the tax recorded on the current invoice, if any.
       3650-POST-TAX-FOR-INVOICE.
              MOVE SI-INVOICE-NUMBER TO XT-INVOICE-NUMBER.
              READ SUPPLIER-TAX-FILE
                 INVALID KEY
                    GO TO 3650-EXIT
              END-READ.
              PERFORM 3700-POST-INVOICE-TAX THRU 3700-EXIT.
       3650-EXIT.
              EXIT.

      * Posts a passed invoice's tax (SUPPLIER-TAX-REC and
      * SUPPLIER-INVOICE-REC current) once, at home value - the
      * invoice's booking rate when it is billed in a foreign
      * currency.  The whole tax is payable to the supplier; the
      * recoverable part is input tax to reclaim, the rest is cost.
      * The posting is logged on INPUTTAX.LOG and the record stamped
      * posted.  A foreign invoice with no rate yet on file is left
      * unposted and tried again after the next intake or approval.
       3700-POST-INVOICE-TAX.
              IF XT-POSTED-DATE NOT = ZEROS
                 GO TO 3700-EXIT
              END-IF.
              PERFORM 3710-SET-TAX-HOME-RATE THRU 3710-EXIT.
              IF WS-TAX-HOME-RATE = ZEROS
                 DISPLAY "  TAX ON INVOICE " XT-INVOICE-NUMBER
                         " NOT POSTED - NO EXCHANGE RATE ON FILE"
                 GO TO 3700-EXIT
              END-IF.
              COMPUTE WS-TAX-HOME-GOODS ROUNDED =
                 XT-GOODS-AMOUNT * WS-TAX-HOME-RATE.
              COMPUTE WS-TAX-HOME-TOTAL ROUNDED =
                 XT-TAX-AMOUNT * WS-TAX-HOME-RATE.
              COMPUTE WS-TAX-HOME-RECOV ROUNDED =
                 XT-RECOVERABLE-AMOUNT * WS-TAX-HOME-RATE.
              COMPUTE WS-TAX-HOME-COST =
                 WS-TAX-HOME-TOTAL - WS-TAX-HOME-RECOV.
              IF WS-TAX-HOME-RECOV > ZEROS
                 MOVE GL-ACCT-INPUT-TAX TO GL-ACCOUNT-CODE
                 SET GL-DEBIT TO TRUE
                 MOVE WS-TAX-HOME-RECOV TO GL-AMOUNT
                 PERFORM 8100-WRITE-GL-LINE THRU 8100-EXIT
              END-IF.
              PERFORM 3750-COST-NONRECOVERABLE-TAX THRU 3750-EXIT.
              IF WS-TAX-HOME-TOTAL > ZEROS
                 MOVE GL-ACCT-ACCOUNTS-PAYBL TO GL-ACCOUNT-CODE
                 SET GL-CREDIT TO TRUE
                 MOVE WS-TAX-HOME-TOTAL TO GL-AMOUNT
                 PERFORM 8100-WRITE-GL-LINE THRU 8100-EXIT
              END-IF.

              INITIALIZE INPUT-TAX-LOG-REC.
              ACCEPT IX-POSTED-DATE FROM DATE YYYYMMDD.
              SET IX-SOURCE-INVOICE TO TRUE.
              MOVE XT-INVOICE-NUMBER TO IX-DOCUMENT-NUMBER.
              MOVE XT-SUPPLIER-NUMBER TO IX-SUPPLIER-NUMBER.
              MOVE XT-TAX-CODE TO IX-TAX-CODE.
              MOVE WS-TAX-HOME-GOODS TO IX-TAXABLE-AMOUNT.
              MOVE WS-TAX-HOME-TOTAL TO IX-TAX-AMOUNT.
              MOVE WS-TAX-HOME-RECOV TO IX-RECOVERABLE-AMOUNT.
              MOVE "SupplierInvoiceMgmt" TO IX-SOURCE-PROGRAM.
              WRITE INPUT-TAX-LOG-REC.

              MOVE SUPPLIER-TAX-REC TO WS-AUDIT-TAX-BEFORE.
              MOVE IX-POSTED-DATE TO XT-POSTED-DATE.
              REWRITE SUPPLIER-TAX-REC
                 INVALID KEY
                    DISPLAY "TAX RECORD REWRITE FAILED - STATUS "
                            WS-SUPTAX-STATUS
                    GO TO 3700-EXIT
              END-REWRITE.
              MOVE XT-INVOICE-NUMBER TO AT-KEY-VALUE.
              MOVE WS-AUDIT-TAX-BEFORE TO AT-BEFORE-IMAGE.
              MOVE SUPPLIER-TAX-REC TO AT-AFTER-IMAGE.
              SET AT-OP-CHANGE TO TRUE.
              PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
              DISPLAY "  TAX ON INVOICE " XT-INVOICE-NUMBER
                      " POSTED - RECOVERABLE " WS-TAX-HOME-RECOV
                      " TO COST " WS-TAX-HOME-COST.
       3700-EXIT.
              EXIT.

      * The rate the invoice's tax converts home at: its booking
      * rate on SUPPLIER-FX-FILE, else 1 for a home-currency
      * supplier, else the rate in effect on the invoice date found
      * now as 3500-RECORD-INVOICE-FX would have - zero if there is
      * still none.
       3710-SET-TAX-HOME-RATE.
              MOVE XT-INVOICE-NUMBER TO XI-INVOICE-NUMBER.
              READ SUPPLIER-FX-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE XI-BOOKING-RATE TO WS-TAX-HOME-RATE
                    GO TO 3710-EXIT
              END-READ.
              MOVE 1 TO WS-TAX-HOME-RATE.
              MOVE XT-SUPPLIER-NUMBER TO SU-SUPPLIER-NUMBER.
              READ SUPPLIER-MASTER-FILE
                 INVALID KEY
                    GO TO 3710-EXIT
              END-READ.
              IF SU-CURRENCY-CODE = "USD"
                 OR SU-CURRENCY-CODE = SPACES
                 GO TO 3710-EXIT
              END-IF.
              MOVE ZEROS TO WS-TAX-HOME-RATE.
              MOVE SU-CURRENCY-CODE TO WS-ASOF-CURRENCY.
              MOVE SI-INVOICE-DATE TO WS-ASOF-DATE.
              PERFORM 8150-FIND-RATE-AS-OF THRU 8150-EXIT.
              IF NOT WS-ASOF-FOUND AND WS-RATE-OPEN
                 MOVE SU-CURRENCY-CODE TO ER-CURRENCY-CODE
                 READ EXCHRATE-FILE
                    NOT INVALID KEY
                       MOVE ER-RATE-TO-HOME TO WS-ASOF-RATE
                       SET WS-ASOF-FOUND TO TRUE
                 END-READ
              END-IF.
              IF WS-ASOF-FOUND
                 MOVE WS-ASOF-RATE TO WS-TAX-HOME-RATE
              END-IF.
       3710-EXIT.
              EXIT.

      * The non-recoverable tax is part of what the goods cost: it
      * is rolled into the weighted-average SM-UNIT-COST of the PO's
      * item at the PO's location, the same way PurchaseMgmt.cbl's
      * 4600-UPDATE-STOCK-COST rolls in a landed charge, with any
      * rounding difference posted to revaluation.  When none of the
      * item is left on hand the goods have already been sold, so
      * the tax is charged to cost of goods sold instead.
       3750-COST-NONRECOVERABLE-TAX.
              IF WS-TAX-HOME-COST = ZEROS
                 GO TO 3750-EXIT
              END-IF.
              MOVE SI-PO-NUMBER TO PO-NUMBER.
              READ PURCHASE-ORDER-FILE
                 INVALID KEY
                    MOVE ZEROS TO PO-ITEM-NUMBER
              END-READ.
              MOVE PO-ITEM-NUMBER TO SM-ITEM-NUMBER.
              MOVE PO-LOCATION TO SM-LOCATION.
              READ STOCK-MASTER-FILE
                 INVALID KEY
                    MOVE ZEROS TO SM-QTY-ON-HAND
              END-READ.
              IF PO-ITEM-NUMBER = ZEROS
                 OR SM-QTY-ON-HAND = ZEROS
                 MOVE GL-ACCT-COGS TO GL-ACCOUNT-CODE
                 SET GL-DEBIT TO TRUE
                 MOVE WS-TAX-HOME-COST TO GL-AMOUNT
                 PERFORM 8100-WRITE-GL-LINE THRU 8100-EXIT
                 GO TO 3750-EXIT
              END-IF.
              MOVE STOCK-MASTER-REC TO WS-AUDIT-STOCK-BEFORE.
              COMPUTE WS-TAX-OLD-VALUE =
                 SM-QTY-ON-HAND * SM-UNIT-COST.
              COMPUTE SM-UNIT-COST ROUNDED =
                 (WS-TAX-OLD-VALUE + WS-TAX-HOME-COST)
                 / SM-QTY-ON-HAND.
              COMPUTE WS-TAX-REVAL-DIFF =
                 (SM-QTY-ON-HAND * SM-UNIT-COST)
                 - (WS-TAX-OLD-VALUE + WS-TAX-HOME-COST).
              REWRITE STOCK-MASTER-REC
                 INVALID KEY
                    DISPLAY "STOCK-MASTER REWRITE FAILED - STATUS "
                            WS-STOCK-STATUS " - TAX CHARGED TO COST "
                            "OF SALES"
                    MOVE GL-ACCT-COGS TO GL-ACCOUNT-CODE
                    SET GL-DEBIT TO TRUE
                    MOVE WS-TAX-HOME-COST TO GL-AMOUNT
                    PERFORM 8100-WRITE-GL-LINE THRU 8100-EXIT
                    GO TO 3750-EXIT
              END-REWRITE.
              MOVE SM-STOCK-KEY TO AT-KEY-VALUE.
              MOVE WS-AUDIT-STOCK-BEFORE TO AT-BEFORE-IMAGE.
              MOVE STOCK-MASTER-REC TO AT-AFTER-IMAGE.
              SET AT-OP-CHANGE TO TRUE.
              MOVE "stockmas" TO AT-FILE-NAME
              PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
              MOVE GL-ACCT-INVENTORY TO GL-ACCOUNT-CODE.
              SET GL-DEBIT TO TRUE.
              MOVE WS-TAX-HOME-COST TO GL-AMOUNT.
              PERFORM 8100-WRITE-GL-LINE THRU 8100-EXIT.
              IF WS-TAX-REVAL-DIFF NOT = ZEROS
                 MOVE GL-ACCT-INVENTORY TO GL-ACCOUNT-CODE
                 IF WS-TAX-REVAL-DIFF > ZEROS
                    SET GL-DEBIT TO TRUE
                    MOVE WS-TAX-REVAL-DIFF TO GL-AMOUNT
                 ELSE
                    SET GL-CREDIT TO TRUE
                    COMPUTE GL-AMOUNT = WS-TAX-REVAL-DIFF * -1
                 END-IF
                 PERFORM 8100-WRITE-GL-LINE THRU 8100-EXIT
                 MOVE GL-ACCT-INV-REVALUATION TO GL-ACCOUNT-CODE
                 IF WS-TAX-REVAL-DIFF > ZEROS
                    SET GL-CREDIT TO TRUE
                 ELSE
                    SET GL-DEBIT TO TRUE
                 END-IF
                 PERFORM 8100-WRITE-GL-LINE THRU 8100-EXIT
              END-IF.
              DISPLAY "  ITEM " SM-ITEM-NUMBER " NEW AVERAGE COST "
                      SM-UNIT-COST.
       3750-EXIT.
              EXIT.

      * After an electronic intake: posts the tax on every voucher
      * the intake recorded that has passed for payment.  Vouchers
      * it held are posted when a buyer approves them.
       3800-POST-PENDING-TAX.
              MOVE ZEROS TO WS-SWEEP-COUNT.
              SET WS-SWEEP-MORE TO TRUE.
              MOVE LOW-VALUES TO XT-INVOICE-NUMBER.
              START SUPPLIER-TAX-FILE
                    KEY IS NOT LESS THAN XT-INVOICE-NUMBER
                 INVALID KEY MOVE "N" TO WS-SWEEP-MORE-SW
              END-START.
              PERFORM UNTIL NOT WS-SWEEP-MORE
                 READ SUPPLIER-TAX-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-SWEEP-MORE-SW
                    NOT AT END
                       IF XT-POSTED-DATE = ZEROS
                          MOVE XT-INVOICE-NUMBER TO SI-INVOICE-NUMBER
                          READ SUPPLIER-INVOICE-FILE
                             INVALID KEY
                                CONTINUE
                             NOT INVALID KEY
                                IF SI-STATUS-PASSED
                                   PERFORM 3700-POST-INVOICE-TAX
                                      THRU 3700-EXIT
                                   IF XT-POSTED-DATE NOT = ZEROS
                                      ADD 1 TO WS-SWEEP-COUNT
                                   END-IF
                                END-IF
                          END-READ
                       END-IF
                 END-READ
              END-PERFORM.
              IF WS-SWEEP-COUNT > ZEROS
                 DISPLAY "PURCHASE TAX POSTED ON " WS-SWEEP-COUNT
                         " VOUCHER(S) TAKEN IN"
              END-IF.
       3800-EXIT.
              EXIT.

      * Scans the exception queue for SI-STATUS-HELD invoices and
      * lets a buyer approve, reject, skip, or quit one at a time -
      * the same decision-letter shape PurchaseMgmt.cbl's
                    MOVE SUPPLIER-INVOICE-REC TO AT-AFTER-IMAGE
                    SET AT-OP-CHANGE TO TRUE
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
                    IF SI-STATUS-PASSED
                       PERFORM 3400-RECORD-DISCOUNT THRU 3400-EXIT
                       PERFORM 3650-POST-TAX-FOR-INVOICE
                          THRU 3650-EXIT
                    END-IF
              END-REWRITE.
       4200-EXIT.
              EXIT.
       5000-EXIT.
              EXIT.

      * Electronic invoice intake: CALLs SupplierInvIntake, which
      * opens SUPPLIER-INVOICE-FILE and every file the match reads
      * itself, so this program's handles are all closed first and
      * reopened through 1000-INITIALIZE on return - that also picks
      * up the voucher numbers the intake has just assigned.  The
      * intake records the tax on its vouchers but leaves the
      * posting to 3800-POST-PENDING-TAX here.
       6000-IMPORT-INVOICE-FILE.
              CLOSE SUPPLIER-INVOICE-FILE
                    PURCHASE-ORDER-FILE
                    SUPPLIER-MASTER-FILE
                    SUPPLIER-PRICE-FILE
                    AUDIT-TRAIL-FILE.
              IF WS-CAL-OPEN
                 CLOSE BUSINESS-CALENDAR-FILE
              END-IF.
              IF WS-DROP-OPEN
                 CLOSE DROP-SHIP-FILE
              END-IF.
              IF WS-TERM-OPEN
                 CLOSE SUPPLIER-TERMS-FILE
              END-IF.
              CLOSE SUPPLIER-DISC-FILE.
              PERFORM 1900-CLOSE-FX-FILES THRU 1900-EXIT.
              PERFORM 1950-CLOSE-TAX-FILES THRU 1950-EXIT.
              CALL "SupplierInvIntake".
              PERFORM 1000-INITIALIZE
                 THRU 1000-EXIT.
              PERFORM 3800-POST-PENDING-TAX THRU 3800-EXIT.
       6000-EXIT.
              EXIT.

      * The same rate-as-of lookup Reports.cbl's
      * 8150-FIND-RATE-AS-OF makes: the history record with the
      * latest effective date not after WS-ASOF-DATE, kept by a
      * forward scan per currency.
       8150-FIND-RATE-AS-OF.
              MOVE "N" TO WS-ASOF-FOUND-SW.
              IF NOT WS-RHIST-OPEN
                 GO TO 8150-EXIT
              END-IF.
              MOVE WS-ASOF-CURRENCY TO RH-CURRENCY-CODE.
              MOVE ZEROS TO RH-EFFECTIVE-DATE.
              SET WS-ASOF-MORE TO TRUE.
              START RATE-HISTORY-FILE
                    KEY IS NOT LESS THAN RH-RATE-KEY
                 INVALID KEY MOVE "N" TO WS-ASOF-MORE-SW
              END-START.
              PERFORM UNTIL NOT WS-ASOF-MORE
                 READ RATE-HISTORY-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-ASOF-MORE-SW
                    NOT AT END
                       IF RH-CURRENCY-CODE NOT = WS-ASOF-CURRENCY
                          OR RH-EFFECTIVE-DATE > WS-ASOF-DATE
                          MOVE "N" TO WS-ASOF-MORE-SW
                       ELSE
                          MOVE RH-RATE-TO-HOME TO WS-ASOF-RATE
                          SET WS-ASOF-FOUND TO TRUE
                       END-IF
                 END-READ
              END-PERFORM.
       8150-EXIT.
              EXIT.

      *    Common GL.INT line for the tax postings, once the
      *    account, side and amount are set - referenced by voucher.
       8100-WRITE-GL-LINE.
              MOVE XT-INVOICE-NUMBER TO GL-REFERENCE.
              ACCEPT GL-TXN-DATE FROM DATE YYYYMMDD.
              MOVE "SupplierInvoiceMgmt" TO GL-SOURCE-PROGRAM.
              WRITE GL-INTERFACE-REC.
       8100-EXIT.
              EXIT.

      *    Common audit-trail append, called by the entry/resolution
      *    paragraphs above once AT-KEY-VALUE, AT-OPERATION, and the
      *    before/after images have been set.
              ACCEPT AT-TS-DATE FROM DATE YYYYMMDD.
              ACCEPT AT-TS-TIME FROM TIME.
              MOVE "SupplierInvoiceMgmt" TO AT-PROGRAM-ID.
              CALL "AuditChain" USING AUDIT-TRAIL-REC.
              WRITE AUDIT-TRAIL-REC.
              MOVE SPACES TO AT-FILE-NAME.
       7000-EXIT.
              EXIT.

      *    Records who keyed the invoice just written - the operator
      *    signed on through MainMenu.cbl, or "BATCH" when the
      *    program is run on its own - so SodConflictRpt.cbl can set
      *    it against whoever pays it in APPaymentRun.cbl.  The log
      *    is opened and closed per entry, the same as PermCheck.cbl's
      *    writes to the operator activity log.
       7100-WRITE-DUTY-LOG.
              SET PC-WHO-IS-ON TO TRUE.
              CALL "PermCheck" USING PERM-CHECK-MSG.
              OPEN EXTEND DUTY-LOG-FILE.
              IF WS-DUTY-STATUS = "35"
                 OPEN OUTPUT DUTY-LOG-FILE
              END-IF.
              IF WS-DUTY-STATUS NOT = "00"
                 DISPLAY "DUTY LOG NOT AVAILABLE - STATUS "
                         WS-DUTY-STATUS
                 GO TO 7100-EXIT
              END-IF.
              ACCEPT DY-DATE FROM DATE YYYYMMDD.
              ACCEPT DY-TIME FROM TIME.
              SET DY-DUTY-SUPP-INVOICE TO TRUE.
              SET DY-STEP-KEYED TO TRUE.
              MOVE SI-INVOICE-NUMBER TO DY-TXN-KEY.
              IF PC-ALLOWED
                 MOVE PC-OPERATOR-ID TO DY-OPERATOR-ID
              ELSE
                 MOVE "BATCH" TO DY-OPERATOR-ID
              END-IF.
              MOVE "SupplierInvoiceMgmt" TO DY-PROGRAM-ID.
              WRITE DUTY-LOG-REC.
              CLOSE DUTY-LOG-FILE.
       7100-EXIT.
              EXIT.
