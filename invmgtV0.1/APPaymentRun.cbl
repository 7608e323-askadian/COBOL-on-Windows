      *  the operator's cutoff is paid - marked SI-STATUS-PAID,       *
      *  written to the PAYREG.LOG payment register, and posted to    *
      *  GL.INT as a debit to accounts payable and a credit to cash.  *
      *                                                               *
      *  The run pays each supplier by one cheque, numbered from a    *
      *  controlled sequence on AP-CHEQUE-FILE, printed with its      *
      *  remittance stub on CHEQUES.PRT, and reported to the bank on  *
      *  the POSPAY.DAT positive-pay issue file.  A spoiled or lost   *
      *  cheque is voided - its invoices reopened, the payment        *
      *  postings reversed and the bank told - and may be reissued    *
      *  on a new number straight away.  The cheque register shows    *
      *  every cheque issued, voided or cleared, cleared being read   *
      *  off BankRecon.cbl's BANK-CLEARED-FILE.                       *
      *  A supplier SupplierMgmt.cbl has put on payment hold (see     *
      *  SUPPSTAT.CPY) is passed over by the run and by a reissue,    *
      *  its invoices left open and listed as held.                   *
      *  A prompt-payment discount SupplierInvoiceMgmt.cbl recorded   *
      *  on SUPPLIER-DISC-FILE (see SUPPDISC.CPY) is taken off the    *
      *  cheque when the invoice is paid by its discount date, and    *
      *  the run offers to pay early any invoice whose discount would *
      *  run out before the next run; the discount taken is posted    *
      *  to its own GL account.  Paid after the date, the discount    *
      *  is marked missed.  The discount report shows what was taken  *
      *  and what was missed, supplier by supplier.                   *
      *  Reached from PurchaseMgmt.cbl's menu.                        *
      *                                                               *
      *  A supplier billing in a foreign currency is paid in that     *
      *  currency at the rate in effect on the payment date: the      *
      *  cheque and stub are drawn in the supplier's currency, the    *
      *  register carries the home cash it cost, and the difference   *
      *  from the home amount the invoice was booked at               *
      *  (SUPPLIER-FX-FILE, see SUPPFX.CPY) is posted as a realized   *
      *  gain or loss to its own GL accounts, with any revaluation    *
      *  FxRevalRun.cbl booked on the invoice reversed.  A void       *
      *  unwinds both.  The realized FX report shows the period's     *
      *  gains and losses by supplier and currency.                   *
      *                                                               *
      *  The GL accounts this program posts to, and any limits it     *
      *  works to, are fetched from the system parameter file at      *
      *  start-up (0900-LOAD-SYSTEM-PARMS).  A missing parameter or   *
      *  an inactive account stops it before any file is opened.      *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-GL-STATUS.

      *    5000-VOID-CHEQUE needs a manager or admin operator's
      *    password before a cheque is voided.
              SELECT OPERATOR-MASTER-FILE
                     ASSIGN TO "opermas"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS OM-OPERATOR-ID
                     FILE STATUS IS WS-OPER-STATUS.

              SELECT AP-CHEQUE-FILE
                     ASSIGN TO "apcheque"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CQ-CHEQUE-NUMBER
                     FILE STATUS IS WS-CHQ-STATUS.

              SELECT CHEQUE-LINE-FILE
                     ASSIGN TO "chqline"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CK-LINE-KEY
                     FILE STATUS IS WS-CHQL-STATUS.

      *    A payment BankRecon.cbl has matched to the statement is
      *    on here as a "P" item - how the cheque register knows a
      *    cheque has cleared, and why a cleared one cannot be
      *    voided.
              SELECT BANK-CLEARED-FILE
                     ASSIGN TO "bankclr"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS BC-ITEM-KEY
                     FILE STATUS IS WS-BCLR-STATUS.

      *    A supplier on payment hold is on here; a supplier with no
      *    record (or no file yet) is active.
              SELECT SUPPLIER-STATUS-FILE
                     ASSIGN TO "suppstat"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SV-SUPPLIER-NUMBER
                     FILE STATUS IS WS-SSTAT-STATUS.

      *    Cheques and their remittance stubs, one run per file,
      *    handed to the spooler the same way RemittanceAdviceRpt.cbl
      *    hands off REMIT.RPT.
              SELECT CHEQUE-PRINT-FILE
                     ASSIGN TO "CHEQUES.PRT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CPRT-STATUS.

              SELECT POSITIVE-PAY-FILE
                     ASSIGN TO "POSPAY.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-PPAY-STATUS.

      *    Prompt-payment discounts offered on passed invoices -
      *    taken, missed, or reopened by a void here.
              SELECT SUPPLIER-DISC-FILE
                     ASSIGN TO "suppdisc"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PD-INVOICE-NUMBER
                     FILE STATUS IS WS-DISC-STATUS.

      *    Invoices billed in a foreign currency, with the rate and
      *    home amount they were booked at and the revaluation
      *    FxRevalRun.cbl has booked on them (see SUPPFX.CPY) - paid
      *    at the rate in effect on the payment date, the history
      *    record covering that date, else the current EXCHRATE rate.
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

      *    Who paid each invoice, for the segregation-of-duties
      *    report - see 7100-WRITE-DUTY-LOG.
              SELECT DUTY-LOG-FILE
                     ASSIGN TO "DUTY.LOG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-DUTY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPPLIER-INVOICE-FILE.
       FD  GL-INTERFACE-FILE.
           COPY "GL-INTERFACE-REC.CPY".

       FD  OPERATOR-MASTER-FILE.
           COPY "OPERMAS.CPY".

       FD  AP-CHEQUE-FILE.
           COPY "APCHEQUE.CPY".

       FD  CHEQUE-LINE-FILE.
           COPY "CHQLINE.CPY".

       FD  BANK-CLEARED-FILE.
           COPY "BANKCLR.CPY".

       FD  SUPPLIER-STATUS-FILE.
           COPY "SUPPSTAT.CPY".

       FD  CHEQUE-PRINT-FILE.
       01  CP-PRINT-LINE               PIC X(80).

       FD  POSITIVE-PAY-FILE.
           COPY "POSPAY.CPY".

       FD  SUPPLIER-DISC-FILE.
           COPY "SUPPDISC.CPY".

       FD  SUPPLIER-FX-FILE.
           COPY "SUPPFX.CPY".

       FD  EXCHRATE-FILE.
           COPY "EXCH-RATE-REC.CPY".

       FD  RATE-HISTORY-FILE.
           COPY "RATE-HIST-REC.CPY".

       FD  DUTY-LOG-FILE.
           COPY "DUTYLOG.CPY".

       WORKING-STORAGE SECTION.
       01  WS-VARS.
              10 WS-PARMS-OK-SW       PIC X(01) VALUE "N".
                 88 WS-PARMS-OK             VALUE "Y".
              10 WS-DUTY-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-INV-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-SUPP-STATUS       PIC X(02) VALUE "00".
              10 WS-GL-STATUS         PIC X(02) VALUE "00".
                 88 WS-GL-FILE-MISSING       VALUE "35".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-OPER-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-CHQ-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-CHQL-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-BCLR-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-CPRT-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-PPAY-STATUS       PIC X(02) VALUE "00".
                 88 WS-PPAY-FILE-MISSING     VALUE "35".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-MENU-OPTION       PIC X(01) VALUE SPACE.
              10 WS-EXIT-OPTION       PIC X(01) VALUE "7".
              10 WS-TODAY-DATE        PIC 9(08) VALUE ZEROS.
              10 WS-AUDIT-INV-BEFORE  PIC X(91) VALUE SPACES.

              10 WS-PAY-CUTOFF-DATE   PIC 9(08) VALUE ZEROS.
              10 WS-PAY-COUNT         PIC 9(05) VALUE ZEROS.
              10 WS-PAY-TOTAL         PIC 9(11)V99 VALUE ZEROS.
              10 WS-PAY-MORE-SW       PIC X(01) VALUE "N".
                 88 WS-PAY-MORE             VALUE "Y".
              10 WS-HOLD-COUNT        PIC 9(05) VALUE ZEROS.
              10 WS-HOLD-TOTAL        PIC 9(11)V99 VALUE ZEROS.

      *    Prompt-payment discount working fields: the next run date
      *    an invoice's discount date is weighed against, what
      *    4080-CHECK-DISCOUNT found for the invoice in hand, the
      *    cash and discount split of its payment, and the run's
      *    taken/missed totals.
              10 WS-DISC-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-AUDIT-DISC-BEFORE PIC X(64) VALUE SPACES.
              10 WS-NEXT-RUN-DATE     PIC 9(08) VALUE ZEROS.
              10 WS-TAKE-EARLY-SW     PIC X(01) VALUE "N".
                 88 WS-TAKE-EARLY           VALUE "Y" "y".
              10 WS-DISC-FOUND-SW     PIC X(01) VALUE "N".
                 88 WS-DISC-FOUND           VALUE "Y".
              10 WS-DISC-AVAIL-SW     PIC X(01) VALUE "N".
                 88 WS-DISC-AVAILABLE       VALUE "Y".
              10 WS-PAY-EARLY-SW      PIC X(01) VALUE "N".
                 88 WS-PAY-EARLY            VALUE "Y".
              10 WS-PAY-DISC          PIC 9(09)V99 VALUE ZEROS.
              10 WS-PAY-NET           PIC 9(09)V99 VALUE ZEROS.
              10 WS-DISC-TAKEN-COUNT  PIC 9(05) VALUE ZEROS.
              10 WS-DISC-TAKEN-TOTAL  PIC 9(11)V99 VALUE ZEROS.
              10 WS-DISC-MISSED-COUNT PIC 9(05) VALUE ZEROS.
              10 WS-DISC-MISSED-TOTAL PIC 9(11)V99 VALUE ZEROS.

      *    Working fields for 6500-DISCOUNT-REPORT.
              10 WS-DRPT-FROM-DATE    PIC 9(08) VALUE ZEROS.
              10 WS-DRPT-TO-DATE      PIC 9(08) VALUE ZEROS.
              10 WS-DRPT-DATE         PIC 9(08) VALUE ZEROS.
              10 WS-DRPT-MORE-SW      PIC X(01) VALUE "N".
                 88 WS-DRPT-MORE            VALUE "Y".
              10 WS-DRPT-TAKEN-COUNT  PIC 9(05) VALUE ZEROS.
              10 WS-DRPT-TAKEN-TOTAL  PIC 9(09)V99 VALUE ZEROS.
              10 WS-DRPT-MISSED-COUNT PIC 9(05) VALUE ZEROS.
              10 WS-DRPT-MISSED-TOTAL PIC 9(09)V99 VALUE ZEROS.
              10 WS-DRPT-ALL-TAKEN-CT PIC 9(07) VALUE ZEROS.
              10 WS-DRPT-ALL-TAKEN    PIC 9(11)V99 VALUE ZEROS.
              10 WS-DRPT-ALL-MISSED-CT PIC 9(07) VALUE ZEROS.
              10 WS-DRPT-ALL-MISSED   PIC 9(11)V99 VALUE ZEROS.

      *    Supplier status, looked up by 4060-CHECK-PAYMENT-HOLD.
              10 WS-SSTAT-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-SSTAT-OPEN-SW     PIC X(01) VALUE "N".
                 88 WS-SSTAT-OPEN           VALUE "Y".
              10 WS-ON-HOLD-SW        PIC X(01) VALUE "N".
                 88 WS-ON-HOLD              VALUE "Y".

      *    Cheque working fields: the controlled sequence (the last
      *    number issued and the next one to print), the cheque being
      *    built for the current supplier, and the run's count.
              10 WS-CHQ-LAST-NUMBER   PIC 9(08) VALUE ZEROS.
              10 WS-CHQ-NEXT-NUMBER   PIC 9(08) VALUE ZEROS.
              10 WS-CHQ-FIRST-NUMBER  PIC 9(08) VALUE ZEROS.
              10 WS-CHQ-NUMBER        PIC 9(08) VALUE ZEROS.
              10 WS-CHQ-LINES         PIC 9(03) VALUE ZEROS.
              10 WS-CHQ-TOTAL         PIC 9(09)V99 VALUE ZEROS.
              10 WS-CHQ-REPLACES      PIC 9(08) VALUE ZEROS.
              10 WS-CHQ-COUNT         PIC 9(05) VALUE ZEROS.
              10 WS-CHQ-ERROR-SW      PIC X(01) VALUE "N".
                 88 WS-CHQ-ERROR            VALUE "Y".
              10 WS-CHQ-MORE-SW       PIC X(01) VALUE "N".
                 88 WS-CHQ-MORE             VALUE "Y".
              10 WS-AUDIT-CHQ-BEFORE  PIC X(91) VALUE SPACES.
              10 WS-BCLR-OPEN-SW      PIC X(01) VALUE "N".
                 88 WS-BCLR-OPEN            VALUE "Y".

      *    Working fields for 5000-VOID-CHEQUE: the manager's
      *    sign-off, and the invoices reopened by the void, held
      *    for a reissue to pay again on the new cheque.
              10 WS-APPROVAL-OK-SW    PIC X(01) VALUE "N".
                 88 WS-APPROVAL-OK          VALUE "Y".
              10 WS-APPROVER-ID       PIC X(08) VALUE SPACES.
              10 WS-APPROVER-PASSWORD PIC X(08) VALUE SPACES.
              10 WS-VOID-CHEQUE       PIC 9(08) VALUE ZEROS.
              10 WS-VOID-ANSWER       PIC X(01) VALUE SPACE.
              10 WS-REOPEN-COUNT      PIC 9(03) VALUE ZEROS.
              10 WS-REOPEN-MAX        PIC 9(03) VALUE 200.
              10 WS-REOPEN-IX         PIC 9(03) VALUE ZEROS.
              10 WS-REOPEN-TABLE.
                 15 WS-REOPEN-INVOICE PIC 9(08) OCCURS 200 TIMES.

      *    Working fields for 5300-CHECK-CLEARED and the cheque
      *    register: how many of a cheque's invoice payments
      *    BankRecon.cbl has cleared, and the register's totals.
              10 WS-CLR-LINES         PIC 9(03) VALUE ZEROS.
              10 WS-CLR-CLEARED       PIC 9(03) VALUE ZEROS.
              10 WS-CLR-STATE         PIC X(08) VALUE SPACES.
              10 WS-REG-FROM-DATE     PIC 9(08) VALUE ZEROS.
              10 WS-REG-TO-DATE       PIC 9(08) VALUE ZEROS.
              10 WS-REG-ISSUED-COUNT  PIC 9(05) VALUE ZEROS.
              10 WS-REG-ISSUED-TOTAL  PIC 9(11)V99 VALUE ZEROS.
              10 WS-REG-CLEARED-COUNT PIC 9(05) VALUE ZEROS.
              10 WS-REG-CLEARED-TOTAL PIC 9(11)V99 VALUE ZEROS.
              10 WS-REG-VOIDED-COUNT  PIC 9(05) VALUE ZEROS.
              10 WS-REG-VOIDED-TOTAL  PIC 9(11)V99 VALUE ZEROS.

      *    Foreign-currency payment working fields: whether the
      *    supplier in hand bills in a foreign currency and the rate
      *    it is paid at today, the home value of the cheque line and
      *    discount for the invoice in hand, and the revaluation and
      *    realized gain(+)/loss(-) its payment reverses and books.
      *    The WS-ASOF- fields are the rate-as-of lookup contract
      *    Reports.cbl's 8150-FIND-RATE-AS-OF uses.
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
              10 WS-FX-SUPPLIER-SW    PIC X(01) VALUE "N".
                 88 WS-FX-SUPPLIER          VALUE "Y".
              10 WS-NO-RATE-SW        PIC X(01) VALUE "N".
                 88 WS-NO-RATE              VALUE "Y".
              10 WS-FX-INVOICE-SW     PIC X(01) VALUE "N".
                 88 WS-FX-INVOICE           VALUE "Y".
              10 WS-PAY-RATE          PIC 9(04)V9(06) VALUE ZEROS.
              10 WS-HOME-NET          PIC 9(09)V99 VALUE ZEROS.
              10 WS-HOME-DISC         PIC 9(09)V99 VALUE ZEROS.
              10 WS-FX-REVAL          PIC S9(09)V99 VALUE ZEROS.
              10 WS-FX-REALIZED       PIC S9(09)V99 VALUE ZEROS.
              10 WS-AUDIT-FX-BEFORE   PIC X(85) VALUE SPACES.

      *    Working fields for 6600-REALIZED-FX-REPORT: one supplier's
      *    settled foreign invoices, and the period's totals by
      *    currency.
              10 WS-RFX-FROM-DATE     PIC 9(08) VALUE ZEROS.
              10 WS-RFX-TO-DATE       PIC 9(08) VALUE ZEROS.
              10 WS-RFX-MORE-SW       PIC X(01) VALUE "N".
                 88 WS-RFX-MORE             VALUE "Y".
              10 WS-RFX-SUPP-CURRENCY PIC X(03) VALUE SPACES.
              10 WS-RFX-SUPP-COUNT    PIC 9(05) VALUE ZEROS.
              10 WS-RFX-SUPP-FOREIGN  PIC 9(11)V99 VALUE ZEROS.
              10 WS-RFX-SUPP-BOOKED   PIC 9(11)V99 VALUE ZEROS.
              10 WS-RFX-SUPP-SETTLED  PIC 9(11)V99 VALUE ZEROS.
              10 WS-RFX-SUPP-REALIZED PIC S9(11)V99 VALUE ZEROS.
              10 WS-RFX-SETTLED       PIC 9(09)V99 VALUE ZEROS.
              10 WS-RFX-ALL-COUNT     PIC 9(07) VALUE ZEROS.
              10 WS-RFX-ALL-REALIZED  PIC S9(11)V99 VALUE ZEROS.
              10 WS-RFX-CUR-USED      PIC 9(02) VALUE ZEROS.
              10 WS-RFX-CUR-MAX       PIC 9(02) VALUE 20.
              10 WS-RFX-CUR-IX        PIC 9(02) VALUE ZEROS.
              10 WS-RFX-CUR-TABLE.
                 15 WS-RFX-CUR-ENTRY  OCCURS 20 TIMES.
                    20 WS-RFX-CUR-CODE     PIC X(03).
                    20 WS-RFX-CUR-COUNT    PIC 9(05).
                    20 WS-RFX-CUR-FOREIGN  PIC 9(11)V99.
                    20 WS-RFX-CUR-BOOKED   PIC 9(11)V99.
                    20 WS-RFX-CUR-SETTLED  PIC 9(11)V99.
                    20 WS-RFX-CUR-REALIZED PIC S9(11)V99.

      *    BANK-CLEARED-FILE's reference for a supplier payment, as
      *    BankRecon.cbl builds it off PAYREG.LOG.
       01  WS-CLR-PAYMENT-REF.
              10 WS-CLR-INVOICE-NUMBER PIC 9(08).
              10 WS-CLR-PAYMENT-DATE  PIC 9(08).

      *    The operating account the cheques are drawn on, as the
      *    bank's statement header carries it.
       01  WS-BANK-ACCOUNT-NUMBER      PIC X(12) VALUE "000104772301".

       01  WS-SPOOL-HANDOFF.
      *    The cheque file just printed is retained the moment it
      *    closes, through the spooler's promptless entry - the
      *    next run can no longer silently destroy this one.
           02  WS-SPOOL-SRC-NAME        PIC X(20)
                                   VALUE "CHEQUES.PRT".
           02  WS-SPOOL-PGM-NAME        PIC X(20)
                                   VALUE "APPaymentRun".

       01  WS-STUB-HEADER-LINE.
              10 FILLER               PIC X(30) VALUE
                 "REMITTANCE ADVICE   CHEQUE NO ".
              10 SH-CHEQUE-NUMBER     PIC 9(08).
              10 FILLER               PIC X(08) VALUE "   DATE ".
              10 SH-CHEQUE-DATE       PIC 9(08).

       01  WS-STUB-SUPPLIER-LINE.
              10 FILLER               PIC X(09) VALUE "SUPPLIER ".
              10 SS-SUPPLIER-NUMBER   PIC 9(05).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 SS-SUPPLIER-NAME     PIC X(25).

       01  WS-STUB-COLUMN-LINE.
              10 FILLER               PIC X(36) VALUE
                 "  INVOICE   YOUR REF    PO NUMBER  ".
              10 FILLER               PIC X(24) VALUE
                 "INV DATE          AMOUNT".

       01  WS-STUB-DETAIL-LINE.
              10 FILLER               PIC X(02) VALUE SPACES.
              10 SD-INVOICE-NUMBER    PIC 9(08).
              10 FILLER               PIC X(02) VALUE SPACES.
              10 SD-SUPPLIER-INV-REF  PIC X(10).
              10 FILLER               PIC X(02) VALUE SPACES.
              10 SD-PO-NUMBER         PIC 9(08).
              10 FILLER               PIC X(03) VALUE SPACES.
              10 SD-INVOICE-DATE      PIC 9(08).
              10 FILLER               PIC X(01) VALUE SPACES.
              10 SD-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-STUB-DISCOUNT-LINE.
              10 FILLER               PIC X(12) VALUE SPACES.
              10 FILLER               PIC X(17) VALUE
                 "LESS DISCOUNT AT ".
              10 SX-DISC-PCT          PIC Z9.99.
              10 FILLER               PIC X(01) VALUE "%".
              10 FILLER               PIC X(09) VALUE SPACES.
              10 SX-DISC-AMOUNT       PIC -ZZ,ZZZ,ZZ9.99.

       01  WS-STUB-TOTAL-LINE.
              10 FILLER               PIC X(30) VALUE
                 "  TOTAL PAID BY THIS CHEQUE   ".
              10 FILLER               PIC X(13) VALUE SPACES.
              10 ST-CHEQUE-TOTAL      PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-CHEQUE-CUT-LINE.
              10 FILLER               PIC X(60) VALUE ALL "- ".

       01  WS-CHEQUE-NUMBER-LINE.
              10 FILLER               PIC X(10) VALUE "CHEQUE NO ".
              10 CN-CHEQUE-NUMBER     PIC 9(08).
              10 FILLER               PIC X(27) VALUE SPACES.
              10 FILLER               PIC X(05) VALUE "DATE ".
              10 CN-CHEQUE-DATE       PIC 9(08).

       01  WS-CHEQUE-PAYEE-LINE.
              10 FILLER               PIC X(21) VALUE
                 "PAY TO THE ORDER OF  ".
              10 CP-PAYEE-NAME        PIC X(25).

       01  WS-CHEQUE-AMOUNT-LINE.
              10 FILLER               PIC X(21) VALUE
                 "THE SUM OF           ".
              10 CA-CHEQUE-AMOUNT     PIC $***,***,**9.99.

      *    A cheque drawn in a supplier's own currency carries the
      *    currency code in place of the dollar sign.
       01  WS-CHEQUE-FX-AMOUNT-LINE.
              10 FILLER               PIC X(21) VALUE
                 "THE SUM OF           ".
              10 CF-CURRENCY-CODE     PIC X(03).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 CF-CHEQUE-AMOUNT     PIC ***,***,**9.99.

       01  WS-STUB-CURRENCY-LINE.
              10 FILLER               PIC X(13) VALUE
                 "  AMOUNTS IN ".
              10 SC-CURRENCY-CODE     PIC X(03).
              10 FILLER               PIC X(09) VALUE " AT RATE ".
              10 SC-PAY-RATE          PIC ZZZ9.999999.
              10 FILLER               PIC X(08) VALUE " TO HOME".

       01  WS-CHEQUE-ACCOUNT-LINE.
              10 FILLER               PIC X(21) VALUE
                 "DRAWN ON ACCOUNT     ".
              10 CC-ACCOUNT-NUMBER    PIC X(12).

       01  GL-ACCOUNT-CODES.
           02 GL-ACCT-ACCOUNTS-PAYBL   PIC X(10) VALUE SPACES.
           02 GL-ACCT-CASH             PIC X(10) VALUE SPACES.
           02 GL-ACCT-PURCH-DISCOUNT   PIC X(10) VALUE SPACES.
           02 GL-ACCT-FX-GAIN          PIC X(10) VALUE SPACES.
           02 GL-ACCT-FX-LOSS          PIC X(10) VALUE SPACES.
           02 GL-ACCT-FX-REAL-GAIN     PIC X(10) VALUE SPACES.
           02 GL-ACCT-FX-REAL-LOSS     PIC X(10) VALUE SPACES.

      *    Start-up fetch of GL accounts and thresholds - see
      *    0900-LOAD-SYSTEM-PARMS.
           COPY "SYSPRMSG.CPY".

      *    Supervisor, approver and sign-on passwords are checked
      *    through OperPwd.cbl against the hashed password file.
           COPY "OPWDMSG.CPY".

      *    An approver or supervisor override is checked against the
      *    approving operator's roles through PermCheck.cbl.
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
                    SUPPLIER-MASTER-FILE
                    PAYMENT-REGISTER-FILE
                    AUDIT-TRAIL-FILE
                    GL-INTERFACE-FILE
                    OPERATOR-MASTER-FILE
                    AP-CHEQUE-FILE
                    CHEQUE-LINE-FILE.
              IF WS-BCLR-OPEN
                 CLOSE BANK-CLEARED-FILE
              END-IF.
              IF WS-SSTAT-OPEN
                 CLOSE SUPPLIER-STATUS-FILE
              END-IF.
              CLOSE SUPPLIER-DISC-FILE.
              CLOSE SUPPLIER-FX-FILE.
              IF WS-RATE-OPEN
                 CLOSE EXCHRATE-FILE
              END-IF.
              IF WS-RHIST-OPEN
                 CLOSE RATE-HISTORY-FILE
              END-IF.
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
              MOVE "GL-CASH" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-CASH.
              MOVE "GL-PURCH-DISC" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-PURCH-DISCOUNT.
              MOVE "GL-FX-UNREAL-GN" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-FX-GAIN.
              MOVE "GL-FX-UNREAL-LS" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-FX-LOSS.
              MOVE "GL-FX-REAL-GAIN" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-FX-REAL-GAIN.
              MOVE "GL-FX-REAL-LOSS" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-FX-REAL-LOSS.
              IF NOT WS-PARMS-OK
                 DISPLAY "AP PAYMENT RUN CANNOT RUN -"
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
              ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
              OPEN I-O SUPPLIER-INVOICE-FILE.
              IF WS-GL-FILE-MISSING
                 OPEN OUTPUT GL-INTERFACE-FILE
              END-IF.
              OPEN INPUT OPERATOR-MASTER-FILE.
              OPEN I-O AP-CHEQUE-FILE.
              IF WS-CHQ-STATUS = "35"
                 CLOSE AP-CHEQUE-FILE
                 OPEN OUTPUT AP-CHEQUE-FILE
                 CLOSE AP-CHEQUE-FILE
                 OPEN I-O AP-CHEQUE-FILE
              END-IF.
              OPEN I-O CHEQUE-LINE-FILE.
              IF WS-CHQL-STATUS = "35"
                 CLOSE CHEQUE-LINE-FILE
                 OPEN OUTPUT CHEQUE-LINE-FILE
                 CLOSE CHEQUE-LINE-FILE
                 OPEN I-O CHEQUE-LINE-FILE
              END-IF.
              MOVE "N" TO WS-BCLR-OPEN-SW.
              OPEN INPUT BANK-CLEARED-FILE.
              IF WS-BCLR-STATUS = "00"
                 SET WS-BCLR-OPEN TO TRUE
              END-IF.
              MOVE "N" TO WS-SSTAT-OPEN-SW.
              OPEN INPUT SUPPLIER-STATUS-FILE.
              IF WS-SSTAT-STATUS = "00"
                 SET WS-SSTAT-OPEN TO TRUE
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
       1000-EXIT.
              EXIT.

              DISPLAY "----------------".
              DISPLAY "1. AP Aging Report".
              DISPLAY "2. Payment Selection Run".
              DISPLAY "3. Void / Reissue Cheque".
              DISPLAY "4. Cheque Register".
              DISPLAY "5. Discounts Taken vs Missed".
              DISPLAY "6. Realized FX Gain/Loss".
              DISPLAY "7. Return".
              DISPLAY "Enter your choice:".
              ACCEPT WS-MENU-OPTION.

                 WHEN "1" PERFORM 3000-AP-AGING-REPORT THRU 3000-EXIT
                 WHEN "2" PERFORM 4000-PAYMENT-SELECTION-RUN
                             THRU 4000-EXIT
                 WHEN "3" PERFORM 5000-VOID-CHEQUE THRU 5000-EXIT
                 WHEN "4" PERFORM 6000-CHEQUE-REGISTER THRU 6000-EXIT
                 WHEN "5" PERFORM 6500-DISCOUNT-REPORT THRU 6500-EXIT
                 WHEN "6" PERFORM 6600-REALIZED-FX-REPORT
                             THRU 6600-EXIT
                 WHEN WS-EXIT-OPTION CONTINUE
                 WHEN OTHER DISPLAY "INVALID CHOICE"
              END-EVALUATE.
                                  WS-AGE-60 " " WS-AGE-90
                          ADD WS-AGE-SUPP-TOTAL
                             TO WS-AGE-GRAND-TOTAL
                          PERFORM 4060-CHECK-PAYMENT-HOLD
                             THRU 4060-EXIT
                          IF WS-ON-HOLD
                             DISPLAY "      *** ON PAYMENT HOLD - "
                                     SV-REASON
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM.
       3100-EXIT.
              EXIT.

      * Pays every open passed invoice due on or before the cutoff,
      * supplier by supplier: each supplier owed anything gets one
      * cheque off the controlled sequence, printed with its
      * remittance stub and reported on the positive-pay file.
      * Each invoice goes SI-STATUS-PAID, a register line goes to
      * PAYREG.LOG, and the payment's accounts-payable/cash legs go
      * to GL.INT.  Given the date of the next run, the operator is
      * offered early payment of every invoice not yet due whose
      * prompt-payment discount would run out before then.
       4000-PAYMENT-SELECTION-RUN.
              DISPLAY "ENTER PAYMENT CUTOFF DATE (YYYYMMDD, ZERO "
                      "FOR TODAY): ".
              IF WS-PAY-CUTOFF-DATE = ZEROS
                 MOVE WS-TODAY-DATE TO WS-PAY-CUTOFF-DATE
              END-IF.
              DISPLAY "ENTER NEXT PAYMENT RUN DATE (YYYYMMDD, ZERO "
                      "IF NONE SCHEDULED): ".
              MOVE ZEROS TO WS-NEXT-RUN-DATE.
              ACCEPT WS-NEXT-RUN-DATE.
              MOVE "N" TO WS-TAKE-EARLY-SW.
              IF WS-NEXT-RUN-DATE > WS-TODAY-DATE
                 DISPLAY "PAY EARLY TO TAKE DISCOUNTS RUNNING OUT "
                         "BEFORE " WS-NEXT-RUN-DATE " (Y/N)? "
                 ACCEPT WS-TAKE-EARLY-SW
              END-IF.
              PERFORM 4010-SET-FIRST-CHEQUE THRU 4010-EXIT.
              IF WS-CHQ-ERROR
                 GO TO 4000-EXIT
              END-IF.
              PERFORM 4020-OPEN-CHEQUE-OUTPUT THRU 4020-EXIT.
              IF WS-CHQ-ERROR
                 GO TO 4000-EXIT
              END-IF.
              MOVE ZEROS TO WS-PAY-COUNT WS-PAY-TOTAL WS-CHQ-COUNT.
              MOVE ZEROS TO WS-CHQ-REPLACES WS-HOLD-COUNT
                            WS-HOLD-TOTAL.
              MOVE ZEROS TO WS-DISC-TAKEN-COUNT WS-DISC-TAKEN-TOTAL
                            WS-DISC-MISSED-COUNT WS-DISC-MISSED-TOTAL.
              DISPLAY "PAYMENT REGISTER - CUTOFF "
                      WS-PAY-CUTOFF-DATE.
              MOVE "00" TO WS-SUPP-STATUS.
              MOVE LOW-VALUES TO SU-SUPPLIER-NUMBER.
              START SUPPLIER-MASTER-FILE
                    KEY IS NOT LESS THAN SU-SUPPLIER-NUMBER
                 INVALID KEY MOVE "10" TO WS-SUPP-STATUS
              END-START.
              PERFORM UNTIL WS-SUPP-STATUS NOT = "00"
                 READ SUPPLIER-MASTER-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-SUPP-STATUS
                    NOT AT END
                       PERFORM 4050-PAY-ONE-SUPPLIER THRU 4050-EXIT
                 END-READ
              END-PERFORM.
              PERFORM 4030-CLOSE-CHEQUE-OUTPUT THRU 4030-EXIT.
              DISPLAY "INVOICES PAID: " WS-PAY-COUNT
                      "  TOTAL PAID: " WS-PAY-TOTAL.
              DISPLAY "CHEQUES PRINTED: " WS-CHQ-COUNT
                      " - WRITTEN TO CHEQUES.PRT AND POSPAY.DAT.".
              IF WS-HOLD-COUNT > ZEROS
                 DISPLAY "INVOICES HELD (SUPPLIER ON PAYMENT HOLD): "
                         WS-HOLD-COUNT "  TOTAL HELD: " WS-HOLD-TOTAL
              END-IF.
              DISPLAY "DISCOUNTS TAKEN: " WS-DISC-TAKEN-COUNT
                      "  TOTAL TAKEN: " WS-DISC-TAKEN-TOTAL.
              IF WS-DISC-MISSED-COUNT > ZEROS
                 DISPLAY "DISCOUNTS MISSED: " WS-DISC-MISSED-COUNT
                         "  TOTAL MISSED: " WS-DISC-MISSED-TOTAL
              END-IF.
       4000-EXIT.
              EXIT.

      * The controlled cheque sequence: the last cheque number ever
      * issued is found on AP-CHEQUE-FILE and the next one offered.
      * The operator confirms it against the stock loaded in the
      * printer, or keys the stock's first number if it starts
      * higher - a number at or below one already issued is never
      * accepted, so no cheque number can be used twice.
       4010-SET-FIRST-CHEQUE.
              MOVE "N" TO WS-CHQ-ERROR-SW.
              MOVE HIGH-VALUES TO CQ-CHEQUE-NUMBER.
              START AP-CHEQUE-FILE KEY IS LESS THAN CQ-CHEQUE-NUMBER
                 INVALID KEY
                    MOVE ZEROS TO WS-CHQ-LAST-NUMBER
                 NOT INVALID KEY
                    READ AP-CHEQUE-FILE PREVIOUS RECORD
                       AT END MOVE ZEROS TO WS-CHQ-LAST-NUMBER
                       NOT AT END
                          MOVE CQ-CHEQUE-NUMBER TO WS-CHQ-LAST-NUMBER
                    END-READ
              END-START.
              COMPUTE WS-CHQ-NEXT-NUMBER = WS-CHQ-LAST-NUMBER + 1.
              DISPLAY "FIRST CHEQUE NUMBER ON THE STOCK LOADED (ZERO "
                      "FOR " WS-CHQ-NEXT-NUMBER "): ".
              MOVE ZEROS TO WS-CHQ-FIRST-NUMBER.
              ACCEPT WS-CHQ-FIRST-NUMBER.
              IF WS-CHQ-FIRST-NUMBER = ZEROS
                 GO TO 4010-EXIT
              END-IF.
              IF WS-CHQ-FIRST-NUMBER NOT > WS-CHQ-LAST-NUMBER
                 DISPLAY "CHEQUE " WS-CHQ-FIRST-NUMBER " IS AT OR "
                         "BELOW THE LAST ISSUED (" WS-CHQ-LAST-NUMBER
                         ") - NOTHING PRINTED."
                 SET WS-CHQ-ERROR TO TRUE
                 GO TO 4010-EXIT
              END-IF.
              MOVE WS-CHQ-FIRST-NUMBER TO WS-CHQ-NEXT-NUMBER.
       4010-EXIT.
              EXIT.

       4020-OPEN-CHEQUE-OUTPUT.
              MOVE "N" TO WS-CHQ-ERROR-SW.
              OPEN OUTPUT CHEQUE-PRINT-FILE.
              IF WS-CPRT-STATUS NOT = "00"
                 DISPLAY "CHEQUE PRINT FILE NOT OPENED - STATUS "
                         WS-CPRT-STATUS
                 SET WS-CHQ-ERROR TO TRUE
                 GO TO 4020-EXIT
              END-IF.
              OPEN EXTEND POSITIVE-PAY-FILE.
              IF WS-PPAY-FILE-MISSING
                 OPEN OUTPUT POSITIVE-PAY-FILE
              END-IF.
       4020-EXIT.
              EXIT.

       4030-CLOSE-CHEQUE-OUTPUT.
              CLOSE CHEQUE-PRINT-FILE.
              CLOSE POSITIVE-PAY-FILE.
              IF WS-CHQ-COUNT > ZEROS
                 CALL "SPOOLADD" USING WS-SPOOL-SRC-NAME
                                       WS-SPOOL-PGM-NAME
              END-IF.
       4030-EXIT.
              EXIT.

      * One supplier's due invoices, paid onto one cheque issued
      * once the last of them is on the stub.  A supplier on payment
      * hold is paid nothing: its due invoices are listed as held
      * and stay open for the first run after the hold comes off.
      * An invoice not yet due is paid too when the operator chose
      * to pay early for a discount that would not last until the
      * next run.  A supplier billing in a foreign currency is paid
      * in that currency, and not at all while there is no rate on
      * file to pay it at.
       4050-PAY-ONE-SUPPLIER.
              MOVE ZEROS TO WS-CHQ-LINES WS-CHQ-TOTAL.
              PERFORM 4060-CHECK-PAYMENT-HOLD THRU 4060-EXIT.
              PERFORM 4065-SET-PAY-RATE THRU 4065-EXIT.
              IF WS-NO-RATE
                 DISPLAY "  SUPPLIER " SU-SUPPLIER-NUMBER " "
                         SU-SUPPLIER-NAME " NOT PAID - NO "
                         SU-CURRENCY-CODE " EXCHANGE RATE ON FILE"
                 GO TO 4050-EXIT
              END-IF.
              SET WS-PAY-MORE TO TRUE.
              MOVE LOW-VALUES TO SI-INVOICE-NUMBER.
              START SUPPLIER-INVOICE-FILE
                    KEY IS NOT LESS THAN SI-INVOICE-NUMBER
                 INVALID KEY MOVE "N" TO WS-PAY-MORE-SW
              END-START.
              PERFORM UNTIL NOT WS-PAY-MORE
                 READ SUPPLIER-INVOICE-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-PAY-MORE-SW
                    NOT AT END
                       IF SI-SUPPLIER-NUMBER = SU-SUPPLIER-NUMBER
                          AND SI-STATUS-PASSED
                          PERFORM 4080-CHECK-DISCOUNT THRU 4080-EXIT
                          EVALUATE TRUE
                             WHEN WS-ON-HOLD
                                AND SI-DUE-DATE <= WS-PAY-CUTOFF-DATE
                                PERFORM 4070-HOLD-ONE-INVOICE
                                   THRU 4070-EXIT
                             WHEN WS-ON-HOLD
                                CONTINUE
                             WHEN SI-DUE-DATE <= WS-PAY-CUTOFF-DATE
                                OR WS-PAY-EARLY
                                PERFORM 4100-PAY-ONE-INVOICE
                                   THRU 4100-EXIT
                          END-EVALUATE
                       END-IF
                 END-READ
              END-PERFORM.
              IF WS-CHQ-LINES > ZEROS
                 PERFORM 4200-ISSUE-CHEQUE THRU 4200-EXIT
              END-IF.
       4050-EXIT.
              EXIT.

      * Sets WS-ON-HOLD when SU-SUPPLIER-NUMBER is on payment hold,
      * leaving its status record (and the reason) in SUPPLIER-
      * STATUS-REC.  No status file, or no record, means active.
       4060-CHECK-PAYMENT-HOLD.
              MOVE "N" TO WS-ON-HOLD-SW.
              IF NOT WS-SSTAT-OPEN
                 GO TO 4060-EXIT
              END-IF.
              MOVE SU-SUPPLIER-NUMBER TO SV-SUPPLIER-NUMBER.
              READ SUPPLIER-STATUS-FILE
                 INVALID KEY
                    GO TO 4060-EXIT
              END-READ.
              IF SV-STATUS-PAY-HOLD
                 SET WS-ON-HOLD TO TRUE
              END-IF.
       4060-EXIT.
              EXIT.

      * Sets WS-FX-SUPPLIER when SU-SUPPLIER-NUMBER bills in a
      * currency other than USD, with WS-PAY-RATE the rate to home
      * in effect today - the history record covering today, else
      * the current EXCHRATE rate.  WS-NO-RATE when there is none.
       4065-SET-PAY-RATE.
              MOVE "N" TO WS-FX-SUPPLIER-SW WS-NO-RATE-SW.
              MOVE 1 TO WS-PAY-RATE.
              IF SU-CURRENCY-CODE = "USD"
                 OR SU-CURRENCY-CODE = SPACES
                 GO TO 4065-EXIT
              END-IF.
              SET WS-FX-SUPPLIER TO TRUE.
              MOVE SU-CURRENCY-CODE TO WS-ASOF-CURRENCY.
              MOVE WS-TODAY-DATE TO WS-ASOF-DATE.
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
                 SET WS-NO-RATE TO TRUE
                 GO TO 4065-EXIT
              END-IF.
              MOVE WS-ASOF-RATE TO WS-PAY-RATE.
       4065-EXIT.
              EXIT.

       4070-HOLD-ONE-INVOICE.
              ADD 1 TO WS-HOLD-COUNT.
              ADD SI-AMOUNT TO WS-HOLD-TOTAL.
              DISPLAY "  HELD " SI-INVOICE-NUMBER " SUPPLIER "
                      SI-SUPPLIER-NUMBER " " SU-SUPPLIER-NAME
                      " AMOUNT " SI-AMOUNT " - PAYMENT HOLD: "
                      SV-REASON.
       4070-EXIT.
              EXIT.

      * Looks up the invoice in SUPPLIER-INVOICE-REC's discount
      * record.  WS-DISC-AVAILABLE when a discount is still on
      * offer today; WS-PAY-EARLY when, besides, the operator chose
      * to pay early and the discount runs out before the next run.
       4080-CHECK-DISCOUNT.
              MOVE "N" TO WS-DISC-FOUND-SW WS-DISC-AVAIL-SW
                          WS-PAY-EARLY-SW.
              MOVE SI-INVOICE-NUMBER TO PD-INVOICE-NUMBER.
              READ SUPPLIER-DISC-FILE
                 INVALID KEY
                    GO TO 4080-EXIT
              END-READ.
              SET WS-DISC-FOUND TO TRUE.
              IF PD-STATUS-OFFERED
                 AND PD-DISC-DATE NOT < WS-TODAY-DATE
                 SET WS-DISC-AVAILABLE TO TRUE
                 IF WS-TAKE-EARLY
                    AND PD-DISC-DATE < WS-NEXT-RUN-DATE
                    SET WS-PAY-EARLY TO TRUE
                 END-IF
              END-IF.
       4080-EXIT.
              EXIT.

      * Values the invoice in hand in home currency.  For a supplier
      * paying in home currency the cheque line and discount are the
      * home values.  A foreign invoice's SUPPLIER-FX-REC is read -
      * booked now, at the rate on its invoice date, if it was
      * recorded with no rate on file - and its cheque line and
      * discount are valued at today's WS-PAY-RATE.  What the
      * payable was booked at less what settles it is the realized
      * gain(+)/loss(-); the revaluation already booked on it is
      * held in WS-FX-REVAL for the payment to reverse.
       4090-VALUE-INVOICE-FX.
              MOVE "N" TO WS-FX-INVOICE-SW.
              MOVE WS-PAY-NET TO WS-HOME-NET.
              MOVE WS-PAY-DISC TO WS-HOME-DISC.
              MOVE ZEROS TO WS-FX-REVAL WS-FX-REALIZED.
              IF NOT WS-FX-SUPPLIER
                 GO TO 4090-EXIT
              END-IF.
              MOVE SI-INVOICE-NUMBER TO XI-INVOICE-NUMBER.
              READ SUPPLIER-FX-FILE
                 INVALID KEY
                    PERFORM 4095-BOOK-INVOICE-FX THRU 4095-EXIT
              END-READ.
              IF WS-FX-STATUS NOT = "00"
                 DISPLAY "  INVOICE " SI-INVOICE-NUMBER " CURRENCY "
                         "RECORD NOT READ - STATUS " WS-FX-STATUS
                 GO TO 4090-EXIT
              END-IF.
              MOVE SUPPLIER-FX-REC TO WS-AUDIT-FX-BEFORE.
              SET WS-FX-INVOICE TO TRUE.
              COMPUTE WS-HOME-NET ROUNDED = WS-PAY-NET * WS-PAY-RATE.
              COMPUTE WS-HOME-DISC ROUNDED =
                    WS-PAY-DISC * WS-PAY-RATE.
              MOVE XI-REVAL-AMOUNT TO WS-FX-REVAL.
              COMPUTE WS-FX-REALIZED =
                    XI-HOME-AMOUNT - WS-HOME-NET - WS-HOME-DISC.
       4090-EXIT.
              EXIT.

       4095-BOOK-INVOICE-FX.
              INITIALIZE SUPPLIER-FX-REC.
              MOVE SI-INVOICE-NUMBER TO XI-INVOICE-NUMBER.
              MOVE SI-SUPPLIER-NUMBER TO XI-SUPPLIER-NUMBER.
              MOVE SU-CURRENCY-CODE TO XI-CURRENCY-CODE.
              MOVE SU-CURRENCY-CODE TO WS-ASOF-CURRENCY.
              MOVE SI-INVOICE-DATE TO WS-ASOF-DATE.
              PERFORM 8150-FIND-RATE-AS-OF THRU 8150-EXIT.
              IF WS-ASOF-FOUND AND WS-ASOF-RATE > ZEROS
                 MOVE WS-ASOF-RATE TO XI-BOOKING-RATE
              ELSE
                 MOVE WS-PAY-RATE TO XI-BOOKING-RATE
              END-IF.
              COMPUTE XI-HOME-AMOUNT ROUNDED =
                    SI-AMOUNT * XI-BOOKING-RATE.
              WRITE SUPPLIER-FX-REC
                 INVALID KEY
                    GO TO 4095-EXIT
              END-WRITE.
              MOVE XI-INVOICE-NUMBER TO AT-KEY-VALUE.
              MOVE SPACES TO AT-BEFORE-IMAGE.
              MOVE SUPPLIER-FX-REC TO AT-AFTER-IMAGE.
              SET AT-OP-ADD TO TRUE.
              PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
       4095-EXIT.
              EXIT.

      * Pays one selected invoice for the supplier in SUPPLIER-
      * MASTER-REC: register line, status to PAID, the GL legs, and
      * a line on the supplier's cheque and its stub - the cheque
      * number is drawn off the sequence with the first invoice.
      * A discount still on offer comes off the cash paid.  A
      * foreign supplier's cheque is drawn in its own currency; the
      * register carries the home cash it cost, for BankRecon.cbl.
       4100-PAY-ONE-INVOICE.
              MOVE SUPPLIER-INVOICE-REC TO WS-AUDIT-INV-BEFORE.
              PERFORM 4080-CHECK-DISCOUNT THRU 4080-EXIT.
              MOVE ZEROS TO WS-PAY-DISC.
              IF WS-DISC-AVAILABLE
                 MOVE PD-DISC-AMOUNT TO WS-PAY-DISC
              END-IF.
              COMPUTE WS-PAY-NET = SI-AMOUNT - WS-PAY-DISC.
              PERFORM 4090-VALUE-INVOICE-FX THRU 4090-EXIT.
              IF WS-FX-SUPPLIER AND NOT WS-FX-INVOICE
                 GO TO 4100-EXIT
              END-IF.
              IF WS-CHQ-LINES = ZEROS
                 PERFORM 4150-START-CHEQUE THRU 4150-EXIT
              END-IF.
              MOVE WS-TODAY-DATE TO PY-PAYMENT-DATE.
              MOVE SI-SUPPLIER-NUMBER TO PY-SUPPLIER-NUMBER.
              MOVE SU-SUPPLIER-NAME TO PY-SUPPLIER-NAME.
              MOVE SI-SUPPLIER-INV-REF TO PY-SUPPLIER-INV-REF.
              MOVE SI-PO-NUMBER TO PY-PO-NUMBER.
              MOVE SI-DUE-DATE TO PY-DUE-DATE.
              MOVE WS-HOME-NET TO PY-AMOUNT.
              MOVE WS-CHQ-NUMBER TO PY-CHEQUE-NUMBER.
              WRITE PAYMENT-REGISTER-REC.
              DISPLAY "  PAY " SI-INVOICE-NUMBER " SUPPLIER "
                      SI-SUPPLIER-NUMBER " " SU-SUPPLIER-NAME
                      " AMOUNT " SI-AMOUNT " DUE " SI-DUE-DATE
                      " CHEQUE " WS-CHQ-NUMBER.
              IF WS-PAY-DISC > ZEROS
                 DISPLAY "      LESS DISCOUNT " WS-PAY-DISC
                         " (BY " PD-DISC-DATE ") - PAID " WS-PAY-NET
              END-IF.
              IF WS-FX-INVOICE
                 DISPLAY "      " XI-CURRENCY-CODE " AT " WS-PAY-RATE
                         " - HOME " WS-HOME-NET " BOOKED AT "
                         XI-HOME-AMOUNT " REALIZED " WS-FX-REALIZED
              END-IF.

              SET SI-STATUS-PAID TO TRUE.
              MOVE WS-TODAY-DATE TO SI-PAID-DATE.
                            WS-INV-STATUS
                 NOT INVALID KEY
                    ADD 1 TO WS-PAY-COUNT
                    ADD WS-HOME-NET TO WS-PAY-TOTAL
                    MOVE SI-INVOICE-NUMBER TO AT-KEY-VALUE
                    MOVE WS-AUDIT-INV-BEFORE TO AT-BEFORE-IMAGE
                    MOVE SUPPLIER-INVOICE-REC TO AT-AFTER-IMAGE
                    SET AT-OP-CHANGE TO TRUE
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
                    PERFORM 7100-WRITE-DUTY-LOG THRU 7100-EXIT
                    PERFORM 8000-WRITE-GL-ENTRY THRU 8000-EXIT
                    PERFORM 4160-ADD-CHEQUE-LINE THRU 4160-EXIT
                    PERFORM 4170-SETTLE-DISCOUNT THRU 4170-EXIT
                    PERFORM 4180-SETTLE-INVOICE-FX THRU 4180-EXIT
              END-REWRITE.
       4100-EXIT.
              EXIT.

      * Draws the next number off the sequence for this supplier's
      * cheque and heads its remittance stub.
       4150-START-CHEQUE.
              MOVE WS-CHQ-NEXT-NUMBER TO WS-CHQ-NUMBER.
              ADD 1 TO WS-CHQ-NEXT-NUMBER.
              MOVE WS-CHQ-NUMBER TO SH-CHEQUE-NUMBER.
              MOVE WS-TODAY-DATE TO SH-CHEQUE-DATE.
              WRITE CP-PRINT-LINE FROM WS-STUB-HEADER-LINE.
              MOVE SU-SUPPLIER-NUMBER TO SS-SUPPLIER-NUMBER.
              MOVE SU-SUPPLIER-NAME TO SS-SUPPLIER-NAME.
              WRITE CP-PRINT-LINE FROM WS-STUB-SUPPLIER-LINE.
              IF WS-FX-SUPPLIER
                 MOVE SU-CURRENCY-CODE TO SC-CURRENCY-CODE
                 MOVE WS-PAY-RATE TO SC-PAY-RATE
                 WRITE CP-PRINT-LINE FROM WS-STUB-CURRENCY-LINE
              END-IF.
              WRITE CP-PRINT-LINE FROM WS-STUB-COLUMN-LINE.
       4150-EXIT.
              EXIT.

      * Files the paid invoice against the cheque and prints it on
      * the stub - the invoice amount, less any discount taken on
      * a line of its own, the cheque line carrying the cash paid.
       4160-ADD-CHEQUE-LINE.
              MOVE WS-CHQ-NUMBER TO CK-CHEQUE-NUMBER.
              MOVE SI-INVOICE-NUMBER TO CK-INVOICE-NUMBER.
              MOVE SI-SUPPLIER-INV-REF TO CK-SUPPLIER-INV-REF.
              MOVE SI-PO-NUMBER TO CK-PO-NUMBER.
              MOVE SI-INVOICE-DATE TO CK-INVOICE-DATE.
              MOVE WS-TODAY-DATE TO CK-PAYMENT-DATE.
              MOVE WS-PAY-NET TO CK-AMOUNT.
              WRITE CHEQUE-LINE-REC
                 INVALID KEY
                    DISPLAY "CHEQUE LINE NOT RECORDED - STATUS "
                            WS-CHQL-STATUS
              END-WRITE.
              ADD 1 TO WS-CHQ-LINES.
              ADD WS-PAY-NET TO WS-CHQ-TOTAL.
              MOVE SI-INVOICE-NUMBER TO SD-INVOICE-NUMBER.
              MOVE SI-SUPPLIER-INV-REF TO SD-SUPPLIER-INV-REF.
              MOVE SI-PO-NUMBER TO SD-PO-NUMBER.
              MOVE SI-INVOICE-DATE TO SD-INVOICE-DATE.
              MOVE SI-AMOUNT TO SD-AMOUNT.
              WRITE CP-PRINT-LINE FROM WS-STUB-DETAIL-LINE.
              IF WS-PAY-DISC > ZEROS
                 MOVE PD-DISC-PCT TO SX-DISC-PCT
                 COMPUTE SX-DISC-AMOUNT = 0 - WS-PAY-DISC
                 WRITE CP-PRINT-LINE FROM WS-STUB-DISCOUNT-LINE
              END-IF.
       4160-EXIT.
              EXIT.

      * Settles the paid invoice's discount record: TAKEN for the
      * amount that came off the cheque, or MISSED when its date
      * had passed, against the cheque and today's date.
       4170-SETTLE-DISCOUNT.
              IF NOT WS-DISC-FOUND
                 GO TO 4170-EXIT
              END-IF.
              IF NOT PD-STATUS-OFFERED
                 GO TO 4170-EXIT
              END-IF.
              MOVE SUPPLIER-DISC-REC TO WS-AUDIT-DISC-BEFORE.
              IF WS-DISC-AVAILABLE
                 SET PD-STATUS-TAKEN TO TRUE
                 MOVE WS-PAY-DISC TO PD-TAKEN-AMOUNT
                 ADD 1 TO WS-DISC-TAKEN-COUNT
                 ADD WS-PAY-DISC TO WS-DISC-TAKEN-TOTAL
              ELSE
                 SET PD-STATUS-MISSED TO TRUE
                 MOVE ZEROS TO PD-TAKEN-AMOUNT
                 ADD 1 TO WS-DISC-MISSED-COUNT
                 ADD PD-DISC-AMOUNT TO WS-DISC-MISSED-TOTAL
              END-IF.
              MOVE WS-TODAY-DATE TO PD-PAID-DATE.
              MOVE WS-CHQ-NUMBER TO PD-CHEQUE-NUMBER.
              REWRITE SUPPLIER-DISC-REC
                 INVALID KEY
                    DISPLAY "DISCOUNT NOT UPDATED - STATUS "
                            WS-DISC-STATUS
                    GO TO 4170-EXIT
              END-REWRITE.
              MOVE PD-INVOICE-NUMBER TO AT-KEY-VALUE.
              MOVE WS-AUDIT-DISC-BEFORE TO AT-BEFORE-IMAGE.
              MOVE SUPPLIER-DISC-REC TO AT-AFTER-IMAGE.
              SET AT-OP-CHANGE TO TRUE.
              PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
       4170-EXIT.
              EXIT.

      * Records the foreign invoice's settlement on its SUPPLIER-FX-
      * REC: the rate paid at, the realized gain(+)/loss(-), the
      * date and the cheque.  XI-REVAL-AMOUNT is left as it stood,
      * so a void can reinstate the revaluation the payment reversed.
       4180-SETTLE-INVOICE-FX.
              IF NOT WS-FX-INVOICE
                 GO TO 4180-EXIT
              END-IF.
              MOVE WS-PAY-RATE TO XI-PAY-RATE.
              MOVE WS-FX-REALIZED TO XI-REALIZED-AMOUNT.
              MOVE WS-TODAY-DATE TO XI-PAID-DATE.
              MOVE WS-CHQ-NUMBER TO XI-CHEQUE-NUMBER.
              REWRITE SUPPLIER-FX-REC
                 INVALID KEY
                    DISPLAY "CURRENCY RECORD NOT UPDATED - STATUS "
                            WS-FX-STATUS
                    GO TO 4180-EXIT
              END-REWRITE.
              MOVE XI-INVOICE-NUMBER TO AT-KEY-VALUE.
              MOVE WS-AUDIT-FX-BEFORE TO AT-BEFORE-IMAGE.
              MOVE SUPPLIER-FX-REC TO AT-AFTER-IMAGE.
              SET AT-OP-CHANGE TO TRUE.
              PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
       4180-EXIT.
              EXIT.

      * Closes the stub, prints the cheque itself below it, files
      * the cheque on AP-CHEQUE-FILE and sends its issue record to
      * the bank's positive-pay file.
       4200-ISSUE-CHEQUE.
              MOVE WS-CHQ-TOTAL TO ST-CHEQUE-TOTAL.
              WRITE CP-PRINT-LINE FROM WS-STUB-TOTAL-LINE.
              MOVE SPACES TO CP-PRINT-LINE.
              WRITE CP-PRINT-LINE.
              WRITE CP-PRINT-LINE FROM WS-CHEQUE-CUT-LINE.
              MOVE WS-CHQ-NUMBER TO CN-CHEQUE-NUMBER.
              MOVE WS-TODAY-DATE TO CN-CHEQUE-DATE.
              WRITE CP-PRINT-LINE FROM WS-CHEQUE-NUMBER-LINE.
              MOVE SU-SUPPLIER-NAME TO CP-PAYEE-NAME.
              WRITE CP-PRINT-LINE FROM WS-CHEQUE-PAYEE-LINE.
              IF WS-FX-SUPPLIER
                 MOVE SU-CURRENCY-CODE TO CF-CURRENCY-CODE
                 MOVE WS-CHQ-TOTAL TO CF-CHEQUE-AMOUNT
                 WRITE CP-PRINT-LINE FROM WS-CHEQUE-FX-AMOUNT-LINE
              ELSE
                 MOVE WS-CHQ-TOTAL TO CA-CHEQUE-AMOUNT
                 WRITE CP-PRINT-LINE FROM WS-CHEQUE-AMOUNT-LINE
              END-IF.
              MOVE WS-BANK-ACCOUNT-NUMBER TO CC-ACCOUNT-NUMBER.
              WRITE CP-PRINT-LINE FROM WS-CHEQUE-ACCOUNT-LINE.
              MOVE SPACES TO CP-PRINT-LINE.
              WRITE CP-PRINT-LINE.
              WRITE CP-PRINT-LINE.

              INITIALIZE AP-CHEQUE-REC.
              MOVE WS-CHQ-NUMBER TO CQ-CHEQUE-NUMBER.
              MOVE SU-SUPPLIER-NUMBER TO CQ-SUPPLIER-NUMBER.
              MOVE SU-SUPPLIER-NAME TO CQ-PAYEE-NAME.
              MOVE WS-TODAY-DATE TO CQ-ISSUE-DATE.
              MOVE WS-CHQ-TOTAL TO CQ-AMOUNT.
              SET CQ-STATUS-ISSUED TO TRUE.
              MOVE WS-CHQ-REPLACES TO CQ-REPLACES-CHEQUE.
              WRITE AP-CHEQUE-REC
                 INVALID KEY
                    DISPLAY "CHEQUE " WS-CHQ-NUMBER " NOT RECORDED - "
                            "STATUS " WS-CHQ-STATUS
                 NOT INVALID KEY
                    MOVE CQ-CHEQUE-NUMBER TO AT-KEY-VALUE
                    MOVE SPACES TO AT-BEFORE-IMAGE
                    MOVE AP-CHEQUE-REC TO AT-AFTER-IMAGE
                    SET AT-OP-ADD TO TRUE
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
              END-WRITE.
              SET PP-TYPE-ISSUE TO TRUE.
              PERFORM 4250-WRITE-POSITIVE-PAY THRU 4250-EXIT.
              ADD 1 TO WS-CHQ-COUNT.
              DISPLAY "  CHEQUE " WS-CHQ-NUMBER " TO "
                      SU-SUPPLIER-NAME " FOR " WS-CHQ-TOTAL.
       4200-EXIT.
              EXIT.

      * One positive-pay record for the cheque in AP-CHEQUE-REC,
      * its type (issue or void) already set by the caller.
       4250-WRITE-POSITIVE-PAY.
              MOVE WS-BANK-ACCOUNT-NUMBER TO PP-ACCOUNT-NUMBER.
              MOVE CQ-CHEQUE-NUMBER TO PP-CHEQUE-NUMBER.
              MOVE CQ-ISSUE-DATE TO PP-ISSUE-DATE.
              MOVE CQ-AMOUNT TO PP-AMOUNT.
              MOVE CQ-PAYEE-NAME TO PP-PAYEE-NAME.
              WRITE POSITIVE-PAY-REC.
       4250-EXIT.
              EXIT.

      * Voids a spoiled or lost cheque, with a manager's sign-off.
      * A cheque the bank has already cleared cannot be voided.
      * Every invoice it paid is reopened for payment, the payment
      * postings are reversed on GL.INT, and the bank is sent a
      * void record so the cheque will be refused if presented.
      * The invoices may then be paid again straight away on a new
      * cheque that points back at the voided one.
       5000-VOID-CHEQUE.
              DISPLAY "ENTER CHEQUE NUMBER TO VOID: ".
              MOVE ZEROS TO CQ-CHEQUE-NUMBER.
              ACCEPT CQ-CHEQUE-NUMBER.
              READ AP-CHEQUE-FILE
                 INVALID KEY
                    DISPLAY "CHEQUE NOT ON FILE."
                    GO TO 5000-EXIT
              END-READ.
              IF CQ-STATUS-VOIDED
                 DISPLAY "CHEQUE ALREADY VOIDED ON " CQ-VOID-DATE
                 GO TO 5000-EXIT
              END-IF.
              MOVE CQ-CHEQUE-NUMBER TO WS-VOID-CHEQUE.
              PERFORM 5300-CHECK-CLEARED THRU 5300-EXIT.
              IF WS-CLR-CLEARED > ZEROS
                 DISPLAY "CHEQUE HAS CLEARED THE BANK - IT CANNOT BE "
                         "VOIDED."
                 GO TO 5000-EXIT
              END-IF.
              DISPLAY "CHEQUE " CQ-CHEQUE-NUMBER " ISSUED "
                      CQ-ISSUE-DATE " TO " CQ-PAYEE-NAME
                      " FOR " CQ-AMOUNT " - " WS-CLR-LINES
                      " INVOICE(S)".
              DISPLAY "VOID REASON - (S)POILED, (L)OST OR (O)THER: ".
              MOVE SPACE TO WS-VOID-ANSWER.
              ACCEPT WS-VOID-ANSWER.
              IF WS-VOID-ANSWER NOT = "S" AND NOT = "L"
                 AND NOT = "O"
                 DISPLAY "INVALID REASON - CHEQUE NOT VOIDED."
                 GO TO 5000-EXIT
              END-IF.
              PERFORM 5050-GET-VOID-APPROVAL THRU 5050-EXIT.
              IF NOT WS-APPROVAL-OK
                 GO TO 5000-EXIT
              END-IF.
              MOVE AP-CHEQUE-REC TO WS-AUDIT-CHQ-BEFORE.
              MOVE WS-VOID-ANSWER TO CQ-VOID-REASON.
              SET CQ-STATUS-VOIDED TO TRUE.
              MOVE WS-TODAY-DATE TO CQ-VOID-DATE.
              MOVE OM-OPERATOR-ID TO CQ-OPERATOR-ID.
              REWRITE AP-CHEQUE-REC
                 INVALID KEY
                    DISPLAY "CHEQUE NOT UPDATED - STATUS "
                            WS-CHQ-STATUS
                    GO TO 5000-EXIT
              END-REWRITE.
              MOVE CQ-CHEQUE-NUMBER TO AT-KEY-VALUE.
              MOVE WS-AUDIT-CHQ-BEFORE TO AT-BEFORE-IMAGE.
              MOVE AP-CHEQUE-REC TO AT-AFTER-IMAGE.
              SET AT-OP-CHANGE TO TRUE.
              PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
              OPEN EXTEND POSITIVE-PAY-FILE.
              IF WS-PPAY-FILE-MISSING
                 OPEN OUTPUT POSITIVE-PAY-FILE
              END-IF.
              SET PP-TYPE-VOID TO TRUE.
              PERFORM 4250-WRITE-POSITIVE-PAY THRU 4250-EXIT.
              CLOSE POSITIVE-PAY-FILE.
              PERFORM 5100-REOPEN-INVOICES THRU 5100-EXIT.
              DISPLAY "CHEQUE " WS-VOID-CHEQUE " VOIDED - "
                      WS-REOPEN-COUNT " INVOICE(S) REOPENED.".
              IF WS-REOPEN-COUNT = ZEROS
                 GO TO 5000-EXIT
              END-IF.
              DISPLAY "REISSUE A REPLACEMENT CHEQUE NOW (Y/N): ".
              MOVE SPACE TO WS-VOID-ANSWER.
              ACCEPT WS-VOID-ANSWER.
              IF WS-VOID-ANSWER = "Y" OR WS-VOID-ANSWER = "y"
                 PERFORM 5200-REISSUE-CHEQUE THRU 5200-EXIT
              END-IF.
       5000-EXIT.
              EXIT.

      * Second sign-off on a void: a manager or admin operator with
      * the right password, the same dual-control check
      * SupplierPriceMgmt.cbl's 6050-GET-DELETE-APPROVAL makes.
       5050-GET-VOID-APPROVAL.
              MOVE "N" TO WS-APPROVAL-OK-SW.
              DISPLAY "MANAGER APPROVAL REQUIRED - ENTER MANAGER "
                      "OPERATOR ID: ".
              ACCEPT WS-APPROVER-ID.
              DISPLAY "MANAGER PASSWORD: ".
              ACCEPT WS-APPROVER-PASSWORD.
              MOVE WS-APPROVER-ID TO OM-OPERATOR-ID.
              READ OPERATOR-MASTER-FILE
                 INVALID KEY
                    DISPLAY "OPERATOR NOT RECOGNISED - VOID DENIED."
                 NOT INVALID KEY
                    SET PW-VERIFY TO TRUE
                    MOVE OM-OPERATOR-ID TO PW-OPERATOR-ID
                    MOVE WS-APPROVER-PASSWORD TO PW-PASSWORD
                    CALL "OperPwd" USING OPER-PWD-MSG
                    IF PW-OK
                       MOVE OM-OPERATOR-ID TO PC-OPERATOR-ID
                       MOVE "VOID-PAY" TO PC-FUNCTION-CODE
                       SET PC-AUTHORIZE-OTHER TO TRUE
                       CALL "PermCheck" USING PERM-CHECK-MSG
                    END-IF
                    IF PW-OK AND PC-ALLOWED
                       SET WS-APPROVAL-OK TO TRUE
                       DISPLAY "VOID APPROVED BY " OM-OPERATOR-NAME
                    ELSE
                       DISPLAY "VOID DENIED - NOT AUTHORIZED OR "
                               "WRONG PASSWORD."
                    END-IF
              END-READ.
       5050-EXIT.
              EXIT.

      * Reopens every invoice the voided cheque paid, back to
      * passed and owed, and reverses its payment posting.  The
      * invoices reopened are kept in WS-REOPEN-TABLE for a reissue.
       5100-REOPEN-INVOICES.
              MOVE ZEROS TO WS-REOPEN-COUNT.
              MOVE WS-VOID-CHEQUE TO CK-CHEQUE-NUMBER.
              MOVE ZEROS TO CK-INVOICE-NUMBER.
              SET WS-CHQ-MORE TO TRUE.
              START CHEQUE-LINE-FILE
                    KEY IS NOT LESS THAN CK-LINE-KEY
                 INVALID KEY MOVE "N" TO WS-CHQ-MORE-SW
              END-START.
              PERFORM UNTIL NOT WS-CHQ-MORE
                 READ CHEQUE-LINE-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-CHQ-MORE-SW
                    NOT AT END
                       IF CK-CHEQUE-NUMBER NOT = WS-VOID-CHEQUE
                          MOVE "N" TO WS-CHQ-MORE-SW
                       ELSE
                          PERFORM 5150-REOPEN-ONE-INVOICE
                             THRU 5150-EXIT
                       END-IF
                 END-READ
              END-PERFORM.
       5100-EXIT.
              EXIT.

       5150-REOPEN-ONE-INVOICE.
              MOVE CK-INVOICE-NUMBER TO SI-INVOICE-NUMBER.
              READ SUPPLIER-INVOICE-FILE
                 INVALID KEY
                    DISPLAY "INVOICE " CK-INVOICE-NUMBER
                            " NOT ON FILE - NOT REOPENED"
                    GO TO 5150-EXIT
              END-READ.
              IF NOT SI-STATUS-PAID
                 GO TO 5150-EXIT
              END-IF.
              MOVE SUPPLIER-INVOICE-REC TO WS-AUDIT-INV-BEFORE.
              SET SI-STATUS-PASSED TO TRUE.
              MOVE ZEROS TO SI-PAID-DATE.
              REWRITE SUPPLIER-INVOICE-REC
                 INVALID KEY
                    DISPLAY "INVOICE REWRITE FAILED - STATUS "
                            WS-INV-STATUS
                    GO TO 5150-EXIT
              END-REWRITE.
              MOVE SI-INVOICE-NUMBER TO AT-KEY-VALUE.
              MOVE WS-AUDIT-INV-BEFORE TO AT-BEFORE-IMAGE.
              MOVE SUPPLIER-INVOICE-REC TO AT-AFTER-IMAGE.
              SET AT-OP-CHANGE TO TRUE.
              PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
              MOVE CK-AMOUNT TO WS-PAY-NET.
              PERFORM 5160-REOPEN-DISCOUNT THRU 5160-EXIT.
              PERFORM 5170-REOPEN-INVOICE-FX THRU 5170-EXIT.
              PERFORM 8100-WRITE-VOID-GL-ENTRY THRU 8100-EXIT.
              IF WS-REOPEN-COUNT < WS-REOPEN-MAX
                 ADD 1 TO WS-REOPEN-COUNT
                 MOVE SI-INVOICE-NUMBER
                   TO WS-REOPEN-INVOICE(WS-REOPEN-COUNT)
              END-IF.
       5150-EXIT.
              EXIT.

      * Puts the reopened invoice's discount back on offer when the
      * voided cheque settled it, leaving in WS-PAY-DISC the
      * discount the cheque took so the reversal unwinds it too.
       5160-REOPEN-DISCOUNT.
              MOVE ZEROS TO WS-PAY-DISC.
              MOVE SI-INVOICE-NUMBER TO PD-INVOICE-NUMBER.
              READ SUPPLIER-DISC-FILE
                 INVALID KEY
                    GO TO 5160-EXIT
              END-READ.
              IF PD-STATUS-OFFERED
                 OR PD-CHEQUE-NUMBER NOT = CK-CHEQUE-NUMBER
                 GO TO 5160-EXIT
              END-IF.
              MOVE SUPPLIER-DISC-REC TO WS-AUDIT-DISC-BEFORE.
              IF PD-STATUS-TAKEN
                 MOVE PD-TAKEN-AMOUNT TO WS-PAY-DISC
              END-IF.
              SET PD-STATUS-OFFERED TO TRUE.
              MOVE ZEROS TO PD-TAKEN-AMOUNT PD-PAID-DATE
                            PD-CHEQUE-NUMBER.
              REWRITE SUPPLIER-DISC-REC
                 INVALID KEY
                    DISPLAY "DISCOUNT NOT REOPENED - STATUS "
                            WS-DISC-STATUS
                    GO TO 5160-EXIT
              END-REWRITE.
              MOVE PD-INVOICE-NUMBER TO AT-KEY-VALUE.
              MOVE WS-AUDIT-DISC-BEFORE TO AT-BEFORE-IMAGE.
              MOVE SUPPLIER-DISC-REC TO AT-AFTER-IMAGE.
              SET AT-OP-CHANGE TO TRUE.
              PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
       5160-EXIT.
              EXIT.

      * When the voided cheque settled a foreign invoice, values its
      * cheque line and discount back at the rate it was paid at,
      * picks up the realized gain(+)/loss(-) and revaluation the
      * payment booked and reversed, for 8100-WRITE-VOID-GL-ENTRY
      * to unwind, and clears the settlement off SUPPLIER-FX-REC.
       5170-REOPEN-INVOICE-FX.
              MOVE "N" TO WS-FX-INVOICE-SW.
              MOVE WS-PAY-NET TO WS-HOME-NET.
              MOVE WS-PAY-DISC TO WS-HOME-DISC.
              MOVE ZEROS TO WS-FX-REVAL WS-FX-REALIZED.
              MOVE SI-INVOICE-NUMBER TO XI-INVOICE-NUMBER.
              READ SUPPLIER-FX-FILE
                 INVALID KEY
                    GO TO 5170-EXIT
              END-READ.
              IF XI-CHEQUE-NUMBER NOT = CK-CHEQUE-NUMBER
                 GO TO 5170-EXIT
              END-IF.
              MOVE SUPPLIER-FX-REC TO WS-AUDIT-FX-BEFORE.
              SET WS-FX-INVOICE TO TRUE.
              COMPUTE WS-HOME-NET ROUNDED = WS-PAY-NET * XI-PAY-RATE.
              COMPUTE WS-HOME-DISC ROUNDED =
                    WS-PAY-DISC * XI-PAY-RATE.
              MOVE XI-REVAL-AMOUNT TO WS-FX-REVAL.
              MOVE XI-REALIZED-AMOUNT TO WS-FX-REALIZED.
              MOVE ZEROS TO XI-PAY-RATE XI-REALIZED-AMOUNT
                            XI-PAID-DATE XI-CHEQUE-NUMBER.
              REWRITE SUPPLIER-FX-REC
                 INVALID KEY
                    DISPLAY "CURRENCY RECORD NOT REOPENED - STATUS "
                            WS-FX-STATUS
                    GO TO 5170-EXIT
              END-REWRITE.
              MOVE XI-INVOICE-NUMBER TO AT-KEY-VALUE.
              MOVE WS-AUDIT-FX-BEFORE TO AT-BEFORE-IMAGE.
              MOVE SUPPLIER-FX-REC TO AT-AFTER-IMAGE.
              SET AT-OP-CHANGE TO TRUE.
              PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
       5170-EXIT.
              EXIT.

      * Pays the invoices just reopened again on a new cheque off
      * the controlled sequence, printed and reported to the bank
      * like any run's, and ties the two cheques to each other.
       5200-REISSUE-CHEQUE.
              MOVE CQ-SUPPLIER-NUMBER TO SU-SUPPLIER-NUMBER.
              READ SUPPLIER-MASTER-FILE
                 INVALID KEY
                    MOVE CQ-PAYEE-NAME TO SU-SUPPLIER-NAME
              END-READ.
              PERFORM 4060-CHECK-PAYMENT-HOLD THRU 4060-EXIT.
              IF WS-ON-HOLD
                 DISPLAY "SUPPLIER IS ON PAYMENT HOLD (" SV-REASON
                         ") - INVOICES LEFT OPEN, NOT REISSUED."
                 GO TO 5200-EXIT
              END-IF.
              PERFORM 4065-SET-PAY-RATE THRU 4065-EXIT.
              IF WS-NO-RATE
                 DISPLAY "NO " SU-CURRENCY-CODE " EXCHANGE RATE ON "
                         "FILE - INVOICES LEFT OPEN, NOT REISSUED."
                 GO TO 5200-EXIT
              END-IF.
              PERFORM 4010-SET-FIRST-CHEQUE THRU 4010-EXIT.
              IF WS-CHQ-ERROR
                 DISPLAY "INVOICES LEFT OPEN FOR THE NEXT PAYMENT RUN."
                 GO TO 5200-EXIT
              END-IF.
              PERFORM 4020-OPEN-CHEQUE-OUTPUT THRU 4020-EXIT.
              IF WS-CHQ-ERROR
                 GO TO 5200-EXIT
              END-IF.
              MOVE ZEROS TO WS-PAY-COUNT WS-PAY-TOTAL WS-CHQ-COUNT.
              MOVE ZEROS TO WS-CHQ-LINES WS-CHQ-TOTAL.
              MOVE WS-VOID-CHEQUE TO WS-CHQ-REPLACES.
              PERFORM VARYING WS-REOPEN-IX FROM 1 BY 1
                    UNTIL WS-REOPEN-IX > WS-REOPEN-COUNT
                 MOVE WS-REOPEN-INVOICE(WS-REOPEN-IX)
                   TO SI-INVOICE-NUMBER
                 READ SUPPLIER-INVOICE-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                       IF SI-STATUS-PASSED
                          PERFORM 4100-PAY-ONE-INVOICE THRU 4100-EXIT
                       END-IF
                 END-READ
              END-PERFORM.
              IF WS-CHQ-LINES > ZEROS
                 PERFORM 4200-ISSUE-CHEQUE THRU 4200-EXIT
              END-IF.
              PERFORM 4030-CLOSE-CHEQUE-OUTPUT THRU 4030-EXIT.
              MOVE ZEROS TO WS-CHQ-REPLACES.
              IF WS-CHQ-COUNT = ZEROS
                 GO TO 5200-EXIT
              END-IF.
              MOVE WS-VOID-CHEQUE TO CQ-CHEQUE-NUMBER.
              READ AP-CHEQUE-FILE
                 INVALID KEY
                    GO TO 5200-EXIT
              END-READ.
              MOVE AP-CHEQUE-REC TO WS-AUDIT-CHQ-BEFORE.
              MOVE WS-CHQ-NUMBER TO CQ-REISSUED-AS.
              REWRITE AP-CHEQUE-REC
                 INVALID KEY
                    DISPLAY "CHEQUE NOT UPDATED - STATUS "
                            WS-CHQ-STATUS
                 NOT INVALID KEY
                    MOVE CQ-CHEQUE-NUMBER TO AT-KEY-VALUE
                    MOVE WS-AUDIT-CHQ-BEFORE TO AT-BEFORE-IMAGE
                    MOVE AP-CHEQUE-REC TO AT-AFTER-IMAGE
                    SET AT-OP-CHANGE TO TRUE
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
              END-REWRITE.
              DISPLAY "CHEQUE " WS-VOID-CHEQUE " REISSUED AS CHEQUE "
                      WS-CHQ-NUMBER ".".
       5200-EXIT.
              EXIT.

      * Counts the invoice payments on cheque WS-VOID-CHEQUE and
      * how many of them BankRecon.cbl has cleared against a bank
      * statement; WS-CLR-STATE comes back CLEARED once all have.
       5300-CHECK-CLEARED.
              MOVE ZEROS TO WS-CLR-LINES WS-CLR-CLEARED.
              MOVE WS-VOID-CHEQUE TO CK-CHEQUE-NUMBER.
              MOVE ZEROS TO CK-INVOICE-NUMBER.
              SET WS-CHQ-MORE TO TRUE.
              START CHEQUE-LINE-FILE
                    KEY IS NOT LESS THAN CK-LINE-KEY
                 INVALID KEY MOVE "N" TO WS-CHQ-MORE-SW
              END-START.
              PERFORM UNTIL NOT WS-CHQ-MORE
                 READ CHEQUE-LINE-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-CHQ-MORE-SW
                    NOT AT END
                       IF CK-CHEQUE-NUMBER NOT = WS-VOID-CHEQUE
                          MOVE "N" TO WS-CHQ-MORE-SW
                       ELSE
                          ADD 1 TO WS-CLR-LINES
                          PERFORM 5350-CHECK-ONE-CLEARED
                             THRU 5350-EXIT
                       END-IF
                 END-READ
              END-PERFORM.
              MOVE "ISSUED" TO WS-CLR-STATE.
              IF WS-CLR-CLEARED > ZEROS
                 IF WS-CLR-CLEARED = WS-CLR-LINES
                    MOVE "CLEARED" TO WS-CLR-STATE
                 ELSE
                    MOVE "PART-CLR" TO WS-CLR-STATE
                 END-IF
              END-IF.
       5300-EXIT.
              EXIT.

       5350-CHECK-ONE-CLEARED.
              IF NOT WS-BCLR-OPEN
                 GO TO 5350-EXIT
              END-IF.
              MOVE CK-INVOICE-NUMBER TO WS-CLR-INVOICE-NUMBER.
              MOVE CK-PAYMENT-DATE TO WS-CLR-PAYMENT-DATE.
              SET BC-SOURCE-PAYMENT TO TRUE.
              MOVE WS-CLR-PAYMENT-REF TO BC-SOURCE-REF.
              READ BANK-CLEARED-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY ADD 1 TO WS-CLR-CLEARED
              END-READ.
       5350-EXIT.
              EXIT.

      * Cheque register for an issue-date range: every cheque with
      * its payee, amount and where it stands - issued and still
      * outstanding, cleared by the bank, or voided (with the
      * cheque it was reissued as) - and the totals of each.
       6000-CHEQUE-REGISTER.
              DISPLAY "ENTER FROM ISSUE DATE (YYYYMMDD, ZERO FOR "
                      "ALL): ".
              MOVE ZEROS TO WS-REG-FROM-DATE.
              ACCEPT WS-REG-FROM-DATE.
              DISPLAY "ENTER TO ISSUE DATE (YYYYMMDD, ZERO FOR "
                      "TODAY): ".
              MOVE ZEROS TO WS-REG-TO-DATE.
              ACCEPT WS-REG-TO-DATE.
              IF WS-REG-TO-DATE = ZEROS
                 MOVE WS-TODAY-DATE TO WS-REG-TO-DATE
              END-IF.
              MOVE ZEROS TO WS-REG-ISSUED-COUNT WS-REG-ISSUED-TOTAL
                            WS-REG-CLEARED-COUNT WS-REG-CLEARED-TOTAL
                            WS-REG-VOIDED-COUNT WS-REG-VOIDED-TOTAL.
              DISPLAY "CHEQUE REGISTER " WS-REG-FROM-DATE " THROUGH "
                      WS-REG-TO-DATE.
              DISPLAY "CHEQUE   SUPP  PAYEE                     "
                      "ISSUED   AMOUNT       STATUS   VOIDED   "
                      "REISSUED/REPLACES".
              MOVE ZEROS TO CQ-CHEQUE-NUMBER.
              SET WS-PAY-MORE TO TRUE.
              START AP-CHEQUE-FILE
                    KEY IS NOT LESS THAN CQ-CHEQUE-NUMBER
                 INVALID KEY MOVE "N" TO WS-PAY-MORE-SW
              END-START.
              PERFORM UNTIL NOT WS-PAY-MORE
                 READ AP-CHEQUE-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-PAY-MORE-SW
                    NOT AT END
                       IF CQ-ISSUE-DATE NOT < WS-REG-FROM-DATE
                          AND CQ-ISSUE-DATE NOT > WS-REG-TO-DATE
                          PERFORM 6100-REGISTER-ONE-CHEQUE
                             THRU 6100-EXIT
                       END-IF
                 END-READ
              END-PERFORM.
              DISPLAY "OUTSTANDING: " WS-REG-ISSUED-COUNT " "
                      WS-REG-ISSUED-TOTAL.
              DISPLAY "CLEARED:     " WS-REG-CLEARED-COUNT " "
                      WS-REG-CLEARED-TOTAL.
              DISPLAY "VOIDED:      " WS-REG-VOIDED-COUNT " "
                      WS-REG-VOIDED-TOTAL.
       6000-EXIT.
              EXIT.

       6100-REGISTER-ONE-CHEQUE.
              IF CQ-STATUS-VOIDED
                 MOVE "VOIDED" TO WS-CLR-STATE
                 ADD 1 TO WS-REG-VOIDED-COUNT
                 ADD CQ-AMOUNT TO WS-REG-VOIDED-TOTAL
              ELSE
                 MOVE CQ-CHEQUE-NUMBER TO WS-VOID-CHEQUE
                 PERFORM 5300-CHECK-CLEARED THRU 5300-EXIT
                 IF WS-CLR-STATE = "CLEARED"
                    ADD 1 TO WS-REG-CLEARED-COUNT
                    ADD CQ-AMOUNT TO WS-REG-CLEARED-TOTAL
                 ELSE
                    ADD 1 TO WS-REG-ISSUED-COUNT
                    ADD CQ-AMOUNT TO WS-REG-ISSUED-TOTAL
                 END-IF
              END-IF.
              DISPLAY CQ-CHEQUE-NUMBER " " CQ-SUPPLIER-NUMBER " "
                      CQ-PAYEE-NAME " " CQ-ISSUE-DATE " "
                      CQ-AMOUNT " " WS-CLR-STATE " "
                      CQ-VOID-DATE " " CQ-REISSUED-AS "/"
                      CQ-REPLACES-CHEQUE.
       6100-EXIT.
              EXIT.

      * Prompt-payment discounts taken against those missed, one
      * line per supplier, for a date range: a discount counts as
      * taken on the day it came off a cheque, and as missed on its
      * discount date - whether the invoice was paid late or is
      * still unpaid with the date gone by.
       6500-DISCOUNT-REPORT.
              DISPLAY "ENTER FROM DATE (YYYYMMDD, ZERO FOR ALL): ".
              MOVE ZEROS TO WS-DRPT-FROM-DATE.
              ACCEPT WS-DRPT-FROM-DATE.
              DISPLAY "ENTER TO DATE (YYYYMMDD, ZERO FOR TODAY): ".
              MOVE ZEROS TO WS-DRPT-TO-DATE.
              ACCEPT WS-DRPT-TO-DATE.
              IF WS-DRPT-TO-DATE = ZEROS
                 MOVE WS-TODAY-DATE TO WS-DRPT-TO-DATE
              END-IF.
              MOVE ZEROS TO WS-DRPT-ALL-TAKEN-CT WS-DRPT-ALL-TAKEN
                            WS-DRPT-ALL-MISSED-CT WS-DRPT-ALL-MISSED.
              DISPLAY "PROMPT-PAYMENT DISCOUNTS " WS-DRPT-FROM-DATE
                      " THROUGH " WS-DRPT-TO-DATE.
              DISPLAY "SUPP  NAME                      TAKEN "
                      "AMOUNT        MISSED AMOUNT".
              MOVE "00" TO WS-SUPP-STATUS.
              MOVE LOW-VALUES TO SU-SUPPLIER-NUMBER.
              START SUPPLIER-MASTER-FILE
                    KEY IS NOT LESS THAN SU-SUPPLIER-NUMBER
                 INVALID KEY MOVE "10" TO WS-SUPP-STATUS
              END-START.
              PERFORM UNTIL WS-SUPP-STATUS NOT = "00"
                 READ SUPPLIER-MASTER-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-SUPP-STATUS
                    NOT AT END
                       PERFORM 6550-DISCOUNTS-ONE-SUPPLIER
                          THRU 6550-EXIT
                 END-READ
              END-PERFORM.
              DISPLAY "TOTAL TAKEN:  " WS-DRPT-ALL-TAKEN-CT " "
                      WS-DRPT-ALL-TAKEN.
              DISPLAY "TOTAL MISSED: " WS-DRPT-ALL-MISSED-CT " "
                      WS-DRPT-ALL-MISSED.
       6500-EXIT.
              EXIT.

       6550-DISCOUNTS-ONE-SUPPLIER.
              MOVE ZEROS TO WS-DRPT-TAKEN-COUNT WS-DRPT-TAKEN-TOTAL
                            WS-DRPT-MISSED-COUNT WS-DRPT-MISSED-TOTAL.
              SET WS-DRPT-MORE TO TRUE.
              MOVE LOW-VALUES TO PD-INVOICE-NUMBER.
              START SUPPLIER-DISC-FILE
                    KEY IS NOT LESS THAN PD-INVOICE-NUMBER
                 INVALID KEY MOVE "N" TO WS-DRPT-MORE-SW
              END-START.
              PERFORM UNTIL NOT WS-DRPT-MORE
                 READ SUPPLIER-DISC-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-DRPT-MORE-SW
                    NOT AT END
                       IF PD-SUPPLIER-NUMBER = SU-SUPPLIER-NUMBER
                          PERFORM 6560-COUNT-ONE-DISCOUNT
                             THRU 6560-EXIT
                       END-IF
                 END-READ
              END-PERFORM.
              IF WS-DRPT-TAKEN-COUNT = ZEROS
                 AND WS-DRPT-MISSED-COUNT = ZEROS
                 GO TO 6550-EXIT
              END-IF.
              DISPLAY SU-SUPPLIER-NUMBER " " SU-SUPPLIER-NAME " "
                      WS-DRPT-TAKEN-COUNT " " WS-DRPT-TAKEN-TOTAL " "
                      WS-DRPT-MISSED-COUNT " " WS-DRPT-MISSED-TOTAL.
              ADD WS-DRPT-TAKEN-COUNT TO WS-DRPT-ALL-TAKEN-CT.
              ADD WS-DRPT-TAKEN-TOTAL TO WS-DRPT-ALL-TAKEN.
              ADD WS-DRPT-MISSED-COUNT TO WS-DRPT-ALL-MISSED-CT.
              ADD WS-DRPT-MISSED-TOTAL TO WS-DRPT-ALL-MISSED.
       6550-EXIT.
              EXIT.

       6560-COUNT-ONE-DISCOUNT.
              EVALUATE TRUE
                 WHEN PD-STATUS-TAKEN
                    MOVE PD-PAID-DATE TO WS-DRPT-DATE
                 WHEN PD-STATUS-MISSED
                    MOVE PD-DISC-DATE TO WS-DRPT-DATE
                 WHEN PD-DISC-DATE < WS-TODAY-DATE
                    MOVE PD-DISC-DATE TO WS-DRPT-DATE
                 WHEN OTHER
                    GO TO 6560-EXIT
              END-EVALUATE.
              IF WS-DRPT-DATE < WS-DRPT-FROM-DATE
                 OR WS-DRPT-DATE > WS-DRPT-TO-DATE
                 GO TO 6560-EXIT
              END-IF.
              IF PD-STATUS-TAKEN
                 ADD 1 TO WS-DRPT-TAKEN-COUNT
                 ADD PD-TAKEN-AMOUNT TO WS-DRPT-TAKEN-TOTAL
              ELSE
                 ADD 1 TO WS-DRPT-MISSED-COUNT
                 ADD PD-DISC-AMOUNT TO WS-DRPT-MISSED-TOTAL
              END-IF.
       6560-EXIT.
              EXIT.

      * Realized exchange gains and losses on foreign invoices paid
      * in a date range: one line per supplier, with the currency,
      * the invoices settled, their foreign amount, the home amount
      * they were booked at, the home cost of settling them, and
      * the realized gain(+)/loss(-); then the same by currency and
      * the period's total in home currency.
       6600-REALIZED-FX-REPORT.
              DISPLAY "ENTER FROM PAID DATE (YYYYMMDD, ZERO FOR "
                      "ALL): ".
              MOVE ZEROS TO WS-RFX-FROM-DATE.
              ACCEPT WS-RFX-FROM-DATE.
              DISPLAY "ENTER TO PAID DATE (YYYYMMDD, ZERO FOR "
                      "TODAY): ".
              MOVE ZEROS TO WS-RFX-TO-DATE.
              ACCEPT WS-RFX-TO-DATE.
              IF WS-RFX-TO-DATE = ZEROS
                 MOVE WS-TODAY-DATE TO WS-RFX-TO-DATE
              END-IF.
              MOVE ZEROS TO WS-RFX-ALL-COUNT WS-RFX-ALL-REALIZED
                            WS-RFX-CUR-USED.
              INITIALIZE WS-RFX-CUR-TABLE.
              DISPLAY "REALIZED FX GAIN(+)/LOSS(-) PAID "
                      WS-RFX-FROM-DATE " THROUGH " WS-RFX-TO-DATE.
              DISPLAY "SUPP  NAME                      CUR COUNT "
                      "FOREIGN          BOOKED HOME      "
                      "SETTLED HOME     REALIZED".
              MOVE "00" TO WS-SUPP-STATUS.
              MOVE LOW-VALUES TO SU-SUPPLIER-NUMBER.
              START SUPPLIER-MASTER-FILE
                    KEY IS NOT LESS THAN SU-SUPPLIER-NUMBER
                 INVALID KEY MOVE "10" TO WS-SUPP-STATUS
              END-START.
              PERFORM UNTIL WS-SUPP-STATUS NOT = "00"
                 READ SUPPLIER-MASTER-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-SUPP-STATUS
                    NOT AT END
                       PERFORM 6650-REALIZED-ONE-SUPPLIER
                          THRU 6650-EXIT
                 END-READ
              END-PERFORM.
              DISPLAY "BY CURRENCY:".
              PERFORM VARYING WS-RFX-CUR-IX FROM 1 BY 1
                    UNTIL WS-RFX-CUR-IX > WS-RFX-CUR-USED
                 DISPLAY "      "
                         WS-RFX-CUR-CODE(WS-RFX-CUR-IX) " "
                         WS-RFX-CUR-COUNT(WS-RFX-CUR-IX) " "
                         WS-RFX-CUR-FOREIGN(WS-RFX-CUR-IX) " "
                         WS-RFX-CUR-BOOKED(WS-RFX-CUR-IX) " "
                         WS-RFX-CUR-SETTLED(WS-RFX-CUR-IX) " "
                         WS-RFX-CUR-REALIZED(WS-RFX-CUR-IX)
              END-PERFORM.
              DISPLAY "TOTAL REALIZED (HOME): " WS-RFX-ALL-COUNT " "
                      WS-RFX-ALL-REALIZED.
       6600-EXIT.
              EXIT.

       6650-REALIZED-ONE-SUPPLIER.
              MOVE ZEROS TO WS-RFX-SUPP-COUNT WS-RFX-SUPP-FOREIGN
                            WS-RFX-SUPP-BOOKED WS-RFX-SUPP-SETTLED
                            WS-RFX-SUPP-REALIZED.
              MOVE SU-CURRENCY-CODE TO WS-RFX-SUPP-CURRENCY.
              SET WS-RFX-MORE TO TRUE.
              MOVE LOW-VALUES TO XI-INVOICE-NUMBER.
              START SUPPLIER-FX-FILE
                    KEY IS NOT LESS THAN XI-INVOICE-NUMBER
                 INVALID KEY MOVE "N" TO WS-RFX-MORE-SW
              END-START.
              PERFORM UNTIL NOT WS-RFX-MORE
                 READ SUPPLIER-FX-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-RFX-MORE-SW
                    NOT AT END
                       IF XI-SUPPLIER-NUMBER = SU-SUPPLIER-NUMBER
                          AND XI-PAID-DATE > ZEROS
                          AND XI-PAID-DATE NOT < WS-RFX-FROM-DATE
                          AND XI-PAID-DATE NOT > WS-RFX-TO-DATE
                          PERFORM 6660-COUNT-ONE-REALIZED
                             THRU 6660-EXIT
                       END-IF
                 END-READ
              END-PERFORM.
              IF WS-RFX-SUPP-COUNT = ZEROS
                 GO TO 6650-EXIT
              END-IF.
              DISPLAY SU-SUPPLIER-NUMBER " " SU-SUPPLIER-NAME " "
                      WS-RFX-SUPP-CURRENCY " " WS-RFX-SUPP-COUNT " "
                      WS-RFX-SUPP-FOREIGN " " WS-RFX-SUPP-BOOKED " "
                      WS-RFX-SUPP-SETTLED " " WS-RFX-SUPP-REALIZED.
              ADD WS-RFX-SUPP-COUNT TO WS-RFX-ALL-COUNT.
              ADD WS-RFX-SUPP-REALIZED TO WS-RFX-ALL-REALIZED.
       6650-EXIT.
              EXIT.

      * One settled invoice into its supplier's line and its
      * currency's entry.  The foreign amount settled is the
      * invoice's SI-AMOUNT, cheque line and discount together.
       6660-COUNT-ONE-REALIZED.
              MOVE XI-INVOICE-NUMBER TO SI-INVOICE-NUMBER.
              READ SUPPLIER-INVOICE-FILE
                 INVALID KEY
                    MOVE ZEROS TO SI-AMOUNT
              END-READ.
              MOVE XI-CURRENCY-CODE TO WS-RFX-SUPP-CURRENCY.
              COMPUTE WS-RFX-SETTLED =
                    XI-HOME-AMOUNT - XI-REALIZED-AMOUNT.
              ADD 1 TO WS-RFX-SUPP-COUNT.
              ADD SI-AMOUNT TO WS-RFX-SUPP-FOREIGN.
              ADD XI-HOME-AMOUNT TO WS-RFX-SUPP-BOOKED.
              ADD WS-RFX-SETTLED TO WS-RFX-SUPP-SETTLED.
              ADD XI-REALIZED-AMOUNT TO WS-RFX-SUPP-REALIZED.
              PERFORM VARYING WS-RFX-CUR-IX FROM 1 BY 1
                    UNTIL WS-RFX-CUR-IX > WS-RFX-CUR-USED
                       OR WS-RFX-CUR-CODE(WS-RFX-CUR-IX)
                          = XI-CURRENCY-CODE
                 CONTINUE
              END-PERFORM.
              IF WS-RFX-CUR-IX > WS-RFX-CUR-USED
                 IF WS-RFX-CUR-USED NOT < WS-RFX-CUR-MAX
                    GO TO 6660-EXIT
                 END-IF
                 ADD 1 TO WS-RFX-CUR-USED
                 MOVE WS-RFX-CUR-USED TO WS-RFX-CUR-IX
                 MOVE XI-CURRENCY-CODE TO WS-RFX-CUR-CODE(WS-RFX-CUR-IX)
              END-IF.
              ADD 1 TO WS-RFX-CUR-COUNT(WS-RFX-CUR-IX).
              ADD SI-AMOUNT TO WS-RFX-CUR-FOREIGN(WS-RFX-CUR-IX).
              ADD XI-HOME-AMOUNT TO WS-RFX-CUR-BOOKED(WS-RFX-CUR-IX).
              ADD WS-RFX-SETTLED TO WS-RFX-CUR-SETTLED(WS-RFX-CUR-IX).
              ADD XI-REALIZED-AMOUNT
                 TO WS-RFX-CUR-REALIZED(WS-RFX-CUR-IX).
       6660-EXIT.
              EXIT.

      *    Common audit-trail append, called once a payment has set
      *    AT-KEY-VALUE and the before/after images.
       7000-WRITE-AUDIT-RECORD.
              ACCEPT AT-TS-DATE FROM DATE YYYYMMDD.
              ACCEPT AT-TS-TIME FROM TIME.
              MOVE "APPaymentRun" TO AT-PROGRAM-ID.
              CALL "AuditChain" USING AUDIT-TRAIL-REC.
              WRITE AUDIT-TRAIL-REC.
       7000-EXIT.
              EXIT.

      *    Records who paid the invoice just settled - the operator
      *    signed on through MainMenu.cbl, or "BATCH" when the run is
      *    made on its own - so SodConflictRpt.cbl can set it against
      *    whoever keyed the invoice in SupplierInvoiceMgmt.cbl.  The
      *    log is opened and closed per entry, the same as
      *    PermCheck.cbl's writes to the operator activity log.
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
              SET DY-STEP-PAID TO TRUE.
              MOVE SI-INVOICE-NUMBER TO DY-TXN-KEY.
              IF PC-ALLOWED
                 MOVE PC-OPERATOR-ID TO DY-OPERATOR-ID
              ELSE
                 MOVE "BATCH" TO DY-OPERATOR-ID
              END-IF.
              MOVE "APPaymentRun" TO DY-PROGRAM-ID.
              WRITE DUTY-LOG-REC.
              CLOSE DUTY-LOG-FILE.
       7100-EXIT.
              EXIT.

      *    Posts one payment to the general ledger interface file as
      *    a debit to accounts payable for the invoice amount, a
      *    credit to cash for what the cheque pays, and a credit to
      *    purchase discounts for any prompt-payment discount taken.
      *    A foreign invoice clears the payable at the home amount it
      *    was booked at and credits cash and discounts at their home
      *    value today; 8050-WRITE-FX-GL-ENTRY books the difference.
       8000-WRITE-GL-ENTRY.
              MOVE GL-ACCT-ACCOUNTS-PAYBL TO GL-ACCOUNT-CODE.
              SET GL-DEBIT TO TRUE.
              IF WS-FX-INVOICE
                 MOVE XI-HOME-AMOUNT TO GL-AMOUNT
              ELSE
                 MOVE SI-AMOUNT TO GL-AMOUNT
              END-IF.
              MOVE SI-INVOICE-NUMBER TO GL-REFERENCE.
              ACCEPT GL-TXN-DATE FROM DATE YYYYMMDD.
              MOVE "APPaymentRun" TO GL-SOURCE-PROGRAM.
              WRITE GL-INTERFACE-REC.
              MOVE GL-ACCT-CASH TO GL-ACCOUNT-CODE.
              SET GL-CREDIT TO TRUE.
              MOVE WS-HOME-NET TO GL-AMOUNT.
              WRITE GL-INTERFACE-REC.
              IF WS-HOME-DISC > ZEROS
                 MOVE GL-ACCT-PURCH-DISCOUNT TO GL-ACCOUNT-CODE
                 MOVE WS-HOME-DISC TO GL-AMOUNT
                 WRITE GL-INTERFACE-REC
              END-IF.
              IF WS-FX-INVOICE
                 PERFORM 8050-WRITE-FX-GL-ENTRY THRU 8050-EXIT
              END-IF.
       8000-EXIT.
              EXIT.

      *    A foreign invoice's exchange legs: the realized gain to
      *    its own credit, or loss to its own debit, and the
      *    unrealized revaluation FxRevalRun.cbl booked on the
      *    invoice taken back out of accounts payable - a gain
      *    debited back to FX gain, a loss credited back to FX loss.
       8050-WRITE-FX-GL-ENTRY.
              IF WS-FX-REALIZED > ZEROS
                 MOVE GL-ACCT-FX-REAL-GAIN TO GL-ACCOUNT-CODE
                 SET GL-CREDIT TO TRUE
                 MOVE WS-FX-REALIZED TO GL-AMOUNT
                 WRITE GL-INTERFACE-REC
              END-IF.
              IF WS-FX-REALIZED < ZEROS
                 MOVE GL-ACCT-FX-REAL-LOSS TO GL-ACCOUNT-CODE
                 SET GL-DEBIT TO TRUE
                 COMPUTE GL-AMOUNT = WS-FX-REALIZED * -1
                 WRITE GL-INTERFACE-REC
              END-IF.
              IF WS-FX-REVAL > ZEROS
                 MOVE GL-ACCT-FX-GAIN TO GL-ACCOUNT-CODE
                 SET GL-DEBIT TO TRUE
                 MOVE WS-FX-REVAL TO GL-AMOUNT
                 WRITE GL-INTERFACE-REC
                 MOVE GL-ACCT-ACCOUNTS-PAYBL TO GL-ACCOUNT-CODE
                 SET GL-CREDIT TO TRUE
                 WRITE GL-INTERFACE-REC
              END-IF.
              IF WS-FX-REVAL < ZEROS
                 MOVE GL-ACCT-ACCOUNTS-PAYBL TO GL-ACCOUNT-CODE
                 SET GL-DEBIT TO TRUE
                 COMPUTE GL-AMOUNT = WS-FX-REVAL * -1
                 WRITE GL-INTERFACE-REC
                 MOVE GL-ACCT-FX-LOSS TO GL-ACCOUNT-CODE
                 SET GL-CREDIT TO TRUE
                 WRITE GL-INTERFACE-REC
              END-IF.
       8050-EXIT.
              EXIT.

      *    Reverses one voided cheque's payment of an invoice: cash
      *    back, any discount taken given up, and the payable
      *    reinstated, under the same invoice reference
      *    8000-WRITE-GL-ENTRY paid it under.
       8100-WRITE-VOID-GL-ENTRY.
              MOVE GL-ACCT-CASH TO GL-ACCOUNT-CODE.
              SET GL-DEBIT TO TRUE.
              MOVE WS-HOME-NET TO GL-AMOUNT.
              MOVE SI-INVOICE-NUMBER TO GL-REFERENCE.
              ACCEPT GL-TXN-DATE FROM DATE YYYYMMDD.
              MOVE "APPaymentRun" TO GL-SOURCE-PROGRAM.
              WRITE GL-INTERFACE-REC.
              IF WS-HOME-DISC > ZEROS
                 MOVE GL-ACCT-PURCH-DISCOUNT TO GL-ACCOUNT-CODE
                 MOVE WS-HOME-DISC TO GL-AMOUNT
                 WRITE GL-INTERFACE-REC
              END-IF.
              MOVE GL-ACCT-ACCOUNTS-PAYBL TO GL-ACCOUNT-CODE.
              SET GL-CREDIT TO TRUE.
              IF WS-FX-INVOICE
                 MOVE XI-HOME-AMOUNT TO GL-AMOUNT
              ELSE
                 COMPUTE GL-AMOUNT = WS-HOME-NET + WS-HOME-DISC
              END-IF.
              WRITE GL-INTERFACE-REC.
              IF WS-FX-INVOICE
                 PERFORM 8110-WRITE-VOID-FX-GL-ENTRY THRU 8110-EXIT
              END-IF.
       8100-EXIT.
              EXIT.

      *    Unwinds 8050-WRITE-FX-GL-ENTRY for a voided payment: the
      *    realized gain or loss taken back, and the invoice's
      *    revaluation reinstated against accounts payable.
       8110-WRITE-VOID-FX-GL-ENTRY.
              IF WS-FX-REALIZED > ZEROS
                 MOVE GL-ACCT-FX-REAL-GAIN TO GL-ACCOUNT-CODE
                 SET GL-DEBIT TO TRUE
                 MOVE WS-FX-REALIZED TO GL-AMOUNT
                 WRITE GL-INTERFACE-REC
              END-IF.
              IF WS-FX-REALIZED < ZEROS
                 MOVE GL-ACCT-FX-REAL-LOSS TO GL-ACCOUNT-CODE
                 SET GL-CREDIT TO TRUE
                 COMPUTE GL-AMOUNT = WS-FX-REALIZED * -1
                 WRITE GL-INTERFACE-REC
              END-IF.
              IF WS-FX-REVAL > ZEROS
                 MOVE GL-ACCT-ACCOUNTS-PAYBL TO GL-ACCOUNT-CODE
                 SET GL-DEBIT TO TRUE
                 MOVE WS-FX-REVAL TO GL-AMOUNT
                 WRITE GL-INTERFACE-REC
                 MOVE GL-ACCT-FX-GAIN TO GL-ACCOUNT-CODE
                 SET GL-CREDIT TO TRUE
                 WRITE GL-INTERFACE-REC
              END-IF.
              IF WS-FX-REVAL < ZEROS
                 MOVE GL-ACCT-FX-LOSS TO GL-ACCOUNT-CODE
                 SET GL-DEBIT TO TRUE
                 COMPUTE GL-AMOUNT = WS-FX-REVAL * -1
                 WRITE GL-INTERFACE-REC
                 MOVE GL-ACCT-ACCOUNTS-PAYBL TO GL-ACCOUNT-CODE
                 SET GL-CREDIT TO TRUE
                 WRITE GL-INTERFACE-REC
              END-IF.
       8110-EXIT.
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
