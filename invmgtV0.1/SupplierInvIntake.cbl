       IDENTIFICATION DIVISION.
       PROGRAM-ID. SupplierInvIntake.
       AUTHOR AMRESH KADIAN.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *  ELECTRONIC SUPPLIER INVOICE INTAKE - reads the invoice file  *
      *  a supplier sends in place of paper (SINVFEED.DAT, see        *
      *  SINVFEED.CPY) and records each invoice on SUPPLIER-INVOICE-  *
      *  FILE through the same three-way match that                   *
      *  SupplierInvoiceMgmt.cbl makes on a keyed invoice, so the     *
      *  larger suppliers' invoices stop being keyed one at a time.   *
      *  Each line is validated first - supplier on SUPPLIER-MASTER,  *
      *  PO on PURCHASE-ORDER and raised to that supplier, quantity   *
      *  and cost present, and                                        *
      *  the supplier's invoice reference not already on file for     *
      *  that supplier - and a line failing any check is rejected     *
      *  with its reason and nothing is written.  A valid line is     *
      *  matched exactly as a keyed one: passed for payment with its  *
      *  due date (and any prompt-payment discount, see SUPPDISC.CPY) *
      *  or held with the reason for a buyer to resolve in            *
      *  SupplierInvoiceMgmt.cbl.                                     *
      *                                                               *
      *  The intake control report (SINVCTL.RPT, handed to the        *
      *  spooler) lists every line and its outcome, and reconciles    *
      *  each supplier batch to the count and amount on the           *
      *  supplier's control trailer, with the record counts and       *
      *  amounts in, accepted and rejected.  Reached from             *
      *  SupplierInvoiceMgmt.cbl's menu.                              *
      *                                                               *
      *  A line quoting the supplier's own part number is translated  *
      *  back to our item through SUPPLIER-XREF-FILE (see             *
      *  SUPPXREF.CPY) and rejected when the part is not on file or   *
      *  is not the item the PO was raised for.                       *
      *                                                               *
      *  An invoice from a supplier billing in a foreign currency is  *
      *  recorded on SUPPLIER-FX-FILE (see SUPPFX.CPY) at the rate in *
      *  effect on its invoice date, as a keyed one is.               *
      *                                                               *
      *  A line billing purchase tax quotes the tax code and the tax  *
      *  amount; the code must be on TAX-CODE-FILE, a zero amount is  *
      *  taxed at the code's rate, and the voucher is recorded at the *
      *  goods plus the tax.  The tax and its recoverable part are    *
      *  recorded on SUPPLIER-TAX-FILE (see SUPPTAX.CPY) for          *
      *  SupplierInvoiceMgmt.cbl to post once the invoice passes.     *
      *  The batch still reconciles to the trailer on the goods.      *
      *                                                               *
      *  The limits this program works to are fetched from the system *
      *  parameter file at start-up (0900-LOAD-SYSTEM-PARMS).  A      *
      *  missing parameter stops it before any file is opened.        *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT SUPP-INV-FEED-FILE
                     ASSIGN TO "SINVFEED.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-FEED-STATUS.

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

              SELECT SUPPLIER-PRICE-FILE
                     ASSIGN TO "supppric"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SP-PRICE-KEY
                     FILE STATUS IS WS-PRICE-STATUS.

              SELECT AUDIT-TRAIL-FILE
                     ASSIGN TO "AUDIT.TRL"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-AUDIT-STATUS.

      *    Business-day calendar (maintained by BusCalendarMgmt.cbl)
      *    - due and discount dates on a weekend or holiday roll
      *    forward, as they do on a keyed invoice.
              SELECT BUSINESS-CALENDAR-FILE
                     ASSIGN TO "buscal"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS BD-DATE
                     FILE STATUS IS WS-CAL-STATUS.

      *    Drop-ship link (see DROPSHIP.CPY) - a drop-ship PO with
      *    nothing confirmed shipped is held NOT SHIPPD.  Optional.
              SELECT DROP-SHIP-FILE
                     ASSIGN TO "dropship"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS DS-PO-NUMBER
                     FILE STATUS IS WS-DROP-STATUS.

      *    Structured payment terms (see SUPPTERM.CPY).  Optional.
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

      *    Supplier part cross-reference (maintained by
      *    SupplierXrefMgmt.cbl).  Optional.
              SELECT SUPPLIER-XREF-FILE
                     ASSIGN TO "suppxref"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PX-XREF-KEY
                     ALTERNATE RECORD KEY IS PX-PART-KEY
                     FILE STATUS IS WS-XREF-STATUS.

      *    Currency and booking rate of an invoice billed in a
      *    foreign currency (see SUPPFX.CPY), and the rate files
      *    the rate on its invoice date is found on.
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

      *    Purchase tax codes billed on the feed (see TAXCODE.CPY),
      *    and the tax recorded on each voucher (see SUPPTAX.CPY).
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

              SELECT INTAKE-REPORT
                     ASSIGN TO "SINVCTL.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPP-INV-FEED-FILE.
           COPY "SINVFEED.CPY".

       FD  SUPPLIER-INVOICE-FILE.
           COPY "SUPPINV.CPY".

       FD  PURCHASE-ORDER-FILE.
           COPY "PURCHORD.CPY".

       FD  SUPPLIER-MASTER-FILE.
           COPY "SUPPMAS.CPY".

       FD  SUPPLIER-PRICE-FILE.
           COPY "SUPPPRICE.CPY".

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-TRAIL-REC.CPY".

       FD  BUSINESS-CALENDAR-FILE.
           COPY "BUSCAL.CPY".

       FD  DROP-SHIP-FILE.
           COPY "DROPSHIP.CPY".

       FD  SUPPLIER-TERMS-FILE.
           COPY "SUPPTERM.CPY".

       FD  SUPPLIER-DISC-FILE.
           COPY "SUPPDISC.CPY".

       FD  SUPPLIER-XREF-FILE.
           COPY "SUPPXREF.CPY".

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

       FD  INTAKE-REPORT.
       01  IR-PRINT-LINE                PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-VARS.
              10 WS-PARMS-OK-SW       PIC X(01) VALUE "N".
                 88 WS-PARMS-OK             VALUE "Y".
              10 WS-FEED-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-INV-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-PO-STATUS         PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-SUPP-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-PRICE-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-AUDIT-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-RPT-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-TODAY-DATE        PIC 9(08) VALUE ZEROS.
              10 WS-NEXT-INV-NUMBER   PIC 9(08) VALUE ZEROS.

      *    Working fields for one feed line: its amount, whether it
      *    passed validation and, if not, why.
              10 WS-LINE-AMOUNT       PIC 9(11)V99 VALUE ZEROS.
              10 WS-LINE-VALID-SW     PIC X(01) VALUE "N".
                 88 WS-LINE-VALID           VALUE "Y".
              10 WS-REJECT-REASON     PIC X(30) VALUE SPACES.
              10 WS-DUP-MORE-SW       PIC X(01) VALUE "N".
                 88 WS-DUP-MORE             VALUE "Y".
              10 WS-DUP-FOUND-SW      PIC X(01) VALUE "N".
                 88 WS-DUP-FOUND            VALUE "Y".

      *    Intake control totals - for the current supplier batch
      *    (reset at each control trailer) and for the whole file.
              10 WS-BATCH-IN-COUNT    PIC 9(05) VALUE ZEROS.
              10 WS-BATCH-IN-AMOUNT   PIC 9(11)V99 VALUE ZEROS.
              10 WS-IN-COUNT          PIC 9(05) VALUE ZEROS.
              10 WS-IN-AMOUNT         PIC 9(11)V99 VALUE ZEROS.
              10 WS-ACCEPT-COUNT      PIC 9(05) VALUE ZEROS.
              10 WS-ACCEPT-AMOUNT     PIC 9(11)V99 VALUE ZEROS.
              10 WS-PASSED-COUNT      PIC 9(05) VALUE ZEROS.
              10 WS-PASSED-AMOUNT     PIC 9(11)V99 VALUE ZEROS.
              10 WS-HELD-COUNT        PIC 9(05) VALUE ZEROS.
              10 WS-HELD-AMOUNT       PIC 9(11)V99 VALUE ZEROS.
              10 WS-REJECT-COUNT      PIC 9(05) VALUE ZEROS.
              10 WS-REJECT-AMOUNT     PIC 9(11)V99 VALUE ZEROS.
              10 WS-TRAILER-COUNT     PIC 9(05) VALUE ZEROS.
              10 WS-UNBALANCED-COUNT  PIC 9(05) VALUE ZEROS.

      *    Working fields for 2300-MATCH-PRICE's contract-cost
      *    lookup, the same quantity-break scan SupplierInvoiceMgmt's
      *    3200-MATCH-PRICE makes.
              10 WS-MATCH-COST        PIC 9(05)V99 VALUE ZEROS.
              10 WS-PRICE-MORE-SW     PIC X(01) VALUE "N".
                 88 WS-PRICE-MORE           VALUE "Y".

      *    Working fields for 2400-SET-DUE-DATE, as SupplierInvoice-
      *    Mgmt's 3300-SET-DUE-DATE: structured net days, else the
      *    digits of SU-PAYMENT-TERMS, else WS-TERMS-DEFAULT-DAYS;
      *    and the discount date when a discount is offered.
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
              10 WS-DISC-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".

      *    Business-day roll-forward working fields (on WS-ROLL-DATE)
      *    - weekends derive from INTEGER-OF-DATE's day number (day 1
      *    was a Monday; remainder 6 is Saturday, 0 is Sunday) and
      *    the calendar supplies the closed days.
              10 WS-ROLL-DATE         PIC 9(08) VALUE ZEROS.
              10 WS-CAL-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-CAL-OPEN-SW       PIC X(01) VALUE "N".
                 88 WS-CAL-OPEN             VALUE "Y".
              10 WS-DAY-NUMBER        PIC 9(01) VALUE ZEROS.
              10 WS-BUSDAY-SW         PIC X(01) VALUE "Y".
                 88 WS-IS-BUSINESS-DAY      VALUE "Y".
              10 WS-ROLL-GUARD        PIC 9(02) VALUE ZEROS.

      *    Drop-ship lookup for the match.
              10 WS-DROP-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-DROP-OPEN-SW      PIC X(01) VALUE "N".
                 88 WS-DROP-OPEN            VALUE "Y".
              10 WS-DROP-SHIP-SW      PIC X(01) VALUE "N".
                 88 WS-DROP-SHIP            VALUE "Y".

      *    Supplier part translation in 2150-VALIDATE-LINE.
              10 WS-XREF-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-XREF-OPEN-SW      PIC X(01) VALUE "N".
                 88 WS-XREF-OPEN            VALUE "Y".

      *    Working fields for 2460-RECORD-INVOICE-FX and the
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

      *    Working fields for 2170-PRICE-INVOICE-TAX and
      *    2470-RECORD-INVOICE-TAX: the tax on the line in the
      *    invoice's currency and the part of it recoverable.
              10 WS-TAX-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-TAX-OPEN-SW       PIC X(01) VALUE "N".
                 88 WS-TAX-OPEN             VALUE "Y".
              10 WS-SUPTAX-STATUS     PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-INV-GOODS         PIC 9(09)V99 VALUE ZEROS.
              10 WS-INV-TAX           PIC 9(07)V99 VALUE ZEROS.
              10 WS-INV-TAX-RECOV     PIC 9(07)V99 VALUE ZEROS.

       01  WS-SPOOL-HANDOFF.
      *    The control report is retained the moment it closes,
      *    through the spooler's promptless entry.
           02  WS-SPOOL-SRC-NAME        PIC X(20)
                                   VALUE "SINVCTL.RPT".
           02  WS-SPOOL-PGM-NAME        PIC X(20)
                                   VALUE "SupplierInvIntake".

       01  WS-HEADER-LINE.
              10 FILLER               PIC X(45) VALUE
                 "SUPPLIER INVOICE INTAKE CONTROL - RUN DATE ".
              10 HL-RUN-DATE          PIC 9(08).

       01  WS-COLUMN-LINE.
              10 FILLER               PIC X(44) VALUE
                 "SUPP  INV REF    PO NUMBER   QTY     COST  ".
              10 FILLER               PIC X(34) VALUE
                 "         AMOUNT  RESULT".

       01  WS-DETAIL-LINE.
              10 DL-SUPPLIER-NUMBER   PIC 9(05).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 DL-SUPPLIER-INV-REF  PIC X(10).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 DL-PO-NUMBER         PIC 9(08).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 DL-QTY-BILLED        PIC Z,ZZZ,ZZ9.
              10 FILLER               PIC X(01) VALUE SPACE.
              10 DL-UNIT-COST         PIC ZZ,ZZ9.99.
              10 FILLER               PIC X(01) VALUE SPACE.
              10 DL-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
              10 FILLER               PIC X(02) VALUE SPACES.
              10 DL-RESULT            PIC X(34).

       01  WS-SECTION-LINE.
              10 FILLER               PIC X(04) VALUE "*** ".
              10 SL-SECTION-TITLE     PIC X(60).

       01  WS-SUMMARY-LINE.
              10 SM-LABEL             PIC X(30).
              10 SM-COUNT             PIC ZZ,ZZ9.
              10 FILLER               PIC X(02) VALUE SPACES.
              10 SM-AMOUNT            PIC ---,---,---,--9.99.

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
              IF FS-SUCCESS OF WS-FEED-STATUS
                 PERFORM 2000-PROCESS-FEED
                    THRU 2000-EXIT
                   UNTIL FS-END-OF-FILE OF WS-FEED-STATUS
                 IF WS-BATCH-IN-COUNT > ZEROS
                    MOVE "LAST BATCH HAS NO CONTROL TRAILER - NOT "
                      TO SL-SECTION-TITLE
                    MOVE "RECONCILED" TO SL-SECTION-TITLE(41:10)
                    WRITE IR-PRINT-LINE FROM WS-SECTION-LINE
                    ADD 1 TO WS-UNBALANCED-COUNT
                 END-IF
                 PERFORM 3000-PRINT-CONTROL-TOTALS THRU 3000-EXIT
              ELSE
                 DISPLAY "SUPPLIER INVOICE FILE NOT FOUND - STATUS "
                         WS-FEED-STATUS
                 MOVE "SUPPLIER INVOICE FILE SINVFEED.DAT NOT FOUND"
                   TO SL-SECTION-TITLE
                 WRITE IR-PRINT-LINE FROM WS-SECTION-LINE
              END-IF.
              CLOSE SUPP-INV-FEED-FILE
                    SUPPLIER-INVOICE-FILE
                    PURCHASE-ORDER-FILE
                    SUPPLIER-MASTER-FILE
                    SUPPLIER-PRICE-FILE
                    AUDIT-TRAIL-FILE
                    SUPPLIER-DISC-FILE.
              IF WS-CAL-OPEN
                 CLOSE BUSINESS-CALENDAR-FILE
              END-IF.
              IF WS-DROP-OPEN
                 CLOSE DROP-SHIP-FILE
              END-IF.
              IF WS-TERM-OPEN
                 CLOSE SUPPLIER-TERMS-FILE
              END-IF.
              IF WS-XREF-OPEN
                 CLOSE SUPPLIER-XREF-FILE
              END-IF.
              CLOSE SUPPLIER-FX-FILE.
              IF WS-RATE-OPEN
                 CLOSE EXCHRATE-FILE
              END-IF.
              IF WS-RHIST-OPEN
                 CLOSE RATE-HISTORY-FILE
              END-IF.
              IF WS-TAX-OPEN
                 CLOSE TAX-CODE-FILE
              END-IF.
              CLOSE SUPPLIER-TAX-FILE.
              CLOSE INTAKE-REPORT.
              CALL "SPOOLADD" USING WS-SPOOL-SRC-NAME
                                    WS-SPOOL-PGM-NAME.
              DISPLAY "INVOICES IN: " WS-IN-COUNT
                      "  ACCEPTED: " WS-ACCEPT-COUNT
                      " (PASSED " WS-PASSED-COUNT
                      " HELD " WS-HELD-COUNT ")"
                      "  REJECTED: " WS-REJECT-COUNT.
              IF WS-UNBALANCED-COUNT > ZEROS
                 DISPLAY "*** " WS-UNBALANCED-COUNT " BATCH(ES) DO "
                         "NOT AGREE TO THE SUPPLIER'S CONTROL TRAILER"
              END-IF.
              DISPLAY "CONTROL REPORT WRITTEN TO SINVCTL.RPT".
              GOBACK.

      * The GL accounts this program posts to and the thresholds
      * it works to come off the system parameter file (kept by
      * SysParmMgmt.cbl, from Utilities) rather than VALUE clauses
      * here.  Any one missing, or a GL account no longer active on
      * the chart, stops the program before it touches a file.
       0900-LOAD-SYSTEM-PARMS.
              SET WS-PARMS-OK TO TRUE.
              MOVE "SUPP-TERMS-DAYS" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-NUMBER TO WS-TERMS-DEFAULT-DAYS.
              IF NOT WS-PARMS-OK
                 DISPLAY "SUPPLIER INVOICE INTAKE CANNOT RUN -"
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
              OPEN INPUT SUPP-INV-FEED-FILE.
              OPEN I-O SUPPLIER-INVOICE-FILE.
              IF WS-INV-STATUS = "35"
                 CLOSE SUPPLIER-INVOICE-FILE
                 OPEN OUTPUT SUPPLIER-INVOICE-FILE
                 CLOSE SUPPLIER-INVOICE-FILE
                 OPEN I-O SUPPLIER-INVOICE-FILE
              END-IF.
              OPEN INPUT PURCHASE-ORDER-FILE.
              OPEN INPUT SUPPLIER-MASTER-FILE.
              OPEN INPUT SUPPLIER-PRICE-FILE.
              IF WS-PRICE-STATUS = "35"
                 OPEN OUTPUT SUPPLIER-PRICE-FILE
                 CLOSE SUPPLIER-PRICE-FILE
                 OPEN INPUT SUPPLIER-PRICE-FILE
              END-IF.
              OPEN EXTEND AUDIT-TRAIL-FILE.
              IF WS-AUDIT-STATUS = "35"
                 OPEN OUTPUT AUDIT-TRAIL-FILE
              END-IF.
              MOVE "N" TO WS-CAL-OPEN-SW.
              OPEN INPUT BUSINESS-CALENDAR-FILE.
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
              MOVE "N" TO WS-XREF-OPEN-SW.
              OPEN INPUT SUPPLIER-XREF-FILE.
              IF WS-XREF-STATUS = "00"
                 SET WS-XREF-OPEN TO TRUE
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
              OPEN OUTPUT INTAKE-REPORT.
              MOVE WS-TODAY-DATE TO HL-RUN-DATE.
              WRITE IR-PRINT-LINE FROM WS-HEADER-LINE.
              MOVE SPACES TO IR-PRINT-LINE.
              WRITE IR-PRINT-LINE.
              WRITE IR-PRINT-LINE FROM WS-COLUMN-LINE.
              PERFORM 1100-FIND-LAST-INV-NUMBER
                 THRU 1100-EXIT.
       1000-EXIT.
              EXIT.

      * Find the highest voucher number already on file so the
      * invoices taken in number on from the keyed ones.
       1100-FIND-LAST-INV-NUMBER.
              MOVE HIGH-VALUES TO SI-INVOICE-NUMBER.
              START SUPPLIER-INVOICE-FILE
                    KEY IS LESS THAN SI-INVOICE-NUMBER
                 INVALID KEY
                    MOVE ZEROS TO WS-NEXT-INV-NUMBER
                 NOT INVALID KEY
                    READ SUPPLIER-INVOICE-FILE PREVIOUS RECORD
                       AT END MOVE ZEROS TO WS-NEXT-INV-NUMBER
                       NOT AT END MOVE SI-INVOICE-NUMBER
                                    TO WS-NEXT-INV-NUMBER
                    END-READ
              END-START.
       1100-EXIT.
              EXIT.

      * One pass per feed line: an invoice goes to 2100-TAKE-ONE-
      * INVOICE, a control trailer closes the supplier's batch in
      * 2500-CHECK-TRAILER, and anything else is rejected.
       2000-PROCESS-FEED.
              READ SUPP-INV-FEED-FILE
                 AT END
                    GO TO 2000-EXIT
              END-READ.
              EVALUATE TRUE
                 WHEN EI-DETAIL-LINE
                    PERFORM 2100-TAKE-ONE-INVOICE THRU 2100-EXIT
                 WHEN EI-TRAILER-LINE
                    PERFORM 2500-CHECK-TRAILER THRU 2500-EXIT
                 WHEN OTHER
                    ADD 1 TO WS-IN-COUNT WS-BATCH-IN-COUNT
                    MOVE ZEROS TO WS-LINE-AMOUNT
                    MOVE "UNKNOWN RECORD TYPE" TO WS-REJECT-REASON
                    PERFORM 2900-REJECT-LINE THRU 2900-EXIT
              END-EVALUATE.
       2000-EXIT.
              EXIT.

      * Validates one invoice line, then records and three-way
      * matches it the way SupplierInvoiceMgmt's 3000-ENTER-INVOICE
      * does a keyed one: the PO must have receipts (or, on a drop-
      * ship, a confirmed shipment), the quantity billed must not
      * exceed what was received, and the cost billed must match the
      * contracted cost - otherwise the invoice is written held.
       2100-TAKE-ONE-INVOICE.
              ADD 1 TO WS-IN-COUNT WS-BATCH-IN-COUNT.
              MOVE ZEROS TO WS-LINE-AMOUNT.
              IF EI-QTY-BILLED NUMERIC AND EI-UNIT-COST NUMERIC
                 COMPUTE WS-LINE-AMOUNT =
                    EI-QTY-BILLED * EI-UNIT-COST
              END-IF.
              ADD WS-LINE-AMOUNT TO WS-IN-AMOUNT WS-BATCH-IN-AMOUNT.
              PERFORM 2150-VALIDATE-LINE THRU 2150-EXIT.
              IF NOT WS-LINE-VALID
                 PERFORM 2900-REJECT-LINE THRU 2900-EXIT
                 GO TO 2100-EXIT
              END-IF.

              MOVE "N" TO WS-DROP-SHIP-SW.
              IF WS-DROP-OPEN
                 MOVE PO-NUMBER TO DS-PO-NUMBER
                 READ DROP-SHIP-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY SET WS-DROP-SHIP TO TRUE
                 END-READ
              END-IF.
              INITIALIZE SUPPLIER-INVOICE-REC.
              MOVE PO-NUMBER TO SI-PO-NUMBER.
              MOVE PO-SUPPLIER-NUMBER TO SI-SUPPLIER-NUMBER.
              MOVE EI-SUPPLIER-INV-REF TO SI-SUPPLIER-INV-REF.
              MOVE EI-INVOICE-DATE TO SI-INVOICE-DATE.
              MOVE EI-QTY-BILLED TO SI-QTY-BILLED.
              MOVE EI-UNIT-COST TO SI-UNIT-COST.
              COMPUTE SI-AMOUNT = SI-QTY-BILLED * SI-UNIT-COST.
              PERFORM 2170-PRICE-INVOICE-TAX THRU 2170-EXIT.
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
                    MOVE "OVERBILLED" TO SI-HOLD-REASON
                 ELSE
                    PERFORM 2300-MATCH-PRICE THRU 2300-EXIT
                    IF SI-UNIT-COST NOT = WS-MATCH-COST
                       SET SI-STATUS-HELD TO TRUE
                       MOVE "PRICE VAR" TO SI-HOLD-REASON
                    END-IF
                 END-IF
              END-IF.
              IF SI-STATUS-PASSED
                 PERFORM 2400-SET-DUE-DATE THRU 2400-EXIT
              END-IF.

              COMPUTE WS-NEXT-INV-NUMBER = WS-NEXT-INV-NUMBER + 1.
              MOVE WS-NEXT-INV-NUMBER TO SI-INVOICE-NUMBER.
              WRITE SUPPLIER-INVOICE-REC
                 INVALID KEY
                    MOVE "NOT RECORDED - FILE STATUS "
                      TO WS-REJECT-REASON
                    MOVE WS-INV-STATUS TO WS-REJECT-REASON(29:2)
                    PERFORM 2900-REJECT-LINE THRU 2900-EXIT
                    GO TO 2100-EXIT
              END-WRITE.
              MOVE SI-INVOICE-NUMBER TO AT-KEY-VALUE.
              MOVE SPACES TO AT-BEFORE-IMAGE.
              MOVE SUPPLIER-INVOICE-REC TO AT-AFTER-IMAGE.
              SET AT-OP-ADD TO TRUE.
              PERFORM 9000-WRITE-AUDIT-RECORD THRU 9000-EXIT.
              PERFORM 2460-RECORD-INVOICE-FX THRU 2460-EXIT.
              PERFORM 2470-RECORD-INVOICE-TAX THRU 2470-EXIT.

              ADD 1 TO WS-ACCEPT-COUNT.
              ADD WS-LINE-AMOUNT TO WS-ACCEPT-AMOUNT.
              MOVE SPACES TO DL-RESULT.
              IF SI-STATUS-PASSED
                 ADD 1 TO WS-PASSED-COUNT
                 ADD WS-LINE-AMOUNT TO WS-PASSED-AMOUNT
                 STRING "VOUCHER " SI-INVOICE-NUMBER " PASSED DUE "
                        SI-DUE-DATE DELIMITED BY SIZE
                   INTO DL-RESULT
                 PERFORM 2450-RECORD-DISCOUNT THRU 2450-EXIT
              ELSE
                 ADD 1 TO WS-HELD-COUNT
                 ADD WS-LINE-AMOUNT TO WS-HELD-AMOUNT
                 STRING "VOUCHER " SI-INVOICE-NUMBER " HELD "
                        SI-HOLD-REASON DELIMITED BY SIZE
                   INTO DL-RESULT
              END-IF.
              PERFORM 2950-PRINT-DETAIL THRU 2950-EXIT.
       2100-EXIT.
              EXIT.

      * The intake's own checks on a line, before any match is made:
      * fields present and numeric, supplier on file, PO on file and
      * raised to the same supplier, any supplier part quoted being
      * that PO's item, any tax code billed being on file, and the
      * supplier's invoice reference not already on file.  Leaves
      * the PO, supplier and tax code records read, or
      * WS-REJECT-REASON set.  A blank tax amount is taken as zero.
       2150-VALIDATE-LINE.
              MOVE "N" TO WS-LINE-VALID-SW.
              MOVE SPACES TO WS-REJECT-REASON.
              IF EI-SUPPLIER-NUMBER NOT NUMERIC
                 OR EI-PO-NUMBER NOT NUMERIC
                 OR EI-INVOICE-DATE NOT NUMERIC
                 OR EI-QTY-BILLED NOT NUMERIC
                 OR EI-UNIT-COST NOT NUMERIC
                 MOVE "FIELD NOT NUMERIC" TO WS-REJECT-REASON
                 GO TO 2150-EXIT
              END-IF.
              IF EI-TAX-AMOUNT NOT NUMERIC
                 IF EI-DETAIL(70:9) = SPACES
                    MOVE ZEROS TO EI-TAX-AMOUNT
                 ELSE
                    MOVE "TAX AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
                    GO TO 2150-EXIT
                 END-IF
              END-IF.
              IF EI-SUPPLIER-INV-REF = SPACES
                 MOVE "NO SUPPLIER INVOICE REFERENCE"
                   TO WS-REJECT-REASON
                 GO TO 2150-EXIT
              END-IF.
              IF EI-QTY-BILLED = ZEROS
                 MOVE "ZERO QUANTITY BILLED" TO WS-REJECT-REASON
                 GO TO 2150-EXIT
              END-IF.
              IF EI-INVOICE-DATE = ZEROS
                 OR EI-INVOICE-DATE > WS-TODAY-DATE
                 MOVE "INVOICE DATE MISSING OR FUTURE"
                   TO WS-REJECT-REASON
                 GO TO 2150-EXIT
              END-IF.
              MOVE EI-SUPPLIER-NUMBER TO SU-SUPPLIER-NUMBER.
              READ SUPPLIER-MASTER-FILE
                 INVALID KEY
                    MOVE "SUPPLIER NOT ON FILE" TO WS-REJECT-REASON
                    GO TO 2150-EXIT
              END-READ.
              MOVE EI-PO-NUMBER TO PO-NUMBER.
              READ PURCHASE-ORDER-FILE
                 INVALID KEY
                    MOVE "PO NOT ON FILE" TO WS-REJECT-REASON
                    GO TO 2150-EXIT
              END-READ.
              IF PO-SUPPLIER-NUMBER NOT = EI-SUPPLIER-NUMBER
                 MOVE "PO RAISED TO ANOTHER SUPPLIER"
                   TO WS-REJECT-REASON
                 GO TO 2150-EXIT
              END-IF.
              IF EI-SUPPLIER-PART NOT = SPACES
                 IF NOT WS-XREF-OPEN
                    MOVE "SUPPLIER PART NOT ON FILE"
                      TO WS-REJECT-REASON
                    GO TO 2150-EXIT
                 END-IF
                 MOVE EI-SUPPLIER-NUMBER TO PX-PART-SUPPLIER
                 MOVE EI-SUPPLIER-PART TO PX-SUPPLIER-PART
                 READ SUPPLIER-XREF-FILE
                    KEY IS PX-PART-KEY
                    INVALID KEY
                       MOVE "SUPPLIER PART NOT ON FILE"
                         TO WS-REJECT-REASON
                       GO TO 2150-EXIT
                 END-READ
                 IF PX-ITEM-NUMBER NOT = PO-ITEM-NUMBER
                    MOVE "SUPPLIER PART IS NOT PO'S ITEM"
                      TO WS-REJECT-REASON
                    GO TO 2150-EXIT
                 END-IF
              END-IF.
              IF EI-TAX-CODE = SPACES
                 IF EI-TAX-AMOUNT > ZEROS
                    MOVE "TAX BILLED WITH NO TAX CODE"
                      TO WS-REJECT-REASON
                    GO TO 2150-EXIT
                 END-IF
              ELSE
                 IF NOT WS-TAX-OPEN
                    MOVE "TAX CODE NOT ON FILE" TO WS-REJECT-REASON
                    GO TO 2150-EXIT
                 END-IF
                 MOVE EI-TAX-CODE TO TC-TAX-CODE
                 READ TAX-CODE-FILE
                    INVALID KEY
                       MOVE "TAX CODE NOT ON FILE" TO WS-REJECT-REASON
                       GO TO 2150-EXIT
                 END-READ
              END-IF.
              PERFORM 2200-CHECK-DUPLICATE THRU 2200-EXIT.
              IF WS-DUP-FOUND
                 MOVE "DUPLICATE OF VOUCHER " TO WS-REJECT-REASON
                 MOVE SI-INVOICE-NUMBER TO WS-REJECT-REASON(22:8)
                 GO TO 2150-EXIT
              END-IF.
              SET WS-LINE-VALID TO TRUE.
       2150-EXIT.
              EXIT.

      * The purchase tax on a line, in the invoice's currency: the
      * amount the supplier billed, or the goods at the code's rate
      * when the line quotes a code with no amount, and the part of
      * it TC-RECOVERABLE-PCT allows to be reclaimed - the same
      * pricing SupplierInvoiceMgmt's 3100-PRICE-INVOICE-TAX makes
      * on a keyed invoice.  No code, no tax.
       2170-PRICE-INVOICE-TAX.
              MOVE SI-AMOUNT TO WS-INV-GOODS.
              MOVE ZEROS TO WS-INV-TAX WS-INV-TAX-RECOV.
              IF EI-TAX-CODE = SPACES
                 GO TO 2170-EXIT
              END-IF.
              MOVE EI-TAX-AMOUNT TO WS-INV-TAX.
              IF WS-INV-TAX = ZEROS
                 COMPUTE WS-INV-TAX ROUNDED =
                    WS-INV-GOODS * TC-TAX-RATE / 100
              END-IF.
              COMPUTE WS-INV-TAX-RECOV ROUNDED =
                 WS-INV-TAX * TC-RECOVERABLE-PCT / 100.
              IF WS-INV-TAX-RECOV > WS-INV-TAX
                 MOVE WS-INV-TAX TO WS-INV-TAX-RECOV
              END-IF.
       2170-EXIT.
              EXIT.

      * Sets WS-DUP-FOUND when the supplier already has an invoice
      * on file under this reference - keyed or taken in by an
      * earlier intake - other than one a buyer has rejected, which
      * the supplier may send again corrected.
       2200-CHECK-DUPLICATE.
              MOVE "N" TO WS-DUP-FOUND-SW.
              SET WS-DUP-MORE TO TRUE.
              MOVE LOW-VALUES TO SI-INVOICE-NUMBER.
              START SUPPLIER-INVOICE-FILE
                    KEY IS NOT LESS THAN SI-INVOICE-NUMBER
                 INVALID KEY MOVE "N" TO WS-DUP-MORE-SW
              END-START.
              PERFORM UNTIL NOT WS-DUP-MORE
                 READ SUPPLIER-INVOICE-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-DUP-MORE-SW
                    NOT AT END
                       IF SI-SUPPLIER-NUMBER = EI-SUPPLIER-NUMBER
                          AND SI-SUPPLIER-INV-REF
                              = EI-SUPPLIER-INV-REF
                          AND NOT SI-STATUS-REJECTED
                          SET WS-DUP-FOUND TO TRUE
                          MOVE "N" TO WS-DUP-MORE-SW
                       END-IF
                 END-READ
              END-PERFORM.
       2200-EXIT.
              EXIT.

      * Resolves what the invoice SHOULD have been priced at: the
      * supplier's contracted quantity-break cost covering the
      * quantity billed (unexpired), falling back to the PO's own
      * unit cost - SupplierInvoiceMgmt's 3200-MATCH-PRICE lookup.
       2300-MATCH-PRICE.
              MOVE PO-UNIT-COST TO WS-MATCH-COST.
              IF WS-PRICE-STATUS NOT = "00"
                 GO TO 2300-EXIT
              END-IF.
              MOVE SI-SUPPLIER-NUMBER TO SP-SUPPLIER-NUMBER.
              MOVE PO-ITEM-NUMBER     TO SP-ITEM-NUMBER.
              MOVE ZEROS              TO SP-MIN-QTY.
              START SUPPLIER-PRICE-FILE
                    KEY IS NOT LESS THAN SP-PRICE-KEY
                 INVALID KEY
                    GO TO 2300-EXIT
              END-START.
              SET WS-PRICE-MORE TO TRUE.
              PERFORM UNTIL NOT WS-PRICE-MORE
                 READ SUPPLIER-PRICE-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-PRICE-MORE-SW
                    NOT AT END
                       IF SP-SUPPLIER-NUMBER NOT = SI-SUPPLIER-NUMBER
                          OR SP-ITEM-NUMBER NOT = PO-ITEM-NUMBER
                          MOVE "N" TO WS-PRICE-MORE-SW
                       ELSE
                          IF SI-QTY-BILLED >= SP-MIN-QTY
                             AND SI-QTY-BILLED <= SP-MAX-QTY
                             AND (SP-EXPIRY-DATE = ZEROS
                                  OR SP-EXPIRY-DATE >= WS-TODAY-DATE)
                             MOVE SP-CONTRACT-COST TO WS-MATCH-COST
                             MOVE "N" TO WS-PRICE-MORE-SW
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM.
       2300-EXIT.
              EXIT.

      * Dates the passed invoice from the supplier's terms exactly
      * as SupplierInvoiceMgmt's 3300-SET-DUE-DATE does: due date
      * from the structured net days, else the digits of
      * SU-PAYMENT-TERMS, else WS-TERMS-DEFAULT-DAYS; discount date
      * from the structured discount days; both rolled forward to a
      * business day.
       2400-SET-DUE-DATE.
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
              PERFORM 2440-ROLL-TO-BUSINESS-DAY THRU 2440-EXIT.
              MOVE WS-ROLL-DATE TO SI-DUE-DATE.
              IF WS-DISC-PCT = ZEROS
                 GO TO 2400-EXIT
              END-IF.
              COMPUTE WS-ROLL-DATE =
                 FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(SI-INVOICE-DATE)
                    + WS-DISC-DAYS).
              PERFORM 2440-ROLL-TO-BUSINESS-DAY THRU 2440-EXIT.
              MOVE WS-ROLL-DATE TO WS-DISC-DATE.
              IF WS-DISC-DATE > SI-DUE-DATE
                 MOVE SI-DUE-DATE TO WS-DISC-DATE
              END-IF.
       2400-EXIT.
              EXIT.

      *    A date landing on a weekend or calendar holiday rolls
      *    forward to the next business day.
       2440-ROLL-TO-BUSINESS-DAY.
              MOVE ZEROS TO WS-ROLL-GUARD.
              PERFORM 2445-TEST-BUSINESS-DAY THRU 2445-EXIT.
              PERFORM UNTIL WS-IS-BUSINESS-DAY
                    OR WS-ROLL-GUARD > 14
                 COMPUTE WS-ROLL-DATE =
                    FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-ROLL-DATE) + 1)
                 ADD 1 TO WS-ROLL-GUARD
                 PERFORM 2445-TEST-BUSINESS-DAY THRU 2445-EXIT
              END-PERFORM.
       2440-EXIT.
              EXIT.

       2445-TEST-BUSINESS-DAY.
              MOVE "Y" TO WS-BUSDAY-SW.
              COMPUTE WS-DAY-NUMBER = FUNCTION MOD(
                 FUNCTION INTEGER-OF-DATE(WS-ROLL-DATE) 7).
              IF WS-DAY-NUMBER = 6 OR WS-DAY-NUMBER = 0
                 MOVE "N" TO WS-BUSDAY-SW
                 GO TO 2445-EXIT
              END-IF.
              IF WS-CAL-OPEN
                 MOVE WS-ROLL-DATE TO BD-DATE
                 READ BUSINESS-CALENDAR-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY MOVE "N" TO WS-BUSDAY-SW
                 END-READ
              END-IF.
       2445-EXIT.
              EXIT.

      * Records the prompt-payment discount on a passed invoice,
      * OFFERED for APPaymentRun.cbl to take by WS-DISC-DATE.
       2450-RECORD-DISCOUNT.
              IF WS-DISC-PCT = ZEROS
                 GO TO 2450-EXIT
              END-IF.
              INITIALIZE SUPPLIER-DISC-REC.
              MOVE SI-INVOICE-NUMBER TO PD-INVOICE-NUMBER.
              MOVE SI-SUPPLIER-NUMBER TO PD-SUPPLIER-NUMBER.
              MOVE WS-DISC-PCT TO PD-DISC-PCT.
              MOVE WS-DISC-DATE TO PD-DISC-DATE.
              COMPUTE PD-DISC-AMOUNT ROUNDED =
                 SI-AMOUNT * WS-DISC-PCT / 100.
              SET PD-STATUS-OFFERED TO TRUE.
              WRITE SUPPLIER-DISC-REC
                 INVALID KEY
                    DISPLAY "DISCOUNT NOT RECORDED FOR VOUCHER "
                            SI-INVOICE-NUMBER " - STATUS "
                            WS-DISC-STATUS
                    GO TO 2450-EXIT
              END-WRITE.
              MOVE PD-INVOICE-NUMBER TO AT-KEY-VALUE.
              MOVE SPACES TO AT-BEFORE-IMAGE.
              MOVE SUPPLIER-DISC-REC TO AT-AFTER-IMAGE.
              SET AT-OP-ADD TO TRUE.
              PERFORM 9000-WRITE-AUDIT-RECORD THRU 9000-EXIT.
       2450-EXIT.
              EXIT.

      * An invoice from a supplier billing other than USD is in the
      * supplier's currency: recorded on SUPPLIER-FX-FILE at the
      * rate in effect on its invoice date, the same as
      * SupplierInvoiceMgmt's 3500-RECORD-INVOICE-FX records a keyed
      * one.  With no rate on file the payment run books it instead.
       2460-RECORD-INVOICE-FX.
              IF SU-CURRENCY-CODE = "USD"
                 OR SU-CURRENCY-CODE = SPACES
                 GO TO 2460-EXIT
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
                 GO TO 2460-EXIT
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
                    GO TO 2460-EXIT
              END-WRITE.
              MOVE XI-INVOICE-NUMBER TO AT-KEY-VALUE.
              MOVE SPACES TO AT-BEFORE-IMAGE.
              MOVE SUPPLIER-FX-REC TO AT-AFTER-IMAGE.
              SET AT-OP-ADD TO TRUE.
              PERFORM 9000-WRITE-AUDIT-RECORD THRU 9000-EXIT.
       2460-EXIT.
              EXIT.

      * Records the tax billed on the voucher on SUPPLIER-TAX-FILE,
      * unposted - SupplierInvoiceMgmt posts it on return from the
      * intake if the voucher passed, or when a buyer approves it.
       2470-RECORD-INVOICE-TAX.
              IF EI-TAX-CODE = SPACES
                 GO TO 2470-EXIT
              END-IF.
              INITIALIZE SUPPLIER-TAX-REC.
              MOVE SI-INVOICE-NUMBER TO XT-INVOICE-NUMBER.
              MOVE SI-SUPPLIER-NUMBER TO XT-SUPPLIER-NUMBER.
              MOVE EI-TAX-CODE TO XT-TAX-CODE.
              MOVE WS-INV-GOODS TO XT-GOODS-AMOUNT.
              MOVE WS-INV-TAX TO XT-TAX-AMOUNT.
              MOVE WS-INV-TAX-RECOV TO XT-RECOVERABLE-AMOUNT.
              WRITE SUPPLIER-TAX-REC
                 INVALID KEY
                    GO TO 2470-EXIT
              END-WRITE.
              MOVE XT-INVOICE-NUMBER TO AT-KEY-VALUE.
              MOVE SPACES TO AT-BEFORE-IMAGE.
              MOVE SUPPLIER-TAX-REC TO AT-AFTER-IMAGE.
              SET AT-OP-ADD TO TRUE.
              PERFORM 9000-WRITE-AUDIT-RECORD THRU 9000-EXIT.
       2470-EXIT.
              EXIT.

      * A supplier's control trailer: the batch read since the last
      * trailer is reconciled to the count and amount the supplier's
      * own system says it sent, and the batch totals start again.
       2500-CHECK-TRAILER.
              ADD 1 TO WS-TRAILER-COUNT.
              MOVE SPACES TO IR-PRINT-LINE.
              WRITE IR-PRINT-LINE.
              MOVE SPACES TO SL-SECTION-TITLE.
              STRING "CONTROL TRAILER - SUPPLIER "
                     EI-TRL-SUPPLIER-NUMBER DELIMITED BY SIZE
                INTO SL-SECTION-TITLE.
              WRITE IR-PRINT-LINE FROM WS-SECTION-LINE.
              MOVE "  INVOICES READ IN BATCH" TO SM-LABEL.
              MOVE WS-BATCH-IN-COUNT TO SM-COUNT.
              MOVE WS-BATCH-IN-AMOUNT TO SM-AMOUNT.
              WRITE IR-PRINT-LINE FROM WS-SUMMARY-LINE.
              IF EI-TRL-RECORD-COUNT NOT NUMERIC
                 OR EI-TRL-AMOUNT-TOTAL NOT NUMERIC
                 MOVE "  TRAILER NOT NUMERIC - NOT RECONCILED"
                   TO IR-PRINT-LINE
                 ADD 1 TO WS-UNBALANCED-COUNT
              ELSE
                 MOVE "  PER SUPPLIER'S TRAILER" TO SM-LABEL
                 MOVE EI-TRL-RECORD-COUNT TO SM-COUNT
                 MOVE EI-TRL-AMOUNT-TOTAL TO SM-AMOUNT
                 WRITE IR-PRINT-LINE FROM WS-SUMMARY-LINE
                 IF EI-TRL-RECORD-COUNT = WS-BATCH-IN-COUNT
                    AND EI-TRL-AMOUNT-TOTAL = WS-BATCH-IN-AMOUNT
                    MOVE "  BATCH AGREES TO TRAILER" TO IR-PRINT-LINE
                 ELSE
                    MOVE "  *** BATCH DOES NOT AGREE TO TRAILER ***"
                      TO IR-PRINT-LINE
                    ADD 1 TO WS-UNBALANCED-COUNT
                 END-IF
              END-IF.
              WRITE IR-PRINT-LINE.
              MOVE ZEROS TO WS-BATCH-IN-COUNT WS-BATCH-IN-AMOUNT.
              MOVE SPACES TO IR-PRINT-LINE.
              WRITE IR-PRINT-LINE.
       2500-EXIT.
              EXIT.

      * A line that failed validation: counted and listed with its
      * reason; nothing is written to SUPPLIER-INVOICE-FILE.
       2900-REJECT-LINE.
              ADD 1 TO WS-REJECT-COUNT.
              ADD WS-LINE-AMOUNT TO WS-REJECT-AMOUNT.
              MOVE SPACES TO DL-RESULT.
              STRING "REJECTED - " WS-REJECT-REASON
                     DELIMITED BY SIZE INTO DL-RESULT.
              PERFORM 2950-PRINT-DETAIL THRU 2950-EXIT.
       2900-EXIT.
              EXIT.

       2950-PRINT-DETAIL.
              MOVE EI-SUPPLIER-NUMBER TO DL-SUPPLIER-NUMBER.
              MOVE EI-SUPPLIER-INV-REF TO DL-SUPPLIER-INV-REF.
              MOVE EI-PO-NUMBER TO DL-PO-NUMBER.
              IF EI-QTY-BILLED NUMERIC
                 MOVE EI-QTY-BILLED TO DL-QTY-BILLED
              ELSE
                 MOVE ZEROS TO DL-QTY-BILLED
              END-IF.
              IF EI-UNIT-COST NUMERIC
                 MOVE EI-UNIT-COST TO DL-UNIT-COST
              ELSE
                 MOVE ZEROS TO DL-UNIT-COST
              END-IF.
              MOVE WS-LINE-AMOUNT TO DL-AMOUNT.
              WRITE IR-PRINT-LINE FROM WS-DETAIL-LINE.
       2950-EXIT.
              EXIT.

      * The intake control totals for the whole file: in, accepted
      * (passed and held) and rejected, each with its amount - in
      * always equals accepted plus rejected.
       3000-PRINT-CONTROL-TOTALS.
              MOVE SPACES TO IR-PRINT-LINE.
              WRITE IR-PRINT-LINE.
              MOVE "INTAKE CONTROL TOTALS" TO SL-SECTION-TITLE.
              WRITE IR-PRINT-LINE FROM WS-SECTION-LINE.
              MOVE "INVOICES IN" TO SM-LABEL.
              MOVE WS-IN-COUNT TO SM-COUNT.
              MOVE WS-IN-AMOUNT TO SM-AMOUNT.
              WRITE IR-PRINT-LINE FROM WS-SUMMARY-LINE.
              MOVE "ACCEPTED" TO SM-LABEL.
              MOVE WS-ACCEPT-COUNT TO SM-COUNT.
              MOVE WS-ACCEPT-AMOUNT TO SM-AMOUNT.
              WRITE IR-PRINT-LINE FROM WS-SUMMARY-LINE.
              MOVE "  PASSED FOR PAYMENT" TO SM-LABEL.
              MOVE WS-PASSED-COUNT TO SM-COUNT.
              MOVE WS-PASSED-AMOUNT TO SM-AMOUNT.
              WRITE IR-PRINT-LINE FROM WS-SUMMARY-LINE.
              MOVE "  HELD ON MATCH" TO SM-LABEL.
              MOVE WS-HELD-COUNT TO SM-COUNT.
              MOVE WS-HELD-AMOUNT TO SM-AMOUNT.
              WRITE IR-PRINT-LINE FROM WS-SUMMARY-LINE.
              MOVE "REJECTED" TO SM-LABEL.
              MOVE WS-REJECT-COUNT TO SM-COUNT.
              MOVE WS-REJECT-AMOUNT TO SM-AMOUNT.
              WRITE IR-PRINT-LINE FROM WS-SUMMARY-LINE.
              MOVE "CONTROL TRAILERS READ" TO SM-LABEL.
              MOVE WS-TRAILER-COUNT TO SM-COUNT.
              MOVE ZEROS TO SM-AMOUNT.
              WRITE IR-PRINT-LINE FROM WS-SUMMARY-LINE.
              MOVE "BATCHES NOT IN AGREEMENT" TO SM-LABEL.
              MOVE WS-UNBALANCED-COUNT TO SM-COUNT.
              WRITE IR-PRINT-LINE FROM WS-SUMMARY-LINE.
       3000-EXIT.
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

      *    Common audit-trail append, called once an invoice or its
      *    discount has set AT-KEY-VALUE and the before/after images.
       9000-WRITE-AUDIT-RECORD.
              ACCEPT AT-TS-DATE FROM DATE YYYYMMDD.
              ACCEPT AT-TS-TIME FROM TIME.
              MOVE "SupplierInvIntake" TO AT-PROGRAM-ID.
              CALL "AuditChain" USING AUDIT-TRAIL-REC.
              WRITE AUDIT-TRAIL-REC.
       9000-EXIT.
              EXIT.
