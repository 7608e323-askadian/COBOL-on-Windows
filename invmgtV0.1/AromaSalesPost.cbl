       IDENTIFICATION DIVISION.
       PROGRAM-ID. AromaSalesPost.
       AUTHOR AMRESH KADIAN.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *  AROMAMORA SALES POSTING - carries the essential-oil sales on *
      *  SALES.DAT (reported by AromaSalesRpt, reconciled to OSF.DAT  *
      *  by SalesStockRecon) through to SALES-TRANSACTION and         *
      *  SALE-HEADER, so they reach the customer statements, sales    *
      *  tax remittance, commission, loyalty, the daily sales summary *
      *  and cost of goods sold like any other account sale.          *
      *                                                               *
      *  Each row's oil and bottle size is mapped to its STOCK-MASTER *
      *  item through OIL-XREF, and its SF-Cust-Id to a CUSTOMER-     *
      *  MASTER account through AROMA-CUST-MAP (or taken as the       *
      *  account number itself, following a merged account to its     *
      *  survivor) - both kept by AromaXrefMgmt.cbl.  The rows are    *
      *  sorted by customer and each customer's rows post as one      *
      *  invoiced account sale, priced, taxed and committed exactly   *
      *  as EdiOrderIntake.cbl commits a wholesale order: stock,      *
      *  customer balance, GL revenue/receivable/tax and cost of      *
      *  sales legs, stock movement ledger, consignment settlement,   *
      *  receipt-lot trace and loyalty accrual.  The bottles sold     *
      *  come off STOCK-MASTER and the millilitres behind them (size  *
      *  x units) come off OSF.DAT and its oldest lots, as            *
      *  UpdateOilStockQty takes them, so the two stock files move    *
      *  together.                                                    *
      *                                                               *
      *  A row that cannot be mapped or posted goes to the suspense   *
      *  file AROMASUS.DAT with its reason.  Once the maps are put    *
      *  right the program is run again in re-post mode, which reads  *
      *  AROMASUS.DAT instead of SALES.DAT and writes back only the   *
      *  rows that still fail.                                        *
      *                                                               *
      *  A SALES.DAT is recognised by its fingerprint on AROMA-RUN-   *
      *  CONTROL (see AROMA-RUN-REC.CPY) and is refused once posted.  *
      *  If SalesStockRecon has already taken that file off OSF.DAT   *
      *  the oil stock is not drawn a second time, and if             *
      *  AromaSalesRpt has already sent its summary receivable to     *
      *  GL.INT that entry is reversed, the lines posted here         *
      *  standing in its place.                                       *
      *                                                               *
      *  The sales already happened at the Aromamora counter, so a    *
      *  customer over credit limit is posted and listed rather than  *
      *  refused; a customer with a balance written off through       *
      *  BadDebtWriteOff.cbl is held on suspense for review.          *
      *                                                               *
      *  The GL accounts this program posts to are fetched from the   *
      *  system parameter file at start-up (0900-LOAD-SYSTEM-PARMS).  *
      *  A missing parameter or an inactive account stops it before   *
      *  any file is opened.                                          *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT SALES-FILE
                     ASSIGN TO "SALES.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-SALES-STATUS.

              SELECT SORT-WORK-FILE
                     ASSIGN TO "AROMASRT.TMP".

      *    Rows that could not be posted, with the reason - read back
      *    in re-post mode once the maps have been put right.
              SELECT AROMA-SUSPENSE-FILE
                     ASSIGN TO "AROMASUS.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-SUSP-STATUS.

              SELECT AROMA-RUN-FILE
                     ASSIGN TO "aromarun"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS RC-RUN-KEY
                     FILE STATUS IS WS-RUN-STATUS.

              SELECT OIL-XREF-FILE
                     ASSIGN TO "oilxref"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS OX-OIL-KEY
                     FILE STATUS IS WS-OXREF-STATUS.

              SELECT AROMA-CUST-MAP-FILE
                     ASSIGN TO "aromcust"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS AC-AROMA-CUST-ID
                     FILE STATUS IS WS-ACMAP-STATUS.

              SELECT CUST-XREF-FILE
                     ASSIGN TO "custxref"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS MX-OLD-CUST-ID
                     FILE STATUS IS WS-XREF-STATUS.

      *    The Aromamora oil stock, in millilitres, and its delivery
      *    lots - drawn down the way UpdateOilStockQty draws them.
              SELECT OIL-STOCK-FILE
                     ASSIGN TO "OSF.DAT"
                     ORGANIZATION IS RELATIVE
                     ACCESS MODE IS DYNAMIC
                     RELATIVE KEY IS WS-OSF-REL-NUM
                     LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
                     FILE STATUS IS WS-OSF-STATUS.

              SELECT OIL-LOT-FILE
                     ASSIGN TO "OILLOTS.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS LOT-KEY
                     FILE STATUS IS WS-OLOT-STATUS.

              SELECT CUSTOMER-MASTER-FILE
                     ASSIGN TO "custmas"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CM-CUST-ID
                     FILE STATUS IS WS-CUST-STATUS.

              SELECT STOCK-MASTER-FILE
                     ASSIGN TO "stockmas"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SM-STOCK-KEY
                     ALTERNATE RECORD KEY IS SM-ITEM-NUMBER
                                   WITH DUPLICATES
                     FILE STATUS IS WS-STOCK-STATUS.

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

              SELECT SALE-HEADER-FILE
                     ASSIGN TO "invhdr"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SH-INVOICE-NUMBER
                     FILE STATUS IS WS-HDR-STATUS.

              SELECT ITEM-STATUS-FILE
                     ASSIGN TO "itemstat"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS IS-ITEM-NUMBER
                     FILE STATUS IS WS-ISTAT-STATUS.

              SELECT ITEM-PRICE-FILE
                     ASSIGN TO "itemprce"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS IP-ITEM-NUMBER
                     FILE STATUS IS WS-PRICE-STATUS.

              SELECT CONTRACT-PRICE-FILE
                     ASSIGN TO "contprc"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CP-CONTRACT-KEY
                     FILE STATUS IS WS-CONT-STATUS.

              SELECT TAX-CODE-FILE
                     ASSIGN TO "taxcode"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS TC-TAX-CODE
                     FILE STATUS IS WS-TAX-STATUS.

              SELECT CUST-TAX-FILE
                     ASSIGN TO "custtax"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CX-CUST-ID
                     FILE STATUS IS WS-CTAX-STATUS.

              SELECT BOM-COMPONENT-FILE
                     ASSIGN TO "bomcomp"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS BC-COMPONENT-KEY
                     FILE STATUS IS WS-BOM-STATUS.

              SELECT RECEIPT-LOT-FILE
                     ASSIGN TO "rcptlot"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS LT-LOT-KEY
                     FILE STATUS IS WS-LOT-STATUS.

              SELECT SALE-LOT-FILE
                     ASSIGN TO "salelot"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS LS-SALE-LOT-KEY
                     FILE STATUS IS WS-SLOT-STATUS.

              SELECT CONSIGNMENT-FLAG-FILE
                     ASSIGN TO "consign"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CG-STOCK-KEY
                     FILE STATUS IS WS-CONS-STATUS.

              SELECT CONSIGNMENT-SETTLE-FILE
                     ASSIGN TO "CONSETL.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-SETL-STATUS.

              SELECT CUST-LOYALTY-FILE
                     ASSIGN TO "custloy"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CL-CUST-ID
                     FILE STATUS IS WS-LOY-STATUS.

              SELECT LOYALTY-LOG-FILE
                     ASSIGN TO "LOYALTY.LOG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-LYLOG-STATUS.

              SELECT GL-INTERFACE-FILE
                     ASSIGN TO "GL.INT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-GL-STATUS.

              SELECT AUDIT-TRAIL-FILE
                     ASSIGN TO "AUDIT.TRL"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    The 34-byte SALES.DAT row AromaSalesRpt and
      *    MergeBranchSales read and write.
       FD  SALES-FILE.
       01  SALES-REC.
           02  SF-CUST-ID               PIC X(05).
           02  SF-CUST-NAME             PIC X(20).
           02  SF-CUST-TYPE             PIC X(01).
           02  SF-OIL-ID.
               03  SF-OIL-TYPE          PIC X(01).
                   88  SF-ESSENTIAL-OIL     VALUE "E".
               03  SF-OIL-NUM           PIC 9(02).
           02  SF-UNIT-SIZE             PIC 9(02).
           02  SF-UNITS-SOLD            PIC 9(03).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-REC.
           02  WK-SALES-ROW.
               03  WK-CUST-ID           PIC X(05).
               03  WK-CUST-NAME         PIC X(20).
               03  WK-CUST-TYPE         PIC X(01).
               03  WK-OIL-ID.
                   04  WK-OIL-TYPE      PIC X(01).
                   04  WK-OIL-NUM       PIC 9(02).
               03  WK-UNIT-SIZE         PIC 9(02).
               03  WK-UNITS-SOLD        PIC 9(03).
      *    "Y" when this row's oil has already come off OSF.DAT -
      *    carried on a suspended row so a re-post does not draw it
      *    again.
           02  WK-OSF-DONE-SW           PIC X(01).

       FD  AROMA-SUSPENSE-FILE.
       01  AROMA-SUSPENSE-REC.
           02  AS-SALES-ROW             PIC X(34).
           02  AS-OSF-DONE-SW           PIC X(01).
           02  AS-SUSPENSE-DATE         PIC 9(08).
           02  AS-REASON                PIC X(30).

       FD  AROMA-RUN-FILE.
           COPY "AROMA-RUN-REC.CPY".

       FD  OIL-XREF-FILE.
           COPY "OILXREF.CPY".

       FD  AROMA-CUST-MAP-FILE.
           COPY "AROMCUST.CPY".

       FD  CUST-XREF-FILE.
           COPY "CUSTXREF.CPY".

       FD  OIL-STOCK-FILE.
       01  OSF-REC.
           02  OIL-NUM-OSF              PIC 9(04).
           02  QTY-IN-STOCK-OSF         PIC 9(05).
           02  OIL-RECEIVED-DATE-OSF    PIC 9(08).
           02  OIL-SHELF-LIFE-DAYS-OSF  PIC 9(04).

       FD  OIL-LOT-FILE.
       01  LOT-REC.
           02  LOT-KEY.
               03  LOT-OIL-NUM          PIC 9(04).
               03  LOT-RECEIVED-DATE    PIC 9(08).
               03  LOT-SEQ              PIC 9(02).
           02  LOT-QTY                  PIC 9(05).
           02  LOT-SHELF-LIFE-DAYS      PIC 9(04).

       FD  CUSTOMER-MASTER-FILE.
           COPY "CUSTMAS.CPY".

       FD  STOCK-MASTER-FILE.
           COPY "STOCKMAS.CPY".

       FD  SALES-TRANSACTION-FILE.
           COPY "SALESTXN.CPY".

       FD  SALE-HEADER-FILE.
           COPY "SALEHDR.CPY".

       FD  ITEM-STATUS-FILE.
           COPY "ITEMSTAT.CPY".

       FD  ITEM-PRICE-FILE.
           COPY "ITEMPRCE.CPY".

       FD  CONTRACT-PRICE-FILE.
           COPY "CONTPRC.CPY".

       FD  TAX-CODE-FILE.
           COPY "TAXCODE.CPY".

       FD  CUST-TAX-FILE.
           COPY "CUSTTAX.CPY".

       FD  BOM-COMPONENT-FILE.
           COPY "BOMCOMP.CPY".

       FD  RECEIPT-LOT-FILE.
           COPY "RCPTLOT.CPY".

       FD  SALE-LOT-FILE.
           COPY "SALELOT.CPY".

       FD  CONSIGNMENT-FLAG-FILE.
           COPY "CONSIGN.CPY".

       FD  CONSIGNMENT-SETTLE-FILE.
           COPY "CONSETL.CPY".

       FD  CUST-LOYALTY-FILE.
           COPY "CUSTLOY.CPY".

       FD  LOYALTY-LOG-FILE.
           COPY "LOYLOG.CPY".

       FD  GL-INTERFACE-FILE.
           COPY "GL-INTERFACE-REC.CPY".

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-TRAIL-REC.CPY".

       WORKING-STORAGE SECTION.
       01  WS-VARS.
              10 WS-PARMS-OK-SW       PIC X(01) VALUE "N".
                 88 WS-PARMS-OK             VALUE "Y".
              10 WS-FILES-OK-SW       PIC X(01) VALUE "N".
                 88 WS-FILES-OK             VALUE "Y".
              10 WS-SALES-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-SUSP-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-RUN-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-OXREF-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-ACMAP-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-XREF-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-OSF-STATUS        PIC X(02) VALUE "00".
                 88 WS-OSF-LOCKED           VALUE "9A" "99" "96".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-OLOT-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-CUST-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-STOCK-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-SALE-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-HDR-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-ISTAT-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-PRICE-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-CONT-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-TAX-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-CTAX-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-BOM-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-LOT-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-SLOT-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-CONS-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-SETL-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-LOY-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-LYLOG-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-GL-STATUS         PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-AUDIT-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-TODAY-DATE        PIC 9(08) VALUE ZEROS.
              10 WS-NEXT-TXN-NUMBER   PIC 9(08) VALUE ZEROS.
              10 WS-NEXT-INV-NUMBER   PIC 9(08) VALUE ZEROS.
              10 WS-COGS-OFFSET-ACCT  PIC X(10) VALUE SPACES.
      *    "S" posts SALES.DAT; "R" re-posts what is on AROMASUS.DAT.
              10 WS-RUN-MODE          PIC X(01) VALUE "S".
                 88 WS-MODE-SALES           VALUE "S" "s".
                 88 WS-MODE-REPOST          VALUE "R" "r".
              10 WS-WORK-EOF-SW       PIC X(01) VALUE "N".
                 88 WS-WORK-EOF             VALUE "Y".
              10 WS-INPUT-EOF-SW      PIC X(01) VALUE "N".
                 88 WS-INPUT-EOF            VALUE "Y".
              10 WS-NO-INPUT-SW       PIC X(01) VALUE "N".
                 88 WS-NO-INPUT             VALUE "Y".
              10 WS-ACMAP-OPEN-SW     PIC X(01) VALUE "N".
                 88 WS-ACMAP-OPEN           VALUE "Y".
              10 WS-XREF-OPEN-SW      PIC X(01) VALUE "N".
                 88 WS-XREF-OPEN            VALUE "Y".
              10 WS-OLOT-OPEN-SW      PIC X(01) VALUE "N".
                 88 WS-OLOT-OPEN            VALUE "Y".
              10 WS-ROWS-READ         PIC 9(07) VALUE ZEROS.
              10 WS-ROWS-NOT-ESSENTIAL PIC 9(07) VALUE ZEROS.
              10 WS-INVOICES-POSTED   PIC 9(05) VALUE ZEROS.
              10 WS-LINES-POSTED      PIC 9(05) VALUE ZEROS.
              10 WS-LINES-SUSPENDED   PIC 9(05) VALUE ZEROS.
              10 WS-OVER-LIMIT-COUNT  PIC 9(05) VALUE ZEROS.
              10 WS-RUN-GOODS-TOTAL   PIC S9(09)V99 VALUE ZEROS.
              10 WS-RUN-TAX-TOTAL     PIC S9(09)V99 VALUE ZEROS.

      *    This SALES.DAT's fingerprint, worked out as it is read -
      *    the key of its AROMA-RUN-CONTROL record.
       01  WS-RUN-CONTROL-VARS.
              10 WS-FP-REC-COUNT      PIC 9(07) VALUE ZEROS.
              10 WS-FP-UNITS-TOTAL    PIC 9(09) VALUE ZEROS.
              10 WS-FP-HASH-TOTAL     PIC 9(12) VALUE ZEROS.
              10 WS-RUN-ON-FILE-SW    PIC X(01) VALUE "N".
                 88 WS-RUN-ON-FILE          VALUE "Y".
              10 WS-RUN-REFUSED-SW    PIC X(01) VALUE "N".
                 88 WS-RUN-REFUSED          VALUE "Y".
              10 WS-OSF-ALREADY-SW    PIC X(01) VALUE "N".
                 88 WS-OSF-ALREADY-POSTED   VALUE "Y".

      *    The invoice currently being gathered - one Aroma
      *    customer's rows, committed together at the change of
      *    customer (or when the line table fills).
       01  WS-INVOICE-VARS.
              10 WS-CUR-AROMA-CUST    PIC X(05) VALUE SPACES.
              10 WS-MAPPED-CUST-ID    PIC X(05) VALUE SPACES.
              10 WS-CUR-CUST-ID       PIC X(05) VALUE SPACES.
              10 WS-CUST-OK-SW        PIC X(01) VALUE "N".
                 88 WS-CUST-OK               VALUE "Y".
              10 WS-INV-GOODS-TOTAL   PIC S9(09)V99 VALUE ZEROS.
              10 WS-INV-TAX-TOTAL     PIC S9(09)V99 VALUE ZEROS.
              10 WS-INV-DONE-LINES    PIC 9(02) VALUE ZEROS.
              10 WS-DONE-GOODS-TOTAL  PIC S9(09)V99 VALUE ZEROS.
              10 WS-DONE-TAX-TOTAL    PIC S9(09)V99 VALUE ZEROS.
              10 WS-LINE-IX           PIC 9(02) VALUE ZEROS.
              10 WS-SUSPENSE-REASON   PIC X(30) VALUE SPACES.
              10 WS-BD-HOLD-SW        PIC X(01) VALUE "N".
                 88 WS-BD-ON-HOLD           VALUE "Y".

       01  WS-INVOICE-LINES.
              10 WS-INV-LINE-COUNT    PIC 9(02) VALUE ZEROS.
              10 OL-LINE OCCURS 30 TIMES.
                 15 OL-SALES-ROW      PIC X(34).
                 15 OL-ITEM-NUMBER    PIC 9(06).
                 15 OL-LOCATION       PIC X(04).
                 15 OL-QTY            PIC S9(05).
                 15 OL-UNIT-PRICE     PIC 9(05)V99.
                 15 OL-EXTENDED       PIC S9(07)V99.
                 15 OL-TAX-CODE       PIC X(04).
                 15 OL-TAX-AMOUNT     PIC S9(07)V99.
                 15 OL-OIL-NUM        PIC 9(04).
                 15 OL-OSF-QTY        PIC 9(05).
                 15 OL-OSF-DONE-SW    PIC X(01).

      *    Pricing and tax work fields, the same lookup order
      *    SalesMgmt applies: contract price beats list price, the
      *    customer's tax code (or the default) rates the line.
       01  WS-PRICING-VARS.
              10 WS-SUGGESTED-PRICE   PIC 9(05)V99 VALUE ZEROS.
              10 WS-CONTRACT-FOUND-SW PIC X(01) VALUE "N".
                 88 WS-CONTRACT-FOUND        VALUE "Y".
              10 WS-CONT-MORE-SW      PIC X(01) VALUE "Y".
                 88 WS-CONT-MORE             VALUE "Y".
              10 WS-DEFAULT-TAX-CODE  PIC X(04) VALUE SPACES.
              10 WS-SALE-TAX-CODE     PIC X(04) VALUE SPACES.
              10 WS-TAX-EXEMPT-SW     PIC X(01) VALUE "N".
                 88 WS-TAX-EXEMPT            VALUE "Y".
              10 WS-LINE-TAX-CODE     PIC X(04) VALUE SPACES.
              10 WS-LINE-TAX-AMOUNT   PIC S9(07)V99 VALUE ZEROS.
              10 WS-IS-KIT-SW         PIC X(01) VALUE "N".
                 88 WS-IS-KIT                VALUE "Y".
              10 WS-ITEM-SELLABLE-SW  PIC X(01) VALUE "Y".
                 88 WS-ITEM-SELLABLE        VALUE "Y".

      *    Oil-Stock-File work fields.  OSF.DAT has no key on the oil
      *    number, so its slot is found by scan (3080) and then read
      *    again under lock for the update, as UpdateOilStockQty
      *    does it.
       01  WS-OSF-VARS.
              10 WS-OSF-REL-NUM       PIC 9(03) VALUE ZEROS.
              10 WS-OSF-TARGET-OIL    PIC 9(04) VALUE ZEROS.
              10 WS-OSF-QTY           PIC 9(05) VALUE ZEROS.
              10 WS-OSF-SCAN-SW       PIC X(01) VALUE "N".
                 88 WS-OSF-SCAN-END         VALUE "Y".
              10 WS-OSF-FOUND-SW      PIC X(01) VALUE "N".
                 88 WS-OSF-FOUND            VALUE "Y".
              10 WS-OSF-RETRY-COUNT   PIC 9(02) VALUE ZEROS.
              10 WS-OSF-RETRY-MAX     PIC 9(02) VALUE 05.
              10 WS-OSF-LOCK-SW       PIC X(01) VALUE "N".
                 88 WS-OSF-LOCK-OBTAINED    VALUE "Y".
              10 WS-OSF-REMAINING     PIC 9(05) VALUE ZEROS.
              10 WS-OLOT-MORE-SW      PIC X(01) VALUE "N".
                 88 WS-OLOT-MORE            VALUE "Y".

      *    Receipt-lot consumption work fields, mirroring the
      *    3024/3034 trace SalesMgmt leaves for a recall.
       01  WS-LOT-VARS.
              10 WS-LOT-REMAINING     PIC S9(05) VALUE ZEROS.
              10 WS-LOT-TAKE          PIC S9(05) VALUE ZEROS.
              10 WS-LOT-SEQ           PIC 9(02) VALUE ZEROS.
              10 WS-LOT-MORE-SW       PIC X(01) VALUE "Y".
                 88 WS-LOT-MORE              VALUE "Y".

      *    Working fields for 3012-ACCRUE-LOYALTY-REBATE, the same
      *    accrual SalesMgmt makes for a counter sale.
       01  WS-LOYALTY-VARS.
              10 WS-LOY-REBATE-PCT    PIC 9(01)V99 VALUE ZEROS.
              10 WS-LOY-ACCRUAL-AMT   PIC 9(07)V99 VALUE ZEROS.

       01  WS-AUDIT-IMAGES.
              10 WS-AUDIT-CUST-BEFORE PIC X(88) VALUE SPACES.
              10 WS-AUDIT-STOCK-BEFORE PIC X(86) VALUE SPACES.
              10 WS-AUDIT-LOY-BEFORE  PIC X(34) VALUE SPACES.
              10 WS-AUDIT-OSF-BEFORE  PIC X(21) VALUE SPACES.

      *    Parameter block for 5150-POST-SALE-MOVEMENT.
           COPY "STKMVMSG.CPY".

       01  WS-GL-ACCOUNTS.
           02 GL-ACCT-SALES-REVENUE    PIC X(10) VALUE SPACES.
           02 GL-ACCT-ACCOUNTS-RCVBL   PIC X(10) VALUE SPACES.
           02 GL-ACCT-SALES-TAX-PYBL   PIC X(10) VALUE SPACES.
           02 GL-ACCT-COST-OF-SALES    PIC X(10) VALUE SPACES.
           02 GL-ACCT-INVENTORY        PIC X(10) VALUE SPACES.
           02 GL-ACCT-CONSIGN-PYBL     PIC X(10) VALUE SPACES.

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
              DISPLAY "POST SALES.DAT (S) OR RE-POST SUSPENSE FILE "
                      "AROMASUS.DAT (R): ".
              ACCEPT WS-RUN-MODE.
              IF NOT WS-MODE-SALES AND NOT WS-MODE-REPOST
                 DISPLAY "INVALID CHOICE - NOTHING POSTED."
                 GOBACK
              END-IF.
              PERFORM 1000-INITIALIZE THRU 1000-EXIT.
              IF NOT WS-FILES-OK
                 PERFORM 9500-CLOSE-FILES THRU 9500-EXIT
                 MOVE 1 TO RETURN-CODE
                 GOBACK
              END-IF.
              SORT SORT-WORK-FILE
                   ON ASCENDING KEY WK-CUST-ID WK-OIL-ID WK-UNIT-SIZE
                   INPUT PROCEDURE IS 2000-SELECT-SALES
                                 THRU 2000-EXIT
                   OUTPUT PROCEDURE IS 2500-POST-SALES
                                 THRU 2500-EXIT.
              IF NOT WS-NO-INPUT AND NOT WS-RUN-REFUSED
                 DISPLAY "ROWS READ: " WS-ROWS-READ
                 DISPLAY "ROWS NOT ESSENTIAL OIL (NOT POSTED): "
                         WS-ROWS-NOT-ESSENTIAL
                 DISPLAY "INVOICES POSTED: " WS-INVOICES-POSTED
                 DISPLAY "LINES POSTED: " WS-LINES-POSTED
                 DISPLAY "LINES TO SUSPENSE: " WS-LINES-SUSPENDED
                 DISPLAY "CUSTOMERS POSTED OVER CREDIT LIMIT: "
                         WS-OVER-LIMIT-COUNT
                 DISPLAY "GOODS: " WS-RUN-GOODS-TOTAL
                         " TAX: " WS-RUN-TAX-TOTAL
              END-IF.
              PERFORM 9500-CLOSE-FILES THRU 9500-EXIT.
              GOBACK.

      * The GL accounts this program posts to come off the system
      * parameter file (kept by SysParmMgmt.cbl, from Utilities)
      * rather than VALUE clauses here.  Any one missing, or a GL
      * account no longer active on the chart, stops the program
      * before it touches a file.
       0900-LOAD-SYSTEM-PARMS.
              SET WS-PARMS-OK TO TRUE.
              MOVE "GL-SALES-REVENUE" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-SALES-REVENUE.
              MOVE "GL-AR" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-ACCOUNTS-RCVBL.
              MOVE "GL-SALES-TAX" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-SALES-TAX-PYBL.
              MOVE "GL-COST-OF-SALES" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-COST-OF-SALES.
              MOVE "GL-INVENTORY" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-INVENTORY.
              MOVE "GL-CONSIGN-PYBL" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-CONSIGN-PYBL.
              MOVE "DEFAULT-TAX-CODE" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO WS-DEFAULT-TAX-CODE.
              IF NOT WS-PARMS-OK
                 DISPLAY "AROMA SALES POSTING CANNOT RUN -"
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

      * SALES.DAT (or the suspense file) is opened by the sort's
      * input procedure and the suspense file rewritten by its
      * output procedure; everything else is opened here.  Without
      * the oil cross-reference or OSF.DAT nothing can be posted,
      * so either one missing stops the run.
       1000-INITIALIZE.
              SET WS-FILES-OK TO TRUE.
              ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
              OPEN INPUT OIL-XREF-FILE.
              IF WS-OXREF-STATUS NOT = "00"
                 DISPLAY "OIL CROSS-REFERENCE NOT AVAILABLE - STATUS "
                         WS-OXREF-STATUS " - SET IT UP IN "
                         "AromaXrefMgmt."
                 MOVE "N" TO WS-FILES-OK-SW
              END-IF.
              OPEN I-O OIL-STOCK-FILE.
              IF WS-OSF-STATUS NOT = "00"
                 DISPLAY "OSF.DAT NOT AVAILABLE - STATUS "
                         WS-OSF-STATUS
                 MOVE "N" TO WS-FILES-OK-SW
              END-IF.
              IF NOT WS-FILES-OK
                 GO TO 1000-EXIT
              END-IF.
              OPEN I-O AROMA-RUN-FILE.
              IF WS-RUN-STATUS = "35"
                 CLOSE AROMA-RUN-FILE
                 OPEN OUTPUT AROMA-RUN-FILE
                 CLOSE AROMA-RUN-FILE
                 OPEN I-O AROMA-RUN-FILE
              END-IF.
              OPEN INPUT AROMA-CUST-MAP-FILE.
              IF WS-ACMAP-STATUS = "00"
                 SET WS-ACMAP-OPEN TO TRUE
              END-IF.
              OPEN INPUT CUST-XREF-FILE.
              IF WS-XREF-STATUS = "00"
                 SET WS-XREF-OPEN TO TRUE
              END-IF.
              OPEN I-O OIL-LOT-FILE.
              IF WS-OLOT-STATUS = "00"
                 SET WS-OLOT-OPEN TO TRUE
              END-IF.
              OPEN I-O CUSTOMER-MASTER-FILE.
              OPEN I-O STOCK-MASTER-FILE.
              OPEN I-O SALES-TRANSACTION-FILE.
              OPEN I-O SALE-HEADER-FILE.
              IF WS-HDR-STATUS = "35"
                 CLOSE SALE-HEADER-FILE
                 OPEN OUTPUT SALE-HEADER-FILE
                 CLOSE SALE-HEADER-FILE
                 OPEN I-O SALE-HEADER-FILE
              END-IF.
              OPEN INPUT ITEM-STATUS-FILE.
              OPEN INPUT ITEM-PRICE-FILE.
              OPEN INPUT CONTRACT-PRICE-FILE.
              OPEN INPUT TAX-CODE-FILE.
              OPEN INPUT CUST-TAX-FILE.
              OPEN INPUT BOM-COMPONENT-FILE.
              OPEN I-O RECEIPT-LOT-FILE.
              OPEN I-O SALE-LOT-FILE.
              IF WS-SLOT-STATUS = "35"
                 CLOSE SALE-LOT-FILE
                 OPEN OUTPUT SALE-LOT-FILE
                 CLOSE SALE-LOT-FILE
                 OPEN I-O SALE-LOT-FILE
              END-IF.
              OPEN INPUT CONSIGNMENT-FLAG-FILE.
              OPEN EXTEND CONSIGNMENT-SETTLE-FILE.
              IF WS-SETL-STATUS = "35"
                 OPEN OUTPUT CONSIGNMENT-SETTLE-FILE
              END-IF.
              OPEN I-O CUST-LOYALTY-FILE.
              IF WS-LOY-STATUS = "35"
                 OPEN OUTPUT CUST-LOYALTY-FILE
                 CLOSE CUST-LOYALTY-FILE
                 OPEN I-O CUST-LOYALTY-FILE
              END-IF.
              OPEN EXTEND LOYALTY-LOG-FILE.
              IF WS-LYLOG-STATUS = "35"
                 OPEN OUTPUT LOYALTY-LOG-FILE
              END-IF.
              OPEN EXTEND GL-INTERFACE-FILE.
              IF WS-GL-STATUS = "35"
                 OPEN OUTPUT GL-INTERFACE-FILE
              END-IF.
              OPEN EXTEND AUDIT-TRAIL-FILE.
              IF WS-AUDIT-STATUS = "35"
                 OPEN OUTPUT AUDIT-TRAIL-FILE
              END-IF.
              PERFORM 1100-FIND-LAST-TXN-NUMBER THRU 1100-EXIT.
              PERFORM 1180-FIND-LAST-INV-NUMBER THRU 1180-EXIT.
       1000-EXIT.
              EXIT.

      * Find the highest transaction number already on file so new
      * sales keep numbering forward instead of colliding on key 1.
       1100-FIND-LAST-TXN-NUMBER.
              MOVE HIGH-VALUES TO ST-TXN-NUMBER.
              START SALES-TRANSACTION-FILE
                    KEY IS LESS THAN ST-TXN-NUMBER
                 INVALID KEY
                    MOVE ZEROS TO WS-NEXT-TXN-NUMBER
                 NOT INVALID KEY
                    READ SALES-TRANSACTION-FILE PREVIOUS RECORD
                       AT END MOVE ZEROS TO WS-NEXT-TXN-NUMBER
                       NOT AT END MOVE ST-TXN-NUMBER
                                    TO WS-NEXT-TXN-NUMBER
                    END-READ
              END-START.
       1100-EXIT.
              EXIT.

      * Find the highest invoice number already on file so new
      * invoices keep numbering forward instead of colliding on
      * key 1.
       1180-FIND-LAST-INV-NUMBER.
              MOVE HIGH-VALUES TO SH-INVOICE-NUMBER.
              START SALE-HEADER-FILE
                    KEY IS LESS THAN SH-INVOICE-NUMBER
                 INVALID KEY
                    MOVE ZEROS TO WS-NEXT-INV-NUMBER
                 NOT INVALID KEY
                    READ SALE-HEADER-FILE PREVIOUS RECORD
                       AT END MOVE ZEROS TO WS-NEXT-INV-NUMBER
                       NOT AT END MOVE SH-INVOICE-NUMBER
                                    TO WS-NEXT-INV-NUMBER
                    END-READ
              END-START.
       1180-EXIT.
              EXIT.

      * Sort input procedure.  In posting mode every SALES.DAT row
      * goes into the file's fingerprint and the essential-oil rows
      * are released for posting - base oils are not carried on
      * OSF.DAT or reported by AromaSalesRpt and are left alone.  In
      * re-post mode the suspended rows are released as they stand.
       2000-SELECT-SALES.
              MOVE "N" TO WS-INPUT-EOF-SW.
              IF WS-MODE-REPOST
                 OPEN INPUT AROMA-SUSPENSE-FILE
                 IF WS-SUSP-STATUS NOT = "00"
                    DISPLAY "NO SUSPENSE FILE (AROMASUS.DAT) TO "
                            "RE-POST - STATUS " WS-SUSP-STATUS
                    SET WS-NO-INPUT TO TRUE
                    GO TO 2000-EXIT
                 END-IF
                 PERFORM 2300-RELEASE-SUSPENSE-ROW THRU 2300-EXIT
                    UNTIL WS-INPUT-EOF
                 CLOSE AROMA-SUSPENSE-FILE
                 GO TO 2000-EXIT
              END-IF.
              OPEN INPUT SALES-FILE.
              IF WS-SALES-STATUS NOT = "00"
                 DISPLAY "SALES.DAT NOT FOUND - STATUS "
                         WS-SALES-STATUS
                 SET WS-NO-INPUT TO TRUE
                 GO TO 2000-EXIT
              END-IF.
              PERFORM 2100-RELEASE-SALES-ROW THRU 2100-EXIT
                 UNTIL WS-INPUT-EOF.
              CLOSE SALES-FILE.
       2000-EXIT.
              EXIT.

      * Sort output procedure.  A SALES.DAT already posted is
      * refused before a single row is returned; otherwise the rows
      * come back in customer order and post one invoice per
      * customer, the last one committed at the end of the rows.
       2500-POST-SALES.
              IF WS-NO-INPUT
                 GO TO 2500-EXIT
              END-IF.
              IF WS-MODE-SALES
                 PERFORM 2600-CHECK-RUN-CONTROL THRU 2600-EXIT
                 IF WS-RUN-REFUSED
                    GO TO 2500-EXIT
                 END-IF
                 OPEN EXTEND AROMA-SUSPENSE-FILE
                 IF WS-SUSP-STATUS = "35"
                    OPEN OUTPUT AROMA-SUSPENSE-FILE
                 END-IF
              ELSE
                 OPEN OUTPUT AROMA-SUSPENSE-FILE
              END-IF.
              MOVE SPACES TO WS-CUR-AROMA-CUST.
              MOVE ZEROS TO WS-INV-LINE-COUNT.
              MOVE ZEROS TO WS-INV-GOODS-TOTAL
                            WS-INV-TAX-TOTAL.
              MOVE "N" TO WS-WORK-EOF-SW.
              PERFORM 2700-RETURN-SALES-ROW THRU 2700-EXIT
                 UNTIL WS-WORK-EOF.
              IF WS-INV-LINE-COUNT > ZEROS
                 PERFORM 4000-COMMIT-INVOICE THRU 4000-EXIT
              END-IF.
              CLOSE AROMA-SUSPENSE-FILE.
              IF WS-MODE-SALES
                 PERFORM 2900-UPDATE-RUN-CONTROL THRU 2900-EXIT
              END-IF.
       2500-EXIT.
              EXIT.

       2100-RELEASE-SALES-ROW.
              READ SALES-FILE
                 AT END
                    SET WS-INPUT-EOF TO TRUE
                    GO TO 2100-EXIT
              END-READ.
              PERFORM 2150-ADD-TO-FINGERPRINT THRU 2150-EXIT.
              IF NOT SF-ESSENTIAL-OIL
                 ADD 1 TO WS-ROWS-NOT-ESSENTIAL
                 GO TO 2100-EXIT
              END-IF.
              MOVE SALES-REC TO WK-SALES-ROW.
              MOVE "N" TO WK-OSF-DONE-SW.
              RELEASE SORT-WORK-REC.
       2100-EXIT.
              EXIT.

      *    The fingerprint AROMA-RUN-REC.CPY describes - worked out
      *    the same way by SalesStockRecon and AromaSalesRpt.
       2150-ADD-TO-FINGERPRINT.
              ADD 1 TO WS-FP-REC-COUNT.
              IF SF-OIL-NUM IS NUMERIC
                 AND SF-UNIT-SIZE IS NUMERIC
                 AND SF-UNITS-SOLD IS NUMERIC
                 ADD SF-UNITS-SOLD TO WS-FP-UNITS-TOTAL
                 COMPUTE WS-FP-HASH-TOTAL = WS-FP-HASH-TOTAL
                       + (SF-OIL-NUM * 100000)
                       + (SF-UNIT-SIZE * 1000)
                       + SF-UNITS-SOLD
              END-IF.
       2150-EXIT.
              EXIT.

       2300-RELEASE-SUSPENSE-ROW.
              READ AROMA-SUSPENSE-FILE
                 AT END
                    SET WS-INPUT-EOF TO TRUE
                    GO TO 2300-EXIT
              END-READ.
              MOVE AS-SALES-ROW TO WK-SALES-ROW.
              MOVE AS-OSF-DONE-SW TO WK-OSF-DONE-SW.
              RELEASE SORT-WORK-REC.
       2300-EXIT.
              EXIT.

      *    Looks this SALES.DAT up on AROMA-RUN-CONTROL by its
      *    fingerprint.  Already posted refuses the run outright;
      *    already taken off OSF.DAT (by SalesStockRecon) means the
      *    oil stock is left alone this time.
       2600-CHECK-RUN-CONTROL.
              MOVE "N" TO WS-RUN-ON-FILE-SW.
              MOVE "N" TO WS-RUN-REFUSED-SW.
              MOVE "N" TO WS-OSF-ALREADY-SW.
              IF WS-FP-REC-COUNT = ZEROS
                 DISPLAY "SALES.DAT IS EMPTY - NOTHING POSTED."
                 SET WS-RUN-REFUSED TO TRUE
                 GO TO 2600-EXIT
              END-IF.
              MOVE WS-FP-REC-COUNT TO RC-REC-COUNT.
              MOVE WS-FP-UNITS-TOTAL TO RC-UNITS-TOTAL.
              MOVE WS-FP-HASH-TOTAL TO RC-HASH-TOTAL.
              READ AROMA-RUN-FILE
                 INVALID KEY
                    INITIALIZE AROMA-RUN-REC
                    MOVE WS-FP-REC-COUNT TO RC-REC-COUNT
                    MOVE WS-FP-UNITS-TOTAL TO RC-UNITS-TOTAL
                    MOVE WS-FP-HASH-TOTAL TO RC-HASH-TOTAL
                    MOVE WS-TODAY-DATE TO RC-FIRST-SEEN-DATE
                    MOVE "N" TO RC-OSF-POSTED-SW
                    MOVE "N" TO RC-RPT-GL-REVERSED-SW
                    MOVE "N" TO RC-SALES-POSTED-SW
                 NOT INVALID KEY
                    SET WS-RUN-ON-FILE TO TRUE
              END-READ.
              IF RC-SALES-POSTED
                 DISPLAY "THIS SALES.DAT WAS ALREADY POSTED ON "
                         RC-SALES-POSTED-DATE " - "
                         RC-INVOICES-POSTED " INVOICE(S), "
                         RC-LINES-POSTED " LINE(S).  RUN REFUSED."
                 SET WS-RUN-REFUSED TO TRUE
                 GO TO 2600-EXIT
              END-IF.
              IF RC-OSF-POSTED
                 SET WS-OSF-ALREADY-POSTED TO TRUE
                 DISPLAY "OSF.DAT ALREADY UPDATED FOR THIS SALES.DAT "
                         "BY " RC-OSF-POSTED-BY " ON "
                         RC-OSF-POSTED-DATE " - OIL STOCK NOT DRAWN "
                         "AGAIN."
              END-IF.
       2600-EXIT.
              EXIT.

      * Records the posting against the file's fingerprint so it is
      * refused next time, marks OSF.DAT as drawn, and backs out the
      * summary receivable AromaSalesRpt may already have sent to
      * the ledger for the same file.
       2900-UPDATE-RUN-CONTROL.
              SET RC-SALES-POSTED TO TRUE.
              MOVE WS-TODAY-DATE TO RC-SALES-POSTED-DATE.
              MOVE WS-INVOICES-POSTED TO RC-INVOICES-POSTED.
              MOVE WS-LINES-POSTED TO RC-LINES-POSTED.
              MOVE WS-LINES-SUSPENDED TO RC-LINES-SUSPENDED.
              MOVE WS-RUN-GOODS-TOTAL TO RC-GOODS-TOTAL.
              MOVE WS-RUN-TAX-TOTAL TO RC-TAX-TOTAL.
              IF NOT RC-OSF-POSTED
                 SET RC-OSF-POSTED TO TRUE
                 MOVE "AromaSalesPost" TO RC-OSF-POSTED-BY
                 MOVE WS-TODAY-DATE TO RC-OSF-POSTED-DATE
              END-IF.
              IF RC-RPT-GL-AMOUNT > ZEROS
                 AND NOT RC-RPT-GL-REVERSED
                 PERFORM 8100-REVERSE-REPORT-GL THRU 8100-EXIT
                 SET RC-RPT-GL-REVERSED TO TRUE
              END-IF.
              IF WS-RUN-ON-FILE
                 REWRITE AROMA-RUN-REC
                    INVALID KEY
                       DISPLAY "RUN CONTROL NOT UPDATED - STATUS "
                               WS-RUN-STATUS
                 END-REWRITE
              ELSE
                 WRITE AROMA-RUN-REC
                    INVALID KEY
                       DISPLAY "RUN CONTROL NOT WRITTEN - STATUS "
                               WS-RUN-STATUS
                 END-WRITE
              END-IF.
              IF WS-RUN-STATUS NOT = "00"
                 DISPLAY "*** THIS SALES.DAT IS NOT MARKED AS POSTED "
                         "- DO NOT RUN IT AGAIN ***"
              END-IF.
       2900-EXIT.
              EXIT.

      * The control-break loop: one Aroma customer's rows gather in
      * WS-INVOICE-LINES, and the change of customer (or end of the
      * rows) commits them as one invoice.
       2700-RETURN-SALES-ROW.
              RETURN SORT-WORK-FILE
                 AT END
                    SET WS-WORK-EOF TO TRUE
                    GO TO 2700-EXIT
              END-RETURN.
              ADD 1 TO WS-ROWS-READ.
              IF WK-CUST-ID NOT = WS-CUR-AROMA-CUST
                 IF WS-INV-LINE-COUNT > ZEROS
                    PERFORM 4000-COMMIT-INVOICE THRU 4000-EXIT
                 END-IF
                 PERFORM 2800-START-NEW-INVOICE THRU 2800-EXIT
              END-IF.
              IF NOT WS-CUST-OK
                 MOVE "CUSTOMER NOT MAPPED" TO WS-SUSPENSE-REASON
                 PERFORM 6000-WRITE-SUSPENSE THRU 6000-EXIT
                 GO TO 2700-EXIT
              END-IF.
      *    A customer with more oils than one invoice holds simply
      *    runs on to a second invoice.
              IF WS-INV-LINE-COUNT >= 30
                 PERFORM 4000-COMMIT-INVOICE THRU 4000-EXIT
              END-IF.
              PERFORM 3000-VALIDATE-LINE THRU 3000-EXIT.
       2700-EXIT.
              EXIT.

      * A new Aroma customer: map the id to its account once - the
      * Aroma customer map first, otherwise the id itself, and a
      * merged-away account followed to its survivor.
       2800-START-NEW-INVOICE.
              MOVE WK-CUST-ID TO WS-CUR-AROMA-CUST.
              MOVE ZEROS TO WS-INV-LINE-COUNT.
              MOVE ZEROS TO WS-INV-GOODS-TOTAL
                            WS-INV-TAX-TOTAL.
              MOVE "N" TO WS-CUST-OK-SW.
              MOVE SPACES TO WS-CUR-CUST-ID.
              MOVE WK-CUST-ID TO WS-MAPPED-CUST-ID.
              IF WS-ACMAP-OPEN
                 MOVE WK-CUST-ID TO AC-AROMA-CUST-ID
                 READ AROMA-CUST-MAP-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE AC-CUST-ID TO WS-MAPPED-CUST-ID
                 END-READ
              END-IF.
              MOVE WS-MAPPED-CUST-ID TO CM-CUST-ID.
              READ CUSTOMER-MASTER-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET WS-CUST-OK TO TRUE
              END-READ.
              IF NOT WS-CUST-OK AND WS-XREF-OPEN
                 MOVE WS-MAPPED-CUST-ID TO MX-OLD-CUST-ID
                 READ CUST-XREF-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE MX-SURVIVOR-ID TO CM-CUST-ID
                       READ CUSTOMER-MASTER-FILE
                          INVALID KEY
                             CONTINUE
                          NOT INVALID KEY
                             SET WS-CUST-OK TO TRUE
                       END-READ
                 END-READ
              END-IF.
              IF WS-CUST-OK
                 MOVE CM-CUST-ID TO WS-CUR-CUST-ID
                 MOVE CUSTOMER-MASTER-REC TO WS-AUDIT-CUST-BEFORE
              END-IF.
       2800-EXIT.
              EXIT.

      * Maps one row to its item, checks it can be sold and that both
      * STOCK-MASTER and OSF.DAT can cover it, prices it (contract
      * price first, list price otherwise) and rates its tax, then
      * adds it to the gathered invoice.  Any failure sends the row
      * alone to suspense - the rest of the invoice still posts.
       3000-VALIDATE-LINE.
              IF WK-OIL-NUM IS NOT NUMERIC
                 OR WK-UNIT-SIZE IS NOT NUMERIC
                 OR WK-UNITS-SOLD IS NOT NUMERIC
                 MOVE "SALES ROW NOT NUMERIC" TO WS-SUSPENSE-REASON
                 PERFORM 6000-WRITE-SUSPENSE THRU 6000-EXIT
                 GO TO 3000-EXIT
              END-IF.
              IF WK-UNITS-SOLD = ZEROS OR WK-UNIT-SIZE = ZEROS
                 MOVE "ZERO QUANTITY" TO WS-SUSPENSE-REASON
                 PERFORM 6000-WRITE-SUSPENSE THRU 6000-EXIT
                 GO TO 3000-EXIT
              END-IF.
              MOVE WK-OIL-ID TO OX-OIL-ID.
              MOVE WK-UNIT-SIZE TO OX-UNIT-SIZE.
              READ OIL-XREF-FILE
                 INVALID KEY
                    MOVE "OIL NOT MAPPED TO AN ITEM"
                      TO WS-SUSPENSE-REASON
                    PERFORM 6000-WRITE-SUSPENSE THRU 6000-EXIT
                    GO TO 3000-EXIT
              END-READ.
              MOVE OX-ITEM-NUMBER TO SM-ITEM-NUMBER.
              MOVE OX-LOCATION TO SM-LOCATION.
              READ STOCK-MASTER-FILE
                 INVALID KEY
                    MOVE "ITEM NOT AT LOCATION" TO WS-SUSPENSE-REASON
                    PERFORM 6000-WRITE-SUSPENSE THRU 6000-EXIT
                    GO TO 3000-EXIT
              END-READ.
              PERFORM 3065-CHECK-ITEM-STATUS THRU 3065-EXIT.
              IF NOT WS-ITEM-SELLABLE
                 MOVE "ITEM NOT RELEASED FOR SALE"
                   TO WS-SUSPENSE-REASON
                 PERFORM 6000-WRITE-SUSPENSE THRU 6000-EXIT
                 GO TO 3000-EXIT
              END-IF.
              PERFORM 3070-CHECK-KIT-STATUS THRU 3070-EXIT.
              IF WS-IS-KIT
                 MOVE "KIT ITEM - COUNTER ONLY" TO WS-SUSPENSE-REASON
                 PERFORM 6000-WRITE-SUSPENSE THRU 6000-EXIT
                 GO TO 3000-EXIT
              END-IF.
              IF WK-UNITS-SOLD > SM-QTY-ON-HAND
                 MOVE "INSUFFICIENT STOCK" TO WS-SUSPENSE-REASON
                 PERFORM 6000-WRITE-SUSPENSE THRU 6000-EXIT
                 GO TO 3000-EXIT
              END-IF.
              COMPUTE WS-OSF-QTY = WK-UNIT-SIZE * WK-UNITS-SOLD.
              IF WK-OSF-DONE-SW NOT = "Y"
                 AND NOT WS-OSF-ALREADY-POSTED
                 MOVE WK-OIL-NUM TO WS-OSF-TARGET-OIL
                 PERFORM 3080-FIND-OIL-STOCK THRU 3080-EXIT
                 IF NOT WS-OSF-FOUND
                    MOVE "OIL NOT ON OSF.DAT" TO WS-SUSPENSE-REASON
                    PERFORM 6000-WRITE-SUSPENSE THRU 6000-EXIT
                    GO TO 3000-EXIT
                 END-IF
                 IF QTY-IN-STOCK-OSF < WS-OSF-QTY
                    MOVE "OIL STOCK SHORTFALL ON OSF.DAT"
                      TO WS-SUSPENSE-REASON
                    PERFORM 6000-WRITE-SUSPENSE THRU 6000-EXIT
                    GO TO 3000-EXIT
                 END-IF
              END-IF.
              PERFORM 3016-FIND-CONTRACT-PRICE THRU 3016-EXIT.
              IF NOT WS-CONTRACT-FOUND
                 MOVE SM-ITEM-NUMBER TO IP-ITEM-NUMBER
                 READ ITEM-PRICE-FILE
                    INVALID KEY
                       MOVE ZEROS TO WS-SUGGESTED-PRICE
                    NOT INVALID KEY
                       MOVE IP-LIST-PRICE TO WS-SUGGESTED-PRICE
                 END-READ
              END-IF.
              IF WS-SUGGESTED-PRICE = ZEROS
                 MOVE "NO PRICE ON FILE" TO WS-SUSPENSE-REASON
                 PERFORM 6000-WRITE-SUSPENSE THRU 6000-EXIT
                 GO TO 3000-EXIT
              END-IF.
              ADD 1 TO WS-INV-LINE-COUNT.
              MOVE WS-INV-LINE-COUNT TO WS-LINE-IX.
              MOVE WK-SALES-ROW TO OL-SALES-ROW(WS-LINE-IX).
              MOVE SM-ITEM-NUMBER TO OL-ITEM-NUMBER(WS-LINE-IX).
              MOVE SM-LOCATION TO OL-LOCATION(WS-LINE-IX).
              MOVE WK-UNITS-SOLD TO OL-QTY(WS-LINE-IX).
              MOVE WS-SUGGESTED-PRICE
                TO OL-UNIT-PRICE(WS-LINE-IX).
              COMPUTE OL-EXTENDED(WS-LINE-IX) =
                      WK-UNITS-SOLD * WS-SUGGESTED-PRICE.
              MOVE WK-OIL-NUM TO OL-OIL-NUM(WS-LINE-IX).
              MOVE WS-OSF-QTY TO OL-OSF-QTY(WS-LINE-IX).
              IF WK-OSF-DONE-SW = "Y" OR WS-OSF-ALREADY-POSTED
                 MOVE "Y" TO OL-OSF-DONE-SW(WS-LINE-IX)
              ELSE
                 MOVE "N" TO OL-OSF-DONE-SW(WS-LINE-IX)
              END-IF.
              PERFORM 3014-COMPUTE-SALES-TAX THRU 3014-EXIT.
              MOVE WS-LINE-TAX-CODE TO OL-TAX-CODE(WS-LINE-IX).
              MOVE WS-LINE-TAX-AMOUNT TO OL-TAX-AMOUNT(WS-LINE-IX).
              ADD OL-EXTENDED(WS-LINE-IX) TO WS-INV-GOODS-TOTAL.
              ADD WS-LINE-TAX-AMOUNT TO WS-INV-TAX-TOTAL.
       3000-EXIT.
              EXIT.

      *    Rates one line's tax the way SalesMgmt's 3014 does: the
      *    customer's CUST-TAX code (or the default) against TAX-
      *    CODE-FILE, a valid exemption certificate zeroing the tax.
       3014-COMPUTE-SALES-TAX.
              MOVE "N" TO WS-TAX-EXEMPT-SW.
              MOVE WS-DEFAULT-TAX-CODE TO WS-SALE-TAX-CODE.
              MOVE SPACES TO WS-LINE-TAX-CODE.
              MOVE ZEROS TO WS-LINE-TAX-AMOUNT.
              MOVE CM-CUST-ID TO CX-CUST-ID.
              READ CUST-TAX-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF CX-TAX-CODE NOT = SPACES
                       MOVE CX-TAX-CODE TO WS-SALE-TAX-CODE
                    END-IF
                    IF CX-EXEMPT
                       IF CX-CERT-EXPIRY-DATE = ZEROS
                          OR CX-CERT-EXPIRY-DATE >= WS-TODAY-DATE
                          SET WS-TAX-EXEMPT TO TRUE
                       END-IF
                    END-IF
              END-READ.
              IF WS-TAX-EXEMPT
                 GO TO 3014-EXIT
              END-IF.
              MOVE WS-SALE-TAX-CODE TO TC-TAX-CODE.
              READ TAX-CODE-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE TC-TAX-CODE TO WS-LINE-TAX-CODE
                    COMPUTE WS-LINE-TAX-AMOUNT ROUNDED =
                          OL-EXTENDED(WS-LINE-IX)
                          * TC-TAX-RATE / 100
              END-READ.
       3014-EXIT.
              EXIT.

      *    Scans the current customer/item's contract windows for
      *    one covering today's date - the latest-starting window
      *    wins when several overlap - leaving WS-SUGGESTED-PRICE
      *    set and WS-CONTRACT-FOUND on when one applies.
       3016-FIND-CONTRACT-PRICE.
              MOVE ZEROS TO WS-SUGGESTED-PRICE.
              MOVE "N" TO WS-CONTRACT-FOUND-SW.
              IF WS-CONT-STATUS NOT = "00" AND
                 WS-CONT-STATUS NOT = "10" AND
                 WS-CONT-STATUS NOT = "23"
                 GO TO 3016-EXIT
              END-IF.
              MOVE CM-CUST-ID TO CP-CUST-ID.
              MOVE SM-ITEM-NUMBER TO CP-ITEM-NUMBER.
              MOVE ZEROS TO CP-START-DATE.
              SET WS-CONT-MORE TO TRUE.
              START CONTRACT-PRICE-FILE
                    KEY IS NOT LESS THAN CP-CONTRACT-KEY
                 INVALID KEY MOVE "N" TO WS-CONT-MORE-SW
              END-START.
              PERFORM UNTIL NOT WS-CONT-MORE
                 READ CONTRACT-PRICE-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-CONT-MORE-SW
                    NOT AT END
                       IF CP-CUST-ID NOT = CM-CUST-ID
                          OR CP-ITEM-NUMBER NOT = SM-ITEM-NUMBER
                          MOVE "N" TO WS-CONT-MORE-SW
                       ELSE
                          IF WS-TODAY-DATE >= CP-START-DATE
                             AND WS-TODAY-DATE <= CP-END-DATE
                             MOVE CP-CONTRACT-PRICE
                               TO WS-SUGGESTED-PRICE
                             SET WS-CONTRACT-FOUND TO TRUE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM.
       3016-EXIT.
              EXIT.

      *    Reads the item lifecycle satellite - a PENDING or BLOCKED
      *    item cannot be sold through any channel.  No record (or
      *    no status file yet) means active, and discontinued items
      *    still sell out.
       3065-CHECK-ITEM-STATUS.
              MOVE "Y" TO WS-ITEM-SELLABLE-SW.
              IF WS-ISTAT-STATUS NOT = "00" AND
                 WS-ISTAT-STATUS NOT = "10" AND
                 WS-ISTAT-STATUS NOT = "23"
                 GO TO 3065-EXIT
              END-IF.
              MOVE SM-ITEM-NUMBER TO IS-ITEM-NUMBER.
              READ ITEM-STATUS-FILE
                 INVALID KEY
                    GO TO 3065-EXIT
              END-READ.
              IF IS-STATUS-PENDING OR IS-STATUS-BLOCKED
                 MOVE "N" TO WS-ITEM-SELLABLE-SW
              END-IF.
       3065-EXIT.
              EXIT.

      *    An item with bill-of-material components is a kit - its
      *    sale needs the component explosion only the counter flow
      *    carries, so an oil mapped to one is held on suspense.
       3070-CHECK-KIT-STATUS.
              MOVE "N" TO WS-IS-KIT-SW.
              IF WS-BOM-STATUS NOT = "00" AND
                 WS-BOM-STATUS NOT = "10" AND
                 WS-BOM-STATUS NOT = "23"
                 GO TO 3070-EXIT
              END-IF.
              MOVE SM-ITEM-NUMBER TO BC-KIT-ITEM-NUMBER.
              MOVE ZEROS          TO BC-COMPONENT-SEQ.
              START BOM-COMPONENT-FILE
                    KEY IS NOT LESS THAN BC-COMPONENT-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    READ BOM-COMPONENT-FILE NEXT RECORD
                       AT END
                          CONTINUE
                       NOT AT END
                          IF BC-KIT-ITEM-NUMBER = SM-ITEM-NUMBER
                             SET WS-IS-KIT TO TRUE
                          END-IF
                    END-READ
              END-START.
       3070-EXIT.
              EXIT.

      *    Locates the Oil-Stock-File slot whose Oil-Num-OSF matches
      *    WS-OSF-TARGET-OIL with an unlocked scan from the first
      *    slot, leaving WS-OSF-REL-NUM on it for the locked read.
       3080-FIND-OIL-STOCK.
              MOVE "N" TO WS-OSF-FOUND-SW.
              MOVE "N" TO WS-OSF-SCAN-SW.
              MOVE 1 TO WS-OSF-REL-NUM.
              START OIL-STOCK-FILE
                    KEY IS NOT LESS THAN WS-OSF-REL-NUM
                 INVALID KEY
                    GO TO 3080-EXIT
              END-START.
              PERFORM UNTIL WS-OSF-SCAN-END OR WS-OSF-FOUND
                 READ OIL-STOCK-FILE NEXT RECORD
                    AT END
                       SET WS-OSF-SCAN-END TO TRUE
                    NOT AT END
                       IF OIL-NUM-OSF = WS-OSF-TARGET-OIL
                          SET WS-OSF-FOUND TO TRUE
                       END-IF
                 END-READ
              END-PERFORM.
       3080-EXIT.
              EXIT.

      *    Accrues the customer's loyalty rebate on one sale line -
      *    lifetime purchases, tier and rebate balance moved exactly
      *    as SalesMgmt's 3012 moves them for a counter sale.
       3012-ACCRUE-LOYALTY-REBATE.
              MOVE CM-CUST-ID TO CL-CUST-ID.
              READ CUST-LOYALTY-FILE
                 INVALID KEY
                    MOVE ZEROS TO CL-LIFETIME-PURCHASES
                    MOVE ZEROS TO CL-REBATE-BALANCE
                    SET CL-TIER-STANDARD TO TRUE
                    PERFORM 3013-COMPUTE-ACCRUAL THRU 3013-EXIT
                    WRITE CUSTOMER-LOYALTY-REC
                       INVALID KEY
                          DISPLAY "LOYALTY RECORD NOT ADDED - "
                                  "STATUS " WS-LOY-STATUS
                       NOT INVALID KEY
                          MOVE CL-CUST-ID TO AT-KEY-VALUE
                          MOVE SPACES TO AT-BEFORE-IMAGE
                          MOVE CUSTOMER-LOYALTY-REC TO AT-AFTER-IMAGE
                          SET AT-OP-ADD TO TRUE
                          PERFORM 7000-WRITE-AUDIT-RECORD
                             THRU 7000-EXIT
                          SET LY-ENTRY-ACCRUED TO TRUE
                          PERFORM 3017-LOG-LOYALTY-MOVEMENT
                             THRU 3017-EXIT
                    END-WRITE
                 NOT INVALID KEY
                    MOVE CUSTOMER-LOYALTY-REC TO WS-AUDIT-LOY-BEFORE
                    PERFORM 3013-COMPUTE-ACCRUAL THRU 3013-EXIT
                    REWRITE CUSTOMER-LOYALTY-REC
                       INVALID KEY
                          DISPLAY "LOYALTY RECORD NOT UPDATED - "
                                  "STATUS " WS-LOY-STATUS
                       NOT INVALID KEY
                          MOVE CL-CUST-ID TO AT-KEY-VALUE
                          MOVE WS-AUDIT-LOY-BEFORE TO AT-BEFORE-IMAGE
                          MOVE CUSTOMER-LOYALTY-REC TO AT-AFTER-IMAGE
                          SET AT-OP-CHANGE TO TRUE
                          PERFORM 7000-WRITE-AUDIT-RECORD
                             THRU 7000-EXIT
                          SET LY-ENTRY-ACCRUED TO TRUE
                          PERFORM 3017-LOG-LOYALTY-MOVEMENT
                             THRU 3017-EXIT
                    END-REWRITE
              END-READ.
       3012-EXIT.
              EXIT.

       3013-COMPUTE-ACCRUAL.
              ADD ST-EXTENDED-AMOUNT TO CL-LIFETIME-PURCHASES.
              EVALUATE TRUE
                 WHEN CL-LIFETIME-PURCHASES > 20000.00
                    SET CL-TIER-GOLD TO TRUE
                 WHEN CL-LIFETIME-PURCHASES > 5000.00
                    SET CL-TIER-SILVER TO TRUE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE.
              EVALUATE TRUE
                 WHEN CL-TIER-GOLD    MOVE 0.03 TO WS-LOY-REBATE-PCT
                 WHEN CL-TIER-SILVER  MOVE 0.02 TO WS-LOY-REBATE-PCT
                 WHEN OTHER           MOVE 0.01 TO WS-LOY-REBATE-PCT
              END-EVALUATE.
              COMPUTE WS-LOY-ACCRUAL-AMT ROUNDED =
                    ST-EXTENDED-AMOUNT * WS-LOY-REBATE-PCT.
              ADD WS-LOY-ACCRUAL-AMT TO CL-REBATE-BALANCE.
              MOVE WS-TODAY-DATE TO CL-LAST-ACCRUAL-DATE.
       3013-EXIT.
              EXIT.

       3017-LOG-LOYALTY-MOVEMENT.
              IF WS-LOY-ACCRUAL-AMT = ZEROS
                 GO TO 3017-EXIT
              END-IF.
              MOVE WS-TODAY-DATE TO LY-ENTRY-DATE.
              MOVE CL-CUST-ID TO LY-CUST-ID.
              MOVE ST-TXN-NUMBER TO LY-TXN-NUMBER.
              MOVE WS-LOY-ACCRUAL-AMT TO LY-AMOUNT.
              MOVE "AromaSalesPost" TO LY-SOURCE-PROGRAM.
              WRITE LOYALTY-LOG-REC.
       3017-EXIT.
              EXIT.

      *    A sale of consigned stock is the moment it becomes the
      *    supplier's money, so the movement accumulates into the
      *    settlement file at the item's unit cost - owned stock (no
      *    flag record) writes nothing.
       3023-POST-CONSIGNMENT-SALE.
              IF WS-CONS-STATUS NOT = "00" AND
                 WS-CONS-STATUS NOT = "10" AND
                 WS-CONS-STATUS NOT = "23"
                 GO TO 3023-EXIT
              END-IF.
              MOVE ST-ITEM-NUMBER TO CG-ITEM-NUMBER.
              MOVE OL-LOCATION(WS-LINE-IX) TO CG-LOCATION.
              READ CONSIGNMENT-FLAG-FILE
                 INVALID KEY
                    GO TO 3023-EXIT
              END-READ.
              MOVE ST-TXN-DATE TO CQ-SALE-DATE.
              MOVE CG-SUPPLIER-NUMBER TO CQ-SUPPLIER-NUMBER.
              MOVE ST-ITEM-NUMBER TO CQ-ITEM-NUMBER.
              MOVE OL-LOCATION(WS-LINE-IX) TO CQ-LOCATION.
              MOVE ST-QTY-SOLD TO CQ-QTY.
              MOVE SM-UNIT-COST TO CQ-UNIT-COST.
              COMPUTE CQ-SETTLE-VALUE =
                    ST-QTY-SOLD * SM-UNIT-COST.
              MOVE ST-TXN-NUMBER TO CQ-TXN-NUMBER.
              MOVE "N" TO CQ-SETTLED-SW.
              WRITE CONSIGNMENT-SETTLE-REC.
       3023-EXIT.
              EXIT.

      *    Draws the quantity just sold out of the item/location's
      *    receipt lots oldest first and records which lot(s) the
      *    line shipped on SALE-LOT-FILE - the trace a supplier
      *    recall is answered from.
       3024-CONSUME-RECEIPT-LOTS.
              IF WS-LOT-STATUS NOT = "00" AND
                 WS-LOT-STATUS NOT = "10" AND
                 WS-LOT-STATUS NOT = "23"
                 GO TO 3024-EXIT
              END-IF.
              MOVE ST-QTY-SOLD TO WS-LOT-REMAINING.
              MOVE ZEROS TO WS-LOT-SEQ.
              MOVE ST-ITEM-NUMBER TO LT-ITEM-NUMBER.
              MOVE OL-LOCATION(WS-LINE-IX) TO LT-LOCATION.
              MOVE ZEROS TO LT-RECEIPT-DATE.
              MOVE LOW-VALUES TO LT-LOT-NUMBER.
              SET WS-LOT-MORE TO TRUE.
              START RECEIPT-LOT-FILE
                    KEY IS NOT LESS THAN LT-LOT-KEY
                 INVALID KEY MOVE "N" TO WS-LOT-MORE-SW
              END-START.
              PERFORM UNTIL NOT WS-LOT-MORE
                    OR WS-LOT-REMAINING NOT > ZEROS
                 READ RECEIPT-LOT-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-LOT-MORE-SW
                    NOT AT END
                       IF LT-ITEM-NUMBER NOT = ST-ITEM-NUMBER
                          OR LT-LOCATION NOT =
                             OL-LOCATION(WS-LINE-IX)
                          MOVE "N" TO WS-LOT-MORE-SW
                       ELSE
                          IF LT-QTY-REMAINING > ZEROS
                             PERFORM 3034-TAKE-FROM-LOT
                                THRU 3034-EXIT
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM.
       3024-EXIT.
              EXIT.

      *    Takes what this line still needs (or the lot's remainder
      *    if smaller) out of the current lot and writes the trace
      *    record tying the line to the lot.
       3034-TAKE-FROM-LOT.
              IF LT-QTY-REMAINING < WS-LOT-REMAINING
                 MOVE LT-QTY-REMAINING TO WS-LOT-TAKE
              ELSE
                 MOVE WS-LOT-REMAINING TO WS-LOT-TAKE
              END-IF.
              SUBTRACT WS-LOT-TAKE FROM LT-QTY-REMAINING.
              SUBTRACT WS-LOT-TAKE FROM WS-LOT-REMAINING.
              REWRITE RECEIPT-LOT-REC
                 INVALID KEY
                    DISPLAY "LOT NOT UPDATED - STATUS "
                            WS-LOT-STATUS
              END-REWRITE.
              ADD 1 TO WS-LOT-SEQ.
              MOVE ST-TXN-NUMBER TO LS-TXN-NUMBER.
              MOVE WS-LOT-SEQ TO LS-SEQ.
              MOVE LT-LOT-NUMBER TO LS-LOT-NUMBER.
              MOVE WS-LOT-TAKE TO LS-QTY.
              WRITE SALE-LOT-REC
                 INVALID KEY
                    DISPLAY "SALE-LOT TRACE NOT WRITTEN - STATUS "
                            WS-SLOT-STATUS
              END-WRITE.
       3034-EXIT.
              EXIT.

      * The customer break: commit every gathered line as an invoiced
      * account sale under one new invoice number.  These sales were
      * made at the Aromamora counter before they reached us, so a
      * credit limit already passed is listed for the credit
      * controller rather than refused; only a written-off customer
      * is held back, whole, on suspense.
       4000-COMMIT-INVOICE.
              CALL "BDHOLDCHECK" USING WS-CUR-CUST-ID WS-BD-HOLD-SW.
              IF WS-BD-ON-HOLD
                 MOVE "CUSTOMER WRITTEN OFF" TO WS-SUSPENSE-REASON
                 PERFORM 4800-SUSPEND-WHOLE-INVOICE THRU 4800-EXIT
                 GO TO 4000-EXIT
              END-IF.
              IF CM-BALANCE + WS-INV-GOODS-TOTAL
                 + WS-INV-TAX-TOTAL > CM-CREDIT-LIMIT
                 ADD 1 TO WS-OVER-LIMIT-COUNT
                 DISPLAY "CUST " WS-CUR-CUST-ID " POSTED OVER CREDIT "
                         "LIMIT " CM-CREDIT-LIMIT " - REFER TO CREDIT "
                         "CONTROL."
              END-IF.
              COMPUTE WS-NEXT-INV-NUMBER = WS-NEXT-INV-NUMBER + 1.
              MOVE ZEROS TO WS-INV-DONE-LINES
                            WS-DONE-GOODS-TOTAL
                            WS-DONE-TAX-TOTAL.
              PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                    UNTIL WS-LINE-IX > WS-INV-LINE-COUNT
                 PERFORM 5100-COMMIT-SALE-LINE THRU 5100-EXIT
              END-PERFORM.
      *    Bill and invoice only what reached the file - the failed
      *    lines are already on suspense from 5100, and an invoice
      *    with nothing committed posts nothing at all.
              IF WS-INV-DONE-LINES = ZEROS
                 DISPLAY "AROMA CUST " WS-CUR-AROMA-CUST
                         " NOT POSTED - NO LINES RECORDED."
              ELSE
                 IF WS-INV-DONE-LINES < WS-INV-LINE-COUNT
                    DISPLAY "AROMA CUST " WS-CUR-AROMA-CUST " - ONLY "
                            WS-INV-DONE-LINES " OF "
                            WS-INV-LINE-COUNT " LINE(S) "
                            "RECORDED - ONLY THOSE BILLED."
                    MOVE WS-INV-DONE-LINES TO WS-INV-LINE-COUNT
                    MOVE WS-DONE-GOODS-TOTAL TO WS-INV-GOODS-TOTAL
                    MOVE WS-DONE-TAX-TOTAL TO WS-INV-TAX-TOTAL
                 END-IF
                 PERFORM 5300-CHARGE-ACCOUNT THRU 5300-EXIT
                 PERFORM 5400-WRITE-SALE-HEADER THRU 5400-EXIT
                 ADD 1 TO WS-INVOICES-POSTED
                 ADD WS-INV-DONE-LINES TO WS-LINES-POSTED
                 ADD WS-INV-GOODS-TOTAL TO WS-RUN-GOODS-TOTAL
                 ADD WS-INV-TAX-TOTAL TO WS-RUN-TAX-TOTAL
                 DISPLAY "AROMA CUST " WS-CUR-AROMA-CUST " ACCOUNT "
                         WS-CUR-CUST-ID " INVOICED AS "
                         WS-NEXT-INV-NUMBER " - GOODS "
                         WS-INV-GOODS-TOTAL " TAX "
                         WS-INV-TAX-TOTAL
              END-IF.
              MOVE ZEROS TO WS-INV-LINE-COUNT.
              MOVE ZEROS TO WS-INV-GOODS-TOTAL
                            WS-INV-TAX-TOTAL.
       4000-EXIT.
              EXIT.

      *    Every line of the invoice goes to suspense under the
      *    WS-SUSPENSE-REASON the caller has set.
       4800-SUSPEND-WHOLE-INVOICE.
              PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                    UNTIL WS-LINE-IX > WS-INV-LINE-COUNT
                 PERFORM 6200-SUSPEND-GATHERED-LINE THRU 6200-EXIT
              END-PERFORM.
              DISPLAY "AROMA CUST " WS-CUR-AROMA-CUST " ACCOUNT "
                      WS-CUR-CUST-ID " TO SUSPENSE - "
                      WS-SUSPENSE-REASON.
              MOVE ZEROS TO WS-INV-LINE-COUNT.
              MOVE ZEROS TO WS-INV-GOODS-TOTAL
                            WS-INV-TAX-TOTAL.
       4800-EXIT.
              EXIT.

      * Writes one gathered line to SALES-TRANSACTION as an account
      * sale, decrements its stock on STOCK-MASTER and OSF.DAT, posts
      * the GL legs, accrues loyalty, settles any consigned stock
      * sold, and consumes the receipt lots for the recall trace.
       5100-COMMIT-SALE-LINE.
              INITIALIZE SALES-TRANSACTION-REC.
              SET ST-TXN-SALE TO TRUE.
              SET ST-REASON-NONE TO TRUE.
              COMPUTE WS-NEXT-TXN-NUMBER = WS-NEXT-TXN-NUMBER + 1.
              MOVE WS-NEXT-TXN-NUMBER TO ST-TXN-NUMBER.
              MOVE CM-CUST-ID TO ST-CUST-ID.
              MOVE OL-ITEM-NUMBER(WS-LINE-IX) TO ST-ITEM-NUMBER.
              MOVE OL-QTY(WS-LINE-IX) TO ST-QTY-SOLD.
              MOVE OL-UNIT-PRICE(WS-LINE-IX) TO ST-UNIT-PRICE.
              MOVE OL-EXTENDED(WS-LINE-IX) TO ST-EXTENDED-AMOUNT.
              MOVE OL-TAX-CODE(WS-LINE-IX) TO ST-TAX-CODE.
              MOVE OL-TAX-AMOUNT(WS-LINE-IX) TO ST-TAX-AMOUNT.
              MOVE WS-NEXT-INV-NUMBER TO ST-INVOICE-NUMBER.
              MOVE WS-TODAY-DATE TO ST-TXN-DATE.
              MOVE "AROMABAT" TO ST-OPERATOR-ID.
              SET ST-TENDER-ACCOUNT TO TRUE.
              MOVE OL-LOCATION(WS-LINE-IX) TO ST-LOCATION.
              MOVE "N" TO ST-KIT-SW.
              WRITE SALES-TRANSACTION-REC
                 INVALID KEY
                    DISPLAY "LINE NOT RECORDED - STATUS "
                            WS-SALE-STATUS
                 NOT INVALID KEY
                    ADD 1 TO WS-INV-DONE-LINES
                    ADD ST-EXTENDED-AMOUNT TO WS-DONE-GOODS-TOTAL
                    ADD ST-TAX-AMOUNT TO WS-DONE-TAX-TOTAL
                    MOVE ST-TXN-NUMBER TO AT-KEY-VALUE
                    MOVE SPACES TO AT-BEFORE-IMAGE
                    MOVE SALES-TRANSACTION-REC TO AT-AFTER-IMAGE
                    SET AT-OP-ADD TO TRUE
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
              END-WRITE.
              IF WS-SALE-STATUS NOT = "00" AND
                 WS-SALE-STATUS NOT = "02"
                 MOVE "LINE NOT RECORDED" TO WS-SUSPENSE-REASON
                 PERFORM 6200-SUSPEND-GATHERED-LINE THRU 6200-EXIT
                 GO TO 5100-EXIT
              END-IF.
              PERFORM 5160-DRAW-OIL-STOCK THRU 5160-EXIT.
              MOVE OL-ITEM-NUMBER(WS-LINE-IX) TO SM-ITEM-NUMBER.
              MOVE OL-LOCATION(WS-LINE-IX) TO SM-LOCATION.
              READ STOCK-MASTER-FILE
                 INVALID KEY
                    DISPLAY "STOCK RECORD NOT FOUND FOR ITEM "
                            ST-ITEM-NUMBER " - ON-HAND NOT UPDATED"
                    GO TO 5100-EXIT
                 NOT INVALID KEY
                    MOVE STOCK-MASTER-REC TO WS-AUDIT-STOCK-BEFORE
              END-READ.
              SUBTRACT ST-QTY-SOLD FROM SM-QTY-ON-HAND.
              REWRITE STOCK-MASTER-REC
                 INVALID KEY
                    DISPLAY "STOCK NOT UPDATED - STATUS "
                            WS-STOCK-STATUS
                 NOT INVALID KEY
                    MOVE SM-STOCK-KEY TO AT-KEY-VALUE
                    MOVE WS-AUDIT-STOCK-BEFORE TO AT-BEFORE-IMAGE
                    MOVE STOCK-MASTER-REC TO AT-AFTER-IMAGE
                    SET AT-OP-CHANGE TO TRUE
                    MOVE "stockmas" TO AT-FILE-NAME
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
                    PERFORM 5150-POST-SALE-MOVEMENT THRU 5150-EXIT
              END-REWRITE.
              PERFORM 8000-WRITE-GL-ENTRY THRU 8000-EXIT.
              PERFORM 8050-WRITE-COGS-GL-ENTRY THRU 8050-EXIT.
              PERFORM 3012-ACCRUE-LOYALTY-REBATE THRU 3012-EXIT.
              PERFORM 3023-POST-CONSIGNMENT-SALE THRU 3023-EXIT.
              PERFORM 3024-CONSUME-RECEIPT-LOTS THRU 3024-EXIT.
       5100-EXIT.
              EXIT.

      *    Puts the line's stock decrement onto the stock movement
      *    ledger under its sales transaction number.
       5150-POST-SALE-MOVEMENT.
              INITIALIZE STOCK-MOVE-MSG.
              MOVE SM-ITEM-NUMBER TO MM-ITEM-NUMBER.
              MOVE SM-LOCATION TO MM-LOCATION.
              SET MM-TYPE-SALE TO TRUE.
              COMPUTE MM-QTY = ST-QTY-SOLD * -1.
              MOVE SM-UNIT-COST TO MM-UNIT-COST.
              STRING "TXN " ST-TXN-NUMBER
                     DELIMITED BY SIZE INTO MM-SOURCE-DOC.
              MOVE "AromaSalesPost" TO MM-SOURCE-PROGRAM.
              MOVE ST-OPERATOR-ID TO MM-OPERATOR-ID.
              CALL "STKMOVEPOST" USING STOCK-MOVE-MSG.
       5150-EXIT.
              EXIT.

      *    Takes the line's millilitres off its Oil-Stock-File record
      *    under lock and then out of the oil's lots oldest first -
      *    the update UpdateOilStockQty makes for a counter sale -
      *    unless SalesStockRecon has already drawn this file.
       5160-DRAW-OIL-STOCK.
              IF OL-OSF-DONE-SW(WS-LINE-IX) = "Y"
                 GO TO 5160-EXIT
              END-IF.
              MOVE OL-OIL-NUM(WS-LINE-IX) TO WS-OSF-TARGET-OIL.
              PERFORM 3080-FIND-OIL-STOCK THRU 3080-EXIT.
              IF NOT WS-OSF-FOUND
                 DISPLAY "OIL " WS-OSF-TARGET-OIL " GONE FROM OSF.DAT "
                         "- OIL STOCK NOT DRAWN FOR TXN "
                         ST-TXN-NUMBER
                 GO TO 5160-EXIT
              END-IF.
              MOVE ZEROS TO WS-OSF-RETRY-COUNT.
              MOVE "N" TO WS-OSF-LOCK-SW.
              PERFORM UNTIL WS-OSF-LOCK-OBTAINED
                    OR WS-OSF-RETRY-COUNT > WS-OSF-RETRY-MAX
                 READ OIL-STOCK-FILE WITH LOCK
                    INVALID KEY
                       COMPUTE WS-OSF-RETRY-COUNT =
                             WS-OSF-RETRY-MAX + 1
                 END-READ
                 IF WS-OSF-STATUS = "00"
                    SET WS-OSF-LOCK-OBTAINED TO TRUE
                 ELSE
                    IF WS-OSF-LOCKED
                       ADD 1 TO WS-OSF-RETRY-COUNT
                    END-IF
                 END-IF
              END-PERFORM.
              IF NOT WS-OSF-LOCK-OBTAINED
                 DISPLAY "OSF.DAT RECORD FOR OIL " WS-OSF-TARGET-OIL
                         " NOT AVAILABLE - OIL STOCK NOT DRAWN FOR "
                         "TXN " ST-TXN-NUMBER
                 GO TO 5160-EXIT
              END-IF.
              IF QTY-IN-STOCK-OSF < OL-OSF-QTY(WS-LINE-IX)
                 DISPLAY "OSF.DAT SHORT FOR OIL " WS-OSF-TARGET-OIL
                         " - OIL STOCK NOT DRAWN FOR TXN "
                         ST-TXN-NUMBER
                 UNLOCK OIL-STOCK-FILE
                 GO TO 5160-EXIT
              END-IF.
              MOVE OSF-REC TO WS-AUDIT-OSF-BEFORE.
              SUBTRACT OL-OSF-QTY(WS-LINE-IX) FROM QTY-IN-STOCK-OSF.
              REWRITE OSF-REC
                 INVALID KEY
                    DISPLAY "OSF.DAT NOT UPDATED - STATUS "
                            WS-OSF-STATUS
                 NOT INVALID KEY
                    MOVE OIL-NUM-OSF TO AT-KEY-VALUE
                    MOVE WS-AUDIT-OSF-BEFORE TO AT-BEFORE-IMAGE
                    MOVE OSF-REC TO AT-AFTER-IMAGE
                    SET AT-OP-CHANGE TO TRUE
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
                    PERFORM 5170-CONSUME-OIL-LOTS THRU 5170-EXIT
              END-REWRITE.
              UNLOCK OIL-STOCK-FILE.
       5160-EXIT.
              EXIT.

      *    Draws the line's millilitres out of the oil's delivery
      *    lots oldest first - key order of oil number plus received
      *    date is oldest-first order - deleting a lot once it
      *    empties and trimming the last one partially consumed.
       5170-CONSUME-OIL-LOTS.
              IF NOT WS-OLOT-OPEN
                 GO TO 5170-EXIT
              END-IF.
              MOVE OL-OSF-QTY(WS-LINE-IX) TO WS-OSF-REMAINING.
              MOVE WS-OSF-TARGET-OIL TO LOT-OIL-NUM.
              MOVE ZEROS TO LOT-RECEIVED-DATE, LOT-SEQ.
              SET WS-OLOT-MORE TO TRUE.
              START OIL-LOT-FILE KEY IS NOT LESS THAN LOT-KEY
                 INVALID KEY MOVE "N" TO WS-OLOT-MORE-SW
              END-START.
              PERFORM UNTIL NOT WS-OLOT-MORE
                    OR WS-OSF-REMAINING = ZEROS
                 READ OIL-LOT-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-OLOT-MORE-SW
                    NOT AT END
                       IF LOT-OIL-NUM NOT = WS-OSF-TARGET-OIL
                          MOVE "N" TO WS-OLOT-MORE-SW
                       ELSE
                          IF LOT-QTY NOT GREATER THAN WS-OSF-REMAINING
                             SUBTRACT LOT-QTY FROM WS-OSF-REMAINING
                             DELETE OIL-LOT-FILE
                                INVALID KEY
                                   DISPLAY "OIL LOT NOT DELETED - "
                                           "STATUS " WS-OLOT-STATUS
                             END-DELETE
                          ELSE
                             SUBTRACT WS-OSF-REMAINING FROM LOT-QTY
                             MOVE ZEROS TO WS-OSF-REMAINING
                             REWRITE LOT-REC
                                INVALID KEY
                                   DISPLAY "OIL LOT NOT UPDATED - "
                                           "STATUS " WS-OLOT-STATUS
                             END-REWRITE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM.
       5170-EXIT.
              EXIT.

      *    The invoiced sales go on the customer's account - the
      *    balance moves by goods plus tax, as a counter account
      *    sale moves it.
       5300-CHARGE-ACCOUNT.
              ADD WS-INV-GOODS-TOTAL WS-INV-TAX-TOTAL
                 TO CM-BALANCE.
              REWRITE CUSTOMER-MASTER-REC
                 INVALID KEY
                    DISPLAY "CUSTOMER BALANCE NOT UPDATED - "
                            WS-CUST-STATUS
                 NOT INVALID KEY
                    MOVE CM-CUST-ID TO AT-KEY-VALUE
                    MOVE WS-AUDIT-CUST-BEFORE TO AT-BEFORE-IMAGE
                    MOVE CUSTOMER-MASTER-REC TO AT-AFTER-IMAGE
                    SET AT-OP-CHANGE TO TRUE
                    MOVE "custmas" TO AT-FILE-NAME
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
              END-REWRITE.
              MOVE CUSTOMER-MASTER-REC TO WS-AUDIT-CUST-BEFORE.
       5300-EXIT.
              EXIT.

      * Writes the invoice-level SALE-HEADER-REC once every line has
      * committed - the invoice CustomerInvoiceRpt.cbl prints as one
      * block and the single statement entry the customer sees.
       5400-WRITE-SALE-HEADER.
              MOVE WS-NEXT-INV-NUMBER TO SH-INVOICE-NUMBER.
              MOVE CM-CUST-ID TO SH-CUST-ID.
              MOVE WS-TODAY-DATE TO SH-TXN-DATE.
              SET SH-TXN-SALE TO TRUE.
              MOVE WS-INV-LINE-COUNT TO SH-LINE-COUNT.
              MOVE WS-INV-GOODS-TOTAL TO SH-GOODS-TOTAL.
              MOVE WS-INV-TAX-TOTAL TO SH-TAX-TOTAL.
              MOVE "ACCT" TO SH-TENDER-CODE.
              MOVE "AROMABAT" TO SH-OPERATOR-ID.
              MOVE ZEROS TO SH-SHIP-SEQ.
              MOVE ZEROS TO SH-CREDIT-NUMBER.
              MOVE ZEROS TO SH-DEPOSIT-APPLIED.
              MOVE ZEROS TO SH-VOID-DATE.
              WRITE SALE-HEADER-REC
                 INVALID KEY
                    DISPLAY "INVOICE HEADER NOT WRITTEN - STATUS "
                            WS-HDR-STATUS
                 NOT INVALID KEY
                    MOVE SH-INVOICE-NUMBER TO AT-KEY-VALUE
                    MOVE SPACES TO AT-BEFORE-IMAGE
                    MOVE SALE-HEADER-REC TO AT-AFTER-IMAGE
                    SET AT-OP-ADD TO TRUE
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
              END-WRITE.
       5400-EXIT.
              EXIT.

      *    One unpostable row, straight from the sort, written to
      *    suspense with its reason.
       6000-WRITE-SUSPENSE.
              MOVE WK-SALES-ROW TO AS-SALES-ROW.
              IF WK-OSF-DONE-SW = "Y" OR WS-OSF-ALREADY-POSTED
                 MOVE "Y" TO AS-OSF-DONE-SW
              ELSE
                 MOVE "N" TO AS-OSF-DONE-SW
              END-IF.
              MOVE WS-TODAY-DATE TO AS-SUSPENSE-DATE.
              MOVE WS-SUSPENSE-REASON TO AS-REASON.
              WRITE AROMA-SUSPENSE-REC.
              ADD 1 TO WS-LINES-SUSPENDED.
       6000-EXIT.
              EXIT.

      *    A gathered line sent to suspense off the invoice table -
      *    the sort record area already holds the next customer's
      *    first row by commit time, so 6000 cannot be used here.
       6200-SUSPEND-GATHERED-LINE.
              MOVE OL-SALES-ROW(WS-LINE-IX) TO AS-SALES-ROW.
              MOVE OL-OSF-DONE-SW(WS-LINE-IX) TO AS-OSF-DONE-SW.
              MOVE WS-TODAY-DATE TO AS-SUSPENSE-DATE.
              MOVE WS-SUSPENSE-REASON TO AS-REASON.
              WRITE AROMA-SUSPENSE-REC.
              ADD 1 TO WS-LINES-SUSPENDED.
       6200-EXIT.
              EXIT.

       7000-WRITE-AUDIT-RECORD.
              ACCEPT AT-TS-DATE FROM DATE YYYYMMDD.
              ACCEPT AT-TS-TIME FROM TIME.
              MOVE "AromaSalesPost" TO AT-PROGRAM-ID.
              CALL "AuditChain" USING AUDIT-TRAIL-REC.
              WRITE AUDIT-TRAIL-REC.
              MOVE SPACES TO AT-FILE-NAME.
       7000-EXIT.
              EXIT.

      *    Posts one sale line's revenue to the general ledger
      *    interface file: a debit to accounts receivable for the
      *    full amount charged, a credit to sales revenue for the
      *    goods, and a credit to the sales-tax liability for the
      *    tax collected - the same legs SalesMgmt posts for a
      *    counter account sale.
       8000-WRITE-GL-ENTRY.
              MOVE GL-ACCT-ACCOUNTS-RCVBL TO GL-ACCOUNT-CODE.
              SET GL-DEBIT TO TRUE.
              COMPUTE GL-AMOUNT =
                    ST-EXTENDED-AMOUNT + ST-TAX-AMOUNT.
              MOVE ST-TXN-NUMBER TO GL-REFERENCE.
              MOVE WS-TODAY-DATE TO GL-TXN-DATE.
              MOVE "AromaSalesPost" TO GL-SOURCE-PROGRAM.
              WRITE GL-INTERFACE-REC.
              MOVE GL-ACCT-SALES-REVENUE TO GL-ACCOUNT-CODE.
              SET GL-CREDIT TO TRUE.
              MOVE ST-EXTENDED-AMOUNT TO GL-AMOUNT.
              WRITE GL-INTERFACE-REC.
              IF ST-TAX-AMOUNT NOT = ZEROS
                 MOVE GL-ACCT-SALES-TAX-PYBL TO GL-ACCOUNT-CODE
                 SET GL-CREDIT TO TRUE
                 MOVE ST-TAX-AMOUNT TO GL-AMOUNT
                 WRITE GL-INTERFACE-REC
              END-IF.
       8000-EXIT.
              EXIT.

      *    Relieves inventory for the line at cost: cost of goods
      *    sold debited and inventory credited for the quantity sold
      *    at the item's SM-UNIT-COST, just rewritten by 5100.
      *    Consigned stock was never ours, so its cost is credited
      *    to the consignment payable instead.
       8050-WRITE-COGS-GL-ENTRY.
              IF ST-QTY-SOLD = ZEROS OR SM-UNIT-COST = ZEROS
                 GO TO 8050-EXIT
              END-IF.
              MOVE GL-ACCT-INVENTORY TO WS-COGS-OFFSET-ACCT.
              IF WS-CONS-STATUS = "00" OR WS-CONS-STATUS = "10"
                 OR WS-CONS-STATUS = "23"
                 MOVE ST-ITEM-NUMBER TO CG-ITEM-NUMBER
                 MOVE OL-LOCATION(WS-LINE-IX) TO CG-LOCATION
                 READ CONSIGNMENT-FLAG-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE GL-ACCT-CONSIGN-PYBL TO WS-COGS-OFFSET-ACCT
                 END-READ
              END-IF.
              MOVE GL-ACCT-COST-OF-SALES TO GL-ACCOUNT-CODE.
              SET GL-DEBIT TO TRUE.
              COMPUTE GL-AMOUNT ROUNDED = ST-QTY-SOLD * SM-UNIT-COST.
              MOVE ST-TXN-NUMBER TO GL-REFERENCE.
              MOVE WS-TODAY-DATE TO GL-TXN-DATE.
              MOVE "AromaSalesPost" TO GL-SOURCE-PROGRAM.
              WRITE GL-INTERFACE-REC.
              MOVE WS-COGS-OFFSET-ACCT TO GL-ACCOUNT-CODE.
              SET GL-CREDIT TO TRUE.
              WRITE GL-INTERFACE-REC.
       8050-EXIT.
              EXIT.

      *    AromaSalesRpt has already sent this file's sales value to
      *    GL.INT as one receivable/revenue pair; the lines posted
      *    above now carry it, so that pair is reversed under the
      *    same "AROMA SALES" reference.
       8100-REVERSE-REPORT-GL.
              MOVE GL-ACCT-ACCOUNTS-RCVBL TO GL-ACCOUNT-CODE.
              SET GL-CREDIT TO TRUE.
              MOVE RC-RPT-GL-AMOUNT TO GL-AMOUNT.
              MOVE "AROMA SALES" TO GL-REFERENCE.
              MOVE WS-TODAY-DATE TO GL-TXN-DATE.
              MOVE "AromaSalesPost" TO GL-SOURCE-PROGRAM.
              WRITE GL-INTERFACE-REC.
              MOVE GL-ACCT-SALES-REVENUE TO GL-ACCOUNT-CODE.
              SET GL-DEBIT TO TRUE.
              WRITE GL-INTERFACE-REC.
              DISPLAY "AROMASALESRPT SUMMARY POSTING OF "
                      RC-RPT-GL-AMOUNT " REVERSED ON GL.INT.".
       8100-EXIT.
              EXIT.

       9500-CLOSE-FILES.
              CLOSE OIL-XREF-FILE.
              CLOSE OIL-STOCK-FILE.
              IF NOT WS-FILES-OK
                 GO TO 9500-EXIT
              END-IF.
              CLOSE AROMA-RUN-FILE.
              IF WS-ACMAP-OPEN
                 CLOSE AROMA-CUST-MAP-FILE
              END-IF.
              IF WS-XREF-OPEN
                 CLOSE CUST-XREF-FILE
              END-IF.
              IF WS-OLOT-OPEN
                 CLOSE OIL-LOT-FILE
              END-IF.
              CLOSE CUSTOMER-MASTER-FILE.
              CLOSE STOCK-MASTER-FILE.
              CLOSE SALES-TRANSACTION-FILE.
              CLOSE SALE-HEADER-FILE.
              CLOSE ITEM-STATUS-FILE.
              CLOSE ITEM-PRICE-FILE.
              CLOSE CONTRACT-PRICE-FILE.
              CLOSE TAX-CODE-FILE.
              CLOSE CUST-TAX-FILE.
              CLOSE BOM-COMPONENT-FILE.
              CLOSE RECEIPT-LOT-FILE.
              CLOSE SALE-LOT-FILE.
              CLOSE CONSIGNMENT-FLAG-FILE.
              CLOSE CONSIGNMENT-SETTLE-FILE.
              CLOSE CUST-LOYALTY-FILE.
              CLOSE LOYALTY-LOG-FILE.
              CLOSE GL-INTERFACE-FILE.
              CLOSE AUDIT-TRAIL-FILE.
       9500-EXIT.
              EXIT.
