      *  decremented from on-hand stock and the sale is written to    *
      *  SALES-TRANSACTION, replacing the need for a pre-built        *
      *  SALES.DAT flat file.  Customer returns are entered the same  *
      *  way, with a reason code, and credit the customer in the      *
      *  opposite direction of a sale.  Returned goods do not go back *
      *  into on-hand here: each returned item (each component, for a *
      *  kit) is queued on RETURN-DISP-FILE (see RETDISP.CPY) for a   *
      *  supervisor to restock, send back to the supplier or scrap in *
      *  ReturnDisposition.cbl.                                       *
      *                                                               *
      *  A sales order line can be taken as a drop-ship: instead of   *
      *  allocating our stock, a purchase order is raised on the      *
      *  item's supplier to ship straight to the customer's ship-to   *
      *  site (linked through DROPSHIP.CPY).  STOCK-MASTER on-hand    *
      *  never moves for it; the customer is invoiced at ship         *
      *  confirmation for what the supplier has confirmed shipping,   *
      *  through POAckIntake.cbl's feed or keyed there by hand.       *
      *                                                               *
      *  Every on-hand change a sale, void or fulfilled reservation   *
      *  makes - kit components included - is posted                  *
      *  onto the stock movement ledger under its transaction number  *
      *  (see STKMVMSG.CPY).                                          *
      *                                                               *
      *  Demand the till cannot fill - a line refused for stock, a    *
      *  substitute offered and declined, a web order rejected for    *
      *  stock - is posted onto the lost-sales log through            *
      *  LostSales.cbl's LOSTSALEPOST entry (see LSTSLMSG.CPY) with   *
      *  the price the customer would have been charged.              *
      *                                                               *
      *  A kit whose BOM lists another kit is sold, voided and        *
      *  returned as the stock items at the bottom of its structure,  *
      *  expanded through every level by BomExplode.cbl (see          *
      *  BOMXPMSG.CPY).                                               *
      *                                                               *
      *  Every committed line also relieves inventory at cost: cost   *
      *  of goods sold is debited and inventory credited at the       *
      *  item's SM-UNIT-COST (a kit at the summed cost of its         *
      *  components), or the consignment payable for consigned stock. *
      *  A void reverses it, and a return credits cost of goods sold  *
      *  back into the returns-pending-disposition account until      *
      *  ReturnDisposition.cbl decides the goods' fate.               *
      *                                                               *
      *  A sale to a customer with a balance written off through      *
      *  BadDebtWriteOff.cbl is refused outright - the permanent      *
      *  credit hold takes no manager override.                       *
      *                                                               *
      *  Every loyalty rebate accrued on a sale, and every accrual    *
      *  taken back out when a sale line is voided, is also appended  *
      *  to the LOYALTY.LOG register, so rebates can be reported by   *
      *  the date they were earned.                                   *
      *                                                               *
      *  The GL accounts this program posts to, and any limits it     *
      *  works to, are fetched from the system parameter file at      *
      *  start-up (0900-LOAD-SYSTEM-PARMS).  A missing parameter or   *
      *  an inactive account stops it before any file is opened.      *
      *                                                               *
      *  Only the menu options the signed-on operator's roles grant   *
      *  are listed, and a choice is authorized through PermCheck.cbl *
      *  before it runs; a refusal is logged to the operator activity *
      *  file.                                                        *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
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

              SELECT AUDIT-TRAIL-FILE

      *    General-ledger export - 8000-WRITE-GL-ENTRY posts each
      *    recorded sale here so the revenue can be picked up by the
      *    general ledger instead of re-keyed from a printed report,
      *    and 8700-WRITE-COGS-GL-ENTRY the cost of the goods sold.
              SELECT GL-INTERFACE-FILE
                     ASSIGN TO "GL.INT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     RECORD KEY IS BX-BARCODE-NUMBER
                     FILE STATUS IS WS-BARCODE-STATUS.

      *    Bundled-kit support - 3070-CHECK-KIT-STATUS reads this
      *    cross-reference (maintained by BomMgmt.cbl) to tell a kit
      *    from a single item; 3078-EXPLODE-KIT has BomExplode.cbl
      *    walk it through every level so each component's
      *    STOCK-MASTER on-hand quantity is decremented instead of
      *    the kit SKU's own, when one exists.
              SELECT BOM-COMPONENT-FILE
                     ASSIGN TO "bomcomp"
                     ORGANIZATION IS INDEXED
                     RECORD KEY IS CL-CUST-ID
                     FILE STATUS IS WS-LOY-STATUS.

      *    Register of rebate movements - 3017-LOG-LOYALTY-MOVEMENT
      *    appends a line for every accrual and every voided-sale
      *    reversal (see LOYLOG.CPY).
              SELECT LOYALTY-LOG-FILE
                     ASSIGN TO "LOYALTY.LOG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-LYLOG-STATUS.

      *    3014-COMPUTE-SALES-TAX prices the tax line of every sale
      *    off this rate table, maintained by TaxCodeMgmt.cbl.
              SELECT TAX-CODE-FILE
      *    WebOrderEntry.cob - 4000-REVIEW-WEB-ORDERS is where an
      *    operator converts one to a sale or reservation (or
      *    rejects it); the web tier itself never touches stock,
      *    balances or the ledger.  Standing orders falling due are
      *    queued here by StandingOrderMgmt.cbl the same way.
              SELECT WEB-ORDER-FILE
                     ASSIGN TO "weborder"
                     ORGANIZATION IS INDEXED
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-TFLG-STATUS.

      *    Sales quotations (see QUOTEHDR.CPY/QUOTELIN.CPY) - priced
      *    by 5100-ENTER-QUOTATION through the same line pricing a
      *    basket uses, and converted into a real invoice in one
      *    step by 5300-CONVERT-QUOTATION.  Reports.cbl lists them
      *    by status.
              SELECT QUOTE-HEADER-FILE
                     ASSIGN TO "quotehdr"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS QH-QUOTE-NUMBER
                     FILE STATUS IS WS-QHDR-STATUS.

              SELECT QUOTE-LINE-FILE
                     ASSIGN TO "quoteln"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS QL-LINE-KEY
                     FILE STATUS IS WS-QLIN-STATUS.

      *    5200-PRINT-QUOTATION writes the customer's quotation
      *    document here, one quotation per run, the same way
      *    3037-PRINT-RECEIPT writes RECEIPT.PRT.
              SELECT QUOTE-PRINT-FILE
                     ASSIGN TO "QUOTE.PRT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-QPRT-STATUS.

      *    3040-EVALUATE-PROMOTIONS reads the mix-and-match and
      *    basket-threshold promotions maintained by PromotionMgmt.cbl
      *    and each line's category off ITEM-CATEGORY-FILE to see
      *    which promotions a basket qualifies for; 3049-WRITE-
      *    REDEMPTIONS records every promotion an invoice received on
      *    PROMO-REDEMPTION-FILE for the receipt, a void and the
      *    promotion results report in Reports.cbl.
              SELECT MIX-PROMO-FILE
                     ASSIGN TO "mixpromo"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PM-PROMO-CODE
                     FILE STATUS IS WS-MIXP-STATUS.

              SELECT ITEM-CATEGORY-FILE
                     ASSIGN TO "itemcat"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS IC-ITEM-NUMBER
                     FILE STATUS IS WS-ICAT-STATUS.

              SELECT PROMO-REDEMPTION-FILE
                     ASSIGN TO "promredm"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS RD-REDEEM-KEY
                     FILE STATUS IS WS-REDM-STATUS.

      *    Sales orders for goods delivered later (see SLSORDH.CPY/
      *    SLSORDL.CPY/SLSSHIP.CPY) - taken by 6100-ENTER-SALES-ORDER,
      *    which allocates stock through RESERVATION-FILE without
      *    invoicing anything; 6300-SHIP-CONFIRM invoices only what
      *    actually shipped and records the shipment for the
      *    delivery manifest and proof of delivery.
              SELECT SALES-ORDER-HEADER-FILE
                     ASSIGN TO "slsordh"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS OR-ORDER-NUMBER
                     FILE STATUS IS WS-SOH-STATUS.

              SELECT SALES-ORDER-LINE-FILE
                     ASSIGN TO "slsordl"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS OI-LINE-KEY
                     FILE STATUS IS WS-SOL-STATUS.

              SELECT SALES-SHIPMENT-FILE
                     ASSIGN TO "slsship"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS DV-INVOICE-NUMBER
                     FILE STATUS IS WS-SHP-STATUS.

      *    6200-PRINT-PICK-TICKET writes the warehouse pick ticket
      *    here and 6400-DELIVERY-MANIFEST the drivers' manifest,
      *    one document per run the same way QUOTE.PRT is written.
              SELECT PICK-TICKET-FILE
                     ASSIGN TO "PICKTKT.PRT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-PICK-STATUS.

              SELECT MANIFEST-FILE
                     ASSIGN TO "MANIFEST.PRT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-MANF-STATUS.

      *    Drop-ship order lines: 6125-RAISE-DROP-SHIP-PO writes the
      *    purchase order on the item's supplier (SM-SUPPLIER-NUMBER)
      *    and its DROP-SHIP-FILE link back to the order line; the
      *    supplier's status and price breaks are read the same way
      *    PurchaseMgmt.cbl reads them when it raises a PO.
              SELECT PURCHASE-ORDER-FILE
                     ASSIGN TO "purchord"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PO-NUMBER
                     FILE STATUS IS WS-PORD-STATUS.

              SELECT DROP-SHIP-FILE
                     ASSIGN TO "dropship"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS DS-PO-NUMBER
                     FILE STATUS IS WS-DROP-STATUS.

              SELECT SUPPLIER-STATUS-FILE
                     ASSIGN TO "suppstat"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SV-SUPPLIER-NUMBER
                     FILE STATUS IS WS-SSTAT-STATUS.

              SELECT SUPPLIER-PRICE-FILE
                     ASSIGN TO "supppric"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SP-PRICE-KEY
                     FILE STATUS IS WS-SPRC-STATUS.

      *    3560-QUEUE-RETURN-DISP queues returned goods here for a
      *    supervisor's disposition instead of restocking them.
              SELECT RETURN-DISP-FILE
                     ASSIGN TO "retdisp"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS RN-DISP-NUMBER
                     FILE STATUS IS WS-RDSP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAINING-FLAG-FILE.
       FD  CUST-LOYALTY-FILE.
           COPY "CUSTLOY.CPY".

       FD  LOYALTY-LOG-FILE.
           COPY "LOYLOG.CPY".

       FD  TAX-CODE-FILE.
           COPY "TAXCODE.CPY".

       FD  SALE-HEADER-FILE.
           COPY "SALEHDR.CPY".

       FD  QUOTE-HEADER-FILE.
           COPY "QUOTEHDR.CPY".

       FD  QUOTE-LINE-FILE.
           COPY "QUOTELIN.CPY".

       FD  QUOTE-PRINT-FILE.
       01  QUOTE-PRINT-REC             PIC X(80).

       FD  MIX-PROMO-FILE.
           COPY "MIXPROMO.CPY".

       FD  ITEM-CATEGORY-FILE.
           COPY "ITEMCAT.CPY".

       FD  PROMO-REDEMPTION-FILE.
           COPY "PROMREDM.CPY".

       FD  SALES-ORDER-HEADER-FILE.
           COPY "SLSORDH.CPY".

       FD  SALES-ORDER-LINE-FILE.
           COPY "SLSORDL.CPY".

       FD  SALES-SHIPMENT-FILE.
           COPY "SLSSHIP.CPY".

       FD  PICK-TICKET-FILE.
       01  PICK-TICKET-REC             PIC X(80).

       FD  MANIFEST-FILE.
       01  MANIFEST-REC                PIC X(80).

       FD  PURCHASE-ORDER-FILE.
           COPY "PURCHORD.CPY".

       FD  DROP-SHIP-FILE.
           COPY "DROPSHIP.CPY".

       FD  SUPPLIER-STATUS-FILE.
           COPY "SUPPSTAT.CPY".

       FD  SUPPLIER-PRICE-FILE.
           COPY "SUPPPRICE.CPY".

       FD  RETURN-DISP-FILE.
           COPY "RETDISP.CPY".

       WORKING-STORAGE SECTION.
       01  WS-VARS.
              10 WS-PARMS-OK-SW       PIC X(01) VALUE "N".
                 88 WS-PARMS-OK             VALUE "Y".
              10 WS-TFLG-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-TMODE-SW          PIC X(01) VALUE "N".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-AUDIT-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-MENU-OPTION       PIC X(02) VALUE SPACES.
              10 WS-EXIT-OPTION       PIC X(02) VALUE "12".
              10 WS-NEXT-TXN-NUMBER   PIC 9(08) VALUE ZEROS.
              10 WS-VALID-SALE-SW     PIC X(01) VALUE "N".
                 88 WS-VALID-SALE            VALUE "Y".
              10 WS-AUDIT-STOCK-BEFORE PIC X(86) VALUE SPACES.
      *    The before image's on-hand, so 3095-POST-STOCK-MOVEMENT
      *    posts exactly what the REWRITE moved, whichever path made
      *    it.
              10 WS-BEFORE-STOCK-VIEW REDEFINES WS-AUDIT-STOCK-BEFORE.
                 15 FILLER            PIC X(40).
                 15 WS-BEFORE-QTY-ON-HAND PIC 9(07).
                 15 FILLER            PIC X(39).
              10 WS-SALE-LOCATION      PIC X(04) VALUE SPACES.
              10 WS-AUDIT-CUST-BEFORE PIC X(88) VALUE SPACES.
              10 WS-GL-STATUS         PIC X(02) VALUE "00".
              10 WS-KIT-STOCK-OK-SW   PIC X(01) VALUE "Y".
                 88 WS-KIT-STOCK-OK         VALUE "Y".
              10 WS-KIT-ITEM-NUMBER   PIC 9(06) VALUE ZEROS.
              10 WS-BM-IX             PIC 9(04) VALUE ZEROS.
              10 WS-OPER-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-EXC-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-SUB-MORE-SW       PIC X(01) VALUE "Y".
                 88 WS-SUB-MORE              VALUE "Y".
              10 WS-SUB-SHOWN-COUNT   PIC 9(03) VALUE ZEROS.
              10 WS-SUB-ANSWER        PIC X(01) VALUE SPACE.

      *    Working fields for 3025-CHECK-CREDIT-LIMIT/3027-GET-
      *    MANAGER-OVERRIDE: a sale that would push the customer's
      *    CM-BALANCE past CM-CREDIT-LIMIT is held until an operator
      *    whose roles grant OVRD-CRL signs in to authorize it.
              10 WS-CREDIT-OK-SW      PIC X(01) VALUE "Y".
                 88 WS-CREDIT-OK            VALUE "Y".
              10 WS-OVERRIDE-ID       PIC X(08) VALUE SPACES.
              10 WS-OVERRIDE-PASSWORD PIC X(08) VALUE SPACES.
      *    "Y" from BadDebtWriteOff's BDHOLDCHECK entry when the
      *    customer has had a balance written off - a permanent hold
      *    that 3027-GET-MANAGER-OVERRIDE is never offered for.
              10 WS-BD-HOLD-SW        PIC X(01) VALUE "N".
                 88 WS-BD-ON-HOLD           VALUE "Y".

      *    Working fields for 3026-CHECK-TXN-LIMIT/3030-GET-TXN-
      *    OVERRIDE: a sale above the signed-on operator's own OM-
              10 WS-RSV-QTY-REQUEST   PIC S9(05) VALUE ZEROS.
              10 WS-RSV-FILTER-ITEM   PIC 9(06) VALUE ZEROS.
              10 WS-RSV-FILTER-LOC    PIC X(04) VALUE SPACES.
              10 WS-AUDIT-RSV-BEFORE  PIC X(53) VALUE SPACES.

      *    Working field for 3055-VALIDATE-STOCK-AVAILABILITY, shared
      *    by 3000-ENTER-SALE and 3900-RECOVER-HELD-SALE so the same
              10 WS-AUDIT-LOY-BEFORE  PIC X(34) VALUE SPACES.
              10 WS-LOY-REBATE-PCT    PIC 9(01)V99 VALUE ZEROS.
              10 WS-LOY-ACCRUAL-AMT   PIC 9(07)V99 VALUE ZEROS.
              10 WS-LYLOG-STATUS      PIC X(02) VALUE "00".

      *    Working fields for 3014-COMPUTE-SALES-TAX: the customer's
      *    CUST-TAX-FILE status decides exemption and which TAX-CODE-
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-CTAX-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-DEFAULT-TAX-CODE  PIC X(04) VALUE SPACES.
              10 WS-SALE-TAX-CODE     PIC X(04) VALUE SPACES.
              10 WS-TAX-EXEMPT-SW     PIC X(01) VALUE "N".
                 88 WS-TAX-EXEMPT           VALUE "Y".
                 88 WS-SETL-FILE-MISSING     VALUE "35".
                 COPY "FS-STATUS-CODES.CPY".

      *    Working fields for 8700-WRITE-COGS-GL-ENTRY: the line's
      *    cost, the account the other leg lands in, and whether the
      *    legs run forward (a sale) or back (a void).
              10 WS-COGS-AMOUNT       PIC 9(09)V99 VALUE ZEROS.
              10 WS-COGS-OFFSET-ACCT  PIC X(10) VALUE SPACES.
              10 WS-COGS-DIRECTION    PIC X(01) VALUE "S".
                 88 WS-COGS-SALE            VALUE "S".
                 88 WS-COGS-REVERSE         VALUE "V".

      *    Working fields for 4000-REVIEW-WEB-ORDERS.
              10 WS-WEB-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
                 88 WS-WEB-DEC-SALE         VALUE "S" "s".
                 88 WS-WEB-DEC-RESERVE      VALUE "R" "r".
                 88 WS-WEB-DEC-REJECT       VALUE "J" "j".
              10 WS-AUDIT-WEB-BEFORE  PIC X(47) VALUE SPACES.
              10 WS-WEB-STOCK-REJECT  PIC X(01) VALUE SPACE.

      *    Working fields for 3019-ISSUE-STORE-CREDIT and 3021-
      *    REDEEM-STORE-CREDIT against STORE-CREDIT-FILE.
                 15 BL-TAX-CODE       PIC X(04).
                 15 BL-TAX-AMOUNT     PIC S9(07)V99.
                 15 BL-KIT-SW         PIC X(01).
                 15 BL-UNIT-COST      PIC 9(05)V99.
                 15 BL-CATEGORY       PIC X(04).
                 15 BL-PROMO-CODE     PIC X(06).
                 15 BL-PROMO-DISC     PIC S9(07)V99.
                 15 BL-QUAL-SW        PIC X(01).
                 15 BL-FREE-QTY       PIC 9(05).

      *    Working fields for 3065-CHECK-ITEM-STATUS: the lifecycle
      *    satellite check that keeps a pending or blocked item out
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-ITEM-SELLABLE-SW  PIC X(01) VALUE "Y".
                 88 WS-ITEM-SELLABLE        VALUE "Y".
              10 WS-ITEM-DISCONT-SW   PIC X(01) VALUE "N".
                 88 WS-ITEM-DISCONTINUED    VALUE "Y".

      *    Working fields for 3041-WRITE-OVERRIDE-RECORD.
              10 WS-OVRD-STATUS       PIC X(02) VALUE "00".
              10 WS-DEP-ANSWER        PIC X(01) VALUE SPACE.
              10 WS-AUDIT-DEP-BEFORE  PIC X(48) VALUE SPACES.

      *    Working fields for 5000-QUOTATION-MENU and the quotation
      *    paragraphs behind it.  WS-QUOTE-SUGG-PRICE keeps, per
      *    basket line, the contract/list/promo price 3011-SUGGEST-
      *    SALE-PRICE offered when the quote was priced, so the
      *    conversion can show where pricing has moved since.
              10 WS-QHDR-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-QLIN-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-QPRT-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-QUOTE-OPTION      PIC X(01) VALUE SPACE.
              10 WS-NEXT-QUOTE-NUMBER PIC 9(08) VALUE ZEROS.
              10 WS-QUOTE-VALID-DAYS  PIC 9(03) VALUE ZEROS.
              10 WS-QUOTE-DEFAULT-DAYS PIC 9(03) VALUE ZEROS.
              10 WS-QUOTE-ANSWER      PIC X(01) VALUE SPACE.
              10 WS-QUOTE-MORE-SW     PIC X(01) VALUE "N".
                 88 WS-QUOTE-MORE           VALUE "Y".
              10 WS-QUOTE-PRICE-DELTA PIC S9(05)V99 VALUE ZEROS.
              10 WS-QUOTE-LINES-READ  PIC 9(03) VALUE ZEROS.
              10 WS-AUDIT-QUOTE-BEFORE PIC X(101) VALUE SPACES.
              10 WS-QUOTE-SUGG-PRICE  PIC 9(05)V99 OCCURS 20 TIMES.

      *    Working fields for 4500-VOID-INVOICE and the reversal
      *    paragraphs behind it.
              10 WS-VOID-INVOICE      PIC 9(08) VALUE ZEROS.
              10 WS-VOID-TODAY        PIC 9(08) VALUE ZEROS.
              10 WS-VOID-OK-SW        PIC X(01) VALUE "N".
                 88 WS-VOID-OK              VALUE "Y".
              10 WS-VOID-ANSWER       PIC X(01) VALUE SPACE.
              10 WS-VOID-SCAN-SW      PIC X(01) VALUE "N".
                 88 WS-VOID-SCAN-MORE       VALUE "Y".
              10 WS-VOID-LINES        PIC 9(03) VALUE ZEROS.
              10 WS-VOID-CHARGE       PIC S9(09)V99 VALUE ZEROS.
              10 WS-VOID-DEP-REMAIN   PIC S9(09)V99 VALUE ZEROS.
              10 WS-VOID-DEP-ROOM     PIC S9(07)V99 VALUE ZEROS.
              10 WS-VOID-LOT-SEQ      PIC 9(02) VALUE ZEROS.
              10 WS-VOID-LOT-MORE-SW  PIC X(01) VALUE "N".
                 88 WS-VOID-LOT-MORE        VALUE "Y".
              10 WS-VOID-LOT-FOUND-SW PIC X(01) VALUE "N".
                 88 WS-VOID-LOT-FOUND       VALUE "Y".
              10 WS-AUDIT-SALE-BEFORE PIC X(91) VALUE SPACES.
              10 WS-AUDIT-HDR-BEFORE  PIC X(87) VALUE SPACES.

      *    Working fields for 3040-EVALUATE-PROMOTIONS and the
      *    redemption paragraphs behind it.  WS-PROMO-APPLIED holds
      *    each promotion the basket earned; the PA-COMMIT- fields
      *    are tallied by 3015-COMMIT-ONE-LINE so a partly failed
      *    basket only records what was actually invoiced.
              10 WS-MIXP-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-ICAT-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-REDM-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-PROMO-TODAY       PIC 9(08) VALUE ZEROS.
              10 WS-PROMO-SCAN-SW     PIC X(01) VALUE "N".
                 88 WS-PROMO-SCAN-MORE      VALUE "Y".
              10 WS-LINE-QUAL-SW      PIC X(01) VALUE "N".
                 88 WS-LINE-QUALIFIES       VALUE "Y".
              10 WS-PQ-ITEM-IX        PIC 9(02) VALUE ZEROS.
              10 WS-PQ-QTY            PIC 9(07) VALUE ZEROS.
              10 WS-PQ-VALUE          PIC S9(09)V99 VALUE ZEROS.
              10 WS-PQ-SETS           PIC 9(05) VALUE ZEROS.
              10 WS-PQ-FREE-LEFT      PIC 9(05) VALUE ZEROS.
              10 WS-PQ-DISC           PIC S9(09)V99 VALUE ZEROS.
              10 WS-PQ-REMAIN         PIC S9(09)V99 VALUE ZEROS.
              10 WS-PQ-OLD-EXT        PIC S9(07)V99 VALUE ZEROS.
              10 WS-PQ-LAST-IX        PIC 9(03) VALUE ZEROS.
              10 WS-PQ-CHEAP-IX       PIC 9(03) VALUE ZEROS.
              10 WS-PA-COUNT          PIC 9(02) VALUE ZEROS.
              10 WS-PA-MAX            PIC 9(02) VALUE 10.
              10 WS-PA-IX             PIC 9(02) VALUE ZEROS.
              10 WS-PROMO-APPLIED OCCURS 10 TIMES.
                 15 PA-PROMO-CODE     PIC X(06).
                 15 PA-DESCRIPTION    PIC X(30).
                 15 PA-TIMES          PIC 9(03).
                 15 PA-DISCOUNT       PIC S9(07)V99.
                 15 PA-COMMIT-DISC    PIC S9(07)V99.
                 15 PA-COMMIT-GOODS   PIC S9(07)V99.
                 15 PA-COMMIT-COST    PIC S9(07)V99.
              10 WS-RCPT-DISC-AMT     PIC -9(07).99 VALUE ZEROS.
              10 WS-AUDIT-REDM-BEFORE PIC X(96) VALUE SPACES.

      *    Working fields for 6000-SALES-ORDER-MENU and the sales
      *    order paragraphs behind it.  WS-SORD-LINE-SEQ remembers,
      *    per basket line a ship confirmation builds, which order
      *    line it came from so the shipped quantity can be posted
      *    back once the invoice has committed.  WS-PICK-ENTRY holds
      *    an order's open lines while the pick ticket is laid out
      *    location by location in bin order, and WS-MAN-ENTRY the
      *    day's shipments while the manifest groups them by drop.
              10 WS-SOH-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-SOL-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-SHP-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-PICK-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-MANF-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-SORD-OPTION       PIC X(01) VALUE SPACE.
              10 WS-NEXT-SORD-NUMBER  PIC 9(08) VALUE ZEROS.
              10 WS-SORD-ANSWER       PIC X(01) VALUE SPACE.
              10 WS-SORD-MORE-SW      PIC X(01) VALUE "N".
                 88 WS-SORD-MORE            VALUE "Y".
              10 WS-SORD-OPEN-QTY     PIC S9(05) VALUE ZEROS.
              10 WS-SORD-OPEN-TOTAL   PIC S9(07) VALUE ZEROS.
              10 WS-SORD-SHIP-QTY     PIC 9(05) VALUE ZEROS.
              10 WS-SORD-FIRST-TXN    PIC 9(08) VALUE ZEROS.
              10 WS-SORD-LINES-OPEN   PIC 9(03) VALUE ZEROS.
              10 WS-SORD-TODAY        PIC 9(08) VALUE ZEROS.
              10 WS-AUDIT-SORD-BEFORE PIC X(72) VALUE SPACES.
              10 WS-AUDIT-SOLN-BEFORE PIC X(61) VALUE SPACES.
              10 WS-AUDIT-SHIP-BEFORE PIC X(91) VALUE SPACES.
              10 WS-SORD-LINE-SEQ     PIC 9(03) OCCURS 20 TIMES.
              10 WS-PICK-COUNT        PIC 9(03) VALUE ZEROS.
              10 WS-PICK-IX           PIC 9(03) VALUE ZEROS.
              10 WS-PICK-NEXT-IX      PIC 9(03) VALUE ZEROS.
              10 WS-PICK-LOC          PIC X(04) VALUE SPACES.
              10 WS-PICK-LOC-LINES    PIC 9(03) VALUE ZEROS.
              10 WS-PICK-TICKETS      PIC 9(03) VALUE ZEROS.
              10 WS-PICK-ENTRY OCCURS 20 TIMES.
                 15 PT-LOCATION       PIC X(04).
                 15 PT-BIN            PIC X(10).
                 15 PT-ITEM-NUMBER    PIC 9(06).
                 15 PT-ITEM-DESC      PIC X(30).
                 15 PT-QTY            PIC S9(05).
                 15 PT-DONE-SW        PIC X(01).
              10 WS-MAN-DATE          PIC 9(08) VALUE ZEROS.
              10 WS-MAN-COUNT         PIC 9(03) VALUE ZEROS.
              10 WS-MAN-MAX           PIC 9(03) VALUE 100.
              10 WS-MAN-IX            PIC 9(03) VALUE ZEROS.
              10 WS-MAN-JX            PIC 9(03) VALUE ZEROS.
              10 WS-MAN-STOP          PIC 9(03) VALUE ZEROS.
              10 WS-MAN-FOUND         PIC 9(03) VALUE ZEROS.
              10 WS-MAN-READS         PIC 9(05) VALUE ZEROS.
              10 WS-MAN-ENTRY OCCURS 100 TIMES.
                 15 MN-INVOICE-NUMBER PIC 9(08).
                 15 MN-CUST-ID        PIC X(05).
                 15 MN-SHIP-SEQ       PIC 9(02).
                 15 MN-DONE-SW        PIC X(01).

      *    Working fields for the drop-ship order line paragraphs
      *    (6115, 6125, 6315, 6705, 6715, 6800).  WS-DROP-READY-QTY
      *    is what the supplier has confirmed shipping on a line but
      *    the customer has not yet been invoiced for.  The supplier
      *    status and price files are optional - a site that has
      *    never blocked a supplier or loaded a price break has
      *    neither.
              10 WS-PORD-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-DROP-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-SSTAT-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-SPRC-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".

      *    Working fields for 3560-QUEUE-RETURN-DISP: the next
      *    disposition number, the quantity and parent kit of the
      *    line being queued, and the cost value queued for the
      *    return (posted by 8750-WRITE-RETURN-COGS-GL).
              10 WS-RDSP-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-NEXT-DISP-NUMBER  PIC 9(07) VALUE ZEROS.
              10 WS-RDSP-QTY          PIC 9(07) VALUE ZEROS.
              10 WS-RDSP-KIT-ITEM     PIC 9(06) VALUE ZEROS.
              10 WS-RDSP-QUEUED       PIC 9(03) VALUE ZEROS.
              10 WS-RDSP-VALUE        PIC 9(09)V99 VALUE ZEROS.
              10 WS-SSTAT-OPEN-SW     PIC X(01) VALUE "N".
                 88 WS-SSTAT-OPEN           VALUE "Y".
              10 WS-SPRC-OPEN-SW      PIC X(01) VALUE "N".
                 88 WS-SPRC-OPEN            VALUE "Y".
              10 WS-DROP-LINE-SW      PIC X(01) VALUE "N".
                 88 WS-DROP-LINE            VALUE "Y".
              10 WS-DROP-PRIOR-COUNT  PIC 9(02) VALUE ZEROS.
              10 WS-DROP-PO-NUMBER    PIC 9(08) VALUE ZEROS.
              10 WS-DROP-READY-QTY    PIC S9(07) VALUE ZEROS.
              10 WS-DROP-READY-LINES  PIC 9(03) VALUE ZEROS.
              10 WS-DROP-OUTSTANDING  PIC S9(07) VALUE ZEROS.
              10 WS-DROP-STOCK-LINES  PIC 9(02) VALUE ZEROS.
              10 WS-DROP-LIST-COUNT   PIC 9(05) VALUE ZEROS.
              10 WS-DROP-MORE-SW      PIC X(01) VALUE "N".
                 88 WS-DROP-MORE            VALUE "Y".
              10 WS-AUDIT-PO-BEFORE   PIC X(91) VALUE SPACES.
              10 WS-AUDIT-DROP-BEFORE PIC X(69) VALUE SPACES.

      *    Parameter block for 3095-POST-STOCK-MOVEMENT.
           COPY "STKMVMSG.CPY".

      *    Parameter block for 3078-EXPLODE-KIT.
           COPY "BOMXPMSG.CPY".

      *    Parameter block for 3057-LOG-LOST-SALE: filled in by
      *    3055-VALIDATE-STOCK-AVAILABILITY as it refuses a line, so
      *    whichever caller abandons the line can post it.
           COPY "LSTSLMSG.CPY".

       01  GL-ACCOUNT-CODES.
           02 GL-ACCT-SALES-REVENUE    PIC X(10) VALUE SPACES.
           02 GL-ACCT-ACCOUNTS-RCVBL   PIC X(10) VALUE SPACES.
           02 GL-ACCT-SALES-RETURNS    PIC X(10) VALUE SPACES.
           02 GL-ACCT-SALES-TAX-PYBL   PIC X(10) VALUE SPACES.
           02 GL-ACCT-STORE-CREDIT     PIC X(10) VALUE SPACES.
           02 GL-ACCT-CUST-DEPOSITS    PIC X(10) VALUE SPACES.
           02 GL-ACCT-COST-OF-SALES    PIC X(10) VALUE SPACES.
           02 GL-ACCT-INVENTORY        PIC X(10) VALUE SPACES.
           02 GL-ACCT-RETURNS-HELD     PIC X(10) VALUE SPACES.
           02 GL-ACCT-CONSIGN-PYBL     PIC X(10) VALUE SPACES.

      *    Start-up fetch of GL accounts and thresholds - see
      *    0900-LOAD-SYSTEM-PARMS.
           COPY "SYSPRMSG.CPY".

      *    Supervisor, approver and sign-on passwords are checked
      *    through OperPwd.cbl against the hashed password file.
           COPY "OPWDMSG.CPY".

      *    Menu options and sensitive actions are checked against
      *    the signed-on operator's roles through PermCheck.cbl.
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
                    ITEM-PRICE-FILE
                    PROMO-PRICE-FILE
                    CUST-LOYALTY-FILE
                    LOYALTY-LOG-FILE
                    TAX-CODE-FILE
                    CUST-TAX-FILE
                    CONTRACT-PRICE-FILE
                    CONSIGNMENT-SETTLE-FILE
                    RECEIPT-LOT-FILE
                    SALE-LOT-FILE
                    SALE-HEADER-FILE
                    QUOTE-HEADER-FILE
                    QUOTE-LINE-FILE
                    MIX-PROMO-FILE
                    ITEM-CATEGORY-FILE
                    PROMO-REDEMPTION-FILE
                    SALES-ORDER-HEADER-FILE
                    SALES-ORDER-LINE-FILE
                    SALES-SHIPMENT-FILE
                    PURCHASE-ORDER-FILE
                    DROP-SHIP-FILE
                    RETURN-DISP-FILE.
              IF WS-SSTAT-OPEN
                 CLOSE SUPPLIER-STATUS-FILE
              END-IF.
              IF WS-SPRC-OPEN
                 CLOSE SUPPLIER-PRICE-FILE
              END-IF.
              GOBACK.

      * The GL accounts this program posts to and the thresholds
      * it works to come off the system parameter file (kept by
      * SysParmMgmt.cbl, from Utilities) rather than VALUE clauses
      * here.  Any one missing, or a GL account no longer active on
      * the chart, stops the program before it touches a file.
       0900-LOAD-SYSTEM-PARMS.
              SET WS-PARMS-OK TO TRUE.
              MOVE "GL-SALES-REVENUE" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-SALES-REVENUE.
              MOVE "GL-AR" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-ACCOUNTS-RCVBL.
              MOVE "GL-SALES-RETURNS" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-SALES-RETURNS.
              MOVE "GL-SALES-TAX" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-SALES-TAX-PYBL.
              MOVE "GL-STORE-CREDIT" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-STORE-CREDIT.
              MOVE "GL-CUST-DEPOSITS" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-CUST-DEPOSITS.
              MOVE "GL-COST-OF-SALES" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-COST-OF-SALES.
              MOVE "GL-INVENTORY" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-INVENTORY.
              MOVE "GL-RETURNS-HELD" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-RETURNS-HELD.
              MOVE "GL-CONSIGN-PYBL" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-CONSIGN-PYBL.
              MOVE "DEFAULT-TAX-CODE" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO WS-DEFAULT-TAX-CODE.
              MOVE "QUOTE-VALID-DAYS" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-NUMBER TO WS-QUOTE-DEFAULT-DAYS.
              IF NOT WS-PARMS-OK
                 DISPLAY "SALES CANNOT RUN - CORRECT THE SYSTEM "
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

       1000-INITIALIZE.
              OPEN INPUT TRAINING-FLAG-FILE.
              IF WS-TFLG-STATUS = "00"
                 CLOSE PROMO-PRICE-FILE
                 OPEN INPUT PROMO-PRICE-FILE
              END-IF.
              OPEN INPUT MIX-PROMO-FILE.
              IF WS-MIXP-STATUS = "35"
                 OPEN OUTPUT MIX-PROMO-FILE
                 CLOSE MIX-PROMO-FILE
                 OPEN INPUT MIX-PROMO-FILE
              END-IF.
              OPEN INPUT ITEM-CATEGORY-FILE.
              IF WS-ICAT-STATUS = "35"
                 OPEN OUTPUT ITEM-CATEGORY-FILE
                 CLOSE ITEM-CATEGORY-FILE
                 OPEN INPUT ITEM-CATEGORY-FILE
              END-IF.
              OPEN I-O PROMO-REDEMPTION-FILE.
              IF WS-REDM-STATUS = "35"
                 OPEN OUTPUT PROMO-REDEMPTION-FILE
                 CLOSE PROMO-REDEMPTION-FILE
                 OPEN I-O PROMO-REDEMPTION-FILE
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
              OPEN INPUT TAX-CODE-FILE.
              IF WS-TAX-STATUS = "35"
                 OPEN OUTPUT TAX-CODE-FILE
                 CLOSE SALE-LOT-FILE
                 OPEN I-O SALE-LOT-FILE
              END-IF.
              OPEN I-O QUOTE-HEADER-FILE.
              IF WS-QHDR-STATUS = "35"
                 CLOSE QUOTE-HEADER-FILE
                 OPEN OUTPUT QUOTE-HEADER-FILE
                 CLOSE QUOTE-HEADER-FILE
                 OPEN I-O QUOTE-HEADER-FILE
              END-IF.
              OPEN I-O QUOTE-LINE-FILE.
              IF WS-QLIN-STATUS = "35"
                 CLOSE QUOTE-LINE-FILE
                 OPEN OUTPUT QUOTE-LINE-FILE
                 CLOSE QUOTE-LINE-FILE
                 OPEN I-O QUOTE-LINE-FILE
              END-IF.
              OPEN I-O SALES-ORDER-HEADER-FILE.
              IF WS-SOH-STATUS = "35"
                 CLOSE SALES-ORDER-HEADER-FILE
                 OPEN OUTPUT SALES-ORDER-HEADER-FILE
                 CLOSE SALES-ORDER-HEADER-FILE
                 OPEN I-O SALES-ORDER-HEADER-FILE
              END-IF.
              OPEN I-O SALES-ORDER-LINE-FILE.
              IF WS-SOL-STATUS = "35"
                 CLOSE SALES-ORDER-LINE-FILE
                 OPEN OUTPUT SALES-ORDER-LINE-FILE
                 CLOSE SALES-ORDER-LINE-FILE
                 OPEN I-O SALES-ORDER-LINE-FILE
              END-IF.
              OPEN I-O SALES-SHIPMENT-FILE.
              IF WS-SHP-STATUS = "35"
                 CLOSE SALES-SHIPMENT-FILE
                 OPEN OUTPUT SALES-SHIPMENT-FILE
                 CLOSE SALES-SHIPMENT-FILE
                 OPEN I-O SALES-SHIPMENT-FILE
              END-IF.
              OPEN I-O PURCHASE-ORDER-FILE.
              IF WS-PORD-STATUS = "35"
                 CLOSE PURCHASE-ORDER-FILE
                 OPEN OUTPUT PURCHASE-ORDER-FILE
                 CLOSE PURCHASE-ORDER-FILE
                 OPEN I-O PURCHASE-ORDER-FILE
              END-IF.
              OPEN I-O DROP-SHIP-FILE.
              IF WS-DROP-STATUS = "35"
                 CLOSE DROP-SHIP-FILE
                 OPEN OUTPUT DROP-SHIP-FILE
                 CLOSE DROP-SHIP-FILE
                 OPEN I-O DROP-SHIP-FILE
              END-IF.
              OPEN I-O RETURN-DISP-FILE.
              IF WS-RDSP-STATUS = "35"
                 CLOSE RETURN-DISP-FILE
                 OPEN OUTPUT RETURN-DISP-FILE
                 CLOSE RETURN-DISP-FILE
                 OPEN I-O RETURN-DISP-FILE
              END-IF.
              MOVE "N" TO WS-SSTAT-OPEN-SW WS-SPRC-OPEN-SW.
              OPEN INPUT SUPPLIER-STATUS-FILE.
              IF WS-SSTAT-STATUS = "00"
                 SET WS-SSTAT-OPEN TO TRUE
              END-IF.
              OPEN INPUT SUPPLIER-PRICE-FILE.
              IF WS-SPRC-STATUS = "00"
                 SET WS-SPRC-OPEN TO TRUE
              END-IF.
              PERFORM 1180-FIND-LAST-INV-NUMBER
                 THRU 1180-EXIT.
              PERFORM 1195-FIND-LAST-QUOTE-NUMBER
                 THRU 1195-EXIT.
              PERFORM 1196-FIND-LAST-SORD-NUMBER
                 THRU 1196-EXIT.
              PERFORM 1190-FIND-LAST-CRD-NUMBER
                 THRU 1190-EXIT.
              PERFORM 1150-FIND-LAST-EXC-NUMBER
                 THRU 1160-EXIT.
              PERFORM 1170-FIND-LAST-HOLD-NUMBER
                 THRU 1170-EXIT.
              PERFORM 1197-FIND-LAST-DISP-NUMBER
                 THRU 1197-EXIT.
              PERFORM 1200-SIGN-ON-OPERATOR
                 THRU 1200-EXIT.
       1000-EXIT.
       1190-EXIT.
              EXIT.

      * Find the highest quotation number already on file so new
      * quotations keep numbering forward instead of colliding on
      * key 1.
       1195-FIND-LAST-QUOTE-NUMBER.
              MOVE HIGH-VALUES TO QH-QUOTE-NUMBER.
              START QUOTE-HEADER-FILE
                    KEY IS LESS THAN QH-QUOTE-NUMBER
                 INVALID KEY
                    MOVE ZEROS TO WS-NEXT-QUOTE-NUMBER
                 NOT INVALID KEY
                    READ QUOTE-HEADER-FILE PREVIOUS RECORD
                       AT END MOVE ZEROS TO WS-NEXT-QUOTE-NUMBER
                       NOT AT END MOVE QH-QUOTE-NUMBER
                                    TO WS-NEXT-QUOTE-NUMBER
                    END-READ
              END-START.
       1195-EXIT.
              EXIT.

      * Find the highest sales order number already on file so new
      * orders keep numbering forward instead of colliding on key 1.
       1196-FIND-LAST-SORD-NUMBER.
              MOVE HIGH-VALUES TO OR-ORDER-NUMBER.
              START SALES-ORDER-HEADER-FILE
                    KEY IS LESS THAN OR-ORDER-NUMBER
                 INVALID KEY
                    MOVE ZEROS TO WS-NEXT-SORD-NUMBER
                 NOT INVALID KEY
                    READ SALES-ORDER-HEADER-FILE PREVIOUS RECORD
                       AT END MOVE ZEROS TO WS-NEXT-SORD-NUMBER
                       NOT AT END MOVE OR-ORDER-NUMBER
                                    TO WS-NEXT-SORD-NUMBER
                    END-READ
              END-START.
       1196-EXIT.
              EXIT.

      * Find the highest hold number already on file so new held
      * sales keep numbering forward instead of colliding on key 1.
       1170-FIND-LAST-HOLD-NUMBER.
       1170-EXIT.
              EXIT.

      *    Last disposition number on RETURN-DISP-FILE, so queued
      *    returns keep numbering forward.
       1197-FIND-LAST-DISP-NUMBER.
              MOVE HIGH-VALUES TO RN-DISP-NUMBER.
              START RETURN-DISP-FILE
                    KEY IS LESS THAN RN-DISP-NUMBER
                 INVALID KEY
                    MOVE ZEROS TO WS-NEXT-DISP-NUMBER
                 NOT INVALID KEY
                    READ RETURN-DISP-FILE PREVIOUS RECORD
                       AT END MOVE ZEROS TO WS-NEXT-DISP-NUMBER
                       NOT AT END MOVE RN-DISP-NUMBER
                                    TO WS-NEXT-DISP-NUMBER
                    END-READ
              END-START.
       1197-EXIT.
              EXIT.

      *    Signs on the operator running this session, the same
      *    operator id/password check 3027-GET-MANAGER-OVERRIDE uses
      *    against OPERATOR-MASTER-FILE.  Re-prompts on an unknown
                    INVALID KEY
                       DISPLAY "OPERATOR NOT RECOGNISED."
                    NOT INVALID KEY
                       SET PW-VERIFY TO TRUE
                       MOVE OM-OPERATOR-ID TO PW-OPERATOR-ID
                       MOVE WS-OVERRIDE-PASSWORD TO PW-PASSWORD
                       CALL "OperPwd" USING OPER-PWD-MSG
                       IF PW-OK
                          MOVE OM-OPERATOR-ID TO WS-SALE-OPERATOR-ID
                          SET WS-SIGNED-ON TO TRUE
                       ELSE
              END-IF.
              DISPLAY "Sales Management".
              DISPLAY "----------------".
              MOVE "SALE" TO PC-FUNCTION-CODE.
              SET PC-MENU-FILTER TO TRUE.
              CALL "PermCheck" USING PERM-CHECK-MSG.
              IF PC-MENU-ALLOWED(1)
                 DISPLAY "1. Enter Sale"
              END-IF.
              IF PC-MENU-ALLOWED(2)
                 DISPLAY "2. Process Return"
              END-IF.
              IF PC-MENU-ALLOWED(3)
                 DISPLAY "3. Reserve Stock"
              END-IF.
              IF PC-MENU-ALLOWED(4)
                 DISPLAY "4. Fulfill Reservation"
              END-IF.
              IF PC-MENU-ALLOWED(5)
                 DISPLAY "5. Cancel Reservation"
              END-IF.
              IF PC-MENU-ALLOWED(6)
                 DISPLAY "6. Recover Held Sale"
              END-IF.
              IF PC-MENU-ALLOWED(7)
                 DISPLAY "7. Review Web Orders"
              END-IF.
              IF PC-MENU-ALLOWED(8)
                 DISPLAY "8. Reprint Receipt"
              END-IF.
              IF PC-MENU-ALLOWED(9)
                 DISPLAY "9. Sales Quotations"
              END-IF.
              IF PC-MENU-ALLOWED(10)
                 DISPLAY "10. Void Invoice (Same Day)"
              END-IF.
              IF PC-MENU-ALLOWED(11)
                 DISPLAY "11. Sales Orders (Allocate/Pick/Ship)"
              END-IF.
              DISPLAY "12. Return to Main Menu".
              DISPLAY "Enter your choice:".
              ACCEPT WS-MENU-OPTION.

              IF WS-MENU-OPTION NOT = WS-EXIT-OPTION
                 MOVE "SALE" TO PC-FUNCTION-CODE
                 MOVE WS-MENU-OPTION TO PC-MENU-OPTION
                 SET PC-AUTHORIZE TO TRUE
                 CALL "PermCheck" USING PERM-CHECK-MSG
                 IF PC-DENIED
                    DISPLAY "NOT AUTHORIZED FOR THAT OPTION."
                    GO TO 2000-EXIT
                 END-IF
              END-IF.

              EVALUATE WS-MENU-OPTION
                 WHEN "1" PERFORM 3000-ENTER-SALE THRU 3000-EXIT
                 WHEN "2" PERFORM 3500-PROCESS-RETURN THRU 3500-EXIT
                             THRU 4000-EXIT
                 WHEN "8" PERFORM 4400-REPRINT-RECEIPT
                             THRU 4400-EXIT
                 WHEN "9" MOVE SPACE TO WS-QUOTE-OPTION
                          PERFORM 5000-QUOTATION-MENU
                             THRU 5000-EXIT
                            UNTIL WS-QUOTE-OPTION = "5"
                 WHEN "10" PERFORM 4500-VOID-INVOICE THRU 4500-EXIT
                 WHEN "11" MOVE SPACE TO WS-SORD-OPTION
                          PERFORM 6000-SALES-ORDER-MENU
                             THRU 6000-EXIT
                            UNTIL WS-SORD-OPTION = "9"
                 WHEN WS-EXIT-OPTION CONTINUE
                 WHEN OTHER DISPLAY "INVALID CHOICE"
              END-EVALUATE.
                       MOVE WS-AUDIT-CUST-BEFORE TO AT-BEFORE-IMAGE
                       MOVE CUSTOMER-MASTER-REC TO AT-AFTER-IMAGE
                       SET AT-OP-CHANGE TO TRUE
                       MOVE "custmas" TO AT-FILE-NAME
                       PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
                 END-REWRITE
                 PERFORM 8600-WRITE-DEPOSIT-GL-ENTRY THRU 8600-EXIT
                     SH-OPERATOR-ID DELIMITED BY SIZE
                 INTO RECEIPT-PRINT-REC.
              WRITE RECEIPT-PRINT-REC.
              IF SH-TXN-VOID
                 MOVE SPACES TO RECEIPT-PRINT-REC
                 STRING "*** VOIDED " DELIMITED BY SIZE
                        SH-VOID-DATE DELIMITED BY SIZE
                        " - NOT A VALID SALE ***" DELIMITED BY SIZE
                    INTO RECEIPT-PRINT-REC
                 WRITE RECEIPT-PRINT-REC
              END-IF.
              MOVE "ITEM     QTY        PRICE        AMOUNT"
                TO RECEIPT-PRINT-REC.
              WRITE RECEIPT-PRINT-REC.
              MOVE ZEROS TO WS-RCPT-LINES.
              SET WS-RCPT-SCAN-MORE TO TRUE.
              MOVE SH-INVOICE-NUMBER TO ST-INVOICE-NUMBER.
              START SALES-TRANSACTION-FILE
                    KEY IS EQUAL TO ST-INVOICE-NUMBER
                 INVALID KEY MOVE "N" TO WS-RCPT-SCAN-SW
              END-START.
              PERFORM UNTIL NOT WS-RCPT-SCAN-MORE
                 READ SALES-TRANSACTION-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-RCPT-SCAN-SW
                    NOT AT END
                       IF ST-INVOICE-NUMBER NOT = SH-INVOICE-NUMBER
                          MOVE "N" TO WS-RCPT-SCAN-SW
                       ELSE
                          PERFORM 3038-PRINT-RECEIPT-LINE
                             THRU 3038-EXIT
                       END-IF
                 END-READ
              END-PERFORM.
              PERFORM 3039-PRINT-PROMO-LINES THRU 3039-EXIT.
              MOVE SH-GOODS-TOTAL TO WS-RCPT-GOODS-AMT.
              MOVE SH-TAX-TOTAL TO WS-RCPT-TAX-AMT.
              COMPUTE WS-RCPT-TOTAL-AMT =
              ADD 1 TO WS-RCPT-LINES.
              MOVE ST-QTY-SOLD TO WS-RCPT-QTY.
              MOVE ST-UNIT-PRICE TO WS-RCPT-PRICE-AMT.
      *    The line prints at its shelf price; any promotion taken
      *    off it is shown once, as its own line, by 3039.
              COMPUTE WS-RCPT-LINE-AMT = ST-QTY-SOLD * ST-UNIT-PRICE.
              MOVE SPACES TO RECEIPT-PRINT-REC.
              STRING ST-ITEM-NUMBER DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
       3038-EXIT.
              EXIT.

      *    One receipt line per promotion the invoice received, off
      *    PROMO-REDEMPTION-FILE, so the customer sees each saving
      *    against the shelf-price lines above it.
       3039-PRINT-PROMO-LINES.
              IF WS-REDM-STATUS NOT = "00" AND WS-REDM-STATUS NOT = "10"
                 AND WS-REDM-STATUS NOT = "23"
                 GO TO 3039-EXIT
              END-IF.
              SET WS-RCPT-SCAN-MORE TO TRUE.
              MOVE SH-INVOICE-NUMBER TO RD-INVOICE-NUMBER.
              MOVE LOW-VALUES TO RD-PROMO-CODE.
              START PROMO-REDEMPTION-FILE
                    KEY IS NOT LESS THAN RD-REDEEM-KEY
                 INVALID KEY MOVE "N" TO WS-RCPT-SCAN-SW
              END-START.
              PERFORM UNTIL NOT WS-RCPT-SCAN-MORE
                 READ PROMO-REDEMPTION-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-RCPT-SCAN-SW
                    NOT AT END
                       IF RD-INVOICE-NUMBER NOT = SH-INVOICE-NUMBER
                          MOVE "N" TO WS-RCPT-SCAN-SW
                       ELSE
                          COMPUTE WS-RCPT-DISC-AMT =
                                ZEROS - RD-DISCOUNT-AMOUNT
                          MOVE SPACES TO RECEIPT-PRINT-REC
                          STRING "PROMO " DELIMITED BY SIZE
                                 RD-PROMO-CODE DELIMITED BY SIZE
                                 " " DELIMITED BY SIZE
                                 RD-DESCRIPTION DELIMITED BY SIZE
                                 "  " DELIMITED BY SIZE
                                 WS-RCPT-DISC-AMT DELIMITED BY SIZE
                             INTO RECEIPT-PRINT-REC
                          WRITE RECEIPT-PRINT-REC
                       END-IF
                 END-READ
              END-PERFORM.
       3039-EXIT.
              EXIT.

      *    Regenerates any past receipt: the number keyed is tried
      *    as an invoice first, then as a transaction number (a
      *    pre-basket line carries no invoice and prints a one-line
       4450-EXIT.
              EXIT.

      *    Voids a whole invoice on the day it was keyed, backing out
      *    everything 3010-PRICE-AND-COMMIT-SALE did rather than
      *    keying a return against it: every line's stock, lots,
      *    GL legs, loyalty accrual and consignment settlement
      *    (4510-VOID-ONE-LINE), then the customer balance or store
      *    credit slip and any deposits drawn.  Needs a manager or
      *    admin-level operator's authority, logged to the override
      *    register.  Header and lines are re-typed "V" and kept on
      *    file, so the receipt number sequence is never broken and
      *    every report that tallies sales or returns passes over
      *    them.
       4500-VOID-INVOICE.
              DISPLAY "ENTER INVOICE (RECEIPT) NUMBER TO VOID: ".
              ACCEPT WS-VOID-INVOICE.
              MOVE WS-VOID-INVOICE TO SH-INVOICE-NUMBER.
              READ SALE-HEADER-FILE
                 INVALID KEY
                    DISPLAY "INVOICE NOT ON FILE - STATUS "
                            WS-HDR-STATUS
                    GO TO 4500-EXIT
              END-READ.
              IF NOT SH-TXN-SALE
                 DISPLAY "INVOICE " SH-INVOICE-NUMBER " IS NOT AN "
                         "OPEN SALE - NOT VOIDED."
                 GO TO 4500-EXIT
              END-IF.
              ACCEPT WS-VOID-TODAY FROM DATE YYYYMMDD.
              IF SH-TXN-DATE NOT = WS-VOID-TODAY
                 DISPLAY "INVOICE " SH-INVOICE-NUMBER " WAS KEYED ON "
                         SH-TXN-DATE " - ONLY TODAY'S INVOICES CAN "
                         "BE VOIDED.  PROCESS A RETURN INSTEAD."
                 GO TO 4500-EXIT
              END-IF.
              MOVE SALE-HEADER-REC TO WS-AUDIT-HDR-BEFORE.
              MOVE SH-CUST-ID TO CM-CUST-ID.
              READ CUSTOMER-MASTER-FILE
                 INVALID KEY
                    DISPLAY "CUSTOMER " SH-CUST-ID " NOT ON FILE - "
                            "STATUS " WS-CUST-STATUS
                    GO TO 4500-EXIT
              END-READ.
              COMPUTE WS-VOID-CHARGE = SH-GOODS-TOTAL + SH-TAX-TOTAL.
              DISPLAY "INVOICE " SH-INVOICE-NUMBER " CUSTOMER "
                      SH-CUST-ID " " CM-CUST-NAME.
              DISPLAY SH-LINE-COUNT " LINE(S) - GOODS " SH-GOODS-TOTAL
                      " TAX " SH-TAX-TOTAL " TENDER " SH-TENDER-CODE.
              DISPLAY "VOID THIS INVOICE (Y/N): ".
              ACCEPT WS-VOID-ANSWER.
              IF WS-VOID-ANSWER NOT = "Y" AND WS-VOID-ANSWER NOT = "y"
                 DISPLAY "INVOICE NOT VOIDED."
                 GO TO 4500-EXIT
              END-IF.
              PERFORM 4520-GET-VOID-AUTHORITY THRU 4520-EXIT.
              IF NOT WS-VOID-OK
                 DISPLAY "VOID REJECTED - NO SUPERVISOR AUTHORITY."
                 GO TO 4500-EXIT
              END-IF.

      *    Lines are walked newest first, so the loyalty tier each
      *    line accrued at is unwound in the reverse of the order it
      *    was raised.  Only the invoice's own lines are read, backward
      *    along the ST-INVOICE-NUMBER alternate key, whose duplicates
      *    stand in the order they were written.
              MOVE ZEROS TO WS-VOID-LINES.
              SET WS-VOID-SCAN-MORE TO TRUE.
              COMPUTE ST-INVOICE-NUMBER = SH-INVOICE-NUMBER + 1.
              START SALES-TRANSACTION-FILE
                    KEY IS LESS THAN ST-INVOICE-NUMBER
                 INVALID KEY MOVE "N" TO WS-VOID-SCAN-SW
              END-START.
              PERFORM UNTIL NOT WS-VOID-SCAN-MORE
                 READ SALES-TRANSACTION-FILE PREVIOUS RECORD
                    AT END MOVE "N" TO WS-VOID-SCAN-SW
                    NOT AT END
                       IF ST-INVOICE-NUMBER NOT = SH-INVOICE-NUMBER
                          MOVE "N" TO WS-VOID-SCAN-SW
                       ELSE
                          IF ST-TXN-SALE
                             PERFORM 4510-VOID-ONE-LINE
                                THRU 4510-EXIT
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM.

      *    The account side of the basket: a store-credit basket
      *    hands the redeemed value back to its slip; any other
      *    tender takes the charge back off the balance and puts
      *    back what the deposits had covered.
              MOVE CUSTOMER-MASTER-REC TO WS-AUDIT-CUST-BEFORE.
              IF SH-TENDER-CODE = "STCR"
                 PERFORM 4540-RESTORE-STORE-CREDIT THRU 4540-EXIT
              ELSE
                 SUBTRACT WS-VOID-CHARGE FROM CM-BALANCE
                 ADD SH-DEPOSIT-APPLIED TO CM-BALANCE
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
                 END-REWRITE
                 IF SH-DEPOSIT-APPLIED > ZEROS
                    PERFORM 4550-RESTORE-DEPOSITS THRU 4550-EXIT
                 END-IF
              END-IF.
              PERFORM 4560-VOID-REDEMPTIONS THRU 4560-EXIT.

              SET SH-TXN-VOID TO TRUE.
              MOVE WS-VOID-TODAY TO SH-VOID-DATE.
              REWRITE SALE-HEADER-REC
                 INVALID KEY
                    DISPLAY "INVOICE HEADER NOT UPDATED - STATUS "
                            WS-HDR-STATUS
                 NOT INVALID KEY
                    MOVE SH-INVOICE-NUMBER TO AT-KEY-VALUE
                    MOVE WS-AUDIT-HDR-BEFORE TO AT-BEFORE-IMAGE
                    MOVE SALE-HEADER-REC TO AT-AFTER-IMAGE
                    SET AT-OP-CHANGE TO TRUE
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
              END-REWRITE.
              IF WS-VOID-LINES NOT = SH-LINE-COUNT
                 DISPLAY "*** WARNING: " WS-VOID-LINES " OF "
                         SH-LINE-COUNT " LINE(S) FOUND AND REVERSED "
                         "- CHECK THE INVOICE ***"
              END-IF.
              PERFORM 3037-PRINT-RECEIPT THRU 3037-EXIT.
              DISPLAY "INVOICE " SH-INVOICE-NUMBER " VOIDED - "
                      WS-VOID-LINES " LINE(S) REVERSED, "
                      WS-VOID-CHARGE " BACKED OUT.".
       4500-EXIT.
              EXIT.

      *    Backs one committed line out: the GL legs 8000 and 8700
      *    the loyalty accrual 3012 made, the stock 3015 took
      *    (through the kit's components for a kit line), the
      *    consignment settlement 3023 wrote and the receipt lots
      *    3024 consumed, then re-types the line "V".  A drop-shipped
      *    line never took any of ours, so only its GL and loyalty
      *    legs come back.
       4510-VOID-ONE-LINE.
              MOVE SALES-TRANSACTION-REC TO WS-AUDIT-SALE-BEFORE.
              ADD 1 TO WS-VOID-LINES.
              PERFORM 8100-WRITE-VOID-GL-ENTRY THRU 8100-EXIT.
              PERFORM 4515-REVERSE-LOYALTY THRU 4515-EXIT.
              IF ST-DROP-SHIPPED
                 DISPLAY "LINE " ST-TXN-NUMBER " WAS DROP-SHIPPED BY "
                         "THE SUPPLIER - NO STOCK TO RESTORE."
              ELSE
                 PERFORM 4512-RESTORE-LINE-STOCK THRU 4512-EXIT
                 SET WS-COGS-REVERSE TO TRUE
                 PERFORM 8700-WRITE-COGS-GL-ENTRY THRU 8700-EXIT
                 SET WS-COGS-SALE TO TRUE
              END-IF.
              SET ST-TXN-VOID TO TRUE.
              REWRITE SALES-TRANSACTION-REC
                 INVALID KEY
                    DISPLAY "LINE " ST-TXN-NUMBER " NOT MARKED VOID - "
                            "STATUS " WS-SALE-STATUS
                 NOT INVALID KEY
                    MOVE ST-TXN-NUMBER TO AT-KEY-VALUE
                    MOVE WS-AUDIT-SALE-BEFORE TO AT-BEFORE-IMAGE
                    MOVE SALES-TRANSACTION-REC TO AT-AFTER-IMAGE
                    SET AT-OP-CHANGE TO TRUE
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
              END-REWRITE.
       4510-EXIT.
              EXIT.

      *    Puts back the stock, consignment settlement and receipt
      *    lots the voided line took.
       4512-RESTORE-LINE-STOCK.
              MOVE ST-LOCATION TO WS-SALE-LOCATION.
              IF WS-SALE-LOCATION = SPACES
                 DISPLAY "LINE " ST-TXN-NUMBER " ITEM " ST-ITEM-NUMBER
                         " CARRIES NO LOCATION - ENTER LOCATION TO "
                         "RESTOCK: "
                 ACCEPT WS-SALE-LOCATION
              END-IF.
              MOVE ST-ITEM-NUMBER TO SM-ITEM-NUMBER.
              MOVE WS-SALE-LOCATION TO SM-LOCATION.
              READ STOCK-MASTER-FILE
                 INVALID KEY
                    DISPLAY "STOCK RECORD NOT FOUND FOR ITEM "
                            ST-ITEM-NUMBER " - ON-HAND NOT RESTORED"
                 NOT INVALID KEY
                    MOVE STOCK-MASTER-REC TO WS-AUDIT-STOCK-BEFORE
              END-READ.
      *    Turning the quantity negative lets 3080/3090 and 3023 put
      *    the stock and the settlement back with the same arithmetic
      *    a return uses.
              COMPUTE ST-QTY-SOLD = ST-QTY-SOLD * -1.
              IF WS-STOCK-STATUS = "00"
                 IF ST-KIT-EXPLODED
                    PERFORM 3080-EXPLODE-KIT-STOCK THRU 3080-EXIT
                 ELSE
                    SUBTRACT ST-QTY-SOLD FROM SM-QTY-ON-HAND
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
                          PERFORM 3095-POST-STOCK-MOVEMENT
                             THRU 3095-EXIT
                    END-REWRITE
                 END-IF
              END-IF.
              PERFORM 3023-POST-CONSIGNMENT-SALE THRU 3023-EXIT.
              COMPUTE ST-QTY-SOLD = ST-QTY-SOLD * -1.
              PERFORM 4530-RESTORE-RECEIPT-LOTS THRU 4530-EXIT.
       4512-EXIT.
              EXIT.

      *    Takes the line back out of lifetime purchases and the
      *    rebate it accrued at the customer's current tier - the
      *    tier 3013-COMPUTE-ACCRUAL applied, since lines are undone
      *    newest first - then settles the tier back to what the
      *    remaining lifetime purchases earn.  A rebate already
      *    redeemed below the accrual is floored at zero.
       4515-REVERSE-LOYALTY.
              MOVE CM-CUST-ID TO CL-CUST-ID.
              READ CUST-LOYALTY-FILE
                 INVALID KEY
                    GO TO 4515-EXIT
              END-READ.
              MOVE CUSTOMER-LOYALTY-REC TO WS-AUDIT-LOY-BEFORE.
              EVALUATE TRUE
                 WHEN CL-TIER-GOLD    MOVE 0.03 TO WS-LOY-REBATE-PCT
                 WHEN CL-TIER-SILVER  MOVE 0.02 TO WS-LOY-REBATE-PCT
                 WHEN OTHER           MOVE 0.01 TO WS-LOY-REBATE-PCT
              END-EVALUATE.
              COMPUTE WS-LOY-ACCRUAL-AMT ROUNDED =
                    ST-EXTENDED-AMOUNT * WS-LOY-REBATE-PCT.
              IF WS-LOY-ACCRUAL-AMT > CL-REBATE-BALANCE
                 MOVE ZEROS TO CL-REBATE-BALANCE
              ELSE
                 SUBTRACT WS-LOY-ACCRUAL-AMT FROM CL-REBATE-BALANCE
              END-IF.
              IF ST-EXTENDED-AMOUNT > CL-LIFETIME-PURCHASES
                 MOVE ZEROS TO CL-LIFETIME-PURCHASES
              ELSE
                 SUBTRACT ST-EXTENDED-AMOUNT FROM CL-LIFETIME-PURCHASES
              END-IF.
              EVALUATE TRUE
                 WHEN CL-LIFETIME-PURCHASES > 20000.00
                    SET CL-TIER-GOLD TO TRUE
                 WHEN CL-LIFETIME-PURCHASES > 5000.00
                    SET CL-TIER-SILVER TO TRUE
                 WHEN OTHER
                    SET CL-TIER-STANDARD TO TRUE
              END-EVALUATE.
              REWRITE CUSTOMER-LOYALTY-REC
                 INVALID KEY
                    DISPLAY "LOYALTY RECORD NOT UPDATED - "
                            "STATUS " WS-LOY-STATUS
                 NOT INVALID KEY
                    MOVE CL-CUST-ID TO AT-KEY-VALUE
                    MOVE WS-AUDIT-LOY-BEFORE TO AT-BEFORE-IMAGE
                    MOVE CUSTOMER-LOYALTY-REC TO AT-AFTER-IMAGE
                    SET AT-OP-CHANGE TO TRUE
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
                    SET LY-ENTRY-REVERSED TO TRUE
                    PERFORM 3017-LOG-LOYALTY-MOVEMENT THRU 3017-EXIT
              END-REWRITE.
       4515-EXIT.
              EXIT.

      *    Prompts for a manager/admin operator id and password and
      *    sets WS-VOID-OK only when that operator is genuinely on
      *    file and their roles grant VOID-INV, the same check
      *    3027-GET-MANAGER-OVERRIDE makes for a credit-limit hold.
       4520-GET-VOID-AUTHORITY.
              MOVE "N" TO WS-VOID-OK-SW.
              DISPLAY "SUPERVISOR AUTHORITY REQUIRED - ENTER MANAGER "
                      "OPERATOR ID: ".
              ACCEPT WS-OVERRIDE-ID.
              DISPLAY "MANAGER PASSWORD: ".
              ACCEPT WS-OVERRIDE-PASSWORD.
              MOVE WS-OVERRIDE-ID TO OM-OPERATOR-ID.
              READ OPERATOR-MASTER-FILE
                 INVALID KEY
                    DISPLAY "OPERATOR NOT RECOGNISED - VOID "
                            "DENIED."
                 NOT INVALID KEY
                    SET PW-VERIFY TO TRUE
                    MOVE OM-OPERATOR-ID TO PW-OPERATOR-ID
                    MOVE WS-OVERRIDE-PASSWORD TO PW-PASSWORD
                    CALL "OperPwd" USING OPER-PWD-MSG
                    IF PW-OK
                       MOVE OM-OPERATOR-ID TO PC-OPERATOR-ID
                       MOVE "VOID-INV" TO PC-FUNCTION-CODE
                       SET PC-AUTHORIZE-OTHER TO TRUE
                       CALL "PermCheck" USING PERM-CHECK-MSG
                    END-IF
                    IF PW-OK AND PC-ALLOWED
                       SET WS-VOID-OK TO TRUE
                       DISPLAY "VOID AUTHORIZED BY "
                               OM-OPERATOR-NAME
                       SET OV-TYPE-VOID TO TRUE
                       MOVE WS-VOID-CHARGE TO OV-AMOUNT
                       MOVE SH-INVOICE-NUMBER TO OV-LIMIT-VALUE
                       PERFORM 3041-WRITE-OVERRIDE-RECORD
                          THRU 3041-EXIT
                    ELSE
                       DISPLAY "VOID DENIED - NOT AUTHORIZED OR "
                               "WRONG PASSWORD."
                    END-IF
              END-READ.
       4520-EXIT.
              EXIT.

      *    Puts back what 3034-TAKE-FROM-LOT took: each SALE-LOT
      *    trace row for the line (sequence 1 upward) has its
      *    quantity returned to the receipt lot it came out of and
      *    is then deleted, so a recall trace no longer finds goods
      *    that never left the shop.
       4530-RESTORE-RECEIPT-LOTS.
              MOVE ZEROS TO WS-VOID-LOT-SEQ.
              SET WS-VOID-LOT-MORE TO TRUE.
              PERFORM 4535-RESTORE-ONE-LOT THRU 4535-EXIT
                 UNTIL NOT WS-VOID-LOT-MORE.
       4530-EXIT.
              EXIT.

       4535-RESTORE-ONE-LOT.
              ADD 1 TO WS-VOID-LOT-SEQ.
              MOVE ST-TXN-NUMBER TO LS-TXN-NUMBER.
              MOVE WS-VOID-LOT-SEQ TO LS-SEQ.
              READ SALE-LOT-FILE
                 INVALID KEY
                    MOVE "N" TO WS-VOID-LOT-MORE-SW
                    GO TO 4535-EXIT
              END-READ.
              MOVE "N" TO WS-VOID-LOT-FOUND-SW.
              SET WS-LOT-MORE TO TRUE.
              MOVE ST-ITEM-NUMBER TO LT-ITEM-NUMBER.
              MOVE WS-SALE-LOCATION TO LT-LOCATION.
              MOVE ZEROS TO LT-RECEIPT-DATE.
              MOVE LOW-VALUES TO LT-LOT-NUMBER.
              START RECEIPT-LOT-FILE
                    KEY IS NOT LESS THAN LT-LOT-KEY
                 INVALID KEY MOVE "N" TO WS-LOT-MORE-SW
              END-START.
              PERFORM UNTIL NOT WS-LOT-MORE OR WS-VOID-LOT-FOUND
                 READ RECEIPT-LOT-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-LOT-MORE-SW
                    NOT AT END
                       IF LT-ITEM-NUMBER NOT = ST-ITEM-NUMBER
                          OR LT-LOCATION NOT = WS-SALE-LOCATION
                          MOVE "N" TO WS-LOT-MORE-SW
                       ELSE
                          IF LT-LOT-NUMBER = LS-LOT-NUMBER
                             SET WS-VOID-LOT-FOUND TO TRUE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM.
              IF WS-VOID-LOT-FOUND
                 ADD LS-QTY TO LT-QTY-REMAINING
                 REWRITE RECEIPT-LOT-REC
                    INVALID KEY
                       DISPLAY "LOT NOT UPDATED - STATUS "
                               WS-LOT-STATUS
                 END-REWRITE
              ELSE
                 DISPLAY "LOT " LS-LOT-NUMBER " NO LONGER ON FILE - "
                         "QUANTITY NOT RETURNED TO IT."
              END-IF.
              DELETE SALE-LOT-FILE RECORD
                 INVALID KEY
                    DISPLAY "SALE-LOT TRACE NOT REMOVED - STATUS "
                            WS-SLOT-STATUS
              END-DELETE.
       4535-EXIT.
              EXIT.

      *    Hands a store-credit basket's charge back to the slip it
      *    was redeemed from, reopening a slip the sale had spent.
       4540-RESTORE-STORE-CREDIT.
              MOVE SH-CREDIT-NUMBER TO CD-CREDIT-NUMBER.
              READ STORE-CREDIT-FILE
                 INVALID KEY
                    DISPLAY "STORE CREDIT " SH-CREDIT-NUMBER " NOT ON "
                            "FILE - REISSUE " WS-VOID-CHARGE
                            " BY HAND."
                    GO TO 4540-EXIT
              END-READ.
              MOVE STORE-CREDIT-REC TO WS-AUDIT-CRD-BEFORE.
              SUBTRACT WS-VOID-CHARGE FROM CD-REDEEMED-AMOUNT.
              IF CD-REDEEMED-AMOUNT < ZEROS
                 MOVE ZEROS TO CD-REDEEMED-AMOUNT
              END-IF.
              IF CD-STATUS-REDEEMED
                 SET CD-STATUS-OPEN TO TRUE
              END-IF.
              REWRITE STORE-CREDIT-REC
                 INVALID KEY
                    DISPLAY "STORE CREDIT NOT UPDATED - STATUS "
                            WS-CRD-STATUS
                 NOT INVALID KEY
                    MOVE CD-CREDIT-NUMBER TO AT-KEY-VALUE
                    MOVE WS-AUDIT-CRD-BEFORE TO AT-BEFORE-IMAGE
                    MOVE STORE-CREDIT-REC TO AT-AFTER-IMAGE
                    SET AT-OP-CHANGE TO TRUE
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
                    DISPLAY "STORE CREDIT " CD-CREDIT-NUMBER
                            " RESTORED BY " WS-VOID-CHARGE "."
              END-REWRITE.
       4540-EXIT.
              EXIT.

      *    Puts the deposit value the basket drew back onto the
      *    customer's deposits.  3033-APPLY-DEPOSITS draws oldest
      *    first, so the value is returned newest-drawn first -
      *    each deposit topped back up toward its original amount
      *    and reopened - and the customer-deposit / receivable
      *    legs 8600 posted are reversed.
       4550-RESTORE-DEPOSITS.
              MOVE SH-DEPOSIT-APPLIED TO WS-VOID-DEP-REMAIN.
              SET WS-DEP-MORE TO TRUE.
              MOVE HIGH-VALUES TO DP-DEPOSIT-NUMBER.
              START CUSTOMER-DEPOSIT-FILE
                    KEY IS LESS THAN DP-DEPOSIT-NUMBER
                 INVALID KEY MOVE "N" TO WS-DEP-MORE-SW
              END-START.
              PERFORM UNTIL NOT WS-DEP-MORE
                    OR WS-VOID-DEP-REMAIN NOT > ZEROS
                 READ CUSTOMER-DEPOSIT-FILE PREVIOUS RECORD
                    AT END MOVE "N" TO WS-DEP-MORE-SW
                    NOT AT END
                       IF DP-CUST-ID = SH-CUST-ID
                          AND DP-REMAINING < DP-AMOUNT
                          PERFORM 4555-REFILL-ONE-DEPOSIT
                             THRU 4555-EXIT
                       END-IF
                 END-READ
              END-PERFORM.
              IF WS-VOID-DEP-REMAIN > ZEROS
                 DISPLAY "*** " WS-VOID-DEP-REMAIN " OF DEPOSIT COULD "
                         "NOT BE PLACED BACK - REFER TO ACCOUNTS ***"
              END-IF.
              PERFORM 8650-WRITE-VOID-DEPOSIT-GL THRU 8650-EXIT.
       4550-EXIT.
              EXIT.

      *    Returns what the void still owes (or the room left below
      *    the deposit's original amount, if smaller) to the current
      *    deposit and reopens it.
       4555-REFILL-ONE-DEPOSIT.
              MOVE CUSTOMER-DEPOSIT-REC TO WS-AUDIT-DEP-BEFORE.
              COMPUTE WS-VOID-DEP-ROOM = DP-AMOUNT - DP-REMAINING.
              IF WS-VOID-DEP-ROOM > WS-VOID-DEP-REMAIN
                 MOVE WS-VOID-DEP-REMAIN TO WS-VOID-DEP-ROOM
              END-IF.
              ADD WS-VOID-DEP-ROOM TO DP-REMAINING.
              SUBTRACT WS-VOID-DEP-ROOM FROM WS-VOID-DEP-REMAIN.
              SET DP-STATUS-OPEN TO TRUE.
              REWRITE CUSTOMER-DEPOSIT-REC
                 INVALID KEY
                    DISPLAY "DEPOSIT NOT UPDATED - STATUS "
                            WS-DEP-STATUS
                 NOT INVALID KEY
                    MOVE DP-DEPOSIT-NUMBER TO AT-KEY-VALUE
                    MOVE WS-AUDIT-DEP-BEFORE TO AT-BEFORE-IMAGE
                    MOVE CUSTOMER-DEPOSIT-REC TO AT-AFTER-IMAGE
                    SET AT-OP-CHANGE TO TRUE
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
              END-REWRITE.
       4555-EXIT.
              EXIT.

      *    Marks every promotion redemption the voided invoice
      *    recorded as voided, so the promotion results report no
      *    longer counts the discount.
       4560-VOID-REDEMPTIONS.
              IF WS-REDM-STATUS NOT = "00" AND WS-REDM-STATUS NOT = "10"
                 AND WS-REDM-STATUS NOT = "23"
                 GO TO 4560-EXIT
              END-IF.
              SET WS-VOID-SCAN-MORE TO TRUE.
              MOVE SH-INVOICE-NUMBER TO RD-INVOICE-NUMBER.
              MOVE LOW-VALUES TO RD-PROMO-CODE.
              START PROMO-REDEMPTION-FILE
                    KEY IS NOT LESS THAN RD-REDEEM-KEY
                 INVALID KEY MOVE "N" TO WS-VOID-SCAN-SW
              END-START.
              PERFORM UNTIL NOT WS-VOID-SCAN-MORE
                 READ PROMO-REDEMPTION-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-VOID-SCAN-SW
                    NOT AT END
                       IF RD-INVOICE-NUMBER NOT = SH-INVOICE-NUMBER
                          MOVE "N" TO WS-VOID-SCAN-SW
                       ELSE
                          MOVE PROMO-REDEMPTION-REC
                            TO WS-AUDIT-REDM-BEFORE
                          SET RD-VOIDED TO TRUE
                          REWRITE PROMO-REDEMPTION-REC
                             INVALID KEY
                                DISPLAY "REDEMPTION " RD-PROMO-CODE
                                        " NOT VOIDED - STATUS "
                                        WS-REDM-STATUS
                             NOT INVALID KEY
                                MOVE RD-REDEEM-KEY TO AT-KEY-VALUE
                                MOVE WS-AUDIT-REDM-BEFORE
                                  TO AT-BEFORE-IMAGE
                                MOVE PROMO-REDEMPTION-REC
                                  TO AT-AFTER-IMAGE
                                SET AT-OP-CHANGE TO TRUE
                                PERFORM 7000-WRITE-AUDIT-RECORD
                                   THRU 7000-EXIT
                          END-REWRITE
                       END-IF
                 END-READ
              END-PERFORM.
       4560-EXIT.
              EXIT.

      * Lists the customer's delivery sites and takes the operator's
      * choice of where this basket ships, defaulting to the site
      * flagged SD-DEFAULT.  A customer with no SHIP-TO-FILE records
      * ships to the billing address (sequence zero), exactly as
      * every sale did before ship-tos existed, with no prompt to
      * slow the common case down.
       3003-SELECT-SHIP-TO.
              MOVE ZEROS TO WS-SALE-SHIP-SEQ.
              MOVE ZEROS TO WS-SHIP-COUNT WS-SHIP-DEFAULT-SEQ.
              MOVE CM-CUST-ID TO SD-CUST-ID.
              MOVE ZEROS TO SD-SHIP-SEQ.
              SET WS-SHIP-MORE TO TRUE.
              START SHIP-TO-FILE
                    KEY IS NOT LESS THAN SD-SHIP-KEY
                 INVALID KEY MOVE "N" TO WS-SHIP-MORE-SW
              END-START.
              PERFORM UNTIL NOT WS-SHIP-MORE
                 READ SHIP-TO-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-SHIP-MORE-SW
                    NOT AT END
                       IF SD-CUST-ID NOT = CM-CUST-ID
                          MOVE "N" TO WS-SHIP-MORE-SW
                       ELSE
                          ADD 1 TO WS-SHIP-COUNT
                          DISPLAY "  " SD-SHIP-SEQ " "
                                  SD-SHIP-NAME " "
                                  SD-SHIP-ADDRESS
                          IF SD-DEFAULT
                             MOVE SD-SHIP-SEQ
                               TO WS-SHIP-DEFAULT-SEQ
                             DISPLAY "     (DEFAULT)"
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM.
              IF WS-SHIP-COUNT = ZEROS
                 GO TO 3003-EXIT
              END-IF.
              DISPLAY "ENTER SHIP-TO SEQUENCE (0 = BILLING ADDRESS, "
                      "99 = DEFAULT SITE): ".
              ACCEPT WS-SALE-SHIP-SEQ.
              IF WS-SALE-SHIP-SEQ = 99
                 MOVE WS-SHIP-DEFAULT-SEQ TO WS-SALE-SHIP-SEQ
              END-IF.
              IF WS-SALE-SHIP-SEQ NOT = ZEROS
                 MOVE CM-CUST-ID TO SD-CUST-ID
                 MOVE WS-SALE-SHIP-SEQ TO SD-SHIP-SEQ
                 READ SHIP-TO-FILE
                    INVALID KEY
                       DISPLAY "SHIP-TO NOT ON FILE - BILLING "
                               "ADDRESS USED"
                       MOVE ZEROS TO WS-SALE-SHIP-SEQ
                    NOT INVALID KEY
                       DISPLAY "SHIPPING TO: " SD-SHIP-NAME " "
                               SD-SHIP-ADDRESS
                 END-READ
              END-IF.
       3003-EXIT.
              EXIT.

      * Captures and prices one basket line: item (typed or scanned),
      * location, quantity, the stock-availability and margin checks,
      * the tax line, and folds it into the basket totals.  A line
      * that fails a check is dropped and the operator is asked for
      * the next one rather than the whole basket being thrown away.
      * Holding the sale for later is offered only while the basket
      * is still empty - a held sale resumes through 3900-RECOVER-
      * HELD-SALE as a one-line basket.
       3005-ENTER-SALE-LINE.
              PERFORM 3050-LOOKUP-ITEM THRU 3050-EXIT.
              DISPLAY "ENTER LOCATION CODE: ".
              ACCEPT WS-SALE-LOCATION.
              MOVE WS-SALE-LOCATION TO SM-LOCATION.
              READ STOCK-MASTER-FILE
                 INVALID KEY
                    DISPLAY "UNKNOWN ITEM - STATUS " WS-STOCK-STATUS
                 NOT INVALID KEY
                    DISPLAY "ITEM: " SM-ITEM-DESC
                          " ON HAND: " SM-QTY-ON-HAND
              END-READ.
              IF WS-STOCK-STATUS NOT = "00"
                 PERFORM 3007-ASK-ANOTHER-LINE THRU 3007-EXIT
                 GO TO 3005-EXIT
              END-IF.
              PERFORM 3065-CHECK-ITEM-STATUS THRU 3065-EXIT.
              IF NOT WS-ITEM-SELLABLE
                 PERFORM 3007-ASK-ANOTHER-LINE THRU 3007-EXIT
                 GO TO 3005-EXIT
              END-IF.
              PERFORM 3070-CHECK-KIT-STATUS THRU 3070-EXIT.

              DISPLAY "ENTER QUANTITY SOLD: ".
              ACCEPT ST-QTY-SOLD.
              PERFORM 3055-VALIDATE-STOCK-AVAILABILITY THRU 3055-EXIT.
              IF NOT WS-STOCK-AVAIL-OK
                 SET LM-CHANNEL-COUNTER TO TRUE
                 PERFORM 3057-LOG-LOST-SALE THRU 3057-EXIT
                 PERFORM 3007-ASK-ANOTHER-LINE THRU 3007-EXIT
                 GO TO 3005-EXIT
              END-IF.

              IF WS-BASKET-LINE-COUNT = ZEROS
                 DISPLAY "HOLD THIS SALE AND RESUME IT LATER INSTEAD "
                         "OF COMPLETING IT NOW? (Y/N): "
                 ACCEPT WS-HOLD-ANSWER
                 IF WS-HOLD-ANSWER = "Y" OR WS-HOLD-ANSWER = "y"
                    PERFORM 3035-HOLD-SALE THRU 3035-EXIT
                    SET WS-BASKET-QUIT TO TRUE
                    GO TO 3005-EXIT
                 END-IF
              END-IF.

              PERFORM 3008-PRICE-ONE-LINE THRU 3008-EXIT.
              PERFORM 3007-ASK-ANOTHER-LINE THRU 3007-EXIT.
       3005-EXIT.
              EXIT.

      * Asks for the next line, forcing the commit once the basket
      * table is full.
       3007-ASK-ANOTHER-LINE.
              IF WS-BASKET-LINE-COUNT >= WS-BASKET-MAX-LINES
                 DISPLAY "BASKET IS FULL (" WS-BASKET-MAX-LINES
                         " LINES) - COMMITTING."
                 MOVE "N" TO WS-MORE-LINES-SW
                 GO TO 3007-EXIT
              END-IF.
              DISPLAY "ADD ANOTHER ITEM TO THIS SALE? (Y/N): ".
              ACCEPT WS-MORE-LINES-SW.
              IF WS-MORE-LINES-SW = "y"
                 MOVE "Y" TO WS-MORE-LINES-SW
              END-IF.
              IF WS-MORE-LINES-SW NOT = "Y"
                 MOVE "N" TO WS-MORE-LINES-SW
              END-IF.
       3007-EXIT.
              EXIT.

      * Prices the line just validated (STOCK-MASTER-REC current,
      * ST-QTY-SOLD set), runs the margin hold, rates its tax, and
      * stores it in the basket table.  Shared by 3005-ENTER-SALE-
      * LINE and 3900-RECOVER-HELD-SALE.
       3008-PRICE-ONE-LINE.
              DISPLAY "ITEM COST: " SM-UNIT-COST.
              PERFORM 3011-SUGGEST-SALE-PRICE THRU 3011-EXIT.
              DISPLAY "ENTER SALE PRICE: ".
              ACCEPT ST-UNIT-PRICE.
              PERFORM 3028-CHECK-SALE-MARGIN THRU 3028-EXIT.
              IF NOT WS-MARGIN-OK
                 DISPLAY "LINE REJECTED - PRICE AT OR BELOW COST "
                         "AND NO MANAGER OVERRIDE."
                 GO TO 3008-EXIT
              END-IF.
              COMPUTE ST-EXTENDED-AMOUNT =
                    ST-QTY-SOLD * ST-UNIT-PRICE.
              PERFORM 3014-COMPUTE-SALES-TAX THRU 3014-EXIT.
              PERFORM 3009-STORE-BASKET-LINE THRU 3009-EXIT.
       3008-EXIT.
              EXIT.

      * Stores the line just priced and taxed (STOCK-MASTER-REC,
      * ST-QTY-SOLD, ST-UNIT-PRICE, ST-EXTENDED-AMOUNT and the tax
      * fields current) in the basket table and folds it into the
      * basket totals.  Shared by 3008-PRICE-ONE-LINE and 5310-
      * RELOAD-QUOTE-LINE.
       3009-STORE-BASKET-LINE.
              ADD 1 TO WS-BASKET-LINE-COUNT.
              MOVE WS-BASKET-LINE-COUNT TO WS-LINE-IX.
              MOVE SM-ITEM-NUMBER TO BL-ITEM-NUMBER(WS-LINE-IX).
              MOVE WS-SALE-LOCATION TO BL-LOCATION(WS-LINE-IX).
              MOVE ST-QTY-SOLD TO BL-QTY(WS-LINE-IX).
              MOVE ST-UNIT-PRICE TO BL-UNIT-PRICE(WS-LINE-IX).
              MOVE ST-EXTENDED-AMOUNT TO BL-EXTENDED(WS-LINE-IX).
              MOVE ST-TAX-CODE TO BL-TAX-CODE(WS-LINE-IX).
              MOVE ST-TAX-AMOUNT TO BL-TAX-AMOUNT(WS-LINE-IX).
              MOVE SM-UNIT-COST TO BL-UNIT-COST(WS-LINE-IX).
              MOVE SPACES TO BL-PROMO-CODE(WS-LINE-IX).
              MOVE ZEROS TO BL-PROMO-DISC(WS-LINE-IX).
              IF WS-IS-KIT
                 MOVE "Y" TO BL-KIT-SW(WS-LINE-IX)
              ELSE
                 MOVE "N" TO BL-KIT-SW(WS-LINE-IX)
              END-IF.
              ADD ST-EXTENDED-AMOUNT TO WS-BASKET-GOODS-TOTAL.
              ADD ST-TAX-AMOUNT TO WS-BASKET-TAX-TOTAL.
              DISPLAY "LINE " WS-BASKET-LINE-COUNT " ADDED - BASKET "
                      "GOODS " WS-BASKET-GOODS-TOTAL " TAX "
                      WS-BASKET-TAX-TOTAL.
       3009-EXIT.
              EXIT.

      * Applies the mix-and-match and basket-threshold promotions
      * on MIX-PROMO-FILE to the captured basket before tender, so
      * the credit check, tender and every line written carry the
      * discounted amounts.  Promotions are tried in promotion-code
      * order and a line counts toward one promotion only - the
      * first whose scope it falls in and whose trigger the basket
      * meets.  Each line's share of the discount comes off its
      * extended amount (and its tax in proportion), and the
      * promotion is remembered in WS-PROMO-APPLIED for 3049.
      * Only a sale basket is looked at.
       3040-EVALUATE-PROMOTIONS.
              MOVE ZEROS TO WS-PA-COUNT.
              PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                    UNTIL WS-LINE-IX > WS-BASKET-LINE-COUNT
                 MOVE SPACES TO BL-PROMO-CODE(WS-LINE-IX)
                 MOVE ZEROS TO BL-PROMO-DISC(WS-LINE-IX)
              END-PERFORM.
              IF WS-BASKET-TXN-TYPE NOT = "S"
                 GO TO 3040-EXIT
              END-IF.
              IF WS-MIXP-STATUS NOT = "00" AND WS-MIXP-STATUS NOT = "10"
                 AND WS-MIXP-STATUS NOT = "23"
                 GO TO 3040-EXIT
              END-IF.
              ACCEPT WS-PROMO-TODAY FROM DATE YYYYMMDD.
              PERFORM 3042-LOAD-LINE-CATEGORIES THRU 3042-EXIT.
              SET WS-PROMO-SCAN-MORE TO TRUE.
              MOVE LOW-VALUES TO PM-PROMO-CODE.
              START MIX-PROMO-FILE
                    KEY IS NOT LESS THAN PM-PROMO-CODE
                 INVALID KEY MOVE "N" TO WS-PROMO-SCAN-SW
              END-START.
              PERFORM UNTIL NOT WS-PROMO-SCAN-MORE
                         OR WS-PA-COUNT NOT < WS-PA-MAX
                 READ MIX-PROMO-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-PROMO-SCAN-SW
                    NOT AT END
                       IF PM-ACTIVE
                          AND PM-START-DATE NOT > WS-PROMO-TODAY
                          AND PM-END-DATE NOT < WS-PROMO-TODAY
                          PERFORM 3043-TRY-ONE-PROMOTION
                             THRU 3043-EXIT
                       END-IF
                 END-READ
              END-PERFORM.
              IF WS-PA-COUNT = ZEROS
                 GO TO 3040-EXIT
              END-IF.
              MOVE ZEROS TO WS-BASKET-GOODS-TOTAL
                            WS-BASKET-TAX-TOTAL.
              PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                    UNTIL WS-LINE-IX > WS-BASKET-LINE-COUNT
                 ADD BL-EXTENDED(WS-LINE-IX) TO WS-BASKET-GOODS-TOTAL
                 ADD BL-TAX-AMOUNT(WS-LINE-IX) TO WS-BASKET-TAX-TOTAL
              END-PERFORM.
              PERFORM VARYING WS-PA-IX FROM 1 BY 1
                    UNTIL WS-PA-IX > WS-PA-COUNT
                 DISPLAY "PROMOTION " PA-PROMO-CODE(WS-PA-IX) " "
                         PA-DESCRIPTION(WS-PA-IX) " X"
                         PA-TIMES(WS-PA-IX) " - SAVING "
                         PA-DISCOUNT(WS-PA-IX)
              END-PERFORM.
              DISPLAY "BASKET AFTER PROMOTIONS - GOODS "
                      WS-BASKET-GOODS-TOTAL " TAX "
                      WS-BASKET-TAX-TOTAL.
       3040-EXIT.
              EXIT.

      *    Each basket line's merchandise category off ITEM-
      *    CATEGORY-FILE; an item never categorised counts as MISC,
      *    as it does in the department margin report.
       3042-LOAD-LINE-CATEGORIES.
              PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                    UNTIL WS-LINE-IX > WS-BASKET-LINE-COUNT
                 MOVE "MISC" TO BL-CATEGORY(WS-LINE-IX)
                 MOVE BL-ITEM-NUMBER(WS-LINE-IX) TO IC-ITEM-NUMBER
                 READ ITEM-CATEGORY-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                       MOVE IC-CATEGORY-CODE TO BL-CATEGORY(WS-LINE-IX)
                 END-READ
              END-PERFORM.
       3042-EXIT.
              EXIT.

      *    Tries the MIX-PROMO-REC just read against the lines not
      *    already taken by an earlier promotion: totals the
      *    qualifying quantity and value, tests the trigger, works
      *    out the reward line by line and applies it.
       3043-TRY-ONE-PROMOTION.
              MOVE ZEROS TO WS-PQ-QTY WS-PQ-VALUE WS-PQ-SETS
                            WS-PQ-DISC WS-PQ-LAST-IX.
              PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                    UNTIL WS-LINE-IX > WS-BASKET-LINE-COUNT
                 MOVE "N" TO BL-QUAL-SW(WS-LINE-IX)
                 MOVE ZEROS TO BL-FREE-QTY(WS-LINE-IX)
                 IF BL-PROMO-CODE(WS-LINE-IX) = SPACES
                    AND BL-QTY(WS-LINE-IX) > ZEROS
                    PERFORM 3044-TEST-LINE-QUALIFIES THRU 3044-EXIT
                    IF WS-LINE-QUALIFIES
                       MOVE "Y" TO BL-QUAL-SW(WS-LINE-IX)
                       MOVE WS-LINE-IX TO WS-PQ-LAST-IX
                       ADD BL-QTY(WS-LINE-IX) TO WS-PQ-QTY
                       ADD BL-EXTENDED(WS-LINE-IX) TO WS-PQ-VALUE
                    END-IF
                 END-IF
              END-PERFORM.
              IF WS-PQ-LAST-IX = ZEROS
                 GO TO 3043-EXIT
              END-IF.
              IF PM-MIX-MATCH
                 IF PM-TRIGGER-QTY = ZEROS
                    OR WS-PQ-QTY < PM-TRIGGER-QTY
                    GO TO 3043-EXIT
                 END-IF
                 DIVIDE WS-PQ-QTY BY PM-TRIGGER-QTY
                    GIVING WS-PQ-SETS
              ELSE
                 IF WS-PQ-VALUE < PM-TRIGGER-VALUE
                    OR WS-PQ-VALUE NOT > ZEROS
                    GO TO 3043-EXIT
                 END-IF
                 MOVE 1 TO WS-PQ-SETS
              END-IF.
              EVALUATE TRUE
                 WHEN PM-RWD-CHEAPEST-FREE
                    MOVE WS-PQ-SETS TO WS-PQ-FREE-LEFT
                    PERFORM 3045-FREE-CHEAPEST-UNIT THRU 3045-EXIT
                       UNTIL WS-PQ-FREE-LEFT = ZEROS
                 WHEN PM-RWD-PERCENT
                    PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                          UNTIL WS-LINE-IX > WS-BASKET-LINE-COUNT
                       IF BL-QUAL-SW(WS-LINE-IX) = "Y"
                          COMPUTE BL-PROMO-DISC(WS-LINE-IX) ROUNDED =
                                BL-EXTENDED(WS-LINE-IX)
                                * PM-REWARD-PCT / 100
                          ADD BL-PROMO-DISC(WS-LINE-IX) TO WS-PQ-DISC
                       END-IF
                    END-PERFORM
                 WHEN PM-RWD-AMOUNT
                    PERFORM 3046-SPREAD-AMOUNT-OFF THRU 3046-EXIT
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE.
              IF WS-PQ-DISC NOT > ZEROS
                 PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                       UNTIL WS-LINE-IX > WS-BASKET-LINE-COUNT
                    IF BL-QUAL-SW(WS-LINE-IX) = "Y"
                       MOVE ZEROS TO BL-PROMO-DISC(WS-LINE-IX)
                    END-IF
                 END-PERFORM
                 GO TO 3043-EXIT
              END-IF.
              PERFORM 3047-APPLY-LINE-DISCOUNTS THRU 3047-EXIT.
              ADD 1 TO WS-PA-COUNT.
              MOVE PM-PROMO-CODE TO PA-PROMO-CODE(WS-PA-COUNT).
              MOVE PM-DESCRIPTION TO PA-DESCRIPTION(WS-PA-COUNT).
              MOVE WS-PQ-SETS TO PA-TIMES(WS-PA-COUNT).
              MOVE WS-PQ-DISC TO PA-DISCOUNT(WS-PA-COUNT).
              MOVE ZEROS TO PA-COMMIT-DISC(WS-PA-COUNT)
                            PA-COMMIT-GOODS(WS-PA-COUNT)
                            PA-COMMIT-COST(WS-PA-COUNT).
       3043-EXIT.
              EXIT.

      *    Whether basket line WS-LINE-IX falls in the scope of the
      *    promotion in MIX-PROMO-REC.
       3044-TEST-LINE-QUALIFIES.
              MOVE "N" TO WS-LINE-QUAL-SW.
              EVALUATE TRUE
                 WHEN PM-QUAL-ALL
                    SET WS-LINE-QUALIFIES TO TRUE
                 WHEN PM-QUAL-CATEGORY
                    IF BL-CATEGORY(WS-LINE-IX) = PM-QUAL-CATEGORY-CODE
                       SET WS-LINE-QUALIFIES TO TRUE
                    END-IF
                 WHEN PM-QUAL-ITEMS
                    PERFORM VARYING WS-PQ-ITEM-IX FROM 1 BY 1
                          UNTIL WS-PQ-ITEM-IX > 5
                       IF PM-QUAL-ITEM(WS-PQ-ITEM-IX) NOT = ZEROS
                          AND PM-QUAL-ITEM(WS-PQ-ITEM-IX) =
                              BL-ITEM-NUMBER(WS-LINE-IX)
                          SET WS-LINE-QUALIFIES TO TRUE
                       END-IF
                    END-PERFORM
              END-EVALUATE.
       3044-EXIT.
              EXIT.

      *    Gives away one unit - the cheapest qualifying unit not
      *    already given away - for one set the basket earned.
       3045-FREE-CHEAPEST-UNIT.
              MOVE ZEROS TO WS-PQ-CHEAP-IX.
              PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                    UNTIL WS-LINE-IX > WS-BASKET-LINE-COUNT
                 IF BL-QUAL-SW(WS-LINE-IX) = "Y"
                    AND BL-FREE-QTY(WS-LINE-IX) < BL-QTY(WS-LINE-IX)
                    IF WS-PQ-CHEAP-IX = ZEROS
                       MOVE WS-LINE-IX TO WS-PQ-CHEAP-IX
                    ELSE
                       IF BL-UNIT-PRICE(WS-LINE-IX) <
                          BL-UNIT-PRICE(WS-PQ-CHEAP-IX)
                          MOVE WS-LINE-IX TO WS-PQ-CHEAP-IX
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM.
              IF WS-PQ-CHEAP-IX = ZEROS
                 MOVE ZEROS TO WS-PQ-FREE-LEFT
                 GO TO 3045-EXIT
              END-IF.
              ADD 1 TO BL-FREE-QTY(WS-PQ-CHEAP-IX).
              ADD BL-UNIT-PRICE(WS-PQ-CHEAP-IX)
                 TO BL-PROMO-DISC(WS-PQ-CHEAP-IX) WS-PQ-DISC.
              SUBTRACT 1 FROM WS-PQ-FREE-LEFT.
       3045-EXIT.
              EXIT.

      *    An amount-off reward: the amount per set earned, never
      *    more than the qualifying value, shared across the
      *    qualifying lines by value with the last line taking
      *    whatever rounding leaves over.
       3046-SPREAD-AMOUNT-OFF.
              COMPUTE WS-PQ-DISC = WS-PQ-SETS * PM-REWARD-AMT.
              IF WS-PQ-DISC > WS-PQ-VALUE
                 MOVE WS-PQ-VALUE TO WS-PQ-DISC
              END-IF.
              IF WS-PQ-DISC NOT > ZEROS
                 GO TO 3046-EXIT
              END-IF.
              MOVE WS-PQ-DISC TO WS-PQ-REMAIN.
              PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                    UNTIL WS-LINE-IX > WS-BASKET-LINE-COUNT
                 IF BL-QUAL-SW(WS-LINE-IX) = "Y"
                    IF WS-LINE-IX = WS-PQ-LAST-IX
                       MOVE WS-PQ-REMAIN TO BL-PROMO-DISC(WS-LINE-IX)
                    ELSE
                       COMPUTE BL-PROMO-DISC(WS-LINE-IX) ROUNDED =
                             WS-PQ-DISC * BL-EXTENDED(WS-LINE-IX)
                             / WS-PQ-VALUE
                       SUBTRACT BL-PROMO-DISC(WS-LINE-IX)
                          FROM WS-PQ-REMAIN
                    END-IF
                 END-IF
              END-PERFORM.
       3046-EXIT.
              EXIT.

      *    Marks every qualifying line with the promotion and takes
      *    its share of the discount off the line, scaling the line's
      *    tax to the amount now charged.
       3047-APPLY-LINE-DISCOUNTS.
              PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                    UNTIL WS-LINE-IX > WS-BASKET-LINE-COUNT
                 IF BL-QUAL-SW(WS-LINE-IX) = "Y"
                    MOVE PM-PROMO-CODE TO BL-PROMO-CODE(WS-LINE-IX)
                    MOVE BL-EXTENDED(WS-LINE-IX) TO WS-PQ-OLD-EXT
                    IF BL-PROMO-DISC(WS-LINE-IX) > ZEROS
                       AND WS-PQ-OLD-EXT > ZEROS
                       SUBTRACT BL-PROMO-DISC(WS-LINE-IX)
                          FROM BL-EXTENDED(WS-LINE-IX)
                       COMPUTE BL-TAX-AMOUNT(WS-LINE-IX) ROUNDED =
                             BL-TAX-AMOUNT(WS-LINE-IX)
                             * BL-EXTENDED(WS-LINE-IX) / WS-PQ-OLD-EXT
                    END-IF
                 END-IF
              END-PERFORM.
       3047-EXIT.
              EXIT.

      *    Folds the line 3015 has just written into the tally of
      *    the promotion it was marked with.
       3048-TALLY-PROMO-LINE.
              PERFORM VARYING WS-PA-IX FROM 1 BY 1
                    UNTIL WS-PA-IX > WS-PA-COUNT
                 IF PA-PROMO-CODE(WS-PA-IX) = BL-PROMO-CODE(WS-LINE-IX)
                    ADD BL-PROMO-DISC(WS-LINE-IX)
                       TO PA-COMMIT-DISC(WS-PA-IX)
                    COMPUTE PA-COMMIT-GOODS(WS-PA-IX) =
                          PA-COMMIT-GOODS(WS-PA-IX)
                          + BL-EXTENDED(WS-LINE-IX)
                          + BL-PROMO-DISC(WS-LINE-IX)
                    COMPUTE PA-COMMIT-COST(WS-PA-IX) =
                          PA-COMMIT-COST(WS-PA-IX)
                          + BL-QTY(WS-LINE-IX)
                          * BL-UNIT-COST(WS-LINE-IX)
                 END-IF
              END-PERFORM.
       3048-EXIT.
              EXIT.

      *    One PROMO-REDEMPTION-REC per promotion the committed
      *    invoice received, written once SALE-HEADER-REC is on file.
       3049-WRITE-REDEMPTIONS.
              PERFORM VARYING WS-PA-IX FROM 1 BY 1
                    UNTIL WS-PA-IX > WS-PA-COUNT
                 IF PA-COMMIT-GOODS(WS-PA-IX) > ZEROS
                    INITIALIZE PROMO-REDEMPTION-REC
                    MOVE WS-NEXT-INV-NUMBER TO RD-INVOICE-NUMBER
                    MOVE PA-PROMO-CODE(WS-PA-IX) TO RD-PROMO-CODE
                    ACCEPT RD-TXN-DATE FROM DATE YYYYMMDD
                    MOVE CM-CUST-ID TO RD-CUST-ID
                    MOVE PA-DESCRIPTION(WS-PA-IX) TO RD-DESCRIPTION
                    MOVE PA-TIMES(WS-PA-IX) TO RD-TIMES-TRIGGERED
                    MOVE PA-COMMIT-GOODS(WS-PA-IX) TO RD-QUAL-GOODS
                    MOVE PA-COMMIT-COST(WS-PA-IX) TO RD-QUAL-COST
                    MOVE PA-COMMIT-DISC(WS-PA-IX)
                      TO RD-DISCOUNT-AMOUNT
                    MOVE WS-SALE-OPERATOR-ID TO RD-OPERATOR-ID
                    MOVE "N" TO RD-VOID-SW
                    WRITE PROMO-REDEMPTION-REC
                       INVALID KEY
                          DISPLAY "PROMOTION " RD-PROMO-CODE
                                  " NOT RECORDED - STATUS "
                                  WS-REDM-STATUS
                       NOT INVALID KEY
                          MOVE RD-REDEEM-KEY TO AT-KEY-VALUE
                          MOVE SPACES TO AT-BEFORE-IMAGE
                          MOVE PROMO-REDEMPTION-REC TO AT-AFTER-IMAGE
                          SET AT-OP-ADD TO TRUE
                          PERFORM 7000-WRITE-AUDIT-RECORD
                             THRU 7000-EXIT
                    END-WRITE
                 END-IF
              END-PERFORM.
       3049-EXIT.
              EXIT.

      * Common stock-availability check shared by 3000-ENTER-SALE and
      * 3900-RECOVER-HELD-SALE: a kit checks its component stock, an
      * ordinary item checks on-hand less any open reservation.
       3055-VALIDATE-STOCK-AVAILABILITY.
              SET WS-STOCK-AVAIL-OK TO TRUE.
              INITIALIZE LOST-SALE-MSG.
              MOVE SM-ITEM-NUMBER     TO LM-ITEM-NUMBER.
              MOVE SM-LOCATION        TO LM-LOCATION.
              MOVE SM-SUPPLIER-NUMBER TO LM-SUPPLIER-NUMBER.
              MOVE ST-QTY-SOLD        TO LM-QTY-ASKED.
      *    A kit with pre-built sets on its own shelf (built ahead
      *    by KitAssemblyMgmt.cbl) sells off the shelf like any
      *    ordinary item; only when the shelf cannot cover this sale
      *    does the kit fall back to exploding components at the
      *    till, as every kit sale did before pre-builds existed.
              IF WS-IS-KIT AND SM-QTY-ON-HAND >= ST-QTY-SOLD
                 MOVE "N" TO WS-IS-KIT-SW
              END-IF.
              IF WS-IS-KIT
                 PERFORM 3075-VALIDATE-KIT-STOCK THRU 3075-EXIT
                 IF NOT WS-KIT-STOCK-OK
                    DISPLAY "INSUFFICIENT COMPONENT STOCK - SALE "
                            "REJECTED"
                    MOVE "N" TO WS-STOCK-AVAIL-OK-SW
                    PERFORM 3056-SET-LOST-REASON THRU 3056-EXIT
                 END-IF
              ELSE
                 MOVE SM-ITEM-NUMBER TO WS-RSV-FILTER-ITEM
                 MOVE SM-LOCATION    TO WS-RSV-FILTER-LOC
                 PERFORM 3650-SUM-OPEN-RESERVATIONS THRU 3650-EXIT
                 COMPUTE WS-RSV-AVAILABLE =
                         SM-QTY-ON-HAND - WS-RSV-OPEN-TOTAL
                 IF ST-QTY-SOLD > WS-RSV-AVAILABLE
                    DISPLAY "INSUFFICIENT STOCK ON HAND - SALE "
                            "REJECTED"
                    IF WS-RSV-OPEN-TOTAL > ZEROS
                       DISPLAY "  (" WS-RSV-OPEN-TOTAL
                               " UNIT(S) HELD BY OPEN RESERVATIONS)"
                    END-IF
                    PERFORM 3056-SET-LOST-REASON THRU 3056-EXIT
                    PERFORM 3076-SUGGEST-SUBSTITUTES THRU 3076-EXIT
                    MOVE "N" TO WS-STOCK-AVAIL-OK-SW
                 END-IF
              END-IF.
       3055-EXIT.
              EXIT.

      * Why a refused line is lost: a discontinued item will not be
      * rebought, anything else is simply out of stock.  3076-
      * SUGGEST-SUBSTITUTES may still change this to a refused
      * substitute, or clear it when the customer takes one.
       3056-SET-LOST-REASON.
              IF WS-ITEM-DISCONTINUED
                 SET LM-REASON-DISCONTINUED TO TRUE
              ELSE
                 SET LM-REASON-NO-STOCK TO TRUE
              END-IF.
       3056-EXIT.
              EXIT.

      * Posts the line 3055-VALIDATE-STOCK-AVAILABILITY just refused
      * onto the lost-sales log once the caller has abandoned it,
      * valued at the price this customer would have been suggested.
      * The caller sets LM-CHANNEL first.  Nothing is posted when the
      * customer took a substitute instead.
       3057-LOG-LOST-SALE.
              IF LM-REASON = SPACES
                 GO TO 3057-EXIT
              END-IF.
              MOVE LM-ITEM-NUMBER TO SM-ITEM-NUMBER.
              PERFORM 3011-SUGGEST-SALE-PRICE THRU 3011-EXIT.
              MOVE WS-SUGGESTED-PRICE TO LM-UNIT-PRICE.
              MOVE CM-CUST-ID TO LM-CUST-ID.
              MOVE "SalesMgmt" TO LM-SOURCE-PROGRAM.
              IF WS-SALE-OPERATOR-ID NOT = SPACES
                 MOVE WS-SALE-OPERATOR-ID TO LM-OPERATOR-ID
              ELSE
                 MOVE ST-OPERATOR-ID TO LM-OPERATOR-ID
              END-IF.
              CALL "LOSTSALEPOST" USING LOST-SALE-MSG.
              IF LM-POSTED
                 DISPLAY "LOST SALE LOGGED - " LM-QTY-ASKED
                         " OF ITEM " LM-ITEM-NUMBER " (" LM-REASON
                         ")."
              END-IF.
       3057-EXIT.
              EXIT.

      * Saves the sale captured so far (customer, item, location,
      * quantity) to HELD-SALE-FILE instead of completing it, so a
      * sale interrupted before pricing/tender/credit checks can be
      * recovered later through 3900-RECOVER-HELD-SALE rather than
      * re-keyed from scratch.
       3035-HOLD-SALE.
              COMPUTE WS-NEXT-HOLD-NUMBER = WS-NEXT-HOLD-NUMBER + 1.
              MOVE WS-NEXT-HOLD-NUMBER TO HS-HOLD-NUMBER.
              MOVE CM-CUST-ID          TO HS-CUST-ID.
              MOVE SM-ITEM-NUMBER      TO HS-ITEM-NUMBER.
              MOVE SM-LOCATION         TO HS-LOCATION.
              MOVE ST-QTY-SOLD         TO HS-QTY-SOLD.
              MOVE WS-SALE-OPERATOR-ID TO HS-OPERATOR-ID.
              ACCEPT HS-HOLD-DATE FROM DATE YYYYMMDD.
              SET HS-STATUS-OPEN TO TRUE.
              WRITE HELD-SALE-REC
                 INVALID KEY
                    DISPLAY "SALE NOT HELD - STATUS " WS-HELD-STATUS
                 NOT INVALID KEY
                    MOVE HS-HOLD-NUMBER TO AT-KEY-VALUE
                    MOVE SPACES TO AT-BEFORE-IMAGE
                    MOVE HELD-SALE-REC TO AT-AFTER-IMAGE
                    SET AT-OP-ADD TO TRUE
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
                    DISPLAY "SALE HELD - HOLD NUMBER " HS-HOLD-NUMBER
                            " - USE RECOVER HELD SALE TO RESUME."
              END-WRITE.
       3035-EXIT.
              EXIT.

      * Checks and commits the captured basket as one invoice: the
      * tender is taken once, the credit and operator-limit holds run
      * once against the basket totals, and only then is each line
      * written to SALES-TRANSACTION (its own transaction number
      * under the shared ST-INVOICE-NUMBER), stock decremented per
      * line, the customer balance moved once for the whole basket,
      * and the SALE-HEADER-REC written.  Shared tail for a basket
      * entered fresh by 3000-ENTER-SALE and a held sale resumed by
      * 3900-RECOVER-HELD-SALE as a one-line basket.
       3010-PRICE-AND-COMMIT-SALE.
              SET WS-VALID-SALE TO TRUE.
              PERFORM 3040-EVALUATE-PROMOTIONS THRU 3040-EXIT.
              PERFORM 3029-GET-TENDER-CODE THRU 3029-EXIT.
              MOVE ST-TENDER-CODE TO WS-BASKET-TENDER.
              COMPUTE WS-BASKET-CHARGE-TOTAL =
                    WS-BASKET-GOODS-TOTAL + WS-BASKET-TAX-TOTAL.
              IF WS-BASKET-TENDER = "STCR"
                 PERFORM 3021-VALIDATE-STORE-CREDIT THRU 3021-EXIT
                 IF NOT WS-CRD-OK
                    DISPLAY "STORE CREDIT NOT ACCEPTED - TENDERED "
                            "AS CASH INSTEAD."
                    MOVE "CASH" TO WS-BASKET-TENDER
                 END-IF
              END-IF.
              PERFORM 3025-CHECK-CREDIT-LIMIT THRU 3025-EXIT.
              IF NOT WS-CREDIT-OK
                 DISPLAY "SALE REJECTED - CREDIT LIMIT EXCEEDED AND "
                         "NO MANAGER OVERRIDE."
                 MOVE "N" TO WS-VALID-SALE-SW
                 GO TO 3010-EXIT
              END-IF.

              PERFORM 3026-CHECK-TXN-LIMIT THRU 3026-EXIT.
              IF NOT WS-TXN-LIMIT-OK
                 DISPLAY "SALE REJECTED - OPERATOR TRANSACTION "
                         "LIMIT EXCEEDED AND NO MANAGER OVERRIDE."
                 MOVE "N" TO WS-VALID-SALE-SW
                 GO TO 3010-EXIT
              END-IF.

              COMPUTE WS-NEXT-INV-NUMBER = WS-NEXT-INV-NUMBER + 1.
              MOVE ZEROS TO WS-COMMITTED-LINES
                            WS-COMMIT-GOODS-TOTAL
                            WS-COMMIT-TAX-TOTAL.
              PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                    UNTIL WS-LINE-IX > WS-BASKET-LINE-COUNT
                 PERFORM 3015-COMMIT-ONE-LINE THRU 3015-EXIT
              END-PERFORM.

      *    Settle on what actually reached the file: a basket whose
      *    every line WRITE failed is backed out whole (no charge,
      *    header or receipt, and the hold/web-order steps behind
      *    WS-VALID-SALE stay untouched); a partly failed basket
      *    charges and invoices only the committed lines.
              IF WS-COMMITTED-LINES = ZEROS
                 DISPLAY "NO LINES RECORDED - SALE NOT COMMITTED."
                 MOVE "N" TO WS-VALID-SALE-SW
                 GO TO 3010-EXIT
              END-IF.
              IF WS-COMMITTED-LINES < WS-BASKET-LINE-COUNT
                 DISPLAY "ONLY " WS-COMMITTED-LINES " OF "
                         WS-BASKET-LINE-COUNT " LINE(S) RECORDED "
                         "- ONLY THOSE ARE CHARGED."
                 MOVE WS-COMMITTED-LINES TO WS-BASKET-LINE-COUNT
                 MOVE WS-COMMIT-GOODS-TOTAL
                   TO WS-BASKET-GOODS-TOTAL
                 MOVE WS-COMMIT-TAX-TOTAL TO WS-BASKET-TAX-TOTAL
                 COMPUTE WS-BASKET-CHARGE-TOTAL =
                       WS-BASKET-GOODS-TOTAL + WS-BASKET-TAX-TOTAL
              END-IF.

      *    A basket paid by store credit is settled by the credit
      *    slip, not charged to the account, so the balance is left
      *    alone and the slip is drawn down instead.
              MOVE ZEROS TO WS-DEP-APPLIED.
              IF WS-BASKET-TENDER NOT = "STCR"
                 ADD WS-BASKET-GOODS-TOTAL WS-BASKET-TAX-TOTAL
                    TO CM-BALANCE
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
                 END-REWRITE
              ELSE
                 PERFORM 3022-DRAW-DOWN-CREDIT THRU 3022-EXIT
              END-IF.
              IF WS-BASKET-TENDER NOT = "STCR"
                 PERFORM 3033-APPLY-DEPOSITS THRU 3033-EXIT
              END-IF.
              PERFORM 3018-WRITE-SALE-HEADER THRU 3018-EXIT.
              PERFORM 3049-WRITE-REDEMPTIONS THRU 3049-EXIT.
              PERFORM 3037-PRINT-RECEIPT THRU 3037-EXIT.
              DISPLAY "INVOICE " WS-NEXT-INV-NUMBER " RECORDED - "
                      WS-BASKET-LINE-COUNT " LINE(S) - GOODS "
                      WS-BASKET-GOODS-TOTAL " TAX "
                      WS-BASKET-TAX-TOTAL.
       3010-EXIT.
              EXIT.

      * Writes one basket line to SALES-TRANSACTION, decrements its
      * stock (exploding a kit line through its components), and
      * posts its GL and loyalty legs.  The line's STOCK-MASTER
      * record is re-read here rather than trusted from capture time,
      * so two basket lines hitting the same item/location each see
      * the other's decrement.
       3015-COMMIT-ONE-LINE.
              INITIALIZE SALES-TRANSACTION-REC.
              SET ST-TXN-SALE TO TRUE.
              SET ST-REASON-NONE TO TRUE.
              COMPUTE WS-NEXT-TXN-NUMBER = WS-NEXT-TXN-NUMBER + 1.
              MOVE WS-NEXT-TXN-NUMBER TO ST-TXN-NUMBER.
              MOVE CM-CUST-ID TO ST-CUST-ID.
              MOVE BL-ITEM-NUMBER(WS-LINE-IX) TO ST-ITEM-NUMBER.
              MOVE BL-QTY(WS-LINE-IX) TO ST-QTY-SOLD.
              MOVE BL-UNIT-PRICE(WS-LINE-IX) TO ST-UNIT-PRICE.
              MOVE BL-EXTENDED(WS-LINE-IX) TO ST-EXTENDED-AMOUNT.
              MOVE BL-TAX-CODE(WS-LINE-IX) TO ST-TAX-CODE.
              MOVE BL-TAX-AMOUNT(WS-LINE-IX) TO ST-TAX-AMOUNT.
              MOVE WS-NEXT-INV-NUMBER TO ST-INVOICE-NUMBER.
              ACCEPT ST-TXN-DATE FROM DATE YYYYMMDD.
              MOVE WS-SALE-OPERATOR-ID TO ST-OPERATOR-ID.
              MOVE WS-BASKET-TENDER TO ST-TENDER-CODE.
              MOVE BL-LOCATION(WS-LINE-IX) TO ST-LOCATION.
              MOVE BL-KIT-SW(WS-LINE-IX) TO ST-KIT-SW.
              WRITE SALES-TRANSACTION-REC
                 INVALID KEY
                    DISPLAY "LINE NOT RECORDED - STATUS "
                            WS-SALE-STATUS
                 NOT INVALID KEY
                    ADD 1 TO WS-COMMITTED-LINES
                    ADD ST-EXTENDED-AMOUNT TO WS-COMMIT-GOODS-TOTAL
                    ADD ST-TAX-AMOUNT TO WS-COMMIT-TAX-TOTAL
                    IF BL-PROMO-CODE(WS-LINE-IX) NOT = SPACES
                       PERFORM 3048-TALLY-PROMO-LINE THRU 3048-EXIT
                    END-IF
                    MOVE ST-TXN-NUMBER TO AT-KEY-VALUE
                    MOVE SPACES TO AT-BEFORE-IMAGE
                    MOVE SALES-TRANSACTION-REC TO AT-AFTER-IMAGE
                    SET AT-OP-ADD TO TRUE
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
              END-WRITE.
              IF WS-SALE-STATUS NOT = "00" AND
                 WS-SALE-STATUS NOT = "02"
                 GO TO 3015-EXIT
              END-IF.
      *    A drop-shipped line went from the supplier to the customer:
      *    it is billed and earns loyalty like any other, but there
      *    is no on-hand, consignment or receipt lot of ours to draw.
              IF BL-KIT-SW(WS-LINE-IX) = "D"
                 PERFORM 8000-WRITE-GL-ENTRY THRU 8000-EXIT
                 PERFORM 3012-ACCRUE-LOYALTY-REBATE THRU 3012-EXIT
                 GO TO 3015-EXIT
              END-IF.

              MOVE BL-ITEM-NUMBER(WS-LINE-IX) TO SM-ITEM-NUMBER.
              MOVE BL-LOCATION(WS-LINE-IX) TO SM-LOCATION.
              MOVE BL-LOCATION(WS-LINE-IX) TO WS-SALE-LOCATION.
              READ STOCK-MASTER-FILE
                 INVALID KEY
                    DISPLAY "STOCK RECORD NOT FOUND FOR ITEM "
                            ST-ITEM-NUMBER " - ON-HAND NOT UPDATED"
                 NOT INVALID KEY
                    MOVE STOCK-MASTER-REC TO WS-AUDIT-STOCK-BEFORE
              END-READ.
              IF WS-STOCK-STATUS = "00"
                 IF BL-KIT-SW(WS-LINE-IX) = "Y"
                    PERFORM 3080-EXPLODE-KIT-STOCK THRU 3080-EXIT
                 ELSE
                    SUBTRACT ST-QTY-SOLD FROM SM-QTY-ON-HAND
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
                          PERFORM 3095-POST-STOCK-MOVEMENT
                             THRU 3095-EXIT
                    END-REWRITE
                 END-IF
              END-IF.
              PERFORM 8000-WRITE-GL-ENTRY THRU 8000-EXIT.
              PERFORM 3012-ACCRUE-LOYALTY-REBATE THRU 3012-EXIT.
              PERFORM 3023-POST-CONSIGNMENT-SALE THRU 3023-EXIT.
              PERFORM 3024-CONSUME-RECEIPT-LOTS THRU 3024-EXIT.
              PERFORM 8700-WRITE-COGS-GL-ENTRY THRU 8700-EXIT.
       3015-EXIT.
              EXIT.

      *    Draws the quantity just sold out of the item/location's
      *    receipt lots oldest first (key order is oldest-first) and
      *    records which lot(s) this line shipped on SALE-LOT-FILE -
      *    the trace a supplier recall is answered from.  Stock that
      *    predates lot capture has no lot to consume and the line
      *    simply carries no trace, the same as every line before
      *    lots existed.  A return's negative quantity is left alone
      *    - returned goods do not go back into a lot.
       3024-CONSUME-RECEIPT-LOTS.
              IF ST-QTY-SOLD NOT > ZEROS
                 GO TO 3024-EXIT
              END-IF.
              MOVE ST-QTY-SOLD TO WS-LOT-REMAINING.
              MOVE ZEROS TO WS-LOT-SEQ.
              MOVE ST-ITEM-NUMBER TO LT-ITEM-NUMBER.
              MOVE WS-SALE-LOCATION TO LT-LOCATION.
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
                          OR LT-LOCATION NOT = WS-SALE-LOCATION
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

      *    A sale (or return) of consigned stock is the moment it
      *    becomes the supplier's money, so the movement accumulates
      *    into the settlement file at the item's unit cost - a
      *    return nets the settlement down through its negative
      *    quantity.  Owned stock (no flag record) writes nothing.
       3023-POST-CONSIGNMENT-SALE.
              IF WS-CONS-STATUS NOT = "00" AND
                 WS-CONS-STATUS NOT = "10" AND
                 WS-CONS-STATUS NOT = "23"
                 GO TO 3023-EXIT
              END-IF.
              MOVE ST-ITEM-NUMBER TO CG-ITEM-NUMBER.
              MOVE WS-SALE-LOCATION TO CG-LOCATION.
              READ CONSIGNMENT-FLAG-FILE
                 INVALID KEY
                    GO TO 3023-EXIT
              END-READ.
              MOVE ST-TXN-DATE TO CQ-SALE-DATE.
              MOVE CG-SUPPLIER-NUMBER TO CQ-SUPPLIER-NUMBER.
              MOVE ST-ITEM-NUMBER TO CQ-ITEM-NUMBER.
              MOVE WS-SALE-LOCATION TO CQ-LOCATION.
              MOVE ST-QTY-SOLD TO CQ-QTY.
              MOVE SM-UNIT-COST TO CQ-UNIT-COST.
              COMPUTE CQ-SETTLE-VALUE =
                    ST-QTY-SOLD * SM-UNIT-COST.
              MOVE ST-TXN-NUMBER TO CQ-TXN-NUMBER.
              MOVE "N" TO CQ-SETTLED-SW.
              WRITE CONSIGNMENT-SETTLE-REC.
              DISPLAY "CONSIGNED STOCK SOLD - " CQ-SETTLE-VALUE
                      " OWED TO SUPPLIER " CQ-SUPPLIER-NUMBER
                      " AT SETTLEMENT.".
       3023-EXIT.
              EXIT.

      * Writes the basket-level SALE-HEADER-REC once every line has
      * committed - the invoice CustomerInvoiceRpt.cbl prints as one
      * block and the single statement entry the customer sees.
       3018-WRITE-SALE-HEADER.
              MOVE WS-NEXT-INV-NUMBER TO SH-INVOICE-NUMBER.
              MOVE CM-CUST-ID TO SH-CUST-ID.
              ACCEPT SH-TXN-DATE FROM DATE YYYYMMDD.
              MOVE WS-BASKET-TXN-TYPE TO SH-TXN-TYPE.
              MOVE WS-BASKET-LINE-COUNT TO SH-LINE-COUNT.
              MOVE WS-BASKET-GOODS-TOTAL TO SH-GOODS-TOTAL.
              MOVE WS-BASKET-TAX-TOTAL TO SH-TAX-TOTAL.
              MOVE WS-BASKET-TENDER TO SH-TENDER-CODE.
              MOVE WS-SALE-OPERATOR-ID TO SH-OPERATOR-ID.
              MOVE WS-SALE-SHIP-SEQ TO SH-SHIP-SEQ.
              IF WS-BASKET-TENDER = "STCR"
                 MOVE CD-CREDIT-NUMBER TO SH-CREDIT-NUMBER
              ELSE
                 MOVE ZEROS TO SH-CREDIT-NUMBER
              END-IF.
              MOVE WS-DEP-APPLIED TO SH-DEPOSIT-APPLIED.
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
       3018-EXIT.
              EXIT.

      *    Issues a numbered store credit for the refund value of
      *    the return just committed, instead of cash walking out
      *    the door - the liability lives on STORE-CREDIT-FILE until
      *    a later sale redeems it.
       3019-ISSUE-STORE-CREDIT.
              COMPUTE WS-CRD-ISSUE-AMT =
                    (ST-EXTENDED-AMOUNT + ST-TAX-AMOUNT) * -1.
              COMPUTE WS-NEXT-CRD-NUMBER = WS-NEXT-CRD-NUMBER + 1.
              MOVE WS-NEXT-CRD-NUMBER TO CD-CREDIT-NUMBER.
              MOVE CM-CUST-ID TO CD-CUST-ID.
              ACCEPT CD-ISSUED-DATE FROM DATE YYYYMMDD.
              MOVE WS-CRD-ISSUE-AMT TO CD-ISSUED-AMOUNT.
              MOVE ZEROS TO CD-REDEEMED-AMOUNT.
              SET CD-STATUS-OPEN TO TRUE.
              MOVE ST-TXN-NUMBER TO CD-ISSUE-TXN.
              MOVE WS-SALE-OPERATOR-ID TO CD-OPERATOR-ID.
              WRITE STORE-CREDIT-REC
                 INVALID KEY
                    DISPLAY "STORE CREDIT NOT ISSUED - STATUS "
                            WS-CRD-STATUS
                 NOT INVALID KEY
                    MOVE CD-CREDIT-NUMBER TO AT-KEY-VALUE
                    MOVE SPACES TO AT-BEFORE-IMAGE
                    MOVE STORE-CREDIT-REC TO AT-AFTER-IMAGE
                    SET AT-OP-ADD TO TRUE
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
                    DISPLAY "STORE CREDIT " CD-CREDIT-NUMBER
                            " ISSUED FOR " CD-ISSUED-AMOUNT
                            " - GIVE THE NUMBER TO THE CUSTOMER."
              END-WRITE.
       3019-EXIT.
              EXIT.

      *    Validates the store credit a sale wants to tender: the
      *    slip must exist, be open, belong to the customer at the
      *    till, and carry enough unredeemed value to cover the
      *    whole basket charge.
       3021-VALIDATE-STORE-CREDIT.
              MOVE "N" TO WS-CRD-OK-SW.
              DISPLAY "ENTER STORE CREDIT NUMBER: ".
              ACCEPT CD-CREDIT-NUMBER.
              READ STORE-CREDIT-FILE
                 INVALID KEY
                    DISPLAY "STORE CREDIT NOT ON FILE - STATUS "
                            WS-CRD-STATUS
                    GO TO 3021-EXIT
              END-READ.
              IF NOT CD-STATUS-OPEN
                 DISPLAY "STORE CREDIT " CD-CREDIT-NUMBER
                         " IS NOT OPEN."
                 GO TO 3021-EXIT
              END-IF.
              IF CD-CUST-ID NOT = CM-CUST-ID
                 DISPLAY "STORE CREDIT BELONGS TO CUSTOMER "
                         CD-CUST-ID " - NOT ACCEPTED."
                 GO TO 3021-EXIT
              END-IF.
              COMPUTE WS-CRD-REMAINING =
                    CD-ISSUED-AMOUNT - CD-REDEEMED-AMOUNT.
              IF WS-CRD-REMAINING < WS-BASKET-CHARGE-TOTAL
                 DISPLAY "STORE CREDIT REMAINING "
                         WS-CRD-REMAINING " DOES NOT COVER "
                         WS-BASKET-CHARGE-TOTAL "."
                 GO TO 3021-EXIT
              END-IF.
              SET WS-CRD-OK TO TRUE.
              DISPLAY "STORE CREDIT ACCEPTED - REMAINING BEFORE "
                      "THIS SALE: " WS-CRD-REMAINING.
       3021-EXIT.
              EXIT.

      *    Draws the validated credit down by the basket charge once
      *    the sale has committed, closing the slip when it is fully
      *    spent.
       3022-DRAW-DOWN-CREDIT.
              MOVE STORE-CREDIT-REC TO WS-AUDIT-CRD-BEFORE.
              ADD WS-BASKET-CHARGE-TOTAL TO CD-REDEEMED-AMOUNT.
              IF CD-REDEEMED-AMOUNT >= CD-ISSUED-AMOUNT
                 SET CD-STATUS-REDEEMED TO TRUE
              END-IF.
              REWRITE STORE-CREDIT-REC
                 INVALID KEY
                    DISPLAY "STORE CREDIT NOT UPDATED - STATUS "
                            WS-CRD-STATUS
                 NOT INVALID KEY
                    MOVE CD-CREDIT-NUMBER TO AT-KEY-VALUE
                    MOVE WS-AUDIT-CRD-BEFORE TO AT-BEFORE-IMAGE
                    MOVE STORE-CREDIT-REC TO AT-AFTER-IMAGE
                    SET AT-OP-CHANGE TO TRUE
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
              END-REWRITE.
       3022-EXIT.
              EXIT.

      *    Adds this sale's extended amount to the customer's
      *    lifetime purchase volume on CUST-LOYALTY-FILE, accrues a
      *    percentage of it to their rebate balance at the rate set
      *    by their current tier, and raises the tier once lifetime
      *    purchases cross the next threshold.  A customer with no
      *    CUST-LOYALTY-FILE record yet is enrolled at the standard
      *    tier the first time they buy something, the same
      *    first-touch enrollment 3100-POST-TO-DESTINATION uses to
      *    create a STOCK-MASTER record at a location for the first
      *    time.
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

      *    Appends one line to LOYALTY.LOG for the rebate amount
      *    3013-COMPUTE-ACCRUAL or 4515-REVERSE-LOYALTY just applied,
      *    typed by the caller - the balance on CUST-LOYALTY-FILE
      *    alone cannot say when a rebate was earned, and the
      *    customer profitability report needs it by date.
       3017-LOG-LOYALTY-MOVEMENT.
              IF WS-LOY-ACCRUAL-AMT = ZEROS
                 GO TO 3017-EXIT
              END-IF.
              ACCEPT LY-ENTRY-DATE FROM DATE YYYYMMDD.
              MOVE CL-CUST-ID TO LY-CUST-ID.
              MOVE ST-TXN-NUMBER TO LY-TXN-NUMBER.
              MOVE WS-LOY-ACCRUAL-AMT TO LY-AMOUNT.
              MOVE "SalesMgmt" TO LY-SOURCE-PROGRAM.
              WRITE LOYALTY-LOG-REC.
       3017-EXIT.
              EXIT.

      *    Shared by both branches of 3012-ACCRUE-LOYALTY-REBATE:
      *    adds this sale to lifetime purchases, raises the tier once
      *    lifetime purchases cross the next threshold, and accrues a
      *    percentage of this sale to the rebate balance at the rate
      *    set by the (possibly just-raised) tier.
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
              ACCEPT CL-LAST-ACCRUAL-DATE FROM DATE YYYYMMDD.
       3013-EXIT.
              EXIT.

      *    Prices the tax line of the transaction just extended:
      *    reads the customer's CUST-TAX-FILE status - an exempt
      *    account whose certificate has not passed its expiry date
      *    skips tax entirely, and an expired certificate falls back
      *    to normal taxation with a warning rather than silently
      *    staying exempt - then rates ST-EXTENDED-AMOUNT off the
      *    customer's TAX-CODE-FILE code (WS-DEFAULT-TAX-CODE when
      *    the customer carries none).  A return arrives here with
      *    ST-EXTENDED-AMOUNT already negative, so the tax reverses
      *    with the sale by the same arithmetic.  Shared by
      *    3010-PRICE-AND-COMMIT-SALE, 3500-PROCESS-RETURN and
      *    3700-FULFILL-RESERVATION.
       3014-COMPUTE-SALES-TAX.
              MOVE "N" TO WS-TAX-EXEMPT-SW.
              MOVE WS-DEFAULT-TAX-CODE TO WS-SALE-TAX-CODE.
              MOVE SPACES TO ST-TAX-CODE.
              MOVE ZEROS TO ST-TAX-AMOUNT.
              ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
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
                          DISPLAY "TAX EXEMPT - CERTIFICATE "
                                  CX-EXEMPT-CERT
                       ELSE
                          DISPLAY "*** EXEMPT CERTIFICATE EXPIRED "
                                  CX-CERT-EXPIRY-DATE
                                  " - TAX CHARGED ***"
                       END-IF
                    END-IF
              END-READ.
              IF WS-TAX-EXEMPT
                 GO TO 3014-EXIT
              END-IF.
              MOVE WS-SALE-TAX-CODE TO TC-TAX-CODE.
              READ TAX-CODE-FILE
                 INVALID KEY
                    DISPLAY "TAX CODE " WS-SALE-TAX-CODE " NOT ON "
                            "FILE - NO TAX APPLIED"
                 NOT INVALID KEY
                    MOVE TC-TAX-CODE TO ST-TAX-CODE
                    COMPUTE ST-TAX-AMOUNT ROUNDED =
                          ST-EXTENDED-AMOUNT * TC-TAX-RATE / 100
                    DISPLAY "SALES TAX (" TC-TAX-CODE " "
                            TC-JURISDICTION " AT " TC-TAX-RATE
                            "%): " ST-TAX-AMOUNT
              END-READ.
       3014-EXIT.
              EXIT.

      *    Suggests a sale price for the current customer and item:
      *    a CONTRACT-PRICE-FILE window covering today's date beats
      *    everything (the negotiated price the account expects);
      *    otherwise the standing list price on ITEM-PRICE-FILE,
      *    overridden by any PROMO-PRICE-FILE window covering today.
      *    The suggestion is informational only - the commit path
      *    still relies on the operator's own ACCEPT for the price
      *    actually recorded.
       3011-SUGGEST-SALE-PRICE.
              MOVE ZEROS TO WS-SUGGESTED-PRICE.
              PERFORM 3016-FIND-CONTRACT-PRICE THRU 3016-EXIT.
              IF WS-CONTRACT-FOUND
                 DISPLAY "CONTRACT PRICE FOR THIS CUSTOMER: "
                         WS-SUGGESTED-PRICE
                 GO TO 3011-EXIT
              END-IF.
              MOVE SM-ITEM-NUMBER TO IP-ITEM-NUMBER.
              READ ITEM-PRICE-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE IP-LIST-PRICE TO WS-SUGGESTED-PRICE
              END-READ.
              ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
              MOVE SM-ITEM-NUMBER TO PP-ITEM-NUMBER.
              MOVE ZEROS TO PP-START-DATE.
              START PROMO-PRICE-FILE
                    KEY IS NOT LESS THAN PP-PROMO-KEY
                 INVALID KEY
                    MOVE "10" TO WS-PROMO-STATUS
              END-START.
              IF WS-PROMO-STATUS = "00"
                 PERFORM UNTIL WS-PROMO-STATUS NOT = "00"
                    READ PROMO-PRICE-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-PROMO-STATUS
                       NOT AT END
                          IF PP-ITEM-NUMBER NOT = SM-ITEM-NUMBER
                             MOVE "10" TO WS-PROMO-STATUS
                          ELSE
                             IF WS-TODAY-DATE NOT LESS THAN
                                   PP-START-DATE
                                AND WS-TODAY-DATE NOT GREATER THAN
                                   PP-END-DATE
                                MOVE PP-PROMO-PRICE
                                   TO WS-SUGGESTED-PRICE
                                MOVE "10" TO WS-PROMO-STATUS
                             END-IF
                          END-IF
                    END-READ
                 END-PERFORM
              END-IF.
              IF WS-SUGGESTED-PRICE NOT = ZEROS
                 DISPLAY "SUGGESTED SALE PRICE: " WS-SUGGESTED-PRICE
              END-IF.
       3011-EXIT.
              EXIT.

      *    Scans the current customer/item's contract windows for
      *    one covering today's date - the latest-starting window
      *    wins when several overlap - leaving WS-SUGGESTED-PRICE
      *    set and WS-CONTRACT-FOUND on when one applies.
       3016-FIND-CONTRACT-PRICE.
              MOVE "N" TO WS-CONTRACT-FOUND-SW.
              IF WS-CONT-STATUS NOT = "00"
                 GO TO 3016-EXIT
              END-IF.
              ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
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

      *    Accepts either a typed item number or a longer scanned
      *    barcode string and leaves SM-ITEM-NUMBER set either way.
      *    An entry longer than SM-ITEM-NUMBER's 6 digits is looked
      *    up against BARCODE-XREF; a barcode not on file falls back
      *    to manual item-number entry rather than rejecting the
      *    sale outright.
       3050-LOOKUP-ITEM.
              MOVE SPACES TO WS-ITEM-ENTRY.
              DISPLAY "SCAN BARCODE OR ENTER ITEM NUMBER: ".
              ACCEPT WS-ITEM-ENTRY.
              IF WS-ITEM-ENTRY(7:8) = SPACES
                 MOVE WS-ITEM-ENTRY(1:6) TO SM-ITEM-NUMBER
              ELSE
                 MOVE WS-ITEM-ENTRY TO BX-BARCODE-NUMBER
                 READ BARCODE-XREF-FILE
                    INVALID KEY
                       DISPLAY "BARCODE NOT ON FILE - ENTER ITEM "
                               "NUMBER MANUALLY: "
                       ACCEPT SM-ITEM-NUMBER
                       PERFORM 3060-LOG-BARCODE-EXCEPTION
                          THRU 3060-EXIT
                    NOT INVALID KEY
                       MOVE BX-ITEM-NUMBER TO SM-ITEM-NUMBER
                 END-READ
              END-IF.
       3050-EXIT.
              EXIT.

      *    Logs a scanned barcode that was not found on BARCODE-XREF
      *    so it can be reviewed and filed against the cross-reference
      *    later from BarcodeXrefMgmt, rather than the un-crossed
      *    barcode simply being forgotten once the clerk falls back to
      *    a typed item number.
       3060-LOG-BARCODE-EXCEPTION.
              COMPUTE WS-NEXT-EXC-NUMBER = WS-NEXT-EXC-NUMBER + 1.
              MOVE WS-NEXT-EXC-NUMBER TO BE-EXCEPTION-NUMBER.
              MOVE WS-ITEM-ENTRY TO BE-BARCODE-NUMBER.
              ACCEPT BE-EXCEPTION-DATE FROM DATE YYYYMMDD.
              ACCEPT BE-EXCEPTION-TIME FROM TIME.
              MOVE WS-SALE-OPERATOR-ID TO BE-OPERATOR-ID.
              MOVE SM-ITEM-NUMBER TO BE-ITEM-NUMBER-USED.
              SET BE-STATUS-OPEN TO TRUE.
              MOVE ZEROS TO BE-RESOLVED-ITEM, BE-RESOLVED-DATE.
              MOVE SPACES TO BE-RESOLVED-OPERATOR.
              WRITE BARCODE-EXCEPTION-REC
                 INVALID KEY
                    DISPLAY "BARCODE EXCEPTION NOT LOGGED - STATUS "
                            WS-EXC-STATUS
              END-WRITE.
       3060-EXIT.
              EXIT.

      *    Holds a basket whose charge total (goods plus tax, set in
      *    WS-BASKET-CHARGE-TOTAL by the caller) would push the
      *    customer's CM-BALANCE past CM-CREDIT-LIMIT until a manager
      *    or admin-level operator authorizes it - one check for the
      *    whole basket, not one per line.  A customer well inside
      *    their limit sets WS-CREDIT-OK straight away with no
      *    prompt, so the common case isn't slowed down.
       3025-CHECK-CREDIT-LIMIT.
              SET WS-CREDIT-OK TO TRUE.
              CALL "BDHOLDCHECK" USING CM-CUST-ID WS-BD-HOLD-SW.
              IF WS-BD-ON-HOLD
                 DISPLAY "CUSTOMER " CM-CUST-ID " HAS HAD A BALANCE "
                         "WRITTEN OFF - PERMANENT CREDIT HOLD."
                 MOVE "N" TO WS-CREDIT-OK-SW
                 GO TO 3025-EXIT
              END-IF.
              IF CM-BALANCE + WS-BASKET-CHARGE-TOTAL
                 > CM-CREDIT-LIMIT
                 DISPLAY "CUSTOMER " CM-CUST-ID " WOULD EXCEED ITS "
                         "CREDIT LIMIT OF " CM-CREDIT-LIMIT
                         " (CURRENT BALANCE " CM-BALANCE ")."
                 PERFORM 3027-GET-MANAGER-OVERRIDE THRU 3027-EXIT
              END-IF.
       3025-EXIT.
              EXIT.

      *    Prompts for a manager/admin operator id and password and
      *    sets WS-CREDIT-OK only when that operator is genuinely on
      *    file and their roles grant OVRD-CRL, so a clerk cannot
      *    simply re-enter their own credentials to clear the hold.
       3027-GET-MANAGER-OVERRIDE.
              MOVE "N" TO WS-CREDIT-OK-SW.
              DISPLAY "MANAGER OVERRIDE REQUIRED - ENTER MANAGER "
                      "OPERATOR ID: ".
              ACCEPT WS-OVERRIDE-ID.
              DISPLAY "MANAGER PASSWORD: ".
              ACCEPT WS-OVERRIDE-PASSWORD.
              MOVE WS-OVERRIDE-ID TO OM-OPERATOR-ID.
              READ OPERATOR-MASTER-FILE
                 INVALID KEY
                    DISPLAY "OPERATOR NOT RECOGNISED - OVERRIDE "
                            "DENIED."
                 NOT INVALID KEY
                    SET PW-VERIFY TO TRUE
                    MOVE OM-OPERATOR-ID TO PW-OPERATOR-ID
                    MOVE WS-OVERRIDE-PASSWORD TO PW-PASSWORD
                    CALL "OperPwd" USING OPER-PWD-MSG
                    IF PW-OK
                       MOVE OM-OPERATOR-ID TO PC-OPERATOR-ID
                       MOVE "OVRD-CRL" TO PC-FUNCTION-CODE
                       SET PC-AUTHORIZE-OTHER TO TRUE
                       CALL "PermCheck" USING PERM-CHECK-MSG
                    END-IF
                    IF PW-OK AND PC-ALLOWED
                       SET WS-CREDIT-OK TO TRUE
                       DISPLAY "OVERRIDE AUTHORIZED BY "
                               OM-OPERATOR-NAME
                       SET OV-TYPE-CREDIT TO TRUE
                       MOVE WS-BASKET-CHARGE-TOTAL TO OV-AMOUNT
                       MOVE CM-CREDIT-LIMIT TO OV-LIMIT-VALUE
                       PERFORM 3041-WRITE-OVERRIDE-RECORD
                          THRU 3041-EXIT
                    ELSE
                       DISPLAY "OVERRIDE DENIED - NOT AUTHORIZED OR "
                               "WRONG PASSWORD."
                    END-IF
              END-READ.
       3027-EXIT.
              EXIT.

      *    Holds a sale above the signed-on operator's own OM-TXN-
      *    LIMIT until a manager or admin-level operator authorizes
      *    it.  OM-TXN-LIMIT of zero means that operator has no limit
      *    enforced, so WS-TXN-LIMIT-OK is set straight away with no
      *    lookup or prompt - the common case isn't slowed down.
       3026-CHECK-TXN-LIMIT.
              SET WS-TXN-LIMIT-OK TO TRUE.
              MOVE ZEROS TO WS-OPERATOR-TXN-LIMIT.
              MOVE WS-SALE-OPERATOR-ID TO OM-OPERATOR-ID.
              READ OPERATOR-MASTER-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE OM-TXN-LIMIT TO WS-OPERATOR-TXN-LIMIT
              END-READ.
              IF WS-OPERATOR-TXN-LIMIT > ZEROS
                 AND WS-BASKET-GOODS-TOTAL > WS-OPERATOR-TXN-LIMIT
                 DISPLAY "SALE AMOUNT " WS-BASKET-GOODS-TOTAL
                         " EXCEEDS OPERATOR " WS-SALE-OPERATOR-ID
                         "'S TRANSACTION LIMIT OF "
                         WS-OPERATOR-TXN-LIMIT "."
                 PERFORM 3030-GET-TXN-OVERRIDE THRU 3030-EXIT
              END-IF.
       3026-EXIT.
              EXIT.

      *    Prompts for a manager/admin operator id and password and
      *    sets WS-TXN-LIMIT-OK only when that operator is genuinely
      *    on file and their roles grant OVRD-TXN, the same check
      *    3027-GET-MANAGER-OVERRIDE makes for a credit-limit hold.
       3030-GET-TXN-OVERRIDE.
              MOVE "N" TO WS-TXN-LIMIT-OK-SW.
              DISPLAY "MANAGER OVERRIDE REQUIRED - ENTER MANAGER "
                      "OPERATOR ID: ".
              ACCEPT WS-OVERRIDE-ID.
              DISPLAY "MANAGER PASSWORD: ".
              ACCEPT WS-OVERRIDE-PASSWORD.
              MOVE WS-OVERRIDE-ID TO OM-OPERATOR-ID.
              READ OPERATOR-MASTER-FILE
                 INVALID KEY
                    DISPLAY "OPERATOR NOT RECOGNISED - OVERRIDE "
                            "DENIED."
                 NOT INVALID KEY
                    SET PW-VERIFY TO TRUE
                    MOVE OM-OPERATOR-ID TO PW-OPERATOR-ID
                    MOVE WS-OVERRIDE-PASSWORD TO PW-PASSWORD
                    CALL "OperPwd" USING OPER-PWD-MSG
                    IF PW-OK
                       MOVE OM-OPERATOR-ID TO PC-OPERATOR-ID
                       MOVE "OVRD-TXN" TO PC-FUNCTION-CODE
                       SET PC-AUTHORIZE-OTHER TO TRUE
                       CALL "PermCheck" USING PERM-CHECK-MSG
                    END-IF
                    IF PW-OK AND PC-ALLOWED
                       SET WS-TXN-LIMIT-OK TO TRUE
                       DISPLAY "OVERRIDE AUTHORIZED BY "
                               OM-OPERATOR-NAME
                       SET OV-TYPE-TXN-LIMIT TO TRUE
                       MOVE WS-BASKET-GOODS-TOTAL TO OV-AMOUNT
                       MOVE WS-OPERATOR-TXN-LIMIT TO OV-LIMIT-VALUE
                       PERFORM 3041-WRITE-OVERRIDE-RECORD
                          THRU 3041-EXIT
                    ELSE
                       DISPLAY "OVERRIDE DENIED - NOT AUTHORIZED OR "
                               "WRONG PASSWORD."
                    END-IF
              END-READ.
       3030-EXIT.
              EXIT.

      *    Holds a sale whose keyed price is at or below SM-UNIT-COST
      *    until a manager or admin-level operator authorizes it, so
      *    a mis-keyed price or an unauthorized discount is stopped
      *    before the sale is written rather than turning up only on
      *    a later margin report.  A price comfortably above cost
      *    sets WS-MARGIN-OK straight away with no prompt, so the
      *    common case isn't slowed down.
       3028-CHECK-SALE-MARGIN.
              SET WS-MARGIN-OK TO TRUE.
              COMPUTE WS-SALE-MARGIN =
                    ST-UNIT-PRICE - SM-UNIT-COST.
              IF WS-SALE-MARGIN <= ZEROS
                 DISPLAY "*** WARNING: SALE PRICE " ST-UNIT-PRICE
                         " IS AT OR BELOW ITEM COST " SM-UNIT-COST
                         " - MARGIN " WS-SALE-MARGIN " ***"
                 PERFORM 3031-GET-MARGIN-OVERRIDE THRU 3031-EXIT
              END-IF.
       3028-EXIT.
              EXIT.

      *    Prompts for a manager/admin operator id and password and
      *    sets WS-MARGIN-OK only when that operator is genuinely on
      *    file and their roles grant OVRD-MGN, the same check
      *    3027-GET-MANAGER-OVERRIDE makes for a credit-limit hold.
       3031-GET-MARGIN-OVERRIDE.
              MOVE "N" TO WS-MARGIN-OK-SW.
              DISPLAY "MANAGER OVERRIDE REQUIRED - ENTER MANAGER "
                      "OPERATOR ID: ".
              ACCEPT WS-OVERRIDE-ID.
              DISPLAY "MANAGER PASSWORD: ".
              ACCEPT WS-OVERRIDE-PASSWORD.
              MOVE WS-OVERRIDE-ID TO OM-OPERATOR-ID.
              READ OPERATOR-MASTER-FILE
                 INVALID KEY
                    DISPLAY "OPERATOR NOT RECOGNISED - OVERRIDE "
                            "DENIED."
                 NOT INVALID KEY
                    SET PW-VERIFY TO TRUE
                    MOVE OM-OPERATOR-ID TO PW-OPERATOR-ID
                    MOVE WS-OVERRIDE-PASSWORD TO PW-PASSWORD
                    CALL "OperPwd" USING OPER-PWD-MSG
                    IF PW-OK
                       MOVE OM-OPERATOR-ID TO PC-OPERATOR-ID
                       MOVE "OVRD-MGN" TO PC-FUNCTION-CODE
                       SET PC-AUTHORIZE-OTHER TO TRUE
                       CALL "PermCheck" USING PERM-CHECK-MSG
                    END-IF
                    IF PW-OK AND PC-ALLOWED
                       SET WS-MARGIN-OK TO TRUE
                       DISPLAY "OVERRIDE AUTHORIZED BY "
                               OM-OPERATOR-NAME
                       SET OV-TYPE-MARGIN TO TRUE
                       MOVE ST-UNIT-PRICE TO OV-AMOUNT
                       MOVE SM-UNIT-COST TO OV-LIMIT-VALUE
                       PERFORM 3041-WRITE-OVERRIDE-RECORD
                          THRU 3041-EXIT
                    ELSE
                       DISPLAY "OVERRIDE DENIED - NOT AUTHORIZED OR "
                               "WRONG PASSWORD."
                    END-IF
              END-READ.
       3031-EXIT.
              EXIT.

      *    Appends the override just authorized to the register -
      *    the caller has set OV-TYPE and the amount/limit pair;
      *    the when and the who are common to all three holds.
       3041-WRITE-OVERRIDE-RECORD.
              ACCEPT OV-DATE FROM DATE YYYYMMDD.
              ACCEPT OV-TIME FROM TIME.
              MOVE CM-CUST-ID TO OV-CUST-ID.
              MOVE WS-OVERRIDE-ID TO OV-MANAGER-ID.
              MOVE WS-SALE-OPERATOR-ID TO OV-OPERATOR-ID.
              WRITE OVERRIDE-REG-REC.
              IF WS-OVRD-STATUS NOT = "00"
                 DISPLAY "OVERRIDE NOT REGISTERED - STATUS "
                         WS-OVRD-STATUS
              END-IF.
       3041-EXIT.
              EXIT.

      *    Shared by 3000-ENTER-SALE and 3500-PROCESS-RETURN: keys
      *    how the customer paid (or was refunded) so Reports.cbl's
      *    9700-CASH-RECONCILIATION can foot each day's sales by
      *    tender.
       3029-GET-TENDER-CODE.
              DISPLAY "TENDER - 1 CASH  2 CHECK  3 CREDIT CARD  "
                      "4 DEBIT CARD  5 ON ACCOUNT  6 STORE CREDIT: ".
              ACCEPT WS-TENDER-CHOICE.
              EVALUATE WS-TENDER-CHOICE
                 WHEN "1" SET ST-TENDER-CASH         TO TRUE
                 WHEN "2" SET ST-TENDER-CHECK        TO TRUE
                 WHEN "3" SET ST-TENDER-CREDIT-CARD  TO TRUE
                 WHEN "4" SET ST-TENDER-DEBIT-CARD   TO TRUE
                 WHEN "5" SET ST-TENDER-ACCOUNT      TO TRUE
                 WHEN "6" SET ST-TENDER-STORE-CREDIT TO TRUE
                 WHEN OTHER
                    DISPLAY "INVALID TENDER - DEFAULTING TO CASH."
                    SET ST-TENDER-CASH TO TRUE
              END-EVALUATE.
       3029-EXIT.
              EXIT.

      *    Reads the lifecycle satellite for the item just looked up
      *    and refuses a PENDING (not yet released) or BLOCKED item
      *    - an item with no record, or no status file yet, is
      *    simply active.  Discontinued items still sell: the point
      *    of discontinuing is to sell out without reordering.
       3065-CHECK-ITEM-STATUS.
              MOVE "Y" TO WS-ITEM-SELLABLE-SW.
              MOVE "N" TO WS-ITEM-DISCONT-SW.
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
              IF IS-STATUS-PENDING
                 DISPLAY "ITEM " SM-ITEM-NUMBER " IS PENDING - NOT "
                         "YET RELEASED FOR SALE."
                 MOVE "N" TO WS-ITEM-SELLABLE-SW
              END-IF.
              IF IS-STATUS-BLOCKED
                 DISPLAY "ITEM " SM-ITEM-NUMBER " IS BLOCKED - "
                         "CANNOT BE SOLD."
                 MOVE "N" TO WS-ITEM-SELLABLE-SW
              END-IF.
              IF IS-STATUS-DISCONTINUED
                 MOVE "Y" TO WS-ITEM-DISCONT-SW
              END-IF.
       3065-EXIT.
              EXIT.

      *    Probes BOM-COMPONENT for the item read by 3000-ENTER-SALE
      *    or 3500-PROCESS-RETURN to tell a bundled kit SKU from an
      *    ordinary single item.  A kit's own on-hand quantity is
      *    never adjusted directly - 3080-EXPLODE-KIT-STOCK
      *    decrements (or, for a return, restocks) its components
      *    instead, and a returned kit is queued for disposition
      *    component by component (3565-QUEUE-KIT-RETURN).  Only
      *    BC-* fields change here, so SM-ITEM-NUMBER
      *    is left untouched for the caller.
       3070-CHECK-KIT-STATUS.
              MOVE "N" TO WS-IS-KIT-SW.
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

      *    First pass over a kit's components: confirms on-hand stock
      *    at each one covers this sale's quantity before anything is
      *    written, so a shortfall rejects the whole kit sale instead
      *    of leaving some components decremented and others not.
      *    The components are the stock items at the bottom of the
      *    kit's structure, through every level (3078-EXPLODE-KIT).
      *    Reading each component's STOCK-MASTER record overwrites
      *    SM-ITEM-NUMBER/SM-UNIT-COST, so the kit's own record is
      *    re-read at the end to restore them for the caller.
       3075-VALIDATE-KIT-STOCK.
              MOVE "Y" TO WS-KIT-STOCK-OK-SW.
              MOVE SM-ITEM-NUMBER TO WS-KIT-ITEM-NUMBER.
              PERFORM 3078-EXPLODE-KIT THRU 3078-EXIT.
              IF BM-LINE-COUNT = ZEROS
                 MOVE "N" TO WS-KIT-STOCK-OK-SW
              END-IF.
              PERFORM VARYING WS-BM-IX FROM 1 BY 1
                    UNTIL WS-BM-IX > BM-LINE-COUNT
                 MOVE BM-LINE-ITEM(WS-BM-IX) TO SM-ITEM-NUMBER
                 MOVE WS-SALE-LOCATION TO SM-LOCATION
                 READ STOCK-MASTER-FILE
                    INVALID KEY
                       MOVE "N" TO WS-KIT-STOCK-OK-SW
                    NOT INVALID KEY
                       IF SM-QTY-ON-HAND <
                          (BM-LINE-QTY(WS-BM-IX) * ST-QTY-SOLD)
                          MOVE "N" TO WS-KIT-STOCK-OK-SW
                       END-IF
                 END-READ
              END-PERFORM.
              MOVE WS-KIT-ITEM-NUMBER TO SM-ITEM-NUMBER.
              MOVE WS-SALE-LOCATION TO SM-LOCATION.
              READ STOCK-MASTER-FILE
                 INVALID KEY
                    DISPLAY "KIT ITEM NOT ON FILE - ITEM "
                            WS-KIT-ITEM-NUMBER
              END-READ.
       3075-EXIT.
              EXIT.

      *    Expands kit WS-KIT-ITEM-NUMBER through every level of its
      *    BOM into the stock items it is built from, each with its
      *    quantity in one kit.  A walk that stops short - a
      *    circular reference, or a structure too deep or too large -
      *    leaves the list empty, so the kit is refused rather than
      *    sold off half a structure.
       3078-EXPLODE-KIT.
              INITIALIZE BOM-EXPLODE-MSG.
              SET BM-FN-EXPLODE TO TRUE.
              MOVE WS-KIT-ITEM-NUMBER TO BM-ROOT-ITEM.
              CALL "BomExplode" USING BOM-EXPLODE-MSG.
              IF NOT BM-RESULT-OK
                 DISPLAY "KIT " WS-KIT-ITEM-NUMBER " STRUCTURE CANNOT "
                         "BE EXPANDED (RESULT " BM-RESULT ")"
                 MOVE ZEROS TO BM-LINE-COUNT
              END-IF.
       3078-EXIT.
              EXIT.

      *    Called when a non-kit sale is rejected for insufficient
      *    stock: looks up every ITEM-SUBSTITUTE row on file for the
      *    item just sold (maintained by ItemSubMgmt.cbl) and
      *    displays each substitute's on-hand quantity at the same
      *    WS-SALE-LOCATION, in SX-PRIORITY order, so the clerk can
      *    offer the customer an equivalent item instead of simply
      *    turning the sale away.  SM-ITEM-NUMBER/SM-LOCATION are not
      *    restored afterward since the caller abandons this sale
      *    immediately on return.  When any substitute was shown the
      *    clerk says whether the customer took one: taken, the line
      *    is not lost (the substitute is keyed as its own line);
      *    declined, it is logged as a refused substitute.
       3076-SUGGEST-SUBSTITUTES.
              MOVE ZEROS TO WS-SUB-SHOWN-COUNT.
              MOVE SM-ITEM-NUMBER TO SX-PRIMARY-ITEM-NUMBER.
              MOVE ZEROS           TO SX-SUB-SEQ.
              SET WS-SUB-MORE TO TRUE.
              START ITEM-SUBSTITUTE-FILE
                    KEY IS NOT LESS THAN SX-SUBSTITUTE-KEY
                 INVALID KEY MOVE "N" TO WS-SUB-MORE-SW
              END-START.
              PERFORM UNTIL NOT WS-SUB-MORE
                 READ ITEM-SUBSTITUTE-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-SUB-MORE-SW
                    NOT AT END
                       IF SX-PRIMARY-ITEM-NUMBER NOT = SM-ITEM-NUMBER
                          MOVE "N" TO WS-SUB-MORE-SW
                       ELSE
                          MOVE SX-SUBSTITUTE-ITEM-NUMBER
                                                   TO SM-ITEM-NUMBER
                          MOVE WS-SALE-LOCATION TO SM-LOCATION
                          READ STOCK-MASTER-FILE
                             INVALID KEY
                                CONTINUE
                             NOT INVALID KEY
                                DISPLAY "  SUBSTITUTE ITEM "
                                        SM-ITEM-NUMBER " "
                                        SM-ITEM-DESC
                                        " ON HAND: " SM-QTY-ON-HAND
                                ADD 1 TO WS-SUB-SHOWN-COUNT
                          END-READ
                          MOVE SX-PRIMARY-ITEM-NUMBER TO SM-ITEM-NUMBER
                       END-IF
                 END-READ
              END-PERFORM.
              IF WS-SUB-SHOWN-COUNT = ZEROS
                 GO TO 3076-EXIT
              END-IF.
              DISPLAY "DID THE CUSTOMER TAKE A SUBSTITUTE? (Y/N): ".
              ACCEPT WS-SUB-ANSWER.
              IF WS-SUB-ANSWER = "Y" OR WS-SUB-ANSWER = "y"
                 MOVE SPACES TO LM-REASON
              ELSE
                 SET LM-REASON-SUB-REFUSED TO TRUE
              END-IF.
       3076-EXIT.
              EXIT.

      *    Explodes a recorded kit sale into component-level stock
      *    decrements: every stock item at the bottom of the kit's
      *    structure (3078-EXPLODE-KIT) has its STOCK-MASTER item
      *    decremented by its quantity per kit times quantity sold,
      *    each rewrite audited exactly like a single-item sale's
      *    stock update.  The kit SKU's own on-hand quantity is left
      *    alone - it carries no inventory of its own.
       3080-EXPLODE-KIT-STOCK.
              MOVE ST-ITEM-NUMBER TO WS-KIT-ITEM-NUMBER.
              PERFORM 3078-EXPLODE-KIT THRU 3078-EXIT.
              PERFORM VARYING WS-BM-IX FROM 1 BY 1
                    UNTIL WS-BM-IX > BM-LINE-COUNT
                 PERFORM 3090-DECREMENT-COMPONENT THRU 3090-EXIT
              END-PERFORM.
       3080-EXIT.
              EXIT.

      *    Decrements and rewrites one kit component's STOCK-MASTER
      *    record, called once per exploded component by
      *    3080-EXPLODE-KIT-STOCK.
       3090-DECREMENT-COMPONENT.
              MOVE BM-LINE-ITEM(WS-BM-IX) TO SM-ITEM-NUMBER.
              MOVE WS-SALE-LOCATION TO SM-LOCATION.
              READ STOCK-MASTER-FILE
                 INVALID KEY
                    DISPLAY "KIT COMPONENT NOT ON FILE - ITEM "
                            BM-LINE-ITEM(WS-BM-IX)
                 NOT INVALID KEY
                    MOVE STOCK-MASTER-REC TO WS-AUDIT-STOCK-BEFORE
                    COMPUTE SM-QTY-ON-HAND = SM-QTY-ON-HAND -
                          (BM-LINE-QTY(WS-BM-IX) * ST-QTY-SOLD)
                    REWRITE STOCK-MASTER-REC
                       INVALID KEY
                          DISPLAY "COMPONENT STOCK NOT UPDATED - "
                                  WS-STOCK-STATUS
                       NOT INVALID KEY
                          MOVE SM-STOCK-KEY TO AT-KEY-VALUE
                          MOVE WS-AUDIT-STOCK-BEFORE TO AT-BEFORE-IMAGE
                          MOVE STOCK-MASTER-REC TO AT-AFTER-IMAGE
                          SET AT-OP-CHANGE TO TRUE
                          MOVE "stockmas" TO AT-FILE-NAME
                          PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
                          PERFORM 3095-POST-STOCK-MOVEMENT
                             THRU 3095-EXIT
                    END-REWRITE
              END-READ.
       3090-EXIT.
              EXIT.

      *    Posts the on-hand change just rewritten onto the stock
      *    movement ledger.  A sale, a void putting a sale's stock
      *    back and a fulfilled reservation are all a SALE, so a void
      *    nets off in the sales column the same day it was keyed.
      *    Returns no longer touch on-hand here; ReturnDisposition.cbl
      *    posts the RETN when a supervisor restocks one.
       3095-POST-STOCK-MOVEMENT.
              INITIALIZE STOCK-MOVE-MSG.
              MOVE SM-ITEM-NUMBER TO MM-ITEM-NUMBER.
              MOVE SM-LOCATION TO MM-LOCATION.
              IF ST-TXN-RETURN
                 SET MM-TYPE-RETURN TO TRUE
              ELSE
                 SET MM-TYPE-SALE TO TRUE
              END-IF.
              COMPUTE MM-QTY = SM-QTY-ON-HAND - WS-BEFORE-QTY-ON-HAND.
              MOVE SM-UNIT-COST TO MM-UNIT-COST.
              STRING "TXN " ST-TXN-NUMBER
                     DELIMITED BY SIZE INTO MM-SOURCE-DOC.
              MOVE "SalesMgmt" TO MM-SOURCE-PROGRAM.
              IF WS-SALE-OPERATOR-ID NOT = SPACES
                 MOVE WS-SALE-OPERATOR-ID TO MM-OPERATOR-ID
              ELSE
                 MOVE ST-OPERATOR-ID TO MM-OPERATOR-ID
              END-IF.
              CALL "STKMOVEPOST" USING STOCK-MOVE-MSG.
       3095-EXIT.
              EXIT.

      *    Records a customer return against a prior sale: credits
      *    the customer's balance, the mirror image of 3000-ENTER-
      *    SALE, and queues the goods for a supervisor's disposition
      *    rather than restocking them - only a restock decided in
      *    ReturnDisposition.cbl puts them back into SM-QTY-ON-HAND.
      *    ST-QTY-SOLD and ST-EXTENDED-AMOUNT are stored negative so
      *    the same ADD statements used for a forward sale apply the
      *    balance in the opposite direction.  A returned kit item is
      *    detected the same way a kit sale is (3070-CHECK-KIT-STATUS)
      *    and queued component by component, so the kit's own
      *    (inventory-less) record is never touched.
       3500-PROCESS-RETURN.
              MOVE "N" TO WS-VALID-SALE-SW.
              INITIALIZE SALES-TRANSACTION-REC.
              SET ST-TXN-RETURN TO TRUE.

              DISPLAY "ENTER CUSTOMER ID: ".
              ACCEPT CM-CUST-ID.
              READ CUSTOMER-MASTER-FILE
                 INVALID KEY
                    DISPLAY "UNKNOWN CUSTOMER - STATUS "
                            WS-CUST-STATUS
                 NOT INVALID KEY
                    DISPLAY "CUSTOMER: " CM-CUST-NAME
                    MOVE CUSTOMER-MASTER-REC TO WS-AUDIT-CUST-BEFORE
              END-READ.
              IF WS-CUST-STATUS NOT = "00"
                 GO TO 3500-EXIT
              END-IF.

              PERFORM 3050-LOOKUP-ITEM THRU 3050-EXIT.
              DISPLAY "ENTER LOCATION CODE: ".
              ACCEPT WS-SALE-LOCATION.
              MOVE WS-SALE-LOCATION TO SM-LOCATION.
              READ STOCK-MASTER-FILE
                 INVALID KEY
                    DISPLAY "UNKNOWN ITEM - STATUS " WS-STOCK-STATUS
                 NOT INVALID KEY
                    DISPLAY "ITEM: " SM-ITEM-DESC
                          " ON HAND: " SM-QTY-ON-HAND
                    MOVE STOCK-MASTER-REC TO WS-AUDIT-STOCK-BEFORE
              END-READ.
              IF WS-STOCK-STATUS NOT = "00"
                 GO TO 3500-EXIT
              END-IF.
              PERFORM 3070-CHECK-KIT-STATUS THRU 3070-EXIT.

              DISPLAY "ENTER QUANTITY RETURNED: ".
              ACCEPT ST-QTY-SOLD.
              PERFORM 3550-GET-REASON-CODE THRU 3550-EXIT.

              SET WS-VALID-SALE TO TRUE.
              COMPUTE WS-NEXT-TXN-NUMBER = WS-NEXT-TXN-NUMBER + 1.
              MOVE WS-NEXT-TXN-NUMBER TO ST-TXN-NUMBER.
              MOVE CM-CUST-ID         TO ST-CUST-ID.
              MOVE SM-ITEM-NUMBER     TO ST-ITEM-NUMBER.
              MOVE SM-UNIT-COST       TO ST-UNIT-PRICE.
              ACCEPT ST-TXN-DATE FROM DATE YYYYMMDD.
              COMPUTE ST-EXTENDED-AMOUNT =
                    ST-QTY-SOLD * ST-UNIT-PRICE.
              COMPUTE ST-QTY-SOLD = ST-QTY-SOLD * -1.
              COMPUTE ST-EXTENDED-AMOUNT = ST-EXTENDED-AMOUNT * -1.
              PERFORM 3014-COMPUTE-SALES-TAX THRU 3014-EXIT.
              MOVE WS-SALE-OPERATOR-ID TO ST-OPERATOR-ID.
              PERFORM 3029-GET-TENDER-CODE THRU 3029-EXIT.
              COMPUTE WS-NEXT-INV-NUMBER = WS-NEXT-INV-NUMBER + 1.
              MOVE WS-NEXT-INV-NUMBER TO ST-INVOICE-NUMBER.
              MOVE WS-SALE-LOCATION TO ST-LOCATION.
              MOVE WS-IS-KIT-SW TO ST-KIT-SW.

              WRITE SALES-TRANSACTION-REC
                 INVALID KEY
                    DISPLAY "RETURN NOT RECORDED - STATUS "
                            WS-SALE-STATUS
                    MOVE "N" TO WS-VALID-SALE-SW
                 NOT INVALID KEY
                    MOVE ST-TXN-NUMBER TO AT-KEY-VALUE
                    MOVE SPACES TO AT-BEFORE-IMAGE
                    MOVE SALES-TRANSACTION-REC TO AT-AFTER-IMAGE
                    SET AT-OP-ADD TO TRUE
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
              END-WRITE.

              IF WS-VALID-SALE
                 MOVE ZEROS TO WS-RDSP-QUEUED
                 MOVE ZEROS TO WS-RDSP-VALUE
                 IF WS-IS-KIT
                    PERFORM 3565-QUEUE-KIT-RETURN THRU 3565-EXIT
                 ELSE
                    COMPUTE WS-RDSP-QTY = ST-QTY-SOLD * -1
                    MOVE ZEROS TO WS-RDSP-KIT-ITEM
                    PERFORM 3560-QUEUE-RETURN-DISP THRU 3560-EXIT
                 END-IF
      *    A return refunded as store credit issues a numbered slip
      *    instead of crediting the account balance - the liability
      *    lives on STORE-CREDIT-FILE, not in CM-BALANCE.
                 IF NOT ST-TENDER-STORE-CREDIT
                    ADD ST-EXTENDED-AMOUNT ST-TAX-AMOUNT
                       TO CM-BALANCE
                    REWRITE CUSTOMER-MASTER-REC
                       INVALID KEY
                          DISPLAY "CUSTOMER BALANCE NOT UPDATED - "
                                  WS-CUST-STATUS
                       NOT INVALID KEY
                          MOVE CM-CUST-ID TO AT-KEY-VALUE
                          MOVE WS-AUDIT-CUST-BEFORE
                            TO AT-BEFORE-IMAGE
                          MOVE CUSTOMER-MASTER-REC TO AT-AFTER-IMAGE
                          SET AT-OP-CHANGE TO TRUE
                          MOVE "custmas" TO AT-FILE-NAME
                          PERFORM 7000-WRITE-AUDIT-RECORD
                             THRU 7000-EXIT
                    END-REWRITE
                 ELSE
                    PERFORM 3019-ISSUE-STORE-CREDIT THRU 3019-EXIT
                 END-IF
                 PERFORM 8500-WRITE-RETURN-GL-ENTRY THRU 8500-EXIT
                 PERFORM 3023-POST-CONSIGNMENT-SALE THRU 3023-EXIT
                 PERFORM 8750-WRITE-RETURN-COGS-GL THRU 8750-EXIT
                 MOVE "R" TO WS-BASKET-TXN-TYPE
                 MOVE 1 TO WS-BASKET-LINE-COUNT
                 MOVE ST-EXTENDED-AMOUNT TO WS-BASKET-GOODS-TOTAL
                 MOVE ST-TAX-AMOUNT TO WS-BASKET-TAX-TOTAL
                 MOVE ST-TENDER-CODE TO WS-BASKET-TENDER
                 MOVE ZEROS TO WS-SALE-SHIP-SEQ
                 MOVE ZEROS TO WS-DEP-APPLIED
                 PERFORM 3018-WRITE-SALE-HEADER THRU 3018-EXIT
                 DISPLAY "RETURN " ST-TXN-NUMBER " RECORDED - AMOUNT "
                         ST-EXTENDED-AMOUNT
                 DISPLAY WS-RDSP-QUEUED " LINE(S) QUEUED FOR "
                         "SUPERVISOR DISPOSITION - GOODS NOT "
                         "RESTOCKED"
              END-IF.
       3500-EXIT.
              EXIT.

      *    Prompts for one of the standard return reasons and sets
      *    the matching ST-REASON-CODE condition; an unrecognized
      *    choice is recorded as no reason given rather than
      *    rejecting the return.
       3550-GET-REASON-CODE.
              DISPLAY "RETURN REASON - 1 DEFECTIVE  2 WRONG ITEM  "
                      "3 CHANGED MIND: ".
              ACCEPT WS-REASON-CHOICE.
              EVALUATE WS-REASON-CHOICE
                 WHEN "1" SET ST-REASON-DEFECTIVE    TO TRUE
                 WHEN "2" SET ST-REASON-WRONG-ITEM   TO TRUE
                 WHEN "3" SET ST-REASON-CHANGED-MIND TO TRUE
                 WHEN OTHER SET ST-REASON-NONE       TO TRUE
              END-EVALUATE.
       3550-EXIT.
              EXIT.

      *    Queues one returned item on RETURN-DISP-FILE, pending a
      *    supervisor's restock / return-to-vendor / scrap decision.
      *    The item's STOCK-MASTER record (SM-*) supplies its cost
      *    and supplier; WS-RDSP-QTY and WS-RDSP-KIT-ITEM are set by
      *    the caller.
       3560-QUEUE-RETURN-DISP.
              INITIALIZE RETURN-DISP-REC.
              ADD 1 TO WS-NEXT-DISP-NUMBER.
              MOVE WS-NEXT-DISP-NUMBER TO RN-DISP-NUMBER.
              MOVE ST-TXN-NUMBER      TO RN-TXN-NUMBER.
              MOVE ST-TXN-DATE        TO RN-RETURN-DATE.
              MOVE ST-CUST-ID         TO RN-CUST-ID.
              MOVE SM-ITEM-NUMBER     TO RN-ITEM-NUMBER.
              MOVE SM-LOCATION        TO RN-LOCATION.
              MOVE SM-SUPPLIER-NUMBER TO RN-SUPPLIER-NUMBER.
              MOVE ST-REASON-CODE     TO RN-REASON-CODE.
              MOVE WS-RDSP-QTY        TO RN-QTY.
              MOVE SM-UNIT-COST       TO RN-UNIT-COST.
              MOVE WS-RDSP-KIT-ITEM   TO RN-KIT-ITEM-NUMBER.
              MOVE ST-OPERATOR-ID     TO RN-OPERATOR-ID.
              SET RN-STATUS-PENDING   TO TRUE.
              WRITE RETURN-DISP-REC
                 INVALID KEY
                    DISPLAY "RETURN NOT QUEUED FOR ITEM "
                            SM-ITEM-NUMBER " - STATUS "
                            WS-RDSP-STATUS
                 NOT INVALID KEY
                    ADD 1 TO WS-RDSP-QUEUED
                    COMPUTE WS-RDSP-VALUE = WS-RDSP-VALUE +
                          (RN-QTY * RN-UNIT-COST)
                    MOVE RN-DISP-NUMBER TO AT-KEY-VALUE
                    MOVE SPACES TO AT-BEFORE-IMAGE
                    MOVE RETURN-DISP-REC TO AT-AFTER-IMAGE
                    SET AT-OP-ADD TO TRUE
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
              END-WRITE.
       3560-EXIT.
              EXIT.

      *    A returned kit is queued as its components, each at its
      *    quantity per kit times the kits returned - the same
      *    explosion 3080-EXPLODE-KIT-STOCK makes for a sale.
       3565-QUEUE-KIT-RETURN.
              MOVE ST-ITEM-NUMBER TO WS-RDSP-KIT-ITEM.
              MOVE ST-ITEM-NUMBER TO WS-KIT-ITEM-NUMBER.
              PERFORM 3078-EXPLODE-KIT THRU 3078-EXIT.
              PERFORM VARYING WS-BM-IX FROM 1 BY 1
                    UNTIL WS-BM-IX > BM-LINE-COUNT
                 MOVE BM-LINE-ITEM(WS-BM-IX) TO SM-ITEM-NUMBER
                 MOVE WS-SALE-LOCATION TO SM-LOCATION
                 READ STOCK-MASTER-FILE
                    INVALID KEY
                       DISPLAY "KIT COMPONENT NOT ON FILE - "
                               "ITEM " BM-LINE-ITEM(WS-BM-IX)
                    NOT INVALID KEY
                       COMPUTE WS-RDSP-QTY =
                          BM-LINE-QTY(WS-BM-IX) * ST-QTY-SOLD * -1
                       PERFORM 3560-QUEUE-RETURN-DISP
                          THRU 3560-EXIT
                 END-READ
              END-PERFORM.
       3565-EXIT.
              EXIT.

      *    Places a soft allocation against an item/location for a
      *    customer.  Reserving stock does not touch SM-QTY-ON-HAND -
      *    it only reduces what 3000-ENTER-SALE and the next
      *    reservation see as available, computed fresh each time from
      *    the still-open entries on RESERVATION-FILE.
       3600-RESERVE-STOCK.
              DISPLAY "ENTER CUSTOMER ID: ".
              ACCEPT CM-CUST-ID.
              READ CUSTOMER-MASTER-FILE
                 INVALID KEY
                    DISPLAY "UNKNOWN CUSTOMER - STATUS "
                            WS-CUST-STATUS
              END-READ.
              IF WS-CUST-STATUS NOT = "00"
                 GO TO 3600-EXIT
              END-IF.

              PERFORM 3050-LOOKUP-ITEM THRU 3050-EXIT.
              DISPLAY "ENTER LOCATION CODE: ".
              ACCEPT WS-SALE-LOCATION.
              MOVE WS-SALE-LOCATION TO SM-LOCATION.
              READ STOCK-MASTER-FILE
                 INVALID KEY
                    DISPLAY "UNKNOWN ITEM - STATUS " WS-STOCK-STATUS
                 NOT INVALID KEY
                    DISPLAY "ITEM: " SM-ITEM-DESC
                          " ON HAND: " SM-QTY-ON-HAND
              END-READ.
              IF WS-STOCK-STATUS NOT = "00"
                 GO TO 3600-EXIT
              END-IF.

              MOVE SM-ITEM-NUMBER TO WS-RSV-FILTER-ITEM.
              MOVE SM-LOCATION    TO WS-RSV-FILTER-LOC.
              PERFORM 3650-SUM-OPEN-RESERVATIONS THRU 3650-EXIT.
              COMPUTE WS-RSV-AVAILABLE =
                      SM-QTY-ON-HAND - WS-RSV-OPEN-TOTAL.
              DISPLAY "AVAILABLE TO RESERVE: " WS-RSV-AVAILABLE.

              DISPLAY "ENTER QUANTITY TO RESERVE: ".
              ACCEPT WS-RSV-QTY-REQUEST.
              IF WS-RSV-QTY-REQUEST > WS-RSV-AVAILABLE
                 DISPLAY "INSUFFICIENT AVAILABLE STOCK - "
                         "RESERVATION REJECTED"
                 GO TO 3600-EXIT
              END-IF.

              COMPUTE WS-NEXT-RSV-NUMBER = WS-NEXT-RSV-NUMBER + 1.
              MOVE WS-NEXT-RSV-NUMBER TO RV-RESERVATION-NUMBER.
              MOVE CM-CUST-ID          TO RV-CUST-ID.
              MOVE SM-ITEM-NUMBER      TO RV-ITEM-NUMBER.
              MOVE SM-LOCATION         TO RV-LOCATION.
              MOVE WS-RSV-QTY-REQUEST  TO RV-QTY-RESERVED.
              ACCEPT RV-RESERVATION-DATE FROM DATE YYYYMMDD.
              SET RV-STATUS-OPEN       TO TRUE.
              MOVE WS-SALE-OPERATOR-ID TO RV-OPERATOR-ID.
              MOVE ZEROS               TO RV-ORDER-NUMBER.

              WRITE RESERVATION-REC
                 INVALID KEY
                    DISPLAY "RESERVATION NOT RECORDED - STATUS "
                            WS-RSV-STATUS
                 NOT INVALID KEY
                    MOVE RV-RESERVATION-NUMBER TO AT-KEY-VALUE
                    MOVE SPACES TO AT-BEFORE-IMAGE
                    MOVE RESERVATION-REC TO AT-AFTER-IMAGE
                    SET AT-OP-ADD TO TRUE
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
                    DISPLAY "RESERVATION " RV-RESERVATION-NUMBER
                            " PLACED FOR " RV-QTY-RESERVED
                            " UNIT(S)."
              END-WRITE.
       3600-EXIT.
              EXIT.

      *    Full scan of RESERVATION-FILE totaling RV-QTY-RESERVED for
      *    every still-open entry against WS-RSV-FILTER-ITEM/WS-RSV-
      *    FILTER-LOC, the same START/READ NEXT filter idiom used
      *    throughout this system wherever a qualifying subset has to
      *    be totaled with no SORT verb available.  Caller sets WS-
      *    RSV-FILTER-ITEM/WS-RSV-FILTER-LOC before calling.
       3650-SUM-OPEN-RESERVATIONS.
              MOVE ZEROS TO WS-RSV-OPEN-TOTAL.
              MOVE "00" TO WS-RSV-STATUS.
              MOVE LOW-VALUES TO RV-RESERVATION-NUMBER.
              START RESERVATION-FILE
                    KEY IS NOT LESS THAN RV-RESERVATION-NUMBER
                 INVALID KEY MOVE "10" TO WS-RSV-STATUS
              END-START.
              PERFORM UNTIL WS-RSV-STATUS NOT = "00"
                 READ RESERVATION-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-RSV-STATUS
                    NOT AT END
                       IF RV-ITEM-NUMBER = WS-RSV-FILTER-ITEM
                          AND RV-LOCATION = WS-RSV-FILTER-LOC
                          AND RV-STATUS-OPEN
                          ADD RV-QTY-RESERVED TO WS-RSV-OPEN-TOTAL
                       END-IF
                 END-READ
              END-PERFORM.
       3650-EXIT.
              EXIT.

      *    Converts an open reservation into an actual sale - this is
      *    the point SM-QTY-ON-HAND is finally decremented, the same
      *    as any other sale.  Declining stock between the reservation
      *    being placed and fulfilled here (e.g. a cycle-count
      *    write-down) is still checked against on-hand, not just
      *    against the reservation, so fulfillment can still fail.
       3700-FULFILL-RESERVATION.
              DISPLAY "ENTER RESERVATION NUMBER: ".
              ACCEPT RV-RESERVATION-NUMBER.
              READ RESERVATION-FILE
                 INVALID KEY
                    DISPLAY "UNKNOWN RESERVATION - STATUS "
                            WS-RSV-STATUS
              END-READ.
              IF WS-RSV-STATUS NOT = "00"
                 GO TO 3700-EXIT
              END-IF.
              IF NOT RV-STATUS-OPEN
                 DISPLAY "RESERVATION IS NOT OPEN - CANNOT FULFILL"
                 GO TO 3700-EXIT
              END-IF.
              IF RV-ORDER-NUMBER NOT = ZEROS
                 DISPLAY "RESERVATION ALLOCATES SALES ORDER "
                         RV-ORDER-NUMBER " - WORK IT THROUGH SALES "
                         "ORDERS"
                 GO TO 3700-EXIT
              END-IF.
              MOVE RESERVATION-REC TO WS-AUDIT-RSV-BEFORE.

              MOVE RV-CUST-ID TO CM-CUST-ID.
              READ CUSTOMER-MASTER-FILE
                 INVALID KEY
                    DISPLAY "CUSTOMER ON RESERVATION NOT FOUND - "
                            WS-CUST-STATUS
              END-READ.
              IF WS-CUST-STATUS NOT = "00"
                 GO TO 3700-EXIT
              END-IF.
              MOVE CUSTOMER-MASTER-REC TO WS-AUDIT-CUST-BEFORE.

              MOVE RV-ITEM-NUMBER TO SM-ITEM-NUMBER.
              MOVE RV-LOCATION    TO SM-LOCATION.
              READ STOCK-MASTER-FILE
                 INVALID KEY
                    DISPLAY "ITEM ON RESERVATION NOT FOUND - "
                            WS-STOCK-STATUS
              END-READ.
              IF WS-STOCK-STATUS NOT = "00"
                 GO TO 3700-EXIT
              END-IF.
              MOVE STOCK-MASTER-REC TO WS-AUDIT-STOCK-BEFORE.
              IF RV-QTY-RESERVED > SM-QTY-ON-HAND
                 DISPLAY "ON-HAND HAS FALLEN BELOW THE RESERVED "
                         "QUANTITY - FULFILL REJECTED"
                 GO TO 3700-EXIT
              END-IF.

              MOVE "N" TO WS-VALID-SALE-SW.
              INITIALIZE SALES-TRANSACTION-REC.
              SET ST-TXN-SALE  TO TRUE.
              SET ST-REASON-NONE TO TRUE.
              SET WS-VALID-SALE TO TRUE.
              COMPUTE WS-NEXT-TXN-NUMBER = WS-NEXT-TXN-NUMBER + 1.
              MOVE WS-NEXT-TXN-NUMBER TO ST-TXN-NUMBER.
              MOVE CM-CUST-ID         TO ST-CUST-ID.
              MOVE SM-ITEM-NUMBER     TO ST-ITEM-NUMBER.
              MOVE RV-QTY-RESERVED    TO ST-QTY-SOLD.
              DISPLAY "ITEM COST: " SM-UNIT-COST.
              DISPLAY "ENTER SALE PRICE: ".
              ACCEPT ST-UNIT-PRICE.
              ACCEPT ST-TXN-DATE FROM DATE YYYYMMDD.
              COMPUTE ST-EXTENDED-AMOUNT =
                    ST-QTY-SOLD * ST-UNIT-PRICE.
              PERFORM 3014-COMPUTE-SALES-TAX THRU 3014-EXIT.
              MOVE WS-SALE-OPERATOR-ID TO ST-OPERATOR-ID.
              PERFORM 3029-GET-TENDER-CODE THRU 3029-EXIT.

      *    A fulfilled reservation commits a sale exactly as 3010-
      *    PRICE-AND-COMMIT-SALE does, so it passes the same margin,
      *    credit-limit and operator-limit holds before anything is
      *    written - the basket totals are set up as the one-line
      *    basket those checks now read.
              MOVE ST-EXTENDED-AMOUNT TO WS-BASKET-GOODS-TOTAL.
              MOVE ST-TAX-AMOUNT TO WS-BASKET-TAX-TOTAL.
              COMPUTE WS-BASKET-CHARGE-TOTAL =
                    WS-BASKET-GOODS-TOTAL + WS-BASKET-TAX-TOTAL.
              IF ST-TENDER-STORE-CREDIT
                 PERFORM 3021-VALIDATE-STORE-CREDIT THRU 3021-EXIT
                 IF NOT WS-CRD-OK
                    DISPLAY "STORE CREDIT NOT ACCEPTED - TENDERED "
                            "AS CASH INSTEAD."
                    SET ST-TENDER-CASH TO TRUE
                 END-IF
              END-IF.
              PERFORM 3028-CHECK-SALE-MARGIN THRU 3028-EXIT.
              IF NOT WS-MARGIN-OK
                 DISPLAY "FULFILL REJECTED - PRICE AT OR BELOW COST "
                         "AND NO MANAGER OVERRIDE."
                 GO TO 3700-EXIT
              END-IF.
              PERFORM 3025-CHECK-CREDIT-LIMIT THRU 3025-EXIT.
              IF NOT WS-CREDIT-OK
                 DISPLAY "FULFILL REJECTED - CREDIT LIMIT EXCEEDED "
                         "AND NO MANAGER OVERRIDE."
                 GO TO 3700-EXIT
              END-IF.
              PERFORM 3026-CHECK-TXN-LIMIT THRU 3026-EXIT.
              IF NOT WS-TXN-LIMIT-OK
                 DISPLAY "FULFILL REJECTED - OPERATOR TRANSACTION "
                         "LIMIT EXCEEDED AND NO MANAGER OVERRIDE."
                 GO TO 3700-EXIT
              END-IF.

              COMPUTE WS-NEXT-INV-NUMBER = WS-NEXT-INV-NUMBER + 1.
              MOVE WS-NEXT-INV-NUMBER TO ST-INVOICE-NUMBER.
              MOVE RV-LOCATION TO ST-LOCATION.
              MOVE "N" TO ST-KIT-SW.
              WRITE SALES-TRANSACTION-REC
                 INVALID KEY
                    DISPLAY "SALE NOT RECORDED - STATUS "
                            WS-SALE-STATUS
                    MOVE "N" TO WS-VALID-SALE-SW
                 NOT INVALID KEY
                    MOVE ST-TXN-NUMBER TO AT-KEY-VALUE
                    MOVE SPACES TO AT-BEFORE-IMAGE
                    MOVE SALES-TRANSACTION-REC TO AT-AFTER-IMAGE
                    SET AT-OP-ADD TO TRUE
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
              END-WRITE.
              IF NOT WS-VALID-SALE
                 GO TO 3700-EXIT
              END-IF.

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
                    PERFORM 3095-POST-STOCK-MOVEMENT THRU 3095-EXIT
              END-REWRITE.

              IF NOT ST-TENDER-STORE-CREDIT
                 ADD ST-EXTENDED-AMOUNT ST-TAX-AMOUNT TO CM-BALANCE
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
                 END-REWRITE
              ELSE
                 PERFORM 3022-DRAW-DOWN-CREDIT THRU 3022-EXIT
              END-IF.
              PERFORM 8000-WRITE-GL-ENTRY THRU 8000-EXIT.
              PERFORM 3012-ACCRUE-LOYALTY-REBATE THRU 3012-EXIT.
              MOVE RV-LOCATION TO WS-SALE-LOCATION.
              PERFORM 3023-POST-CONSIGNMENT-SALE THRU 3023-EXIT.
              PERFORM 3024-CONSUME-RECEIPT-LOTS THRU 3024-EXIT.
              PERFORM 8700-WRITE-COGS-GL-ENTRY THRU 8700-EXIT.
              MOVE "S" TO WS-BASKET-TXN-TYPE.
              MOVE 1 TO WS-BASKET-LINE-COUNT.
              MOVE ST-TENDER-CODE TO WS-BASKET-TENDER.
              MOVE ZEROS TO WS-SALE-SHIP-SEQ.
              MOVE ZEROS TO WS-DEP-APPLIED.
              PERFORM 3018-WRITE-SALE-HEADER THRU 3018-EXIT.

              SET RV-STATUS-FULFILLED TO TRUE.
              REWRITE RESERVATION-REC
                 INVALID KEY
                    DISPLAY "RESERVATION NOT UPDATED - STATUS "
                            WS-RSV-STATUS
                 NOT INVALID KEY
                    MOVE RV-RESERVATION-NUMBER TO AT-KEY-VALUE
                    MOVE WS-AUDIT-RSV-BEFORE TO AT-BEFORE-IMAGE
                    MOVE RESERVATION-REC TO AT-AFTER-IMAGE
                    SET AT-OP-CHANGE TO TRUE
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
              END-REWRITE.
              DISPLAY "RESERVATION " RV-RESERVATION-NUMBER
                      " FULFILLED AS SALE " ST-TXN-NUMBER
                      " - AMOUNT " ST-EXTENDED-AMOUNT.
       3700-EXIT.
              EXIT.

      *    Releases an open reservation's hold on stock without a sale
      *    ever happening.  SM-QTY-ON-HAND was never touched when the
      *    reservation was placed, so cancelling it is nothing more
      *    than marking the reservation closed - the item simply stops
      *    counting against WS-RSV-OPEN-TOTAL the next time it is
      *    summed.
       3800-CANCEL-RESERVATION.
              DISPLAY "ENTER RESERVATION NUMBER: ".
              ACCEPT RV-RESERVATION-NUMBER.
              READ RESERVATION-FILE
                 INVALID KEY
                    DISPLAY "UNKNOWN RESERVATION - STATUS "
                            WS-RSV-STATUS
              END-READ.
              IF WS-RSV-STATUS NOT = "00"
                 GO TO 3800-EXIT
              END-IF.
              IF NOT RV-STATUS-OPEN
                 DISPLAY "RESERVATION IS NOT OPEN - CANNOT CANCEL"
                 GO TO 3800-EXIT
              END-IF.
              IF RV-ORDER-NUMBER NOT = ZEROS
                 DISPLAY "RESERVATION ALLOCATES SALES ORDER "
                         RV-ORDER-NUMBER " - WORK IT THROUGH SALES "
                         "ORDERS"
                 GO TO 3800-EXIT
              END-IF.
              MOVE RESERVATION-REC TO WS-AUDIT-RSV-BEFORE.

              SET RV-STATUS-CANCELLED TO TRUE.
              REWRITE RESERVATION-REC
                 INVALID KEY
                    DISPLAY "RESERVATION NOT UPDATED - STATUS "
                            WS-RSV-STATUS
                 NOT INVALID KEY
                    MOVE RV-RESERVATION-NUMBER TO AT-KEY-VALUE
                    MOVE WS-AUDIT-RSV-BEFORE TO AT-BEFORE-IMAGE
                    MOVE RESERVATION-REC TO AT-AFTER-IMAGE
                    SET AT-OP-CHANGE TO TRUE
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
                    DISPLAY "RESERVATION " RV-RESERVATION-NUMBER
                            " CANCELLED."
              END-REWRITE.
       3800-EXIT.
              EXIT.

      *    Lists every open held sale, then re-validates and resumes
      *    the one the operator chooses through 3010-PRICE-AND-
      *    COMMIT-SALE the same way a freshly entered sale reaches it
      *    from 3000-ENTER-SALE.  The customer and item are re-read
      *    (and stock re-checked through 3055-VALIDATE-STOCK-
      *    AVAILABILITY) rather than trusted from the hold record,
      *    since time has passed and either could have changed or
      *    been removed since the sale was suspended.
       3900-RECOVER-HELD-SALE.
              DISPLAY " ".
              DISPLAY "OPEN HELD SALES:".
              MOVE "00" TO WS-HELD-STATUS.
              MOVE LOW-VALUES TO HS-HOLD-NUMBER.
              START HELD-SALE-FILE
                    KEY IS NOT LESS THAN HS-HOLD-NUMBER
                 INVALID KEY MOVE "10" TO WS-HELD-STATUS
              END-START.
              PERFORM UNTIL WS-HELD-STATUS NOT = "00"
                 READ HELD-SALE-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-HELD-STATUS
                    NOT AT END
                       IF HS-STATUS-OPEN
                          DISPLAY "  HOLD# " HS-HOLD-NUMBER
                                  " CUST " HS-CUST-ID
                                  " ITEM " HS-ITEM-NUMBER
                                  " QTY " HS-QTY-SOLD
                                  " DATE " HS-HOLD-DATE
                       END-IF
                 END-READ
              END-PERFORM.

              DISPLAY "ENTER HOLD NUMBER TO RECOVER (0 TO CANCEL): ".
              ACCEPT HS-HOLD-NUMBER.
              IF HS-HOLD-NUMBER = ZEROS
                 GO TO 3900-EXIT
              END-IF.
              READ HELD-SALE-FILE
                 INVALID KEY
                    DISPLAY "HOLD NUMBER NOT FOUND - STATUS "
                            WS-HELD-STATUS
                    GO TO 3900-EXIT
              END-READ.
              IF NOT HS-STATUS-OPEN
                 DISPLAY "THAT HOLD HAS ALREADY BEEN RECOVERED."
                 GO TO 3900-EXIT
              END-IF.
              MOVE HELD-SALE-REC TO WS-AUDIT-HOLD-BEFORE.

              MOVE "N" TO WS-VALID-SALE-SW.
              INITIALIZE SALES-TRANSACTION-REC.
              SET ST-TXN-SALE    TO TRUE.
              SET ST-REASON-NONE TO TRUE.

              MOVE HS-CUST-ID TO CM-CUST-ID.
              READ CUSTOMER-MASTER-FILE
                 INVALID KEY
                    DISPLAY "CUSTOMER NO LONGER ON FILE - STATUS "
                            WS-CUST-STATUS
                    GO TO 3900-EXIT
                 NOT INVALID KEY
                    DISPLAY "CUSTOMER: " CM-CUST-NAME
                    MOVE CUSTOMER-MASTER-REC TO WS-AUDIT-CUST-BEFORE
              END-READ.

              MOVE HS-ITEM-NUMBER TO SM-ITEM-NUMBER.
              MOVE HS-LOCATION    TO SM-LOCATION.
              MOVE HS-LOCATION    TO WS-SALE-LOCATION.
              READ STOCK-MASTER-FILE
                 INVALID KEY
                    DISPLAY "ITEM NO LONGER ON FILE - STATUS "
                            WS-STOCK-STATUS
                    GO TO 3900-EXIT
                 NOT INVALID KEY
                    DISPLAY "ITEM: " SM-ITEM-DESC
                          " ON HAND: " SM-QTY-ON-HAND
                    MOVE STOCK-MASTER-REC TO WS-AUDIT-STOCK-BEFORE
              END-READ.
              PERFORM 3070-CHECK-KIT-STATUS THRU 3070-EXIT.
              MOVE HS-QTY-SOLD TO ST-QTY-SOLD.
              PERFORM 3055-VALIDATE-STOCK-AVAILABILITY THRU 3055-EXIT.
              IF NOT WS-STOCK-AVAIL-OK
                 GO TO 3900-EXIT
              END-IF.

      *    The recovered sale goes through the same basket commit a
      *    fresh sale does, as a one-line basket.
              MOVE ZEROS TO WS-BASKET-LINE-COUNT.
              MOVE ZEROS TO WS-BASKET-GOODS-TOTAL
                            WS-BASKET-TAX-TOTAL.
              MOVE "S" TO WS-BASKET-TXN-TYPE.
              MOVE ZEROS TO WS-SALE-SHIP-SEQ.
              PERFORM 3008-PRICE-ONE-LINE THRU 3008-EXIT.
              IF WS-BASKET-LINE-COUNT = ZEROS
                 DISPLAY "HOLD# " HS-HOLD-NUMBER " LEFT OPEN - "
                         "LINE WAS NOT PRICED."
                 GO TO 3900-EXIT
              END-IF.
              PERFORM 3010-PRICE-AND-COMMIT-SALE THRU 3010-EXIT.

      *    The hold is only consumed once the sale has actually been
      *    committed - a rejected or failed commit leaves it OPEN so
      *    the clerk can recover it again instead of re-keying the
      *    whole order.
              IF NOT WS-VALID-SALE
                 DISPLAY "HOLD# " HS-HOLD-NUMBER " LEFT OPEN - "
                         "SALE WAS NOT COMMITTED."
                 GO TO 3900-EXIT
              END-IF.
              SET HS-STATUS-RECOVERED TO TRUE.
              REWRITE HELD-SALE-REC
                 INVALID KEY
                    DISPLAY "HELD RECORD NOT UPDATED - STATUS "
                            WS-HELD-STATUS
                 NOT INVALID KEY
                    MOVE HS-HOLD-NUMBER TO AT-KEY-VALUE
                    MOVE WS-AUDIT-HOLD-BEFORE TO AT-BEFORE-IMAGE
                    MOVE HELD-SALE-REC TO AT-AFTER-IMAGE
                    SET AT-OP-CHANGE TO TRUE
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
              END-REWRITE.
       3900-EXIT.
              EXIT.

      *    Lists the pending web orders WebOrderEntry.cob has queued
      *    and lets the operator convert one into a sale or a
      *    reservation - through the very same validation, pricing
      *    and commit paragraphs a counter sale goes through - or
      *    reject it.  The web tier validated the order when it was
      *    placed, but everything is re-checked here: stock and the
      *    customer may both have moved since.
       4000-REVIEW-WEB-ORDERS.
              DISPLAY " ".
              DISPLAY "PENDING WEB ORDERS:".
              MOVE "00" TO WS-WEB-STATUS.
              MOVE LOW-VALUES TO WO-ORDER-NUMBER.
              START WEB-ORDER-FILE
                    KEY IS NOT LESS THAN WO-ORDER-NUMBER
                 INVALID KEY MOVE "10" TO WS-WEB-STATUS
              END-START.
              PERFORM UNTIL WS-WEB-STATUS NOT = "00"
                 READ WEB-ORDER-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-WEB-STATUS
                    NOT AT END
                       IF WO-STATUS-PENDING AND WO-FROM-WEB
                          DISPLAY "  ORDER " WO-ORDER-NUMBER
                                  " CUST " WO-CUST-ID
                                  " ITEM " WO-ITEM-NUMBER
                                  " QTY " WO-QTY
                                  " PLACED " WO-ORDER-DATE
                       END-IF
                       IF WO-STATUS-PENDING AND WO-FROM-STANDING
                          DISPLAY "  ORDER " WO-ORDER-NUMBER
                                  " CUST " WO-CUST-ID
                                  " ITEM " WO-ITEM-NUMBER
                                  " QTY " WO-QTY
                                  " DUE " WO-ORDER-DATE
                                  " STANDING LOC " WO-LOCATION
                                  " SHIP-TO " WO-SHIP-SEQ
                       END-IF
                 END-READ
              END-PERFORM.

              DISPLAY "ENTER ORDER NUMBER TO WORK (0 TO CANCEL): ".
              ACCEPT WO-ORDER-NUMBER.
              IF WO-ORDER-NUMBER = ZEROS
                 GO TO 4000-EXIT
              END-IF.
              READ WEB-ORDER-FILE
                 INVALID KEY
                    DISPLAY "ORDER NOT FOUND - STATUS "
                            WS-WEB-STATUS
                    GO TO 4000-EXIT
              END-READ.
              IF NOT WO-STATUS-PENDING
                 DISPLAY "ORDER " WO-ORDER-NUMBER " HAS ALREADY "
                         "BEEN WORKED."
                 GO TO 4000-EXIT
              END-IF.
              MOVE WEB-ORDER-REC TO WS-AUDIT-WEB-BEFORE.

              DISPLAY "CONVERT TO SALE / RESERVE / REJECT "
                      "(S/R/J): ".
              ACCEPT WS-WEB-DECISION.
              EVALUATE TRUE
                 WHEN WS-WEB-DEC-SALE
                    PERFORM 4100-CONVERT-WEB-TO-SALE THRU 4100-EXIT
                 WHEN WS-WEB-DEC-RESERVE
                    PERFORM 4200-CONVERT-WEB-TO-RSV THRU 4200-EXIT
                 WHEN WS-WEB-DEC-REJECT
                    SET WO-STATUS-REJECTED TO TRUE
                    PERFORM 4300-REWRITE-WEB-ORDER THRU 4300-EXIT
                    DISPLAY "ORDER " WO-ORDER-NUMBER " REJECTED."
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE.
       4000-EXIT.
              EXIT.

      *    Converts the pending order into a one-line basket and
      *    commits it through the same pricing, tax, tender and
      *    credit checks a counter sale passes - the operator keys
      *    the shipping location, which a web order does not carry;
      *    a standing order brings its own location and ship-to.
       4100-CONVERT-WEB-TO-SALE.
              MOVE "N" TO WS-VALID-SALE-SW.
              INITIALIZE SALES-TRANSACTION-REC.
              SET ST-TXN-SALE    TO TRUE.
              SET ST-REASON-NONE TO TRUE.
              MOVE WO-CUST-ID TO CM-CUST-ID.
              READ CUSTOMER-MASTER-FILE
                 INVALID KEY
                    DISPLAY "CUSTOMER NO LONGER ON FILE - ORDER "
                            "LEFT PENDING."
                    GO TO 4100-EXIT
                 NOT INVALID KEY
                    DISPLAY "CUSTOMER: " CM-CUST-NAME
                    MOVE CUSTOMER-MASTER-REC TO WS-AUDIT-CUST-BEFORE
              END-READ.
              MOVE WO-ITEM-NUMBER TO SM-ITEM-NUMBER.
              IF WO-LOCATION NOT = SPACES
                 MOVE WO-LOCATION TO WS-SALE-LOCATION
                 DISPLAY "LOCATION: " WS-SALE-LOCATION
              ELSE
                 DISPLAY "ENTER LOCATION CODE: "
                 ACCEPT WS-SALE-LOCATION
              END-IF.
              MOVE WS-SALE-LOCATION TO SM-LOCATION.
              READ STOCK-MASTER-FILE
                 INVALID KEY
                    DISPLAY "ITEM NOT AT THAT LOCATION - ORDER "
                            "LEFT PENDING."
                    GO TO 4100-EXIT
                 NOT INVALID KEY
                    DISPLAY "ITEM: " SM-ITEM-DESC
                          " ON HAND: " SM-QTY-ON-HAND
              END-READ.
              PERFORM 3065-CHECK-ITEM-STATUS THRU 3065-EXIT.
              IF NOT WS-ITEM-SELLABLE
                 DISPLAY "ORDER LEFT PENDING."
                 GO TO 4100-EXIT
              END-IF.
              PERFORM 3070-CHECK-KIT-STATUS THRU 3070-EXIT.
              MOVE WO-QTY TO ST-QTY-SOLD.
              PERFORM 3055-VALIDATE-STOCK-AVAILABILITY THRU 3055-EXIT.
              IF NOT WS-STOCK-AVAIL-OK
                 PERFORM 4150-REJECT-WEB-FOR-STOCK THRU 4150-EXIT
                 GO TO 4100-EXIT
              END-IF.
              MOVE ZEROS TO WS-BASKET-LINE-COUNT.
              MOVE ZEROS TO WS-BASKET-GOODS-TOTAL
                            WS-BASKET-TAX-TOTAL.
              MOVE "S" TO WS-BASKET-TXN-TYPE.
              MOVE WO-SHIP-SEQ TO WS-SALE-SHIP-SEQ.
              PERFORM 3008-PRICE-ONE-LINE THRU 3008-EXIT.
              IF WS-BASKET-LINE-COUNT = ZEROS
                 DISPLAY "ORDER LEFT PENDING - LINE WAS NOT PRICED."
                 GO TO 4100-EXIT
              END-IF.
              PERFORM 3010-PRICE-AND-COMMIT-SALE THRU 3010-EXIT.
              IF WS-VALID-SALE
                 SET WO-STATUS-SOLD TO TRUE
                 PERFORM 4300-REWRITE-WEB-ORDER THRU 4300-EXIT
                 DISPLAY "WEB ORDER " WO-ORDER-NUMBER
                         " CONVERTED TO SALE."
              ELSE
                 DISPLAY "ORDER LEFT PENDING - SALE WAS NOT "
                         "COMMITTED."
              END-IF.
       4100-EXIT.
              EXIT.

      *    A web order the stock cannot cover is either left pending
      *    to try again once stock arrives, or rejected there and
      *    then - a rejected order is demand lost and goes onto the
      *    lost-sales log.
       4150-REJECT-WEB-FOR-STOCK.
              DISPLAY "REJECT THE ORDER FOR LACK OF STOCK? (Y/N): ".
              ACCEPT WS-WEB-STOCK-REJECT.
              IF WS-WEB-STOCK-REJECT NOT = "Y"
                 AND WS-WEB-STOCK-REJECT NOT = "y"
                 DISPLAY "ORDER LEFT PENDING."
                 GO TO 4150-EXIT
              END-IF.
              SET WO-STATUS-REJECTED TO TRUE.
              PERFORM 4300-REWRITE-WEB-ORDER THRU 4300-EXIT.
              DISPLAY "ORDER " WO-ORDER-NUMBER " REJECTED.".
              SET LM-CHANNEL-WEB TO TRUE.
              PERFORM 3057-LOG-LOST-SALE THRU 3057-EXIT.
       4150-EXIT.
              EXIT.

      *    Converts the pending order into an open reservation - the
      *    same soft allocation 3600-RESERVE-STOCK places, sourced
      *    from the order instead of operator prompts (the same
      *    adapt-the-source shape 8100-RAISE-PO-FROM-REQ uses over
      *    in Purchase Management).
       4200-CONVERT-WEB-TO-RSV.
              MOVE WO-CUST-ID TO CM-CUST-ID.
              READ CUSTOMER-MASTER-FILE
                 INVALID KEY
                    DISPLAY "CUSTOMER NO LONGER ON FILE - ORDER "
                            "LEFT PENDING."
                    GO TO 4200-EXIT
              END-READ.
              MOVE WO-ITEM-NUMBER TO SM-ITEM-NUMBER.
              IF WO-LOCATION NOT = SPACES
                 MOVE WO-LOCATION TO WS-SALE-LOCATION
                 DISPLAY "LOCATION: " WS-SALE-LOCATION
              ELSE
                 DISPLAY "ENTER LOCATION CODE: "
                 ACCEPT WS-SALE-LOCATION
              END-IF.
              MOVE WS-SALE-LOCATION TO SM-LOCATION.
              READ STOCK-MASTER-FILE
                 INVALID KEY
                    DISPLAY "ITEM NOT AT THAT LOCATION - ORDER "
                            "LEFT PENDING."
                    GO TO 4200-EXIT
              END-READ.
              PERFORM 3065-CHECK-ITEM-STATUS THRU 3065-EXIT.
              IF NOT WS-ITEM-SELLABLE
                 DISPLAY "ORDER LEFT PENDING."
                 GO TO 4200-EXIT
              END-IF.
              MOVE SM-ITEM-NUMBER TO WS-RSV-FILTER-ITEM.
              MOVE SM-LOCATION    TO WS-RSV-FILTER-LOC.
              PERFORM 3650-SUM-OPEN-RESERVATIONS THRU 3650-EXIT.
              COMPUTE WS-RSV-AVAILABLE =
                      SM-QTY-ON-HAND - WS-RSV-OPEN-TOTAL.
              IF WO-QTY > WS-RSV-AVAILABLE
                 DISPLAY "INSUFFICIENT AVAILABLE STOCK - ORDER "
                         "LEFT PENDING."
                 GO TO 4200-EXIT
              END-IF.
              COMPUTE WS-NEXT-RSV-NUMBER = WS-NEXT-RSV-NUMBER + 1.
              MOVE WS-NEXT-RSV-NUMBER  TO RV-RESERVATION-NUMBER.
              MOVE CM-CUST-ID          TO RV-CUST-ID.
              MOVE SM-ITEM-NUMBER      TO RV-ITEM-NUMBER.
              MOVE SM-LOCATION         TO RV-LOCATION.
              MOVE WO-QTY              TO RV-QTY-RESERVED.
              ACCEPT RV-RESERVATION-DATE FROM DATE YYYYMMDD.
              SET RV-STATUS-OPEN       TO TRUE.
              MOVE WS-SALE-OPERATOR-ID TO RV-OPERATOR-ID.
              MOVE ZEROS               TO RV-ORDER-NUMBER.
              WRITE RESERVATION-REC
                 INVALID KEY
                    DISPLAY "RESERVATION NOT RECORDED - STATUS "
                            WS-RSV-STATUS
                 NOT INVALID KEY
                    MOVE RV-RESERVATION-NUMBER TO AT-KEY-VALUE
                    MOVE SPACES TO AT-BEFORE-IMAGE
                    MOVE RESERVATION-REC TO AT-AFTER-IMAGE
                    SET AT-OP-ADD TO TRUE
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
                    SET WO-STATUS-RESERVED TO TRUE
                    PERFORM 4300-REWRITE-WEB-ORDER THRU 4300-EXIT
                    DISPLAY "WEB ORDER " WO-ORDER-NUMBER
                            " RESERVED AS " RV-RESERVATION-NUMBER
              END-WRITE.
       4200-EXIT.
              EXIT.

      *    Common REWRITE + audit append for a web-order decision.
       4300-REWRITE-WEB-ORDER.
              REWRITE WEB-ORDER-REC
                 INVALID KEY
                    DISPLAY "WEB ORDER NOT UPDATED - STATUS "
                            WS-WEB-STATUS
                 NOT INVALID KEY
                    MOVE WO-ORDER-NUMBER TO AT-KEY-VALUE
                    MOVE WS-AUDIT-WEB-BEFORE TO AT-BEFORE-IMAGE
                    MOVE WEB-ORDER-REC TO AT-AFTER-IMAGE
                    SET AT-OP-CHANGE TO TRUE
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
              END-REWRITE.
       4300-EXIT.
              EXIT.

      *    Sales quotations: a priced, numbered, printable offer to a
      *    customer that moves nothing until it is converted.  Loops
      *    from 2000-DISPLAY-MENU until option 5 is chosen.
       5000-QUOTATION-MENU.
              DISPLAY " ".
              DISPLAY "Sales Quotations".
              DISPLAY "----------------".
              DISPLAY "1. Enter Quotation".
              DISPLAY "2. Print Quotation".
              DISPLAY "3. Convert Quotation To Invoice".
              DISPLAY "4. Mark Quotation Lost".
              DISPLAY "5. Return to Sales Menu".
              DISPLAY "Enter your choice:".
              ACCEPT WS-QUOTE-OPTION.
              EVALUATE WS-QUOTE-OPTION
                 WHEN "1" PERFORM 5100-ENTER-QUOTATION THRU 5100-EXIT
                 WHEN "2" PERFORM 5250-REPRINT-QUOTATION
                             THRU 5250-EXIT
                 WHEN "3" PERFORM 5300-CONVERT-QUOTATION
                             THRU 5300-EXIT
                 WHEN "4" PERFORM 5400-MARK-QUOTATION-LOST
                             THRU 5400-EXIT
                 WHEN "5" CONTINUE
                 WHEN OTHER DISPLAY "INVALID CHOICE"
              END-EVALUATE.
       5000-EXIT.
              EXIT.

      * Enters one quotation: customer and ship-to are keyed once, then
      * any number of lines are priced through 3008-PRICE-ONE-LINE -
      * the same contract price, promo window, margin hold and tax
      * code a sale gets - into the basket table.  Stock is shown
      * but not enforced (the goods are not leaving yet; conversion
      * re-checks it).  Nothing is committed: the basket is written
      * to QUOTE-HEADER-FILE/QUOTE-LINE-FILE with an expiry date and
      * the quotation is printed.
       5100-ENTER-QUOTATION.
              MOVE "N" TO WS-BASKET-QUIT-SW.
              MOVE ZEROS TO WS-BASKET-LINE-COUNT.
              MOVE ZEROS TO WS-BASKET-GOODS-TOTAL
                            WS-BASKET-TAX-TOTAL.
              MOVE "S" TO WS-BASKET-TXN-TYPE.

              DISPLAY "ENTER CUSTOMER ID: ".
              ACCEPT CM-CUST-ID.
              READ CUSTOMER-MASTER-FILE
                 INVALID KEY
                    DISPLAY "UNKNOWN CUSTOMER - STATUS "
                            WS-CUST-STATUS
                 NOT INVALID KEY
                    DISPLAY "CUSTOMER: " CM-CUST-NAME
              END-READ.
              IF WS-CUST-STATUS NOT = "00"
                 GO TO 5100-EXIT
              END-IF.
              PERFORM 3003-SELECT-SHIP-TO THRU 3003-EXIT.

              SET WS-MORE-LINES TO TRUE.
              PERFORM 5110-ENTER-QUOTE-LINE THRU 5110-EXIT
                UNTIL NOT WS-MORE-LINES.
              IF WS-BASKET-LINE-COUNT = ZEROS
                 DISPLAY "NO LINES CAPTURED - QUOTATION ABANDONED."
                 GO TO 5100-EXIT
              END-IF.

              DISPLAY "QUOTATION VALID FOR HOW MANY DAYS (0 = "
                      WS-QUOTE-DEFAULT-DAYS "): ".
              ACCEPT WS-QUOTE-VALID-DAYS.
              IF WS-QUOTE-VALID-DAYS = ZEROS
                 MOVE WS-QUOTE-DEFAULT-DAYS TO WS-QUOTE-VALID-DAYS
              END-IF.

              COMPUTE WS-NEXT-QUOTE-NUMBER = WS-NEXT-QUOTE-NUMBER + 1.
              ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
              MOVE WS-NEXT-QUOTE-NUMBER TO QH-QUOTE-NUMBER.
              MOVE CM-CUST-ID TO QH-CUST-ID.
              MOVE WS-TODAY-DATE TO QH-QUOTE-DATE.
              COMPUTE QH-EXPIRY-DATE =
                 FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                    + WS-QUOTE-VALID-DAYS).
              MOVE WS-BASKET-LINE-COUNT TO QH-LINE-COUNT.
              MOVE WS-BASKET-GOODS-TOTAL TO QH-GOODS-TOTAL.
              MOVE WS-BASKET-TAX-TOTAL TO QH-TAX-TOTAL.
              MOVE WS-SALE-OPERATOR-ID TO QH-OPERATOR-ID.
              MOVE WS-SALE-SHIP-SEQ TO QH-SHIP-SEQ.
              SET QH-STATUS-OPEN TO TRUE.
              MOVE ZEROS TO QH-INVOICE-NUMBER QH-CLOSED-DATE.
              MOVE SPACES TO QH-LOST-REASON.
              WRITE QUOTE-HEADER-REC
                 INVALID KEY
                    DISPLAY "QUOTATION NOT RECORDED - STATUS "
                            WS-QHDR-STATUS
                    GO TO 5100-EXIT
                 NOT INVALID KEY
                    MOVE QH-QUOTE-NUMBER TO AT-KEY-VALUE
                    MOVE SPACES TO AT-BEFORE-IMAGE
                    MOVE QUOTE-HEADER-REC TO AT-AFTER-IMAGE
                    SET AT-OP-ADD TO TRUE
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
              END-WRITE.
              PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                    UNTIL WS-LINE-IX > WS-BASKET-LINE-COUNT
                 PERFORM 5120-WRITE-QUOTE-LINE THRU 5120-EXIT
              END-PERFORM.
              DISPLAY "QUOTATION " QH-QUOTE-NUMBER " RECORDED - "
                      QH-LINE-COUNT " LINE(S) - GOODS " QH-GOODS-TOTAL
                      " TAX " QH-TAX-TOTAL " - VALID UNTIL "
                      QH-EXPIRY-DATE.
              PERFORM 5200-PRINT-QUOTATION THRU 5200-EXIT.
       5100-EXIT.
              EXIT.

      * Captures and prices one quotation line the way 3005-ENTER-
      * SALE-LINE captures a sale line, except that a shortfall
      * against on-hand less open reservations is only warned about
      * - the customer may well accept the lead time.  A blocked or
      * pending item still cannot be quoted.
       5110-ENTER-QUOTE-LINE.
              PERFORM 3050-LOOKUP-ITEM THRU 3050-EXIT.
              DISPLAY "ENTER LOCATION CODE: ".
              ACCEPT WS-SALE-LOCATION.
              MOVE WS-SALE-LOCATION TO SM-LOCATION.
              READ STOCK-MASTER-FILE
                 INVALID KEY
                    DISPLAY "UNKNOWN ITEM - STATUS " WS-STOCK-STATUS
                 NOT INVALID KEY
                    DISPLAY "ITEM: " SM-ITEM-DESC
                          " ON HAND: " SM-QTY-ON-HAND
              END-READ.
              IF WS-STOCK-STATUS NOT = "00"
                 PERFORM 3007-ASK-ANOTHER-LINE THRU 3007-EXIT
                 GO TO 5110-EXIT
              END-IF.
              PERFORM 3065-CHECK-ITEM-STATUS THRU 3065-EXIT.
              IF NOT WS-ITEM-SELLABLE
                 PERFORM 3007-ASK-ANOTHER-LINE THRU 3007-EXIT
                 GO TO 5110-EXIT
              END-IF.
              PERFORM 3070-CHECK-KIT-STATUS THRU 3070-EXIT.

              DISPLAY "ENTER QUANTITY QUOTED: ".
              ACCEPT ST-QTY-SOLD.
              MOVE SM-ITEM-NUMBER TO WS-RSV-FILTER-ITEM.
              MOVE SM-LOCATION    TO WS-RSV-FILTER-LOC.
              PERFORM 3650-SUM-OPEN-RESERVATIONS THRU 3650-EXIT.
              COMPUTE WS-RSV-AVAILABLE =
                      SM-QTY-ON-HAND - WS-RSV-OPEN-TOTAL.
              IF ST-QTY-SOLD > WS-RSV-AVAILABLE
                 DISPLAY "NOTE: ONLY " WS-RSV-AVAILABLE " AVAILABLE "
                         "TODAY - STOCK IS RE-CHECKED AT CONVERSION."
              END-IF.

              MOVE WS-BASKET-LINE-COUNT TO WS-QUOTE-LINES-READ.
              PERFORM 3008-PRICE-ONE-LINE THRU 3008-EXIT.
              IF WS-BASKET-LINE-COUNT > WS-QUOTE-LINES-READ
                 MOVE WS-SUGGESTED-PRICE
                   TO WS-QUOTE-SUGG-PRICE(WS-BASKET-LINE-COUNT)
              END-IF.
              PERFORM 3007-ASK-ANOTHER-LINE THRU 3007-EXIT.
       5110-EXIT.
              EXIT.

      * Writes basket line WS-LINE-IX as a line of the quotation
      * whose header is in memory.
       5120-WRITE-QUOTE-LINE.
              MOVE QH-QUOTE-NUMBER TO QL-QUOTE-NUMBER.
              MOVE WS-LINE-IX TO QL-LINE-SEQ.
              MOVE BL-ITEM-NUMBER(WS-LINE-IX) TO QL-ITEM-NUMBER.
              MOVE BL-LOCATION(WS-LINE-IX) TO QL-LOCATION.
              MOVE BL-QTY(WS-LINE-IX) TO QL-QTY.
              MOVE BL-UNIT-PRICE(WS-LINE-IX) TO QL-UNIT-PRICE.
              MOVE WS-QUOTE-SUGG-PRICE(WS-LINE-IX)
                TO QL-SUGGESTED-PRICE.
              MOVE BL-EXTENDED(WS-LINE-IX) TO QL-EXTENDED.
              MOVE BL-TAX-CODE(WS-LINE-IX) TO QL-TAX-CODE.
              MOVE BL-TAX-AMOUNT(WS-LINE-IX) TO QL-TAX-AMOUNT.
              MOVE BL-KIT-SW(WS-LINE-IX) TO QL-KIT-SW.
              WRITE QUOTE-LINE-REC
                 INVALID KEY
                    DISPLAY "QUOTATION LINE " WS-LINE-IX
                            " NOT RECORDED - STATUS " WS-QLIN-STATUS
                 NOT INVALID KEY
                    MOVE QL-LINE-KEY TO AT-KEY-VALUE
                    MOVE SPACES TO AT-BEFORE-IMAGE
                    MOVE QUOTE-LINE-REC TO AT-AFTER-IMAGE
                    SET AT-OP-ADD TO TRUE
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
              END-WRITE.
       5120-EXIT.
              EXIT.

      *    Writes the quotation document for the QUOTE-HEADER-REC
      *    currently in memory to QUOTE.PRT - store banner, quote
      *    number, date and expiry, every line and the totals - laid
      *    out the way 3037-PRINT-RECEIPT lays out a receipt.
       5200-PRINT-QUOTATION.
              OPEN OUTPUT QUOTE-PRINT-FILE.
              IF WS-QPRT-STATUS NOT = "00"
                 DISPLAY "QUOTATION FILE NOT OPENED - STATUS "
                         WS-QPRT-STATUS
                 GO TO 5200-EXIT
              END-IF.
              MOVE WS-STORE-NAME TO QUOTE-PRINT-REC.
              WRITE QUOTE-PRINT-REC.
              MOVE WS-STORE-ADDRESS TO QUOTE-PRINT-REC.
              WRITE QUOTE-PRINT-REC.
              MOVE "SALES QUOTATION" TO QUOTE-PRINT-REC.
              WRITE QUOTE-PRINT-REC.
              MOVE SPACES TO QUOTE-PRINT-REC.
              STRING "QUOTATION NO " DELIMITED BY SIZE
                     QH-QUOTE-NUMBER DELIMITED BY SIZE
                     "  DATE " DELIMITED BY SIZE
                     QH-QUOTE-DATE DELIMITED BY SIZE
                     "  VALID UNTIL " DELIMITED BY SIZE
                     QH-EXPIRY-DATE DELIMITED BY SIZE
                 INTO QUOTE-PRINT-REC.
              WRITE QUOTE-PRINT-REC.
              MOVE SPACES TO QUOTE-PRINT-REC.
              STRING "CUSTOMER " DELIMITED BY SIZE
                     QH-CUST-ID DELIMITED BY SIZE
                     "  OPERATOR " DELIMITED BY SIZE
                     QH-OPERATOR-ID DELIMITED BY SIZE
                 INTO QUOTE-PRINT-REC.
              WRITE QUOTE-PRINT-REC.
              MOVE "ITEM     QTY        PRICE        AMOUNT"
                TO QUOTE-PRINT-REC.
              WRITE QUOTE-PRINT-REC.
              MOVE ZEROS TO WS-RCPT-LINES.
              SET WS-QUOTE-MORE TO TRUE.
              MOVE QH-QUOTE-NUMBER TO QL-QUOTE-NUMBER.
              MOVE ZEROS TO QL-LINE-SEQ.
              START QUOTE-LINE-FILE
                    KEY IS NOT LESS THAN QL-LINE-KEY
                 INVALID KEY MOVE "N" TO WS-QUOTE-MORE-SW
              END-START.
              PERFORM UNTIL NOT WS-QUOTE-MORE
                 READ QUOTE-LINE-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-QUOTE-MORE-SW
                    NOT AT END
                       IF QL-QUOTE-NUMBER NOT = QH-QUOTE-NUMBER
                          MOVE "N" TO WS-QUOTE-MORE-SW
                       ELSE
                          PERFORM 5210-PRINT-QUOTE-LINE
                             THRU 5210-EXIT
                       END-IF
                 END-READ
              END-PERFORM.
              MOVE QH-GOODS-TOTAL TO WS-RCPT-GOODS-AMT.
              MOVE QH-TAX-TOTAL TO WS-RCPT-TAX-AMT.
              COMPUTE WS-RCPT-TOTAL-AMT =
                    QH-GOODS-TOTAL + QH-TAX-TOTAL.
              MOVE SPACES TO QUOTE-PRINT-REC.
              STRING "GOODS " DELIMITED BY SIZE
                     WS-RCPT-GOODS-AMT DELIMITED BY SIZE
                     "  TAX " DELIMITED BY SIZE
                     WS-RCPT-TAX-AMT DELIMITED BY SIZE
                 INTO QUOTE-PRINT-REC.
              WRITE QUOTE-PRINT-REC.
              MOVE SPACES TO QUOTE-PRINT-REC.
              STRING "TOTAL " DELIMITED BY SIZE
                     WS-RCPT-TOTAL-AMT DELIMITED BY SIZE
                 INTO QUOTE-PRINT-REC.
              WRITE QUOTE-PRINT-REC.
              MOVE "PRICES HELD UNTIL THE DATE ABOVE, SUBJECT TO STOCK"
                TO QUOTE-PRINT-REC.
              WRITE QUOTE-PRINT-REC.
              CLOSE QUOTE-PRINT-FILE.
              DISPLAY "QUOTATION " QH-QUOTE-NUMBER " ("
                      WS-RCPT-LINES " LINE(S)) WRITTEN TO "
                      "QUOTE.PRT.".
       5200-EXIT.
              EXIT.

      *    One quotation line onto the document.
       5210-PRINT-QUOTE-LINE.
              ADD 1 TO WS-RCPT-LINES.
              MOVE QL-QTY TO WS-RCPT-QTY.
              MOVE QL-UNIT-PRICE TO WS-RCPT-PRICE-AMT.
              MOVE QL-EXTENDED TO WS-RCPT-LINE-AMT.
              MOVE SPACES TO QUOTE-PRINT-REC.
              STRING QL-ITEM-NUMBER DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     WS-RCPT-QTY DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     WS-RCPT-PRICE-AMT DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     WS-RCPT-LINE-AMT DELIMITED BY SIZE
                 INTO QUOTE-PRINT-REC.
              WRITE QUOTE-PRINT-REC.
       5210-EXIT.
              EXIT.

      *    Regenerates any quotation on file, whatever its status.
       5250-REPRINT-QUOTATION.
              DISPLAY "ENTER QUOTATION NUMBER: ".
              ACCEPT QH-QUOTE-NUMBER.
              READ QUOTE-HEADER-FILE
                 INVALID KEY
                    DISPLAY "QUOTATION " QH-QUOTE-NUMBER
                            " NOT ON FILE."
                    GO TO 5250-EXIT
              END-READ.
              PERFORM 5200-PRINT-QUOTATION THRU 5200-EXIT.
       5250-EXIT.
              EXIT.

      *    Converts an open quotation into a real invoice in one step.
      *    The customer and every line's stock record are re-read
      *    rather than trusted from the quote, each line is re-checked
      *    for item status and availability (a line that now fails is
      *    dropped, the way 3005-ENTER-SALE-LINE drops one), and the
      *    price in force today is set against the quoted price so
      *    the operator sees where it has moved and decides whether
      *    the quote is honoured.  The rebuilt basket is then
      *    committed through 3010-PRICE-AND-COMMIT-SALE, so tender,
      *    credit limit and operator limit are checked exactly as
      *    for a counter sale.  The quote is only marked won once
      *    that commit has actually gone through.
       5300-CONVERT-QUOTATION.
              DISPLAY " ".
              DISPLAY "OPEN QUOTATIONS:".
              MOVE "00" TO WS-QHDR-STATUS.
              MOVE LOW-VALUES TO QH-QUOTE-NUMBER.
              START QUOTE-HEADER-FILE
                    KEY IS NOT LESS THAN QH-QUOTE-NUMBER
                 INVALID KEY MOVE "10" TO WS-QHDR-STATUS
              END-START.
              PERFORM UNTIL WS-QHDR-STATUS NOT = "00"
                 READ QUOTE-HEADER-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-QHDR-STATUS
                    NOT AT END
                       IF QH-STATUS-OPEN
                          DISPLAY "  QUOTE " QH-QUOTE-NUMBER
                                  " CUST " QH-CUST-ID
                                  " GOODS " QH-GOODS-TOTAL
                                  " EXPIRES " QH-EXPIRY-DATE
                       END-IF
                 END-READ
              END-PERFORM.

              DISPLAY "ENTER QUOTATION NUMBER TO CONVERT (0 TO "
                      "CANCEL): ".
              ACCEPT QH-QUOTE-NUMBER.
              IF QH-QUOTE-NUMBER = ZEROS
                 GO TO 5300-EXIT
              END-IF.
              READ QUOTE-HEADER-FILE
                 INVALID KEY
                    DISPLAY "QUOTATION NOT FOUND - STATUS "
                            WS-QHDR-STATUS
                    GO TO 5300-EXIT
              END-READ.
              IF NOT QH-STATUS-OPEN
                 DISPLAY "QUOTATION " QH-QUOTE-NUMBER " IS NO LONGER "
                         "OPEN."
                 GO TO 5300-EXIT
              END-IF.
              MOVE QUOTE-HEADER-REC TO WS-AUDIT-QUOTE-BEFORE.
              ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
              IF QH-EXPIRY-DATE < WS-TODAY-DATE
                 DISPLAY "*** QUOTATION EXPIRED " QH-EXPIRY-DATE
                         " - CONVERT ANYWAY? (Y/N): "
                 ACCEPT WS-QUOTE-ANSWER
                 IF WS-QUOTE-ANSWER NOT = "Y"
                    AND WS-QUOTE-ANSWER NOT = "y"
                    GO TO 5300-EXIT
                 END-IF
              END-IF.

              MOVE "N" TO WS-VALID-SALE-SW.
              INITIALIZE SALES-TRANSACTION-REC.
              SET ST-TXN-SALE    TO TRUE.
              SET ST-REASON-NONE TO TRUE.
              MOVE QH-CUST-ID TO CM-CUST-ID.
              READ CUSTOMER-MASTER-FILE
                 INVALID KEY
                    DISPLAY "CUSTOMER NO LONGER ON FILE - QUOTATION "
                            "LEFT OPEN."
                    GO TO 5300-EXIT
                 NOT INVALID KEY
                    DISPLAY "CUSTOMER: " CM-CUST-NAME
                    MOVE CUSTOMER-MASTER-REC TO WS-AUDIT-CUST-BEFORE
              END-READ.

              MOVE ZEROS TO WS-BASKET-LINE-COUNT WS-QUOTE-LINES-READ.
              MOVE ZEROS TO WS-BASKET-GOODS-TOTAL
                            WS-BASKET-TAX-TOTAL.
              MOVE "S" TO WS-BASKET-TXN-TYPE.
              MOVE QH-SHIP-SEQ TO WS-SALE-SHIP-SEQ.
              SET WS-QUOTE-MORE TO TRUE.
              MOVE QH-QUOTE-NUMBER TO QL-QUOTE-NUMBER.
              MOVE ZEROS TO QL-LINE-SEQ.
              START QUOTE-LINE-FILE
                    KEY IS NOT LESS THAN QL-LINE-KEY
                 INVALID KEY MOVE "N" TO WS-QUOTE-MORE-SW
              END-START.
              PERFORM UNTIL NOT WS-QUOTE-MORE
                 READ QUOTE-LINE-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-QUOTE-MORE-SW
                    NOT AT END
                       IF QL-QUOTE-NUMBER NOT = QH-QUOTE-NUMBER
                          MOVE "N" TO WS-QUOTE-MORE-SW
                       ELSE
                          ADD 1 TO WS-QUOTE-LINES-READ
                          PERFORM 5310-RELOAD-QUOTE-LINE
                             THRU 5310-EXIT
                       END-IF
                 END-READ
              END-PERFORM.

              IF WS-BASKET-LINE-COUNT = ZEROS
                 DISPLAY "NO QUOTED LINE CAN BE SUPPLIED - QUOTATION "
                         "LEFT OPEN."
                 GO TO 5300-EXIT
              END-IF.
              IF WS-BASKET-LINE-COUNT < WS-QUOTE-LINES-READ
                 DISPLAY "ONLY " WS-BASKET-LINE-COUNT " OF "
                         WS-QUOTE-LINES-READ " QUOTED LINE(S) CAN BE "
                         "INVOICED - CONTINUE? (Y/N): "
                 ACCEPT WS-QUOTE-ANSWER
                 IF WS-QUOTE-ANSWER NOT = "Y"
                    AND WS-QUOTE-ANSWER NOT = "y"
                    DISPLAY "QUOTATION LEFT OPEN."
                    GO TO 5300-EXIT
                 END-IF
              END-IF.

              PERFORM 3010-PRICE-AND-COMMIT-SALE THRU 3010-EXIT.
              IF NOT WS-VALID-SALE
                 DISPLAY "QUOTATION " QH-QUOTE-NUMBER " LEFT OPEN - "
                         "SALE WAS NOT COMMITTED."
                 GO TO 5300-EXIT
              END-IF.
              SET QH-STATUS-WON TO TRUE.
              MOVE WS-NEXT-INV-NUMBER TO QH-INVOICE-NUMBER.
              ACCEPT QH-CLOSED-DATE FROM DATE YYYYMMDD.
              PERFORM 5350-REWRITE-QUOTATION THRU 5350-EXIT.
              DISPLAY "QUOTATION " QH-QUOTE-NUMBER " CONVERTED TO "
                      "INVOICE " QH-INVOICE-NUMBER.
       5300-EXIT.
              EXIT.

      *    Re-validates one quoted line against today's stock and
      *    pricing and, if it can still be supplied, stores it in the
      *    basket through 3009-STORE-BASKET-LINE.  Tax is re-rated
      *    too, since the customer's exemption or the rate itself
      *    may have changed since the quote was given.
       5310-RELOAD-QUOTE-LINE.
              MOVE QL-ITEM-NUMBER TO SM-ITEM-NUMBER.
              MOVE QL-LOCATION    TO SM-LOCATION.
              MOVE QL-LOCATION    TO WS-SALE-LOCATION.
              READ STOCK-MASTER-FILE
                 INVALID KEY
                    DISPLAY "LINE " QL-LINE-SEQ " ITEM "
                            QL-ITEM-NUMBER " NO LONGER AT "
                            QL-LOCATION " - DROPPED."
                    GO TO 5310-EXIT
                 NOT INVALID KEY
                    DISPLAY "LINE " QL-LINE-SEQ " ITEM: "
                            SM-ITEM-DESC " ON HAND: " SM-QTY-ON-HAND
              END-READ.
              PERFORM 3065-CHECK-ITEM-STATUS THRU 3065-EXIT.
              IF NOT WS-ITEM-SELLABLE
                 DISPLAY "LINE " QL-LINE-SEQ " DROPPED."
                 GO TO 5310-EXIT
              END-IF.
              PERFORM 3070-CHECK-KIT-STATUS THRU 3070-EXIT.
              MOVE QL-QTY TO ST-QTY-SOLD.
              PERFORM 3055-VALIDATE-STOCK-AVAILABILITY THRU 3055-EXIT.
              IF NOT WS-STOCK-AVAIL-OK
                 DISPLAY "LINE " QL-LINE-SEQ " DROPPED."
                 SET LM-CHANNEL-QUOTE TO TRUE
                 PERFORM 3057-LOG-LOST-SALE THRU 3057-EXIT
                 GO TO 5310-EXIT
              END-IF.

              PERFORM 3011-SUGGEST-SALE-PRICE THRU 3011-EXIT.
              MOVE QL-UNIT-PRICE TO ST-UNIT-PRICE.
              IF WS-SUGGESTED-PRICE NOT = ZEROS
                 AND WS-SUGGESTED-PRICE NOT = QL-SUGGESTED-PRICE
                 COMPUTE WS-QUOTE-PRICE-DELTA =
                       WS-SUGGESTED-PRICE - QL-SUGGESTED-PRICE
                 DISPLAY "*** PRICE CHANGED SINCE QUOTE - WAS "
                         QL-SUGGESTED-PRICE " NOW " WS-SUGGESTED-PRICE
                         " (" WS-QUOTE-PRICE-DELTA ") - QUOTED "
                         QL-UNIT-PRICE " ***"
                 DISPLAY "HONOUR THE QUOTED PRICE? (Y/N): "
                 ACCEPT WS-QUOTE-ANSWER
                 IF WS-QUOTE-ANSWER NOT = "Y"
                    AND WS-QUOTE-ANSWER NOT = "y"
                    MOVE WS-SUGGESTED-PRICE TO ST-UNIT-PRICE
                 END-IF
              END-IF.
              PERFORM 3028-CHECK-SALE-MARGIN THRU 3028-EXIT.
              IF NOT WS-MARGIN-OK
                 DISPLAY "LINE " QL-LINE-SEQ " DROPPED - PRICE AT OR "
                         "BELOW COST AND NO MANAGER OVERRIDE."
                 GO TO 5310-EXIT
              END-IF.
              COMPUTE ST-EXTENDED-AMOUNT =
                    ST-QTY-SOLD * ST-UNIT-PRICE.
              PERFORM 3014-COMPUTE-SALES-TAX THRU 3014-EXIT.
              PERFORM 3009-STORE-BASKET-LINE THRU 3009-EXIT.
       5310-EXIT.
              EXIT.

      *    Common REWRITE + audit append for a quotation status change.
       5350-REWRITE-QUOTATION.
              REWRITE QUOTE-HEADER-REC
                 INVALID KEY
                    DISPLAY "QUOTATION NOT UPDATED - STATUS "
                            WS-QHDR-STATUS
                 NOT INVALID KEY
                    MOVE QH-QUOTE-NUMBER TO AT-KEY-VALUE
                    MOVE WS-AUDIT-QUOTE-BEFORE TO AT-BEFORE-IMAGE
                    MOVE QUOTE-HEADER-REC TO AT-AFTER-IMAGE
                    SET AT-OP-CHANGE TO TRUE
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
              END-REWRITE.
       5350-EXIT.
              EXIT.

      *    Closes an open quotation the customer has turned down, with
      *    a short reason for the status report.
       5400-MARK-QUOTATION-LOST.
              DISPLAY "ENTER QUOTATION NUMBER: ".
              ACCEPT QH-QUOTE-NUMBER.
              READ QUOTE-HEADER-FILE
                 INVALID KEY
                    DISPLAY "QUOTATION NOT FOUND - STATUS "
                            WS-QHDR-STATUS
                    GO TO 5400-EXIT
              END-READ.
              IF NOT QH-STATUS-OPEN
                 DISPLAY "QUOTATION " QH-QUOTE-NUMBER " IS NO LONGER "
                         "OPEN."
                 GO TO 5400-EXIT
              END-IF.
              MOVE QUOTE-HEADER-REC TO WS-AUDIT-QUOTE-BEFORE.
              DISPLAY "REASON LOST: ".
              ACCEPT QH-LOST-REASON.
              SET QH-STATUS-LOST TO TRUE.
              ACCEPT QH-CLOSED-DATE FROM DATE YYYYMMDD.
              PERFORM 5350-REWRITE-QUOTATION THRU 5350-EXIT.
              DISPLAY "QUOTATION " QH-QUOTE-NUMBER " MARKED LOST.".
       5400-EXIT.
              EXIT.

      *    Sales orders: goods the customer is not carrying out of
      *    the shop today.  Taking the order allocates the stock and
      *    invoices nothing; the warehouse picks from the pick ticket,
      *    and only the ship confirmation raises the invoice, for
      *    what actually went on the truck.  A drop-ship line is
      *    shipped by the supplier instead, and option 8 lists those
      *    still waiting on the supplier.  Loops from 2000-DISPLAY-
      *    MENU until option 9 is chosen.
       6000-SALES-ORDER-MENU.
              DISPLAY " ".
              DISPLAY "Sales Orders".
              DISPLAY "------------".
              DISPLAY "1. Enter Sales Order".
              DISPLAY "2. Print Pick Ticket".
              DISPLAY "3. Ship Confirm And Invoice".
              DISPLAY "4. Delivery Manifest".
              DISPLAY "5. Record Proof Of Delivery".
              DISPLAY "6. Sales Order Inquiry".
              DISPLAY "7. Cancel Open Balance".
              DISPLAY "8. Drop-Ships Awaiting Supplier".
              DISPLAY "9. Return to Sales Menu".
              DISPLAY "Enter your choice:".
              ACCEPT WS-SORD-OPTION.
              EVALUATE WS-SORD-OPTION
                 WHEN "1" PERFORM 6100-ENTER-SALES-ORDER
                             THRU 6100-EXIT
                 WHEN "2" PERFORM 6200-PRINT-PICK-TICKET
                             THRU 6200-EXIT
                 WHEN "3" PERFORM 6300-SHIP-CONFIRM THRU 6300-EXIT
                 WHEN "4" PERFORM 6400-DELIVERY-MANIFEST
                             THRU 6400-EXIT
                 WHEN "5" PERFORM 6500-RECORD-DELIVERY
                             THRU 6500-EXIT
                 WHEN "6" PERFORM 6600-SALES-ORDER-INQUIRY
                             THRU 6600-EXIT
                 WHEN "7" PERFORM 6700-CANCEL-OPEN-BALANCE
                             THRU 6700-EXIT
                 WHEN "8" PERFORM 6800-DROP-SHIPS-AWAITING
                             THRU 6800-EXIT
                 WHEN "9" CONTINUE
                 WHEN OTHER DISPLAY "INVALID CHOICE"
              END-EVALUATE.
       6000-EXIT.
              EXIT.

      * Takes one sales order: customer, ship-to and the customer's
      * own order reference are keyed once, then each line is
      * captured through 6110-ENTER-ORDER-LINE - the same item status,
      * availability, price and margin checks a counter sale gets -
      * into the basket table.  Nothing is invoiced and on-hand does
      * not move: the header and lines are written and each line's
      * quantity is allocated as an open reservation tied to the
      * order, so every later availability check stops offering that
      * stock to anyone else while it waits to be picked.
       6100-ENTER-SALES-ORDER.
              MOVE ZEROS TO WS-BASKET-LINE-COUNT.
              MOVE ZEROS TO WS-BASKET-GOODS-TOTAL
                            WS-BASKET-TAX-TOTAL.
              MOVE "S" TO WS-BASKET-TXN-TYPE.

              DISPLAY "ENTER CUSTOMER ID: ".
              ACCEPT CM-CUST-ID.
              READ CUSTOMER-MASTER-FILE
                 INVALID KEY
                    DISPLAY "UNKNOWN CUSTOMER - STATUS "
                            WS-CUST-STATUS
                 NOT INVALID KEY
                    DISPLAY "CUSTOMER: " CM-CUST-NAME
              END-READ.
              IF WS-CUST-STATUS NOT = "00"
                 GO TO 6100-EXIT
              END-IF.
              PERFORM 3003-SELECT-SHIP-TO THRU 3003-EXIT.
              MOVE SPACES TO OR-CUST-REF.
              DISPLAY "CUSTOMER ORDER REFERENCE (BLANK IF NONE): ".
              ACCEPT OR-CUST-REF.

              SET WS-MORE-LINES TO TRUE.
              PERFORM 6110-ENTER-ORDER-LINE THRU 6110-EXIT
                UNTIL NOT WS-MORE-LINES.
              IF WS-BASKET-LINE-COUNT = ZEROS
                 DISPLAY "NO LINES CAPTURED - ORDER ABANDONED."
                 GO TO 6100-EXIT
              END-IF.

              COMPUTE WS-NEXT-SORD-NUMBER = WS-NEXT-SORD-NUMBER + 1.
              MOVE WS-NEXT-SORD-NUMBER TO OR-ORDER-NUMBER.
              MOVE CM-CUST-ID TO OR-CUST-ID.
              ACCEPT OR-ORDER-DATE FROM DATE YYYYMMDD.
              MOVE WS-SALE-SHIP-SEQ TO OR-SHIP-SEQ.
              MOVE WS-BASKET-LINE-COUNT TO OR-LINE-COUNT.
              MOVE WS-BASKET-GOODS-TOTAL TO OR-GOODS-TOTAL.
              MOVE WS-SALE-OPERATOR-ID TO OR-OPERATOR-ID.
              SET OR-STATUS-OPEN TO TRUE.
              MOVE ZEROS TO OR-SHIPMENT-COUNT OR-CLOSED-DATE.
              WRITE SALES-ORDER-HEADER-REC
                 INVALID KEY
                    DISPLAY "SALES ORDER NOT RECORDED - STATUS "
                            WS-SOH-STATUS
                    GO TO 6100-EXIT
                 NOT INVALID KEY
                    MOVE OR-ORDER-NUMBER TO AT-KEY-VALUE
                    MOVE SPACES TO AT-BEFORE-IMAGE
                    MOVE SALES-ORDER-HEADER-REC TO AT-AFTER-IMAGE
                    SET AT-OP-ADD TO TRUE
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
              END-WRITE.
              MOVE ZEROS TO WS-DROP-LIST-COUNT.
              PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                    UNTIL WS-LINE-IX > WS-BASKET-LINE-COUNT
                 PERFORM 6120-WRITE-ORDER-LINE THRU 6120-EXIT
              END-PERFORM.
              DISPLAY "SALES ORDER " OR-ORDER-NUMBER " RECORDED - "
                      OR-LINE-COUNT " LINE(S) - GOODS " OR-GOODS-TOTAL
                      " - STOCK ALLOCATED, NOTHING INVOICED YET.".
              IF WS-DROP-LIST-COUNT > ZEROS
                 DISPLAY WS-DROP-LIST-COUNT " LINE(S) DROP-SHIPPED "
                         "BY THE SUPPLIER - PO(S) AWAIT APPROVAL IN "
                         "PURCHASING."
              END-IF.
              DISPLAY "PRINT THE PICK TICKET NOW? (Y/N): ".
              ACCEPT WS-SORD-ANSWER.
              IF WS-SORD-ANSWER = "Y" OR WS-SORD-ANSWER = "y"
                 PERFORM 6210-PRINT-ORDER-TICKETS THRU 6210-EXIT
              END-IF.
       6100-EXIT.
              EXIT.

      * Captures and prices one order line the way 3005-ENTER-SALE-
      * LINE captures a sale line.  Stock is enforced here, against
      * on-hand less every open reservation, because the line is
      * about to hold that stock for this customer.  A line the
      * supplier is to ship direct holds no stock, so it is not
      * checked against on-hand at all.
       6110-ENTER-ORDER-LINE.
              PERFORM 3050-LOOKUP-ITEM THRU 3050-EXIT.
              DISPLAY "ENTER LOCATION CODE: ".
              ACCEPT WS-SALE-LOCATION.
                          " ON HAND: " SM-QTY-ON-HAND
              END-READ.
              IF WS-STOCK-STATUS NOT = "00"
                 PERFORM 3007-ASK-ANOTHER-LINE THRU 3007-EXIT
                 GO TO 6110-EXIT
              END-IF.
              PERFORM 3065-CHECK-ITEM-STATUS THRU 3065-EXIT.
              IF NOT WS-ITEM-SELLABLE
                 PERFORM 3007-ASK-ANOTHER-LINE THRU 3007-EXIT
                 GO TO 6110-EXIT
              END-IF.
              PERFORM 3070-CHECK-KIT-STATUS THRU 3070-EXIT.
              MOVE "N" TO WS-DROP-LINE-SW.
              DISPLAY "SHIP DIRECT FROM SUPPLIER (DROP-SHIP)? (Y/N): ".
              ACCEPT WS-SORD-ANSWER.
              IF WS-SORD-ANSWER = "Y" OR WS-SORD-ANSWER = "y"
                 PERFORM 6115-CHECK-DROP-SHIP THRU 6115-EXIT
                 IF NOT WS-DROP-LINE
                    PERFORM 3007-ASK-ANOTHER-LINE THRU 3007-EXIT
                    GO TO 6110-EXIT
                 END-IF
              END-IF.

              DISPLAY "ENTER QUANTITY ORDERED: ".
              ACCEPT ST-QTY-SOLD.
              IF ST-QTY-SOLD NOT > ZEROS
                 DISPLAY "QUANTITY MUST BE GREATER THAN ZERO."
                 PERFORM 3007-ASK-ANOTHER-LINE THRU 3007-EXIT
                 GO TO 6110-EXIT
              END-IF.
              IF NOT WS-DROP-LINE
                 PERFORM 3055-VALIDATE-STOCK-AVAILABILITY
                    THRU 3055-EXIT
                 IF NOT WS-STOCK-AVAIL-OK
                    SET LM-CHANNEL-SALES-ORDER TO TRUE
                    PERFORM 3057-LOG-LOST-SALE THRU 3057-EXIT
                    PERFORM 3007-ASK-ANOTHER-LINE THRU 3007-EXIT
                    GO TO 6110-EXIT
                 END-IF
              END-IF.

              MOVE WS-BASKET-LINE-COUNT TO WS-DROP-PRIOR-COUNT.
              PERFORM 3008-PRICE-ONE-LINE THRU 3008-EXIT.
              IF WS-DROP-LINE
                 AND WS-BASKET-LINE-COUNT > WS-DROP-PRIOR-COUNT
                 MOVE "D" TO BL-KIT-SW(WS-BASKET-LINE-COUNT)
              END-IF.
              PERFORM 3007-ASK-ANOTHER-LINE THRU 3007-EXIT.
       6110-EXIT.
              EXIT.

      * Decides whether the item just read can be drop-shipped:
      * it must be an ordinary item (a kit is built from our own
      * components), it must have a supplier on STOCK-MASTER, and
      * that supplier must not be blocked on SUPPLIER-STATUS-FILE.
      * Sets WS-DROP-LINE when it can.
       6115-CHECK-DROP-SHIP.
              MOVE "N" TO WS-DROP-LINE-SW.
              IF WS-IS-KIT
                 DISPLAY "A KIT IS BUILT FROM OUR OWN STOCK - IT "
                         "CANNOT BE DROP-SHIPPED."
                 GO TO 6115-EXIT
              END-IF.
              IF SM-SUPPLIER-NUMBER = ZEROS
                 DISPLAY "ITEM HAS NO SUPPLIER ON FILE - IT CANNOT "
                         "BE DROP-SHIPPED."
                 GO TO 6115-EXIT
              END-IF.
              IF WS-SSTAT-OPEN
                 MOVE SM-SUPPLIER-NUMBER TO SV-SUPPLIER-NUMBER
                 READ SUPPLIER-STATUS-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF SV-STATUS-BLOCKED
                          DISPLAY "SUPPLIER " SM-SUPPLIER-NUMBER
                                  " IS BLOCKED (" SV-REASON
                                  ") - CANNOT DROP-SHIP."
                          GO TO 6115-EXIT
                       END-IF
                 END-READ
              END-IF.
              SET WS-DROP-LINE TO TRUE.
              DISPLAY "DROP-SHIP FROM SUPPLIER " SM-SUPPLIER-NUMBER
                      " - NO STOCK WILL BE ALLOCATED.".
       6115-EXIT.
              EXIT.

      * Writes basket line WS-LINE-IX as a line of the order whose
      * header is in memory, and allocates its quantity as an open
      * reservation carrying the order number - or, for a drop-ship
      * line, raises the supplier's PO instead of allocating.
       6120-WRITE-ORDER-LINE.
              MOVE ZEROS TO WS-DROP-PO-NUMBER.
              IF BL-KIT-SW(WS-LINE-IX) = "D"
                 MOVE ZEROS TO RV-RESERVATION-NUMBER
                 PERFORM 6125-RAISE-DROP-SHIP-PO THRU 6125-EXIT
              ELSE
                 PERFORM 6122-ALLOCATE-ORDER-LINE THRU 6122-EXIT
              END-IF.

              MOVE OR-ORDER-NUMBER TO OI-ORDER-NUMBER.
              MOVE WS-LINE-IX TO OI-LINE-SEQ.
              MOVE BL-ITEM-NUMBER(WS-LINE-IX) TO OI-ITEM-NUMBER.
              MOVE BL-LOCATION(WS-LINE-IX) TO OI-LOCATION.
              MOVE BL-QTY(WS-LINE-IX) TO OI-QTY-ORDERED.
              MOVE ZEROS TO OI-QTY-SHIPPED OI-QTY-CANCELLED.
              MOVE BL-UNIT-PRICE(WS-LINE-IX) TO OI-UNIT-PRICE.
              MOVE RV-RESERVATION-NUMBER TO OI-RESERVATION-NUMBER.
              IF BL-KIT-SW(WS-LINE-IX) = "D"
                 MOVE "N" TO OI-KIT-SW
                 MOVE "D" TO OI-LINE-TYPE
              ELSE
                 MOVE BL-KIT-SW(WS-LINE-IX) TO OI-KIT-SW
                 MOVE SPACE TO OI-LINE-TYPE
              END-IF.
              MOVE WS-DROP-PO-NUMBER TO OI-DROP-PO-NUMBER.
              WRITE SALES-ORDER-LINE-REC
                 INVALID KEY
                    DISPLAY "ORDER LINE " WS-LINE-IX
                            " NOT RECORDED - STATUS " WS-SOL-STATUS
                 NOT INVALID KEY
                    MOVE OI-LINE-KEY TO AT-KEY-VALUE
                    MOVE SPACES TO AT-BEFORE-IMAGE
                    MOVE SALES-ORDER-LINE-REC TO AT-AFTER-IMAGE
                    SET AT-OP-ADD TO TRUE
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
              END-WRITE.
       6120-EXIT.
              EXIT.

      * Allocates basket line WS-LINE-IX as an open reservation
      * carrying the order number; RV-RESERVATION-NUMBER is left
      * zero if the write fails.
       6122-ALLOCATE-ORDER-LINE.
              COMPUTE WS-NEXT-RSV-NUMBER = WS-NEXT-RSV-NUMBER + 1.
              MOVE WS-NEXT-RSV-NUMBER  TO RV-RESERVATION-NUMBER.
              MOVE OR-CUST-ID          TO RV-CUST-ID.
              MOVE BL-ITEM-NUMBER(WS-LINE-IX) TO RV-ITEM-NUMBER.
              MOVE BL-LOCATION(WS-LINE-IX) TO RV-LOCATION.
              MOVE BL-QTY(WS-LINE-IX)  TO RV-QTY-RESERVED.
              MOVE OR-ORDER-DATE       TO RV-RESERVATION-DATE.
              SET RV-STATUS-OPEN       TO TRUE.
              MOVE WS-SALE-OPERATOR-ID TO RV-OPERATOR-ID.
              MOVE OR-ORDER-NUMBER     TO RV-ORDER-NUMBER.
              WRITE RESERVATION-REC
                 INVALID KEY
                    DISPLAY "ORDER LINE " WS-LINE-IX " NOT "
                            "ALLOCATED - STATUS " WS-RSV-STATUS
                    MOVE ZEROS TO RV-RESERVATION-NUMBER
                 NOT INVALID KEY
                    MOVE RV-RESERVATION-NUMBER TO AT-KEY-VALUE
                    MOVE SPACES TO AT-BEFORE-IMAGE
                    MOVE RESERVATION-REC TO AT-AFTER-IMAGE
                    SET AT-OP-ADD TO TRUE
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
              END-WRITE.
       6122-EXIT.
              EXIT.

      * Raises the purchase order for drop-ship basket line WS-LINE-
      * IX on the item's supplier, priced off the supplier's current
      * quantity break (the item's unit cost when none applies), and
      * links it to the order line on DROP-SHIP-FILE.  The PO is
      * written SUGGESTED, so it goes through approval in
      * PurchaseMgmt.cbl like any other before it is sent.  The next
      * PO number is found on the file itself, just before the
      * write, since purchasing numbers its own POs the same way.
      * WS-DROP-PO-NUMBER is left zero if no PO could be raised.
       6125-RAISE-DROP-SHIP-PO.
              MOVE BL-ITEM-NUMBER(WS-LINE-IX) TO SM-ITEM-NUMBER.
              MOVE BL-LOCATION(WS-LINE-IX) TO SM-LOCATION.
              READ STOCK-MASTER-FILE
                 INVALID KEY
                    DISPLAY "ORDER LINE " WS-LINE-IX " - ITEM NOT ON "
                            "STOCK MASTER - NO DROP-SHIP PO RAISED."
                    GO TO 6125-EXIT
              END-READ.
              MOVE HIGH-VALUES TO PO-NUMBER.
              START PURCHASE-ORDER-FILE
                    KEY IS LESS THAN PO-NUMBER
                 INVALID KEY
                    MOVE ZEROS TO PO-NUMBER
                 NOT INVALID KEY
                    READ PURCHASE-ORDER-FILE PREVIOUS RECORD
                       AT END
                          MOVE ZEROS TO PO-NUMBER
                    END-READ
              END-START.
              COMPUTE WS-DROP-PO-NUMBER = PO-NUMBER + 1.

              INITIALIZE PURCHASE-ORDER-REC.
              MOVE WS-DROP-PO-NUMBER TO PO-NUMBER.
              MOVE SM-SUPPLIER-NUMBER TO PO-SUPPLIER-NUMBER.
              MOVE SM-ITEM-NUMBER TO PO-ITEM-NUMBER.
              MOVE SM-LOCATION TO PO-LOCATION.
              MOVE BL-QTY(WS-LINE-IX) TO PO-ORDER-QTY.
              PERFORM 6126-PRICE-DROP-SHIP-PO THRU 6126-EXIT.
              ACCEPT PO-ORDER-DATE FROM DATE YYYYMMDD.
              SET PO-SUGGESTED TO TRUE.
              SET PO-ACK-PENDING TO TRUE.
              WRITE PURCHASE-ORDER-REC
                 INVALID KEY
                    DISPLAY "ORDER LINE " WS-LINE-IX " - DROP-SHIP PO "
                            "NOT RAISED - STATUS " WS-PORD-STATUS
                    MOVE ZEROS TO WS-DROP-PO-NUMBER
                    GO TO 6125-EXIT
                 NOT INVALID KEY
                    MOVE PO-NUMBER TO AT-KEY-VALUE
                    MOVE SPACES TO AT-BEFORE-IMAGE
                    MOVE PURCHASE-ORDER-REC TO AT-AFTER-IMAGE
                    SET AT-OP-ADD TO TRUE
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
              END-WRITE.

              INITIALIZE DROP-SHIP-REC.
              MOVE PO-NUMBER TO DS-PO-NUMBER.
              MOVE OR-ORDER-NUMBER TO DS-ORDER-NUMBER.
              MOVE WS-LINE-IX TO DS-LINE-SEQ.
              MOVE OR-CUST-ID TO DS-CUST-ID.
              MOVE OR-SHIP-SEQ TO DS-SHIP-SEQ.
              MOVE PO-SUPPLIER-NUMBER TO DS-SUPPLIER-NUMBER.
              MOVE PO-ITEM-NUMBER TO DS-ITEM-NUMBER.
              MOVE PO-ORDER-QTY TO DS-QTY-ORDERED.
              MOVE PO-ORDER-DATE TO DS-RAISED-DATE.
              MOVE SPACE TO DS-CONFIRM-SOURCE.
              SET DS-STATUS-AWAITING TO TRUE.
              WRITE DROP-SHIP-REC
                 INVALID KEY
                    DISPLAY "DROP-SHIP LINK FOR PO " PO-NUMBER
                            " NOT RECORDED - STATUS " WS-DROP-STATUS
                 NOT INVALID KEY
                    MOVE DS-PO-NUMBER TO AT-KEY-VALUE
                    MOVE SPACES TO AT-BEFORE-IMAGE
                    MOVE DROP-SHIP-REC TO AT-AFTER-IMAGE
                    SET AT-OP-ADD TO TRUE
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
              END-WRITE.
              ADD 1 TO WS-DROP-LIST-COUNT.
              DISPLAY "ORDER LINE " WS-LINE-IX " - DROP-SHIP PO "
                      PO-NUMBER " RAISED ON SUPPLIER "
                      PO-SUPPLIER-NUMBER " QTY " PO-ORDER-QTY
                      " AT " PO-UNIT-COST.
       6125-EXIT.
              EXIT.

      * Prices the drop-ship PO off the supplier's quantity break
      * covering PO-ORDER-QTY, unexpired - the same scan
      * PurchaseMgmt.cbl's 3150-PRICE-PO makes - falling back to
      * the item's unit cost.
       6126-PRICE-DROP-SHIP-PO.
              MOVE SM-UNIT-COST TO PO-UNIT-COST.
              IF NOT WS-SPRC-OPEN
                 GO TO 6126-EXIT
              END-IF.
              ACCEPT WS-SORD-TODAY FROM DATE YYYYMMDD.
              MOVE PO-SUPPLIER-NUMBER TO SP-SUPPLIER-NUMBER.
              MOVE PO-ITEM-NUMBER     TO SP-ITEM-NUMBER.
              MOVE ZEROS              TO SP-MIN-QTY.
              START SUPPLIER-PRICE-FILE
                    KEY IS NOT LESS THAN SP-PRICE-KEY
                 INVALID KEY
                    GO TO 6126-EXIT
              END-START.
              SET WS-DROP-MORE TO TRUE.
              PERFORM UNTIL NOT WS-DROP-MORE
                 READ SUPPLIER-PRICE-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-DROP-MORE-SW
                    NOT AT END
                       IF SP-SUPPLIER-NUMBER NOT = PO-SUPPLIER-NUMBER
                          OR SP-ITEM-NUMBER NOT = PO-ITEM-NUMBER
                          MOVE "N" TO WS-DROP-MORE-SW
                       ELSE
                          IF PO-ORDER-QTY >= SP-MIN-QTY
                             AND PO-ORDER-QTY <= SP-MAX-QTY
                             AND (SP-EXPIRY-DATE = ZEROS
                                  OR SP-EXPIRY-DATE >= WS-SORD-TODAY)
                             MOVE SP-CONTRACT-COST TO PO-UNIT-COST
                             MOVE "N" TO WS-DROP-MORE-SW
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM.
       6126-EXIT.
              EXIT.

      * Reads the order named by the operator into memory and
      * insists it still has something open to work.  Shared by the
      * pick ticket, ship confirmation and cancel paragraphs, which
      * test WS-SOH-STATUS on return.
       6150-GET-OPEN-ORDER.
              DISPLAY "ENTER SALES ORDER NUMBER: ".
              ACCEPT OR-ORDER-NUMBER.
              READ SALES-ORDER-HEADER-FILE
                 INVALID KEY
                    DISPLAY "SALES ORDER " OR-ORDER-NUMBER
                            " NOT ON FILE."
                    GO TO 6150-EXIT
              END-READ.
              IF NOT OR-STATUS-OPEN AND NOT OR-STATUS-PART
                 DISPLAY "SALES ORDER " OR-ORDER-NUMBER " HAS "
                         "NOTHING LEFT OPEN."
                 MOVE "23" TO WS-SOH-STATUS
              END-IF.
       6150-EXIT.
              EXIT.

      * Common start on the lines of the order in memory; the caller
      * then READs NEXT while WS-SORD-MORE and OI-ORDER-NUMBER still
      * matches OR-ORDER-NUMBER.
       6160-START-ORDER-LINES.
              SET WS-SORD-MORE TO TRUE.
              MOVE OR-ORDER-NUMBER TO OI-ORDER-NUMBER.
              MOVE ZEROS TO OI-LINE-SEQ.
              START SALES-ORDER-LINE-FILE
                    KEY IS NOT LESS THAN OI-LINE-KEY
                 INVALID KEY MOVE "N" TO WS-SORD-MORE-SW
              END-START.
       6160-EXIT.
              EXIT.

      * Asks for an order and prints its pick ticket.
       6200-PRINT-PICK-TICKET.
              PERFORM 6150-GET-OPEN-ORDER THRU 6150-EXIT.
              IF WS-SOH-STATUS NOT = "00"
                 GO TO 6200-EXIT
              END-IF.
              PERFORM 6210-PRINT-ORDER-TICKETS THRU 6210-EXIT.
       6200-EXIT.
              EXIT.

      * Writes the pick ticket for the order in memory to
      * PICKTKT.PRT: one ticket per stocking location, since each
      * location is picked by its own people, and within a location
      * the lines come out in SM-BIN-LOCATION order so the picker
      * walks the aisles once instead of in the order the lines
      * were keyed.  Only what is still open on each line is asked
      * for, so a reprint after a short shipment picks the balance.
      * There is no SORT here - the open lines are held in WS-PICK-
      * ENTRY and the lowest bin not yet printed is taken each time.
       6210-PRINT-ORDER-TICKETS.
              MOVE ZEROS TO WS-PICK-COUNT WS-PICK-TICKETS.
              PERFORM 6160-START-ORDER-LINES THRU 6160-EXIT.
              PERFORM UNTIL NOT WS-SORD-MORE
                 READ SALES-ORDER-LINE-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-SORD-MORE-SW
                    NOT AT END
                       IF OI-ORDER-NUMBER NOT = OR-ORDER-NUMBER
                          MOVE "N" TO WS-SORD-MORE-SW
                       ELSE
                          PERFORM 6215-LOAD-PICK-LINE THRU 6215-EXIT
                       END-IF
                 END-READ
              END-PERFORM.
              IF WS-PICK-COUNT = ZEROS
                 DISPLAY "NOTHING LEFT TO PICK ON ORDER "
                         OR-ORDER-NUMBER "."
                 GO TO 6210-EXIT
              END-IF.

              OPEN OUTPUT PICK-TICKET-FILE.
              IF WS-PICK-STATUS NOT = "00"
                 DISPLAY "PICK TICKET FILE NOT OPENED - STATUS "
                         WS-PICK-STATUS
                 GO TO 6210-EXIT
              END-IF.
              MOVE OR-CUST-ID TO CM-CUST-ID.
              READ CUSTOMER-MASTER-FILE
                 INVALID KEY MOVE SPACES TO CM-CUST-NAME
              END-READ.
              PERFORM VARYING WS-PICK-IX FROM 1 BY 1
                    UNTIL WS-PICK-IX > WS-PICK-COUNT
                 IF PT-DONE-SW(WS-PICK-IX) = "N"
                    MOVE PT-LOCATION(WS-PICK-IX) TO WS-PICK-LOC
                    PERFORM 6220-PRINT-ONE-LOCATION THRU 6220-EXIT
                 END-IF
              END-PERFORM.
              CLOSE PICK-TICKET-FILE.
              DISPLAY "PICK TICKET FOR ORDER " OR-ORDER-NUMBER " - "
                      WS-PICK-TICKETS " LOCATION(S), " WS-PICK-COUNT
                      " LINE(S) - WRITTEN TO PICKTKT.PRT.".
       6210-EXIT.
              EXIT.

      * Holds one order line with a quantity still open, with the
      * bin it is picked from, for 6210's bin-order layout.  A
      * drop-ship line never comes through our warehouse.
       6215-LOAD-PICK-LINE.
              COMPUTE WS-SORD-OPEN-QTY =
                    OI-QTY-ORDERED - OI-QTY-SHIPPED - OI-QTY-CANCELLED.
              IF WS-SORD-OPEN-QTY NOT > ZEROS
                 GO TO 6215-EXIT
              END-IF.
              IF OI-LINE-DROP-SHIP
                 GO TO 6215-EXIT
              END-IF.
              IF WS-PICK-COUNT >= 20
                 GO TO 6215-EXIT
              END-IF.
              ADD 1 TO WS-PICK-COUNT.
              MOVE OI-LOCATION TO PT-LOCATION(WS-PICK-COUNT).
              MOVE OI-ITEM-NUMBER TO PT-ITEM-NUMBER(WS-PICK-COUNT).
              MOVE WS-SORD-OPEN-QTY TO PT-QTY(WS-PICK-COUNT).
              MOVE "N" TO PT-DONE-SW(WS-PICK-COUNT).
              MOVE OI-ITEM-NUMBER TO SM-ITEM-NUMBER.
              MOVE OI-LOCATION TO SM-LOCATION.
              READ STOCK-MASTER-FILE
                 INVALID KEY
                    MOVE SPACES TO PT-BIN(WS-PICK-COUNT)
                    MOVE "*** NOT ON STOCK MASTER ***"
                      TO PT-ITEM-DESC(WS-PICK-COUNT)
                 NOT INVALID KEY
                    MOVE SM-BIN-LOCATION TO PT-BIN(WS-PICK-COUNT)
                    MOVE SM-ITEM-DESC TO PT-ITEM-DESC(WS-PICK-COUNT)
              END-READ.
       6215-EXIT.
              EXIT.

      * One location's ticket: heading, then every held line for
      * WS-PICK-LOC lowest bin first, then the picker's sign-off.
       6220-PRINT-ONE-LOCATION.
              ADD 1 TO WS-PICK-TICKETS.
              MOVE WS-STORE-NAME TO PICK-TICKET-REC.
              WRITE PICK-TICKET-REC.
              MOVE SPACES TO PICK-TICKET-REC.
              STRING "PICK TICKET - ORDER " DELIMITED BY SIZE
                     OR-ORDER-NUMBER DELIMITED BY SIZE
                     "  LOCATION " DELIMITED BY SIZE
                     WS-PICK-LOC DELIMITED BY SIZE
                     "  ORDERED " DELIMITED BY SIZE
                     OR-ORDER-DATE DELIMITED BY SIZE
                 INTO PICK-TICKET-REC.
              WRITE PICK-TICKET-REC.
              MOVE SPACES TO PICK-TICKET-REC.
              STRING "CUSTOMER " DELIMITED BY SIZE
                     OR-CUST-ID DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     CM-CUST-NAME DELIMITED BY SIZE
                     "  REF " DELIMITED BY SIZE
                     OR-CUST-REF DELIMITED BY SIZE
                 INTO PICK-TICKET-REC.
              WRITE PICK-TICKET-REC.
              MOVE "BIN         ITEM    DESCRIPTION                   "
                TO PICK-TICKET-REC.
              MOVE "   QTY  PICKED" TO PICK-TICKET-REC(51:14).
              WRITE PICK-TICKET-REC.
              MOVE ZEROS TO WS-PICK-LOC-LINES.
              MOVE 1 TO WS-PICK-NEXT-IX.
              PERFORM 6230-PRINT-NEXT-BIN THRU 6230-EXIT
                UNTIL WS-PICK-NEXT-IX = ZEROS.
              MOVE SPACES TO PICK-TICKET-REC.
              STRING "LINES " DELIMITED BY SIZE
                     WS-PICK-LOC-LINES DELIMITED BY SIZE
                     "   PICKED BY ________  CHECKED BY ________"
                     DELIMITED BY SIZE
                 INTO PICK-TICKET-REC.
              WRITE PICK-TICKET-REC.
              MOVE SPACES TO PICK-TICKET-REC.
              WRITE PICK-TICKET-REC.
       6220-EXIT.
              EXIT.

      * Finds the not-yet-printed line at WS-PICK-LOC with the lowest
      * bin and prints it; leaves WS-PICK-NEXT-IX zero when that
      * location has nothing left.
       6230-PRINT-NEXT-BIN.
              MOVE ZEROS TO WS-PICK-NEXT-IX.
              PERFORM VARYING WS-PICK-IX FROM 1 BY 1
                    UNTIL WS-PICK-IX > WS-PICK-COUNT
                 IF PT-DONE-SW(WS-PICK-IX) = "N"
                    AND PT-LOCATION(WS-PICK-IX) = WS-PICK-LOC
                    IF WS-PICK-NEXT-IX = ZEROS
                       MOVE WS-PICK-IX TO WS-PICK-NEXT-IX
                    ELSE
                       IF PT-BIN(WS-PICK-IX) < PT-BIN(WS-PICK-NEXT-IX)
                          MOVE WS-PICK-IX TO WS-PICK-NEXT-IX
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM.
              IF WS-PICK-NEXT-IX = ZEROS
                 GO TO 6230-EXIT
              END-IF.
              MOVE "Y" TO PT-DONE-SW(WS-PICK-NEXT-IX).
              ADD 1 TO WS-PICK-LOC-LINES.
              MOVE PT-QTY(WS-PICK-NEXT-IX) TO WS-RCPT-QTY.
              MOVE SPACES TO PICK-TICKET-REC.
              STRING PT-BIN(WS-PICK-NEXT-IX) DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     PT-ITEM-NUMBER(WS-PICK-NEXT-IX) DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     PT-ITEM-DESC(WS-PICK-NEXT-IX) DELIMITED BY SIZE
                     WS-RCPT-QTY DELIMITED BY SIZE
                     "  ______" DELIMITED BY SIZE
                 INTO PICK-TICKET-REC.
              WRITE PICK-TICKET-REC.
       6230-EXIT.
              EXIT.
      * Ship confirmation: the warehouse reports what actually went
      * on the truck for an order, line by line, and that - not what
      * was ordered - is invoiced through the same 3010-PRICE-AND-
      * COMMIT-SALE tail a counter sale uses, at the price agreed on
      * the order.  Stock comes off on-hand there; this paragraph
      * then works the shipped quantity off each order line and its
      * allocation, records the shipment for the manifest and proof
      * of delivery, and moves the order to PART or SHIPPED.  A line
      * shipped short simply stays open and allocated for the next
      * shipment.
       6300-SHIP-CONFIRM.
              PERFORM 6150-GET-OPEN-ORDER THRU 6150-EXIT.
              IF WS-SOH-STATUS NOT = "00"
                 GO TO 6300-EXIT
              END-IF.
              MOVE OR-CUST-ID TO CM-CUST-ID.
              READ CUSTOMER-MASTER-FILE
                 INVALID KEY
                    DISPLAY "CUSTOMER " OR-CUST-ID " NOT ON FILE - "
                            "CANNOT INVOICE."
                    GO TO 6300-EXIT
                 NOT INVALID KEY
                    DISPLAY "CUSTOMER: " CM-CUST-NAME
                    MOVE CUSTOMER-MASTER-REC TO WS-AUDIT-CUST-BEFORE
              END-READ.
              MOVE "N" TO WS-VALID-SALE-SW.
              MOVE ZEROS TO WS-BASKET-LINE-COUNT.
              MOVE ZEROS TO WS-BASKET-GOODS-TOTAL
                            WS-BASKET-TAX-TOTAL.
              MOVE "S" TO WS-BASKET-TXN-TYPE.
              MOVE OR-SHIP-SEQ TO WS-SALE-SHIP-SEQ.

              PERFORM 6160-START-ORDER-LINES THRU 6160-EXIT.
              PERFORM UNTIL NOT WS-SORD-MORE
                 READ SALES-ORDER-LINE-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-SORD-MORE-SW
                    NOT AT END
                       IF OI-ORDER-NUMBER NOT = OR-ORDER-NUMBER
                          MOVE "N" TO WS-SORD-MORE-SW
                       ELSE
                          PERFORM 6310-CONFIRM-ONE-LINE
                             THRU 6310-EXIT
                       END-IF
                 END-READ
              END-PERFORM.
              IF WS-BASKET-LINE-COUNT = ZEROS
                 DISPLAY "NOTHING CONFIRMED AS SHIPPED - NO INVOICE."
                 GO TO 6300-EXIT
              END-IF.

              COMPUTE WS-SORD-FIRST-TXN = WS-NEXT-TXN-NUMBER + 1.
              PERFORM 3010-PRICE-AND-COMMIT-SALE THRU 3010-EXIT.
              IF NOT WS-VALID-SALE
                 DISPLAY "SHIPMENT NOT INVOICED - ORDER "
                         OR-ORDER-NUMBER " LEFT AS IT WAS."
                 GO TO 6300-EXIT
              END-IF.
              PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                    UNTIL WS-LINE-IX > WS-BASKET-LINE-COUNT
                 PERFORM 6320-WORK-OFF-ORDER-LINE THRU 6320-EXIT
              END-PERFORM.
              PERFORM 6330-WRITE-SHIPMENT THRU 6330-EXIT.
              PERFORM 6340-SETTLE-ORDER-STATUS THRU 6340-EXIT.
       6300-EXIT.
              EXIT.

      * Takes the shipped quantity for one open order line and, if
      * anything went, prices it into the basket at the order price.
      * The line's own allocation already covers it, so stock is
      * checked against on-hand alone; a kit not on its own shelf
      * must still have the components to build it.  A drop-ship
      * line is confirmed by the supplier, not the warehouse, and
      * goes to 6315-CONFIRM-DROP-SHIP-LINE instead.
       6310-CONFIRM-ONE-LINE.
              COMPUTE WS-SORD-OPEN-QTY =
                    OI-QTY-ORDERED - OI-QTY-SHIPPED - OI-QTY-CANCELLED.
              IF WS-SORD-OPEN-QTY NOT > ZEROS
                 GO TO 6310-EXIT
              END-IF.
              IF WS-BASKET-LINE-COUNT >= WS-BASKET-MAX-LINES
                 DISPLAY "LINE " OI-LINE-SEQ " LEFT FOR THE NEXT "
                         "SHIPMENT - INVOICE IS FULL."
                 GO TO 6310-EXIT
              END-IF.
              IF OI-LINE-DROP-SHIP
                 PERFORM 6315-CONFIRM-DROP-SHIP-LINE THRU 6315-EXIT
                 GO TO 6310-EXIT
              END-IF.
              MOVE OI-ITEM-NUMBER TO SM-ITEM-NUMBER.
              MOVE OI-LOCATION TO SM-LOCATION.
              MOVE OI-LOCATION TO WS-SALE-LOCATION.
              READ STOCK-MASTER-FILE
                 INVALID KEY
                    DISPLAY "LINE " OI-LINE-SEQ " ITEM "
                            OI-ITEM-NUMBER " NOT ON STOCK MASTER - "
                            "SKIPPED."
                    GO TO 6310-EXIT
              END-READ.
              DISPLAY "LINE " OI-LINE-SEQ " " SM-ITEM-DESC " LOC "
                      OI-LOCATION " OPEN " WS-SORD-OPEN-QTY
                      " ON HAND " SM-QTY-ON-HAND.
              DISPLAY "QUANTITY SHIPPED (0 = NONE THIS TIME): ".
              ACCEPT WS-SORD-SHIP-QTY.
              IF WS-SORD-SHIP-QTY = ZEROS
                 GO TO 6310-EXIT
              END-IF.
              IF WS-SORD-SHIP-QTY > WS-SORD-OPEN-QTY
                 DISPLAY "MORE THAN IS OPEN ON THE LINE - LINE "
                         "SKIPPED."
                 GO TO 6310-EXIT
              END-IF.
              PERFORM 3065-CHECK-ITEM-STATUS THRU 3065-EXIT.
              IF NOT WS-ITEM-SELLABLE
                 GO TO 6310-EXIT
              END-IF.
              MOVE WS-SORD-SHIP-QTY TO ST-QTY-SOLD.
              PERFORM 3070-CHECK-KIT-STATUS THRU 3070-EXIT.
              IF WS-IS-KIT AND SM-QTY-ON-HAND >= ST-QTY-SOLD
                 MOVE "N" TO WS-IS-KIT-SW
              END-IF.
              IF WS-IS-KIT
                 PERFORM 3075-VALIDATE-KIT-STOCK THRU 3075-EXIT
                 IF NOT WS-KIT-STOCK-OK
                    DISPLAY "INSUFFICIENT COMPONENT STOCK - LINE "
                            "SKIPPED."
                    GO TO 6310-EXIT
                 END-IF
              ELSE
                 IF ST-QTY-SOLD > SM-QTY-ON-HAND
                    DISPLAY "ONLY " SM-QTY-ON-HAND " ON HAND - LINE "
                            "SKIPPED."
                    GO TO 6310-EXIT
                 END-IF
              END-IF.
              MOVE OI-UNIT-PRICE TO ST-UNIT-PRICE.
              COMPUTE ST-EXTENDED-AMOUNT =
                    ST-QTY-SOLD * ST-UNIT-PRICE.
              PERFORM 3014-COMPUTE-SALES-TAX THRU 3014-EXIT.
              PERFORM 3009-STORE-BASKET-LINE THRU 3009-EXIT.
              MOVE OI-LINE-SEQ TO WS-SORD-LINE-SEQ(WS-LINE-IX).
       6310-EXIT.
              EXIT.

      * Invoices a drop-ship order line for whatever its supplier has
      * confirmed shipping that the customer has not yet been billed
      * for.  When nothing new has come through POAckIntake.cbl's
      * feed, the operator can key the supplier's confirmation here
      * (a phone call or a shipping notice), which is posted to the
      * PO and the drop-ship link exactly as the feed would post it.
      * No stock is checked or moved - the goods never came here.
       6315-CONFIRM-DROP-SHIP-LINE.
              IF OI-DROP-PO-NUMBER = ZEROS
                 DISPLAY "LINE " OI-LINE-SEQ " IS A DROP-SHIP WITH NO "
                         "PO RAISED - SKIPPED."
                 GO TO 6315-EXIT
              END-IF.
              MOVE OI-DROP-PO-NUMBER TO DS-PO-NUMBER.
              READ DROP-SHIP-FILE
                 INVALID KEY
                    DISPLAY "LINE " OI-LINE-SEQ " DROP-SHIP LINK FOR "
                            "PO " OI-DROP-PO-NUMBER " NOT FOUND - "
                            "SKIPPED."
                    GO TO 6315-EXIT
              END-READ.
              COMPUTE WS-DROP-READY-QTY =
                    DS-QTY-SHIPPED - OI-QTY-SHIPPED.
              DISPLAY "LINE " OI-LINE-SEQ " DROP-SHIP PO " DS-PO-NUMBER
                      " OPEN " WS-SORD-OPEN-QTY " SUPPLIER SHIPPED "
                      DS-QTY-SHIPPED " INVOICED " OI-QTY-SHIPPED.
              IF WS-DROP-READY-QTY NOT > ZEROS
                 PERFORM 6317-KEY-SUPPLIER-SHIPMENT THRU 6317-EXIT
              END-IF.
              IF WS-DROP-READY-QTY NOT > ZEROS
                 GO TO 6315-EXIT
              END-IF.
              IF WS-DROP-READY-QTY > WS-SORD-OPEN-QTY
                 MOVE WS-SORD-OPEN-QTY TO WS-DROP-READY-QTY
              END-IF.
              MOVE OI-ITEM-NUMBER TO SM-ITEM-NUMBER.
              MOVE OI-LOCATION TO SM-LOCATION.
              MOVE OI-LOCATION TO WS-SALE-LOCATION.
              READ STOCK-MASTER-FILE
                 INVALID KEY
                    DISPLAY "LINE " OI-LINE-SEQ " ITEM "
                            OI-ITEM-NUMBER " NOT ON STOCK MASTER - "
                            "SKIPPED."
                    GO TO 6315-EXIT
              END-READ.
              MOVE WS-DROP-READY-QTY TO ST-QTY-SOLD.
              MOVE "N" TO WS-IS-KIT-SW.
              MOVE OI-UNIT-PRICE TO ST-UNIT-PRICE.
              COMPUTE ST-EXTENDED-AMOUNT =
                    ST-QTY-SOLD * ST-UNIT-PRICE.
              PERFORM 3014-COMPUTE-SALES-TAX THRU 3014-EXIT.
              PERFORM 3009-STORE-BASKET-LINE THRU 3009-EXIT.
              MOVE "D" TO BL-KIT-SW(WS-LINE-IX).
              MOVE OI-LINE-SEQ TO WS-SORD-LINE-SEQ(WS-LINE-IX).
              DISPLAY "LINE " OI-LINE-SEQ " - " ST-QTY-SOLD
                      " SHIPPED BY THE SUPPLIER, INVOICED ON THIS "
                      "SHIPMENT.".
       6315-EXIT.
              EXIT.

      * Takes the supplier's shipment confirmation from the operator
      * for the drop-ship link in DROP-SHIP-REC and posts it to the
      * PO (received quantity, backorder and status, as
      * POAckIntake.cbl posts its shipped lines) and to the link
      * as DS-CONFIRM-MANUAL.  Leaves WS-DROP-READY-QTY at what can
      * now be invoiced.  The PO must have been approved and sent.
       6317-KEY-SUPPLIER-SHIPMENT.
              MOVE ZEROS TO WS-DROP-READY-QTY.
              IF NOT DS-STATUS-OPEN
                 GO TO 6317-EXIT
              END-IF.
              DISPLAY "QUANTITY THE SUPPLIER HAS CONFIRMED SHIPPED "
                      "(0 = NOT YET): ".
              ACCEPT WS-SORD-SHIP-QTY.
              IF WS-SORD-SHIP-QTY = ZEROS
                 GO TO 6317-EXIT
              END-IF.
              IF WS-SORD-SHIP-QTY > WS-SORD-OPEN-QTY
                 DISPLAY "MORE THAN IS OPEN ON THE LINE - LINE "
                         "SKIPPED."
                 GO TO 6317-EXIT
              END-IF.
              MOVE DS-PO-NUMBER TO PO-NUMBER.
              READ PURCHASE-ORDER-FILE
                 INVALID KEY
                    DISPLAY "PO " DS-PO-NUMBER " NOT ON FILE - "
                            "LINE SKIPPED."
                    GO TO 6317-EXIT
              END-READ.
              IF NOT PO-APPROVED AND NOT PO-PARTIAL
                 DISPLAY "PO " PO-NUMBER " HAS NOT BEEN APPROVED AND "
                         "SENT - THE SUPPLIER CANNOT HAVE SHIPPED IT."
                 GO TO 6317-EXIT
              END-IF.
              COMPUTE WS-DROP-OUTSTANDING =
                    PO-ORDER-QTY - PO-RECEIVED-QTY.
              IF WS-SORD-SHIP-QTY > WS-DROP-OUTSTANDING
                 DISPLAY "ONLY " WS-DROP-OUTSTANDING " OUTSTANDING ON "
                         "PO " PO-NUMBER " - LINE SKIPPED."
                 GO TO 6317-EXIT
              END-IF.
              MOVE PURCHASE-ORDER-REC TO WS-AUDIT-PO-BEFORE.
              ADD WS-SORD-SHIP-QTY TO PO-RECEIVED-QTY.
              COMPUTE PO-BACKORDER-QTY =
                    PO-ORDER-QTY - PO-RECEIVED-QTY.
              IF PO-BACKORDER-QTY > ZEROS
                 SET PO-PARTIAL TO TRUE
              ELSE
                 SET PO-RECEIVED TO TRUE
              END-IF.
              ACCEPT PO-RECEIPT-DATE FROM DATE YYYYMMDD.
              IF PO-ACK-PENDING
                 SET PO-ACK-CONFIRMED TO TRUE
                 MOVE PO-RECEIPT-DATE TO PO-ACK-DATE
              END-IF.
              REWRITE PURCHASE-ORDER-REC
                 INVALID KEY
                    DISPLAY "PO " PO-NUMBER " NOT UPDATED - STATUS "
                            WS-PORD-STATUS
                    GO TO 6317-EXIT
                 NOT INVALID KEY
                    MOVE PO-NUMBER TO AT-KEY-VALUE
                    MOVE WS-AUDIT-PO-BEFORE TO AT-BEFORE-IMAGE
                    MOVE PURCHASE-ORDER-REC TO AT-AFTER-IMAGE
                    SET AT-OP-CHANGE TO TRUE
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
              END-REWRITE.
              MOVE DROP-SHIP-REC TO WS-AUDIT-DROP-BEFORE.
              ADD WS-SORD-SHIP-QTY TO DS-QTY-SHIPPED.
              MOVE PO-RECEIPT-DATE TO DS-SHIP-DATE.
              SET DS-CONFIRM-MANUAL TO TRUE.
              IF DS-QTY-SHIPPED < DS-QTY-ORDERED
                 SET DS-STATUS-PART TO TRUE
              ELSE
                 SET DS-STATUS-SHIPPED TO TRUE
              END-IF.
              REWRITE DROP-SHIP-REC
                 INVALID KEY
                    DISPLAY "DROP-SHIP LINK FOR PO " DS-PO-NUMBER
                            " NOT UPDATED - STATUS " WS-DROP-STATUS
                    GO TO 6317-EXIT
                 NOT INVALID KEY
                    MOVE DS-PO-NUMBER TO AT-KEY-VALUE
                    MOVE WS-AUDIT-DROP-BEFORE TO AT-BEFORE-IMAGE
                    MOVE DROP-SHIP-REC TO AT-AFTER-IMAGE
                    SET AT-OP-CHANGE TO TRUE
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
              END-REWRITE.
              COMPUTE WS-DROP-READY-QTY =
                    DS-QTY-SHIPPED - OI-QTY-SHIPPED.
       6317-EXIT.
              EXIT.

      * Works basket line WS-LINE-IX, now invoiced, off the order
      * line it came from and off that line's allocation.  The
      * reservation is marked FULFILLED once nothing is left on it.
       6320-WORK-OFF-ORDER-LINE.
              MOVE OR-ORDER-NUMBER TO OI-ORDER-NUMBER.
              MOVE WS-SORD-LINE-SEQ(WS-LINE-IX) TO OI-LINE-SEQ.
              READ SALES-ORDER-LINE-FILE
                 INVALID KEY
                    DISPLAY "ORDER LINE " OI-LINE-SEQ " NOT FOUND - "
                            "STATUS " WS-SOL-STATUS
                    GO TO 6320-EXIT
              END-READ.
              MOVE SALES-ORDER-LINE-REC TO WS-AUDIT-SOLN-BEFORE.
              ADD BL-QTY(WS-LINE-IX) TO OI-QTY-SHIPPED.
              REWRITE SALES-ORDER-LINE-REC
                 INVALID KEY
                    DISPLAY "ORDER LINE " OI-LINE-SEQ " NOT UPDATED "
                            "- STATUS " WS-SOL-STATUS
                 NOT INVALID KEY
                    MOVE OI-LINE-KEY TO AT-KEY-VALUE
                    MOVE WS-AUDIT-SOLN-BEFORE TO AT-BEFORE-IMAGE
                    MOVE SALES-ORDER-LINE-REC TO AT-AFTER-IMAGE
                    SET AT-OP-CHANGE TO TRUE
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
              END-REWRITE.

              IF OI-RESERVATION-NUMBER = ZEROS
                 GO TO 6320-EXIT
              END-IF.
              MOVE OI-RESERVATION-NUMBER TO RV-RESERVATION-NUMBER.
              READ RESERVATION-FILE
                 INVALID KEY
                    GO TO 6320-EXIT
              END-READ.
              IF NOT RV-STATUS-OPEN
                 GO TO 6320-EXIT
              END-IF.
              MOVE RESERVATION-REC TO WS-AUDIT-RSV-BEFORE.
              SUBTRACT BL-QTY(WS-LINE-IX) FROM RV-QTY-RESERVED.
              IF RV-QTY-RESERVED NOT > ZEROS
                 MOVE ZEROS TO RV-QTY-RESERVED
                 SET RV-STATUS-FULFILLED TO TRUE
              END-IF.
              REWRITE RESERVATION-REC
                 INVALID KEY
                    DISPLAY "ALLOCATION " RV-RESERVATION-NUMBER
                            " NOT UPDATED - STATUS " WS-RSV-STATUS
                 NOT INVALID KEY
                    MOVE RV-RESERVATION-NUMBER TO AT-KEY-VALUE
                    MOVE WS-AUDIT-RSV-BEFORE TO AT-BEFORE-IMAGE
                    MOVE RESERVATION-REC TO AT-AFTER-IMAGE
                    SET AT-OP-CHANGE TO TRUE
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
              END-REWRITE.
       6320-EXIT.
              EXIT.

      * Records the invoice just raised as a shipment of the order,
      * waiting on the manifest and proof of delivery.  An invoice
      * that is all drop-ship lines put nothing on our truck, so
      * there is no shipment to manifest.
       6330-WRITE-SHIPMENT.
              MOVE ZEROS TO WS-DROP-STOCK-LINES.
              PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                    UNTIL WS-LINE-IX > WS-BASKET-LINE-COUNT
                 IF BL-KIT-SW(WS-LINE-IX) NOT = "D"
                    ADD 1 TO WS-DROP-STOCK-LINES
                 END-IF
              END-PERFORM.
              IF WS-DROP-STOCK-LINES = ZEROS
                 DISPLAY "ALL LINES SHIPPED BY THE SUPPLIER - NOTHING "
                         "FOR THE DELIVERY MANIFEST."
                 GO TO 6330-EXIT
              END-IF.
              MOVE SPACES TO SALES-SHIPMENT-REC.
              MOVE WS-NEXT-INV-NUMBER TO DV-INVOICE-NUMBER.
              MOVE OR-ORDER-NUMBER TO DV-ORDER-NUMBER.
              MOVE OR-CUST-ID TO DV-CUST-ID.
              MOVE OR-SHIP-SEQ TO DV-SHIP-SEQ.
              ACCEPT DV-SHIP-DATE FROM DATE YYYYMMDD.
              SET DV-STATUS-SHIPPED TO TRUE.
              MOVE ZEROS TO DV-POD-DATE.
              MOVE WS-BASKET-LINE-COUNT TO DV-LINE-COUNT.
              MOVE WS-SORD-FIRST-TXN TO DV-FIRST-TXN-NUMBER.
              MOVE WS-SALE-OPERATOR-ID TO DV-SHIPPED-BY.
              WRITE SALES-SHIPMENT-REC
                 INVALID KEY
                    DISPLAY "SHIPMENT NOT RECORDED - STATUS "
                            WS-SHP-STATUS
                 NOT INVALID KEY
                    MOVE DV-INVOICE-NUMBER TO AT-KEY-VALUE
                    MOVE SPACES TO AT-BEFORE-IMAGE
                    MOVE SALES-SHIPMENT-REC TO AT-AFTER-IMAGE
                    SET AT-OP-ADD TO TRUE
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
              END-WRITE.
       6330-EXIT.
              EXIT.

      * Re-foots what is still open across the order's lines and
      * moves the header to PART or, once nothing is left, SHIPPED.
       6340-SETTLE-ORDER-STATUS.
              PERFORM 6345-FOOT-OPEN-BALANCE THRU 6345-EXIT.
              READ SALES-ORDER-HEADER-FILE
                 INVALID KEY
                    DISPLAY "SALES ORDER " OR-ORDER-NUMBER
                            " HEADER NOT FOUND - STATUS "
                            WS-SOH-STATUS
                    GO TO 6340-EXIT
              END-READ.
              MOVE SALES-ORDER-HEADER-REC TO WS-AUDIT-SORD-BEFORE.
              ADD 1 TO OR-SHIPMENT-COUNT.
              IF WS-SORD-OPEN-TOTAL > ZEROS
                 SET OR-STATUS-PART TO TRUE
              ELSE
                 SET OR-STATUS-SHIPPED TO TRUE
                 ACCEPT OR-CLOSED-DATE FROM DATE YYYYMMDD
              END-IF.
              PERFORM 6350-REWRITE-ORDER-HEADER THRU 6350-EXIT.
              DISPLAY "SALES ORDER " OR-ORDER-NUMBER " SHIPMENT "
                      OR-SHIPMENT-COUNT " ON INVOICE "
                      WS-NEXT-INV-NUMBER " - " WS-SORD-OPEN-TOTAL
                      " UNIT(S) STILL OPEN.".
       6340-EXIT.
              EXIT.

      * Totals ordered less shipped less cancelled across the lines
      * of the order in memory into WS-SORD-OPEN-TOTAL, counting the
      * lines with anything left in WS-SORD-LINES-OPEN.
       6345-FOOT-OPEN-BALANCE.
              MOVE ZEROS TO WS-SORD-OPEN-TOTAL WS-SORD-LINES-OPEN.
              PERFORM 6160-START-ORDER-LINES THRU 6160-EXIT.
              PERFORM UNTIL NOT WS-SORD-MORE
                 READ SALES-ORDER-LINE-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-SORD-MORE-SW
                    NOT AT END
                       IF OI-ORDER-NUMBER NOT = OR-ORDER-NUMBER
                          MOVE "N" TO WS-SORD-MORE-SW
                       ELSE
                          COMPUTE WS-SORD-OPEN-QTY =
                                OI-QTY-ORDERED - OI-QTY-SHIPPED
                                - OI-QTY-CANCELLED
                          IF WS-SORD-OPEN-QTY > ZEROS
                             ADD WS-SORD-OPEN-QTY
                               TO WS-SORD-OPEN-TOTAL
                             ADD 1 TO WS-SORD-LINES-OPEN
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM.
       6345-EXIT.
              EXIT.

      * Rewrites the order header in memory against the before
      * image in WS-AUDIT-SORD-BEFORE.
       6350-REWRITE-ORDER-HEADER.
              REWRITE SALES-ORDER-HEADER-REC
                 INVALID KEY
                    DISPLAY "SALES ORDER " OR-ORDER-NUMBER
                            " NOT UPDATED - STATUS " WS-SOH-STATUS
                 NOT INVALID KEY
                    MOVE OR-ORDER-NUMBER TO AT-KEY-VALUE
                    MOVE WS-AUDIT-SORD-BEFORE TO AT-BEFORE-IMAGE
                    MOVE SALES-ORDER-HEADER-REC TO AT-AFTER-IMAGE
                    SET AT-OP-CHANGE TO TRUE
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
              END-REWRITE.
       6350-EXIT.
              EXIT.

      * Delivery manifest for one day's shipments, written to
      * MANIFEST.PRT for the driver: one stop per customer delivery
      * site, with every invoice going to that site listed under it
      * line by line, and room at each stop for the signature that
      * 6500-RECORD-DELIVERY later keys in as proof of delivery.
      * The day's shipments are held in WS-MAN-ENTRY and grouped
      * into stops by picking out the first one not yet printed and
      * every other one for the same customer and site.
       6400-DELIVERY-MANIFEST.
              DISPLAY "MANIFEST FOR SHIP DATE YYYYMMDD (0 = TODAY): ".
              ACCEPT WS-MAN-DATE.
              IF WS-MAN-DATE = ZEROS
                 ACCEPT WS-MAN-DATE FROM DATE YYYYMMDD
              END-IF.
              MOVE ZEROS TO WS-MAN-COUNT WS-MAN-STOP.
              SET WS-SORD-MORE TO TRUE.
              MOVE ZEROS TO DV-INVOICE-NUMBER.
              START SALES-SHIPMENT-FILE
                    KEY IS NOT LESS THAN DV-INVOICE-NUMBER
                 INVALID KEY MOVE "N" TO WS-SORD-MORE-SW
              END-START.
              PERFORM UNTIL NOT WS-SORD-MORE
                 READ SALES-SHIPMENT-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-SORD-MORE-SW
                    NOT AT END
                       IF DV-SHIP-DATE = WS-MAN-DATE
                          IF WS-MAN-COUNT < WS-MAN-MAX
                             ADD 1 TO WS-MAN-COUNT
                             MOVE DV-INVOICE-NUMBER
                               TO MN-INVOICE-NUMBER(WS-MAN-COUNT)
                             MOVE DV-CUST-ID
                               TO MN-CUST-ID(WS-MAN-COUNT)
                             MOVE DV-SHIP-SEQ
                               TO MN-SHIP-SEQ(WS-MAN-COUNT)
                             MOVE "N" TO MN-DONE-SW(WS-MAN-COUNT)
                          ELSE
                             DISPLAY "MANIFEST FULL - INVOICE "
                                     DV-INVOICE-NUMBER " LEFT OFF."
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM.
              IF WS-MAN-COUNT = ZEROS
                 DISPLAY "NO SHIPMENTS ON " WS-MAN-DATE "."
                 GO TO 6400-EXIT
              END-IF.

              OPEN OUTPUT MANIFEST-FILE.
              IF WS-MANF-STATUS NOT = "00"
                 DISPLAY "MANIFEST FILE NOT OPENED - STATUS "
                         WS-MANF-STATUS
                 GO TO 6400-EXIT
              END-IF.
              MOVE WS-STORE-NAME TO MANIFEST-REC.
              WRITE MANIFEST-REC.
              MOVE SPACES TO MANIFEST-REC.
              STRING "DELIVERY MANIFEST - SHIP DATE " DELIMITED BY SIZE
                     WS-MAN-DATE DELIMITED BY SIZE
                 INTO MANIFEST-REC.
              WRITE MANIFEST-REC.
              MOVE SPACES TO MANIFEST-REC.
              WRITE MANIFEST-REC.
              PERFORM VARYING WS-MAN-IX FROM 1 BY 1
                    UNTIL WS-MAN-IX > WS-MAN-COUNT
                 IF MN-DONE-SW(WS-MAN-IX) = "N"
                    PERFORM 6410-PRINT-ONE-STOP THRU 6410-EXIT
                 END-IF
              END-PERFORM.
              MOVE SPACES TO MANIFEST-REC.
              STRING "STOPS " DELIMITED BY SIZE
                     WS-MAN-STOP DELIMITED BY SIZE
                     "   SHIPMENTS " DELIMITED BY SIZE
                     WS-MAN-COUNT DELIMITED BY SIZE
                     "   DRIVER ____________________" DELIMITED BY SIZE
                 INTO MANIFEST-REC.
              WRITE MANIFEST-REC.
              CLOSE MANIFEST-FILE.
              DISPLAY "DELIVERY MANIFEST FOR " WS-MAN-DATE " - "
                      WS-MAN-STOP " STOP(S), " WS-MAN-COUNT
                      " SHIPMENT(S) - WRITTEN TO MANIFEST.PRT.".
       6400-EXIT.
              EXIT.

      * One stop: the customer and delivery address of shipment
      * WS-MAN-IX, then it and every later shipment to the same
      * customer and site, then the signature block.
       6410-PRINT-ONE-STOP.
              ADD 1 TO WS-MAN-STOP.
              MOVE MN-CUST-ID(WS-MAN-IX) TO CM-CUST-ID.
              READ CUSTOMER-MASTER-FILE
                 INVALID KEY
                    MOVE SPACES TO CM-CUST-NAME CM-BILLING-ADDRESS
              END-READ.
              MOVE SPACES TO MANIFEST-REC.
              STRING "STOP " DELIMITED BY SIZE
                     WS-MAN-STOP DELIMITED BY SIZE
                     "  CUSTOMER " DELIMITED BY SIZE
                     MN-CUST-ID(WS-MAN-IX) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     CM-CUST-NAME DELIMITED BY SIZE
                 INTO MANIFEST-REC.
              WRITE MANIFEST-REC.
              MOVE CM-CUST-NAME TO SD-SHIP-NAME.
              MOVE CM-BILLING-ADDRESS TO SD-SHIP-ADDRESS.
              IF MN-SHIP-SEQ(WS-MAN-IX) NOT = ZEROS
                 MOVE MN-CUST-ID(WS-MAN-IX) TO SD-CUST-ID
                 MOVE MN-SHIP-SEQ(WS-MAN-IX) TO SD-SHIP-SEQ
                 READ SHIP-TO-FILE
                    INVALID KEY
                       MOVE CM-CUST-NAME TO SD-SHIP-NAME
                       MOVE CM-BILLING-ADDRESS TO SD-SHIP-ADDRESS
                 END-READ
              END-IF.
              MOVE SPACES TO MANIFEST-REC.
              STRING "  DELIVER TO " DELIMITED BY SIZE
                     SD-SHIP-NAME DELIMITED BY SIZE
                 INTO MANIFEST-REC.
              WRITE MANIFEST-REC.
              MOVE SPACES TO MANIFEST-REC.
              STRING "             " DELIMITED BY SIZE
                     SD-SHIP-ADDRESS DELIMITED BY SIZE
                 INTO MANIFEST-REC.
              WRITE MANIFEST-REC.
              PERFORM VARYING WS-MAN-JX FROM WS-MAN-IX BY 1
                    UNTIL WS-MAN-JX > WS-MAN-COUNT
                 IF MN-DONE-SW(WS-MAN-JX) = "N"
                    AND MN-CUST-ID(WS-MAN-JX) = MN-CUST-ID(WS-MAN-IX)
                    AND MN-SHIP-SEQ(WS-MAN-JX) = MN-SHIP-SEQ(WS-MAN-IX)
                    MOVE "Y" TO MN-DONE-SW(WS-MAN-JX)
                    PERFORM 6420-PRINT-SHIPMENT THRU 6420-EXIT
                 END-IF
              END-PERFORM.
              MOVE "  RECEIVED IN GOOD ORDER BY ____________________"
                TO MANIFEST-REC.
              MOVE "  DATE ________" TO MANIFEST-REC(50:15).
              WRITE MANIFEST-REC.
              MOVE SPACES TO MANIFEST-REC.
              WRITE MANIFEST-REC.
       6410-EXIT.
              EXIT.

      * One shipment on the manifest: its invoice and order, then
      * each invoice line.  The lines were written under consecutive
      * transaction numbers from DV-FIRST-TXN-NUMBER, so the read
      * starts there and stops once DV-LINE-COUNT of them for this
      * invoice have been found - or after a bounded number of
      * reads, should another till have written in between.
       6420-PRINT-SHIPMENT.
              MOVE MN-INVOICE-NUMBER(WS-MAN-JX) TO DV-INVOICE-NUMBER.
              READ SALES-SHIPMENT-FILE
                 INVALID KEY
                    GO TO 6420-EXIT
              END-READ.
              MOVE SPACES TO MANIFEST-REC.
              STRING "    INVOICE " DELIMITED BY SIZE
                     DV-INVOICE-NUMBER DELIMITED BY SIZE
                     "  ORDER " DELIMITED BY SIZE
                     DV-ORDER-NUMBER DELIMITED BY SIZE
                     "  LINES " DELIMITED BY SIZE
                     DV-LINE-COUNT DELIMITED BY SIZE
                 INTO MANIFEST-REC.
              WRITE MANIFEST-REC.
              MOVE ZEROS TO WS-MAN-FOUND WS-MAN-READS.
              SET WS-SORD-MORE TO TRUE.
              MOVE DV-FIRST-TXN-NUMBER TO ST-TXN-NUMBER.
              START SALES-TRANSACTION-FILE
                    KEY IS NOT LESS THAN ST-TXN-NUMBER
                 INVALID KEY MOVE "N" TO WS-SORD-MORE-SW
              END-START.
              PERFORM UNTIL NOT WS-SORD-MORE
                         OR WS-MAN-FOUND NOT < DV-LINE-COUNT
                         OR WS-MAN-READS > 500
                 READ SALES-TRANSACTION-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-SORD-MORE-SW
                    NOT AT END
                       ADD 1 TO WS-MAN-READS
                       IF ST-INVOICE-NUMBER = DV-INVOICE-NUMBER
                          ADD 1 TO WS-MAN-FOUND
                          PERFORM 6425-PRINT-SHIPMENT-LINE
                             THRU 6425-EXIT
                       END-IF
                 END-READ
              END-PERFORM.
       6420-EXIT.
              EXIT.

      * One invoice line under its shipment on the manifest.  A
      * line the supplier drop-shipped is not on our truck.
       6425-PRINT-SHIPMENT-LINE.
              IF ST-DROP-SHIPPED
                 GO TO 6425-EXIT
              END-IF.
              MOVE ST-ITEM-NUMBER TO SM-ITEM-NUMBER.
              MOVE ST-LOCATION TO SM-LOCATION.
              READ STOCK-MASTER-FILE
                 INVALID KEY MOVE SPACES TO SM-ITEM-DESC
              END-READ.
              MOVE ST-QTY-SOLD TO WS-RCPT-QTY.
              MOVE SPACES TO MANIFEST-REC.
              STRING "      " DELIMITED BY SIZE
                     ST-ITEM-NUMBER DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     SM-ITEM-DESC DELIMITED BY SIZE
                     WS-RCPT-QTY DELIMITED BY SIZE
                 INTO MANIFEST-REC.
              WRITE MANIFEST-REC.
       6425-EXIT.
              EXIT.

      * Proof of delivery: who signed for a shipment, and when,
      * keyed from the returned manifest against the invoice.  A
      * shipment is delivered once - a second entry is refused so
      * the signature on file is always the first one taken.
       6500-RECORD-DELIVERY.
              DISPLAY "ENTER INVOICE NUMBER OF THE SHIPMENT: ".
              ACCEPT DV-INVOICE-NUMBER.
              READ SALES-SHIPMENT-FILE
                 INVALID KEY
                    DISPLAY "NO SHIPMENT FOR INVOICE "
                            DV-INVOICE-NUMBER "."
                    GO TO 6500-EXIT
              END-READ.
              IF DV-STATUS-DELIVERED
                 DISPLAY "ALREADY DELIVERED " DV-POD-DATE
                         " - SIGNED BY " DV-POD-SIGNED-BY
                 GO TO 6500-EXIT
              END-IF.
              MOVE SALES-SHIPMENT-REC TO WS-AUDIT-SHIP-BEFORE.
              DISPLAY "ORDER " DV-ORDER-NUMBER " CUSTOMER "
                      DV-CUST-ID " SHIPPED " DV-SHIP-DATE.
              MOVE SPACES TO DV-POD-SIGNED-BY.
              DISPLAY "SIGNED FOR BY: ".
              ACCEPT DV-POD-SIGNED-BY.
              IF DV-POD-SIGNED-BY = SPACES
                 DISPLAY "A SIGNATURE NAME IS REQUIRED - NOTHING "
                         "RECORDED."
                 GO TO 6500-EXIT
              END-IF.
              DISPLAY "DELIVERY DATE YYYYMMDD (0 = TODAY): ".
              ACCEPT DV-POD-DATE.
              IF DV-POD-DATE = ZEROS
                 ACCEPT DV-POD-DATE FROM DATE YYYYMMDD
              END-IF.
              IF DV-POD-DATE < DV-SHIP-DATE
                 DISPLAY "DELIVERY DATE IS BEFORE THE SHIP DATE - "
                         "NOTHING RECORDED."
                 GO TO 6500-EXIT
              END-IF.
              MOVE SPACES TO DV-POD-NOTE.
              DISPLAY "DELIVERY NOTE (BLANK IF NONE): ".
              ACCEPT DV-POD-NOTE.
              MOVE WS-SALE-OPERATOR-ID TO DV-POD-OPERATOR.
              SET DV-STATUS-DELIVERED TO TRUE.
              REWRITE SALES-SHIPMENT-REC
                 INVALID KEY
                    DISPLAY "DELIVERY NOT RECORDED - STATUS "
                            WS-SHP-STATUS
                 NOT INVALID KEY
                    MOVE DV-INVOICE-NUMBER TO AT-KEY-VALUE
                    MOVE WS-AUDIT-SHIP-BEFORE TO AT-BEFORE-IMAGE
                    MOVE SALES-SHIPMENT-REC TO AT-AFTER-IMAGE
                    SET AT-OP-CHANGE TO TRUE
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
                    DISPLAY "INVOICE " DV-INVOICE-NUMBER
                            " DELIVERED " DV-POD-DATE
                            " - SIGNED BY " DV-POD-SIGNED-BY
              END-REWRITE.
       6500-EXIT.
              EXIT.

      * Where an order stands: the header, every line with what was
      * ordered, shipped, cancelled and is still open, and each
      * shipment raised against it with its delivery status.
       6600-SALES-ORDER-INQUIRY.
              DISPLAY "ENTER SALES ORDER NUMBER: ".
              ACCEPT OR-ORDER-NUMBER.
              READ SALES-ORDER-HEADER-FILE
                 INVALID KEY
                    DISPLAY "SALES ORDER " OR-ORDER-NUMBER
                            " NOT ON FILE."
                    GO TO 6600-EXIT
              END-READ.
              DISPLAY "ORDER " OR-ORDER-NUMBER " CUSTOMER " OR-CUST-ID
                      " DATED " OR-ORDER-DATE " REF " OR-CUST-REF.
              EVALUATE TRUE
                 WHEN OR-STATUS-OPEN
                    DISPLAY "  STATUS: OPEN - NOTHING SHIPPED YET"
                 WHEN OR-STATUS-PART
                    DISPLAY "  STATUS: PART SHIPPED"
                 WHEN OR-STATUS-SHIPPED
                    DISPLAY "  STATUS: SHIPPED - CLOSED "
                            OR-CLOSED-DATE
                 WHEN OR-STATUS-CANCELLED
                    DISPLAY "  STATUS: CANCELLED - CLOSED "
                            OR-CLOSED-DATE
              END-EVALUATE.
              DISPLAY "  SHIP-TO " OR-SHIP-SEQ " GOODS "
                      OR-GOODS-TOTAL " SHIPMENTS " OR-SHIPMENT-COUNT.
              DISPLAY "  LN  ITEM   LOC   ORDERED SHIPPED CANCLD  OPEN".
              PERFORM 6160-START-ORDER-LINES THRU 6160-EXIT.
              PERFORM UNTIL NOT WS-SORD-MORE
                 READ SALES-ORDER-LINE-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-SORD-MORE-SW
                    NOT AT END
                       IF OI-ORDER-NUMBER NOT = OR-ORDER-NUMBER
                          MOVE "N" TO WS-SORD-MORE-SW
                       ELSE
                          COMPUTE WS-SORD-OPEN-QTY =
                                OI-QTY-ORDERED - OI-QTY-SHIPPED
                                - OI-QTY-CANCELLED
                          DISPLAY "  " OI-LINE-SEQ " " OI-ITEM-NUMBER
                                  " " OI-LOCATION "  " OI-QTY-ORDERED
                                  "   " OI-QTY-SHIPPED "   "
                                  OI-QTY-CANCELLED "  "
                                  WS-SORD-OPEN-QTY
                          IF OI-LINE-DROP-SHIP
                             DISPLAY "      DROP-SHIP ON PO "
                                     OI-DROP-PO-NUMBER
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM.
              IF OR-SHIPMENT-COUNT = ZEROS
                 GO TO 6600-EXIT
              END-IF.
              SET WS-SORD-MORE TO TRUE.
              MOVE ZEROS TO DV-INVOICE-NUMBER.
              START SALES-SHIPMENT-FILE
                    KEY IS NOT LESS THAN DV-INVOICE-NUMBER
                 INVALID KEY MOVE "N" TO WS-SORD-MORE-SW
              END-START.
              PERFORM UNTIL NOT WS-SORD-MORE
                 READ SALES-SHIPMENT-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-SORD-MORE-SW
                    NOT AT END
                       IF DV-ORDER-NUMBER = OR-ORDER-NUMBER
                          IF DV-STATUS-DELIVERED
                             DISPLAY "  INVOICE " DV-INVOICE-NUMBER
                                     " SHIPPED " DV-SHIP-DATE
                                     " DELIVERED " DV-POD-DATE
                                     " SIGNED " DV-POD-SIGNED-BY
                          ELSE
                             DISPLAY "  INVOICE " DV-INVOICE-NUMBER
                                     " SHIPPED " DV-SHIP-DATE
                                     " - AWAITING PROOF OF DELIVERY"
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM.
       6600-EXIT.
              EXIT.

      * Releases whatever is still open on an order the customer no
      * longer wants: each open line's balance is moved to cancelled
      * and its allocation is cancelled, freeing the stock for
      * anyone else.  What has already shipped and been invoiced is
      * untouched; the order closes as SHIPPED if any of it went,
      * or CANCELLED if none did.  An order with drop-ship goods the
      * supplier has shipped but the customer has not been billed
      * for must be ship confirmed first, or the goods would never
      * be invoiced.
       6700-CANCEL-OPEN-BALANCE.
              PERFORM 6150-GET-OPEN-ORDER THRU 6150-EXIT.
              IF WS-SOH-STATUS NOT = "00"
                 GO TO 6700-EXIT
              END-IF.
              PERFORM 6705-COUNT-DROP-READY THRU 6705-EXIT.
              IF WS-DROP-READY-LINES > ZEROS
                 DISPLAY WS-DROP-READY-LINES " DROP-SHIP LINE(S) "
                         "SHIPPED BY THE SUPPLIER BUT NOT YET "
                         "INVOICED - SHIP CONFIRM THE ORDER FIRST."
                 GO TO 6700-EXIT
              END-IF.
              PERFORM 6345-FOOT-OPEN-BALANCE THRU 6345-EXIT.
              DISPLAY "ORDER " OR-ORDER-NUMBER " - "
                      WS-SORD-LINES-OPEN " LINE(S), "
                      WS-SORD-OPEN-TOTAL " UNIT(S) STILL OPEN.".
              DISPLAY "CANCEL THE OPEN BALANCE AND RELEASE THE "
                      "STOCK? (Y/N): ".
              ACCEPT WS-SORD-ANSWER.
              IF WS-SORD-ANSWER NOT = "Y" AND WS-SORD-ANSWER NOT = "y"
                 DISPLAY "ORDER LEFT OPEN."
                 GO TO 6700-EXIT
              END-IF.
              PERFORM 6160-START-ORDER-LINES THRU 6160-EXIT.
              PERFORM UNTIL NOT WS-SORD-MORE
                 READ SALES-ORDER-LINE-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-SORD-MORE-SW
                    NOT AT END
                       IF OI-ORDER-NUMBER NOT = OR-ORDER-NUMBER
                          MOVE "N" TO WS-SORD-MORE-SW
                       ELSE
                          PERFORM 6710-CANCEL-ONE-LINE
                             THRU 6710-EXIT
                       END-IF
                 END-READ
              END-PERFORM.
              READ SALES-ORDER-HEADER-FILE
                 INVALID KEY
                    DISPLAY "SALES ORDER " OR-ORDER-NUMBER
                            " HEADER NOT FOUND - STATUS "
                            WS-SOH-STATUS
                    GO TO 6700-EXIT
              END-READ.
              MOVE SALES-ORDER-HEADER-REC TO WS-AUDIT-SORD-BEFORE.
              IF OR-SHIPMENT-COUNT = ZEROS
                 SET OR-STATUS-CANCELLED TO TRUE
              ELSE
                 SET OR-STATUS-SHIPPED TO TRUE
              END-IF.
              ACCEPT OR-CLOSED-DATE FROM DATE YYYYMMDD.
              PERFORM 6350-REWRITE-ORDER-HEADER THRU 6350-EXIT.
              DISPLAY "SALES ORDER " OR-ORDER-NUMBER " CLOSED - "
                      WS-SORD-OPEN-TOTAL " UNIT(S) RELEASED.".
       6700-EXIT.
              EXIT.

      * Counts the drop-ship lines of the order in memory whose
      * supplier has confirmed shipping more than has been invoiced.
       6705-COUNT-DROP-READY.
              MOVE ZEROS TO WS-DROP-READY-LINES.
              PERFORM 6160-START-ORDER-LINES THRU 6160-EXIT.
              PERFORM UNTIL NOT WS-SORD-MORE
                 READ SALES-ORDER-LINE-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-SORD-MORE-SW
                    NOT AT END
                       IF OI-ORDER-NUMBER NOT = OR-ORDER-NUMBER
                          MOVE "N" TO WS-SORD-MORE-SW
                       ELSE
                          IF OI-LINE-DROP-SHIP
                             AND OI-DROP-PO-NUMBER NOT = ZEROS
                             MOVE OI-DROP-PO-NUMBER TO DS-PO-NUMBER
                             READ DROP-SHIP-FILE
                                INVALID KEY
                                   CONTINUE
                                NOT INVALID KEY
                                   IF DS-QTY-SHIPPED > OI-QTY-SHIPPED
                                      ADD 1 TO WS-DROP-READY-LINES
                                   END-IF
                             END-READ
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM.
       6705-EXIT.
              EXIT.

      * Cancels what is open on the order line just read and the
      * allocation behind it.  The line is rewritten in place - the
      * sequential read carries on from it untouched.
       6710-CANCEL-ONE-LINE.
              COMPUTE WS-SORD-OPEN-QTY =
                    OI-QTY-ORDERED - OI-QTY-SHIPPED - OI-QTY-CANCELLED.
              IF WS-SORD-OPEN-QTY NOT > ZEROS
                 GO TO 6710-EXIT
              END-IF.
              MOVE SALES-ORDER-LINE-REC TO WS-AUDIT-SOLN-BEFORE.
              ADD WS-SORD-OPEN-QTY TO OI-QTY-CANCELLED.
              REWRITE SALES-ORDER-LINE-REC
                 INVALID KEY
                    DISPLAY "ORDER LINE " OI-LINE-SEQ " NOT UPDATED "
                            "- STATUS " WS-SOL-STATUS
                    GO TO 6710-EXIT
                 NOT INVALID KEY
                    MOVE OI-LINE-KEY TO AT-KEY-VALUE
                    MOVE WS-AUDIT-SOLN-BEFORE TO AT-BEFORE-IMAGE
                    MOVE SALES-ORDER-LINE-REC TO AT-AFTER-IMAGE
                    SET AT-OP-CHANGE TO TRUE
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
              END-REWRITE.
              IF OI-LINE-DROP-SHIP
                 PERFORM 6715-CANCEL-DROP-SHIP THRU 6715-EXIT
                 GO TO 6710-EXIT
              END-IF.
              IF OI-RESERVATION-NUMBER = ZEROS
                 GO TO 6710-EXIT
              END-IF.
              MOVE OI-RESERVATION-NUMBER TO RV-RESERVATION-NUMBER.
              READ RESERVATION-FILE
                 INVALID KEY
                    GO TO 6710-EXIT
              END-READ.
              IF NOT RV-STATUS-OPEN
                 GO TO 6710-EXIT
              END-IF.
              MOVE RESERVATION-REC TO WS-AUDIT-RSV-BEFORE.
              SET RV-STATUS-CANCELLED TO TRUE.
              REWRITE RESERVATION-REC
                 INVALID KEY
                    DISPLAY "ALLOCATION " RV-RESERVATION-NUMBER
                            " NOT RELEASED - STATUS " WS-RSV-STATUS
                 NOT INVALID KEY
                    MOVE RV-RESERVATION-NUMBER TO AT-KEY-VALUE
                    MOVE WS-AUDIT-RSV-BEFORE TO AT-BEFORE-IMAGE
                    MOVE RESERVATION-REC TO AT-AFTER-IMAGE
                    SET AT-OP-CHANGE TO TRUE
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
              END-REWRITE.
       6710-EXIT.
              EXIT.

      * Closes the drop-ship link of the order line just cancelled -
      * CANCELLED if the supplier shipped none of it, SHIPPED if it
      * shipped part - so the supplier's feed can no longer post to
      * it.  The PO itself belongs to purchasing: the buyer is told
      * to have the supplier cancel the balance.
       6715-CANCEL-DROP-SHIP.
              IF OI-DROP-PO-NUMBER = ZEROS
                 GO TO 6715-EXIT
              END-IF.
              MOVE OI-DROP-PO-NUMBER TO DS-PO-NUMBER.
              READ DROP-SHIP-FILE
                 INVALID KEY
                    GO TO 6715-EXIT
              END-READ.
              IF NOT DS-STATUS-OPEN
                 GO TO 6715-EXIT
              END-IF.
              MOVE DROP-SHIP-REC TO WS-AUDIT-DROP-BEFORE.
              IF DS-QTY-SHIPPED = ZEROS
                 SET DS-STATUS-CANCELLED TO TRUE
              ELSE
                 SET DS-STATUS-SHIPPED TO TRUE
              END-IF.
              REWRITE DROP-SHIP-REC
                 INVALID KEY
                    DISPLAY "DROP-SHIP LINK FOR PO " DS-PO-NUMBER
                            " NOT CLOSED - STATUS " WS-DROP-STATUS
                 NOT INVALID KEY
                    MOVE DS-PO-NUMBER TO AT-KEY-VALUE
                    MOVE WS-AUDIT-DROP-BEFORE TO AT-BEFORE-IMAGE
                    MOVE DROP-SHIP-REC TO AT-AFTER-IMAGE
                    SET AT-OP-CHANGE TO TRUE
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
              END-REWRITE.
              DISPLAY "DROP-SHIP PO " DS-PO-NUMBER " - ASK SUPPLIER "
                      DS-SUPPLIER-NUMBER " TO CANCEL THE UNSHIPPED "
                      "BALANCE.".
       6715-EXIT.
              EXIT.

      * Drop-ships still waiting on the supplier: every open link on
      * DROP-SHIP-FILE with where its PO stands - not yet approved,
      * sent and awaiting the supplier's acknowledgement, or
      * confirmed with the promised ship date - and a READY TO
      * INVOICE flag where the supplier has shipped more than the
      * customer has been billed for, which 6300-SHIP-CONFIRM will
      * pick up.
       6800-DROP-SHIPS-AWAITING.
              MOVE ZEROS TO WS-DROP-LIST-COUNT WS-DROP-READY-LINES.
              DISPLAY "DROP-SHIPS AWAITING SUPPLIER".
              DISPLAY "PO       ORDER    LN  CUST  SUPPL ITEM   "
                      "ORDERED SHIPPED  PO STATUS".
              SET WS-DROP-MORE TO TRUE.
              MOVE ZEROS TO DS-PO-NUMBER.
              START DROP-SHIP-FILE
                    KEY IS NOT LESS THAN DS-PO-NUMBER
                 INVALID KEY MOVE "N" TO WS-DROP-MORE-SW
              END-START.
              PERFORM UNTIL NOT WS-DROP-MORE
                 READ DROP-SHIP-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-DROP-MORE-SW
                    NOT AT END
                       IF DS-STATUS-OPEN
                          PERFORM 6810-LIST-ONE-DROP-SHIP
                             THRU 6810-EXIT
                       END-IF
                 END-READ
              END-PERFORM.
              DISPLAY "OPEN DROP-SHIPS: " WS-DROP-LIST-COUNT
                      "  READY TO INVOICE: " WS-DROP-READY-LINES.
       6800-EXIT.
              EXIT.

      * One open drop-ship link on 6800's list.
       6810-LIST-ONE-DROP-SHIP.
              ADD 1 TO WS-DROP-LIST-COUNT.
              DISPLAY DS-PO-NUMBER " " DS-ORDER-NUMBER " " DS-LINE-SEQ
                      " " DS-CUST-ID " " DS-SUPPLIER-NUMBER " "
                      DS-ITEM-NUMBER " " DS-QTY-ORDERED " "
                      DS-QTY-SHIPPED.
              MOVE DS-PO-NUMBER TO PO-NUMBER.
              READ PURCHASE-ORDER-FILE
                 INVALID KEY
                    DISPLAY "      *** PO NOT ON FILE ***"
                 NOT INVALID KEY
                    EVALUATE TRUE
                       WHEN PO-SUGGESTED
                          DISPLAY "      PO NOT YET APPROVED"
                       WHEN PO-ACK-REJECTED
                          DISPLAY "      SUPPLIER REJECTED THE PO "
                                  PO-ACK-DATE
                       WHEN PO-ACK-CONFIRMED
                          DISPLAY "      CONFIRMED - PROMISED SHIP "
                                  PO-PROMISED-SHIP-DATE
                       WHEN OTHER
                          DISPLAY "      SENT - AWAITING SUPPLIER "
                                  "ACKNOWLEDGEMENT"
                    END-EVALUATE
              END-READ.
              MOVE DS-ORDER-NUMBER TO OI-ORDER-NUMBER.
              MOVE DS-LINE-SEQ TO OI-LINE-SEQ.
              READ SALES-ORDER-LINE-FILE
                 INVALID KEY
                    GO TO 6810-EXIT
              END-READ.
              IF DS-QTY-SHIPPED > OI-QTY-SHIPPED
                 ADD 1 TO WS-DROP-READY-LINES
                 DISPLAY "      READY TO INVOICE - SUPPLIER SHIPPED "
                         DS-QTY-SHIPPED " ON " DS-SHIP-DATE
                         ", INVOICED " OI-QTY-SHIPPED
              END-IF.
       6810-EXIT.
              EXIT.

      *    Common audit-trail append, called by the sale/stock/
              ACCEPT AT-TS-DATE FROM DATE YYYYMMDD.
              ACCEPT AT-TS-TIME FROM TIME.
              MOVE "SalesMgmt" TO AT-PROGRAM-ID.
              CALL "AuditChain" USING AUDIT-TRAIL-REC.
              WRITE AUDIT-TRAIL-REC.
              MOVE SPACES TO AT-FILE-NAME.
       7000-EXIT.
              EXIT.

       8000-EXIT.
              EXIT.

      *    Reverses one voided line's 8000-WRITE-GL-ENTRY legs under
      *    the same reference: the receivable (or store-credit
      *    liability) is credited back for the full charge, and
      *    sales revenue and the sales-tax liability are debited
      *    back out for the goods and tax.
       8100-WRITE-VOID-GL-ENTRY.
              IF ST-TENDER-STORE-CREDIT
                 MOVE GL-ACCT-STORE-CREDIT TO GL-ACCOUNT-CODE
              ELSE
                 MOVE GL-ACCT-ACCOUNTS-RCVBL TO GL-ACCOUNT-CODE
              END-IF.
              SET GL-CREDIT TO TRUE.
              COMPUTE GL-AMOUNT =
                    ST-EXTENDED-AMOUNT + ST-TAX-AMOUNT.
              MOVE ST-TXN-NUMBER TO GL-REFERENCE.
              ACCEPT GL-TXN-DATE FROM DATE YYYYMMDD.
              MOVE "SalesMgmt" TO GL-SOURCE-PROGRAM.
              WRITE GL-INTERFACE-REC.
              MOVE GL-ACCT-SALES-REVENUE TO GL-ACCOUNT-CODE.
              SET GL-DEBIT TO TRUE.
              MOVE ST-EXTENDED-AMOUNT TO GL-AMOUNT.
              WRITE GL-INTERFACE-REC.
              IF ST-TAX-AMOUNT NOT = ZEROS
                 MOVE GL-ACCT-SALES-TAX-PYBL TO GL-ACCOUNT-CODE
                 SET GL-DEBIT TO TRUE
                 MOVE ST-TAX-AMOUNT TO GL-AMOUNT
                 WRITE GL-INTERFACE-REC
              END-IF.
       8100-EXIT.
              EXIT.

      *    Posts the deposit application to the general ledger
      *    interface file - the customer-deposit liability is
      *    debited down and accounts receivable credited for the
       8600-EXIT.
              EXIT.

      *    Reverses 8600-WRITE-DEPOSIT-GL-ENTRY for a voided invoice:
      *    accounts receivable is debited back up and the customer-
      *    deposit liability credited for the deposit value the
      *    void returned.
       8650-WRITE-VOID-DEPOSIT-GL.
              MOVE GL-ACCT-ACCOUNTS-RCVBL TO GL-ACCOUNT-CODE.
              SET GL-DEBIT TO TRUE.
              MOVE SH-DEPOSIT-APPLIED TO GL-AMOUNT.
              MOVE SH-INVOICE-NUMBER TO GL-REFERENCE.
              ACCEPT GL-TXN-DATE FROM DATE YYYYMMDD.
              MOVE "SalesMgmt" TO GL-SOURCE-PROGRAM.
              WRITE GL-INTERFACE-REC.
              MOVE GL-ACCT-CUST-DEPOSITS TO GL-ACCOUNT-CODE.
              SET GL-CREDIT TO TRUE.
              WRITE GL-INTERFACE-REC.
       8650-EXIT.
              EXIT.

      *    Posts one return's value to the general ledger interface
      *    file as a debit to sales returns and allowances and an
      *    offsetting credit to accounts receivable, the reverse of
              WRITE GL-INTERFACE-REC.
       8500-EXIT.
              EXIT.

      *    Relieves inventory for one committed line at cost: cost of
      *    goods sold is debited and inventory credited for the
      *    quantity sold at the item's SM-UNIT-COST - a kit line at
      *    the summed cost of the stock items it was built from.
      *    Consigned stock never sat in our inventory, so its cost is
      *    credited to the consignment payable instead - the ledger
      *    side of what 3023-POST-CONSIGNMENT-SALE writes to the
      *    settlement file.  A voided line (WS-COGS-REVERSE) runs the
      *    same legs the other way once its stock is back on hand.
      *    Called last for the line, since costing it re-reads
      *    STOCK-MASTER.
       8700-WRITE-COGS-GL-ENTRY.
              PERFORM 8710-COST-SALE-LINE THRU 8710-EXIT.
              IF WS-COGS-AMOUNT = ZEROS
                 GO TO 8700-EXIT
              END-IF.
              PERFORM 8720-FIND-COGS-OFFSET THRU 8720-EXIT.
              MOVE GL-ACCT-COST-OF-SALES TO GL-ACCOUNT-CODE.
              IF WS-COGS-REVERSE
                 SET GL-CREDIT TO TRUE
              ELSE
                 SET GL-DEBIT TO TRUE
              END-IF.
              MOVE WS-COGS-AMOUNT TO GL-AMOUNT.
              MOVE ST-TXN-NUMBER TO GL-REFERENCE.
              ACCEPT GL-TXN-DATE FROM DATE YYYYMMDD.
              MOVE "SalesMgmt" TO GL-SOURCE-PROGRAM.
              WRITE GL-INTERFACE-REC.
              MOVE WS-COGS-OFFSET-ACCT TO GL-ACCOUNT-CODE.
              IF WS-COGS-REVERSE
                 SET GL-DEBIT TO TRUE
              ELSE
                 SET GL-CREDIT TO TRUE
              END-IF.
              WRITE GL-INTERFACE-REC.
       8700-EXIT.
              EXIT.

      *    Costs the line's quantity: a single item at its own
      *    SM-UNIT-COST at the sale location, an exploded kit at each
      *    bottom-level component's cost times its quantity per kit.
       8710-COST-SALE-LINE.
              MOVE ZEROS TO WS-COGS-AMOUNT.
              IF ST-KIT-EXPLODED
                 MOVE ST-ITEM-NUMBER TO WS-KIT-ITEM-NUMBER
                 PERFORM 3078-EXPLODE-KIT THRU 3078-EXIT
                 PERFORM VARYING WS-BM-IX FROM 1 BY 1
                       UNTIL WS-BM-IX > BM-LINE-COUNT
                    PERFORM 8715-COST-ONE-COMPONENT THRU 8715-EXIT
                 END-PERFORM
                 GO TO 8710-EXIT
              END-IF.
              MOVE ST-ITEM-NUMBER TO SM-ITEM-NUMBER.
              MOVE WS-SALE-LOCATION TO SM-LOCATION.
              READ STOCK-MASTER-FILE
                 INVALID KEY
                    DISPLAY "NO COST ON FILE FOR ITEM " ST-ITEM-NUMBER
                            " - COST OF SALE NOT POSTED"
                 NOT INVALID KEY
                    COMPUTE WS-COGS-AMOUNT ROUNDED =
                          ST-QTY-SOLD * SM-UNIT-COST
              END-READ.
       8710-EXIT.
              EXIT.

       8715-COST-ONE-COMPONENT.
              MOVE BM-LINE-ITEM(WS-BM-IX) TO SM-ITEM-NUMBER.
              MOVE WS-SALE-LOCATION TO SM-LOCATION.
              READ STOCK-MASTER-FILE
                 INVALID KEY
                    DISPLAY "NO COST ON FILE FOR KIT COMPONENT "
                            BM-LINE-ITEM(WS-BM-IX)
                 NOT INVALID KEY
                    COMPUTE WS-COGS-AMOUNT ROUNDED = WS-COGS-AMOUNT +
                          (BM-LINE-QTY(WS-BM-IX) * ST-QTY-SOLD
                             * SM-UNIT-COST)
              END-READ.
       8715-EXIT.
              EXIT.

      *    Inventory, unless the item/location carries a consignment
      *    flag - the same test 3023-POST-CONSIGNMENT-SALE makes.
       8720-FIND-COGS-OFFSET.
              MOVE GL-ACCT-INVENTORY TO WS-COGS-OFFSET-ACCT.
              IF WS-CONS-STATUS NOT = "00" AND
                 WS-CONS-STATUS NOT = "10" AND
                 WS-CONS-STATUS NOT = "23"
                 GO TO 8720-EXIT
              END-IF.
              MOVE ST-ITEM-NUMBER TO CG-ITEM-NUMBER.
              MOVE WS-SALE-LOCATION TO CG-LOCATION.
              READ CONSIGNMENT-FLAG-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE GL-ACCT-CONSIGN-PYBL TO WS-COGS-OFFSET-ACCT
              END-READ.
       8720-EXIT.
              EXIT.

      *    A return's cost comes back out of cost of goods sold at
      *    the value 3560-QUEUE-RETURN-DISP queued it for
      *    disposition at.  The goods are not sellable stock until a
      *    supervisor restocks them, so the debit sits in the
      *    returns-pending-disposition account, which
      *    ReturnDisposition.cbl clears to inventory, the supplier
      *    credit receivable or shrinkage.  Consigned goods go back
      *    against the consignment payable that 3023 has just netted
      *    down.
       8750-WRITE-RETURN-COGS-GL.
              IF WS-RDSP-VALUE = ZEROS
                 GO TO 8750-EXIT
              END-IF.
              PERFORM 8720-FIND-COGS-OFFSET THRU 8720-EXIT.
              IF WS-COGS-OFFSET-ACCT = GL-ACCT-INVENTORY
                 MOVE GL-ACCT-RETURNS-HELD TO WS-COGS-OFFSET-ACCT
              END-IF.
              MOVE WS-COGS-OFFSET-ACCT TO GL-ACCOUNT-CODE.
              SET GL-DEBIT TO TRUE.
              MOVE WS-RDSP-VALUE TO GL-AMOUNT.
              MOVE ST-TXN-NUMBER TO GL-REFERENCE.
              ACCEPT GL-TXN-DATE FROM DATE YYYYMMDD.
              MOVE "SalesMgmt" TO GL-SOURCE-PROGRAM.
              WRITE GL-INTERFACE-REC.
              MOVE GL-ACCT-COST-OF-SALES TO GL-ACCOUNT-CODE.
              SET GL-CREDIT TO TRUE.
              WRITE GL-INTERFACE-REC.
       8750-EXIT.
              EXIT.
