      *  instead of someone eyeballing stock levels and keying POs    *
      *  by hand.                                                     *
      *                                                               *
      *  A supplier blocked on SupplierMgmt.cbl's SUPPLIER-STATUS-    *
      *  FILE is never ordered from: the reorder run tells the buyer  *
      *  and suggests an alternate off SUPPLIER-PRICE instead, and a  *
      *  requisition or an approval against that supplier is          *
      *  refused.  A supplier on payment hold can still be ordered    *
      *  from and received against.                                   *
      *                                                               *
      *  A drop-ship PO, raised by SalesMgmt.cbl for a sales order    *
      *  line the supplier ships straight to the customer (see        *
      *  DROPSHIP.CPY), is approved here like any other but is sent   *
      *  on PO.EDI to the customer's ship-to address, and is never    *
      *  received into STOCK-MASTER - the supplier's shipment         *
      *  confirmation through POAckIntake.cbl closes it instead.      *
      *                                                               *
      *  Where the supplier's own part number for the item is held    *
      *  on SUPPLIER-XREF-FILE (see SUPPXREF.CPY), the PO.EDI line    *
      *  and the PO shown at approval quote it, with the supplier's   *
      *  description and pack size, alongside our item number.        *
      *                                                               *
      *  Every receipt into stock - straight off the dock or released *
      *  from quality hold - is posted onto the stock movement        *
      *  ledger under its PO number and receipt date (see             *
      *  STKMVMSG.CPY).                                               *
      *                                                               *
      *  The reorder-point recalculation can, at the operator's       *
      *  choice, count the demand turned away on the lost-sales log   *
      *  (see LOSTSALE.CPY) on top of what was actually sold, so an   *
      *  item that keeps running out is not re-planned on the sales   *
      *  its stock-outs allowed.                                      *
      *                                                               *
      *  Option 19 prints the aged goods-received-not-invoiced report *
      *  through GRNIAccrual.cbl - every receipted quantity no        *
      *  supplier invoice has billed yet, by supplier and days        *
      *  outstanding - so purchasing can chase the suppliers who have *
      *  not billed us.                                               *
      *                                                               *
      *  Purchase tax billed on a shipment's landed charges is keyed  *
      *  with its tax code at receipt and apportioned like the        *
      *  charges: the part the code allows to be reclaimed posts to   *
      *  input tax recoverable, the rest rolls into the stock cost    *
      *  with the charges, and the posting is logged on INPUTTAX.LOG  *
      *  (see INTAXLOG.CPY) for the sales-tax remittance to offset.   *
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
       INPUT-OUTPUT SECTION.
                     RECORD KEY IS BG-BUDGET-KEY
                     FILE STATUS IS WS-BUDG-STATUS.

      *    Yearly blanket agreements with a supplier for an item (see
      *    BLKTAGR.CPY) - 3170-FIND-BLANKET-AGREEMENT turns a reorder
      *    for a covered item into a release at the agreed cost,
      *    4400-MAINT-BLANKET-AGREEMENT keys them and 4450-BLANKET-
      *    CONSUMPTION-RPT shows how far each has been called off.
              SELECT BLANKET-AGREEMENT-FILE
                     ASSIGN TO "blktagr"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS BA-AGREEMENT-KEY
                     FILE STATUS IS WS-BLKT-STATUS.

      *    3160-FIND-CASE-PACK reads the supplier/item case-pack
      *    relationship here (maintained by SupplierPriceMgmt.cbl) -
      *    reorders round up to whole cases, approval shows the
                     RECORD KEY IS PK-PACK-KEY
                     FILE STATUS IS WS-PACK-STATUS.

      *    4110-FIND-SUPPLIER-PART reads the supplier's own part
      *    number for an item here (maintained by SupplierXrefMgmt.cbl)
      *    for the PO.EDI line and the PO shown at approval.
              SELECT SUPPLIER-XREF-FILE
                     ASSIGN TO "suppxref"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PX-XREF-KEY
                     ALTERNATE RECORD KEY IS PX-PART-KEY
                     FILE STATUS IS WS-XREF-STATUS.

      *    2550-CHECK-ITEM-DISCONTINUED reads the item lifecycle
      *    satellite here (maintained by StockMgmt.cbl) - a
      *    discontinued item sells out without tripping the reorder
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

      *    ...and, when the operator asks for it, the demand turned
      *    away here (written by LostSales.cbl's LOSTSALEPOST entry).
              SELECT LOST-SALE-FILE
                     ASSIGN TO "LOSTSALE.LOG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-LOST-STATUS.

      *    3100-RAISE-PO prices a suggested PO off a supplier's
      *    contracted quantity-break cost here (maintained by
      *    SupplierPriceMgmt.cbl) ahead of STOCK-MASTER's general
                     RECORD KEY IS RV-RESERVATION-NUMBER
                     FILE STATUS IS WS-RSV-STATUS.

      *    Receiving inspection: 4500-RECEIVE-PO looks up the PO's
      *    item and supplier on INSPECT-FLAG-FILE (maintained by
      *    4770-MAINT-INSPECT-FLAG) and, if either is flagged, holds
      *    the receipt on QUALITY-HOLD-FILE instead of putting it in
      *    SM-QTY-ON-HAND.  A held receipt the inspector fails is
      *    raised straight onto RtvMgmt.cbl's RTV-DOCUMENT-FILE.
              SELECT INSPECT-FLAG-FILE
                     ASSIGN TO "inspflag"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS QF-FLAG-KEY
                     FILE STATUS IS WS-QFLG-STATUS.

              SELECT QUALITY-HOLD-FILE
                     ASSIGN TO "qchold"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS QH-HOLD-NUMBER
                     FILE STATUS IS WS-QHLD-STATUS.

              SELECT RTV-DOCUMENT-FILE
                     ASSIGN TO "rtvdoc"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS RT-RTV-NUMBER
                     FILE STATUS IS WS-RTV-STATUS.

      *    Supplier volume rebate agreements (maintained, claimed and
      *    settled by SupplierRebateMgmt.cbl) - 4610-ACCRUE-SUPPLIER-
      *    REBATE adds each receipt to the agreement in force for the
      *    supplier and accrues the rebate the spend has earned.
              SELECT REBATE-AGREEMENT-FILE
                     ASSIGN TO "rebatagr"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS RB-AGREEMENT-KEY
                     FILE STATUS IS WS-RBT-STATUS.

      *    Supplier account status (maintained by SupplierMgmt.cbl) -
      *    3090-CHECK-SUPPLIER-BLOCKED reads it before any PO is
      *    raised or approved.  No record means active.
              SELECT SUPPLIER-STATUS-FILE
                     ASSIGN TO "suppstat"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SV-SUPPLIER-NUMBER
                     FILE STATUS IS WS-SSTAT-STATUS.

      *    Tax codes billed on landed charges (see TAXCODE.CPY) and
      *    the input-tax register the tax on them is logged to.
              SELECT TAX-CODE-FILE
                     ASSIGN TO "taxcode"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS TC-TAX-CODE
                     FILE STATUS IS WS-TAX-STATUS.

              SELECT INPUT-TAX-LOG
                     ASSIGN TO "INPUTTAX.LOG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-ITAX-STATUS.

      *    Current rates, so 3110-SUGGEST-ALTERNATE can compare
      *    alternate suppliers' contract costs in home currency.
              SELECT EXCHRATE-FILE
                     ASSIGN TO "exchrate"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS ER-CURRENCY-CODE
                     FILE STATUS IS WS-EXCH-STATUS.

      *    Drop-ship link (see DROPSHIP.CPY) - 4100-WRITE-EDI-PO sends
      *    a linked PO to the customer's delivery site, read off
      *    SHIP-TO-FILE (or the billing address on CUSTOMER-MASTER for
      *    ship-to zero), and 4500-RECEIVE-PO refuses to receive one.
              SELECT DROP-SHIP-FILE
                     ASSIGN TO "dropship"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS DS-PO-NUMBER
                     FILE STATUS IS WS-DROP-STATUS.

              SELECT SHIP-TO-FILE
                     ASSIGN TO "shipto"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SD-SHIP-KEY
                     FILE STATUS IS WS-SHIPTO-STATUS.

              SELECT CUSTOMER-MASTER-FILE
                     ASSIGN TO "custmas"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CM-CUST-ID
                     FILE STATUS IS WS-CUST-STATUS.

      *    Probe for the training marker TrainingSetup.cbl leaves in
      *    the practice directory - present only when this session's
      *    working directory is the TRAINING data set, so the menu
       FD  CASE-PACK-FILE.
           COPY "CASEPACK.CPY".

       FD  SUPPLIER-XREF-FILE.
           COPY "SUPPXREF.CPY".

       FD  BUYING-BUDGET-FILE.
           COPY "BUYBUDG.CPY".

       FD  BLANKET-AGREEMENT-FILE.
           COPY "BLKTAGR.CPY".

       FD  STOCK-MASTER-FILE.
           COPY "STOCKMAS.CPY".

       FD  SALES-TRANSACTION-FILE.
           COPY "SALESTXN.CPY".

       FD  LOST-SALE-FILE.
           COPY "LOSTSALE.CPY".

       FD  SUPPLIER-PRICE-FILE.
           COPY "SUPPPRICE.CPY".

       FD  RESERVATION-FILE.
           COPY "RESERVTN.CPY".

       FD  INSPECT-FLAG-FILE.
           COPY "INSPFLAG.CPY".

       FD  QUALITY-HOLD-FILE.
           COPY "QCHOLD.CPY".

       FD  RTV-DOCUMENT-FILE.
           COPY "RTVDOC.CPY".

       FD  REBATE-AGREEMENT-FILE.
           COPY "REBATAGR.CPY".

       FD  SUPPLIER-STATUS-FILE.
           COPY "SUPPSTAT.CPY".

       FD  EXCHRATE-FILE.
           COPY "EXCH-RATE-REC.CPY".

       FD  DROP-SHIP-FILE.
           COPY "DROPSHIP.CPY".

       FD  TAX-CODE-FILE.
           COPY "TAXCODE.CPY".

       FD  INPUT-TAX-LOG.
           COPY "INTAXLOG.CPY".

       FD  SHIP-TO-FILE.
           COPY "SHIPTO.CPY".

       FD  CUSTOMER-MASTER-FILE.
           COPY "CUSTMAS.CPY".

       WORKING-STORAGE SECTION.
       01  WS-VARS.
              10 WS-PARMS-OK-SW       PIC X(01) VALUE "N".
                 88 WS-PARMS-OK             VALUE "Y".
              10 WS-TFLG-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-TMODE-SW          PIC X(01) VALUE "N".
              10 WS-AUDIT-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-MENU-OPTION       PIC X(02) VALUE SPACES.
              10 WS-EXIT-OPTION       PIC X(02) VALUE "20".
              10 WS-NEXT-PO-NUMBER    PIC 9(08) VALUE ZEROS.
              10 WS-SUGGESTED-COUNT   PIC 9(05) VALUE ZEROS.

      *    reorder quantity covers one order cycle, so a fast mover
      *    reorders earlier and in a bigger batch than a slow one
      *    instead of both sharing one hand-keyed figure.
              10 WS-VELOCITY-LOOKBACK-DAYS PIC 9(03) VALUE ZEROS.
              10 WS-SAFETY-STOCK-DAYS      PIC 9(03) VALUE ZEROS.
              10 WS-ORDER-CYCLE-DAYS       PIC 9(03) VALUE ZEROS.
              10 WS-LOOKBACK-START-DATE    PIC 9(08) VALUE ZEROS.
              10 WS-TODAY-DATE             PIC 9(08) VALUE ZEROS.
              10 WS-NET-QTY-MOVED          PIC S9(07) VALUE ZEROS.
              10 WS-DAILY-VELOCITY         PIC S9(05)V99 VALUE ZEROS.
              10 WS-RECALC-COUNT           PIC 9(05) VALUE ZEROS.
              10 WS-LOST-STATUS            PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-INCLUDE-LOST-SW        PIC X(01) VALUE "N".
                 88 WS-INCLUDE-LOST              VALUE "Y" "y".
              10 WS-LOST-QTY-ADDED         PIC 9(07) VALUE ZEROS.

      *    Working fields for 2550-CHECK-ITEM-DISCONTINUED.
              10 WS-ISTAT-STATUS           PIC X(02) VALUE "00".
              10 WS-AUDIT-BUDG-BEFORE      PIC X(24) VALUE SPACES.
              10 WS-RPT-PERIOD             PIC 9(06) VALUE ZEROS.

      *    Working fields for 3170-FIND-BLANKET-AGREEMENT and the
      *    release it prices, 4400-MAINT-BLANKET-AGREEMENT and 4450-
      *    BLANKET-CONSUMPTION-RPT.  An agreement whose share called
      *    off trails its share of time elapsed by more than
      *    WS-BLKT-TOLERANCE-PCT points is flagged as heading for an
      *    under-take at expiry.
              10 WS-BLKT-STATUS            PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-BLKT-FOUND-SW          PIC X(01) VALUE "N".
                 88 WS-BLKT-FOUND                VALUE "Y".
              10 WS-BLKT-MORE-SW           PIC X(01) VALUE "N".
                 88 WS-BLKT-MORE                 VALUE "Y".
              10 WS-BLKT-REMAINING         PIC S9(07) VALUE ZEROS.
              10 WS-BLKT-RELEASES          PIC 9(05) VALUE ZEROS.
              10 WS-BLKT-ANSWER            PIC X(01) VALUE SPACE.
              10 WS-BLKT-NEW-SW            PIC X(01) VALUE "N".
                 88 WS-BLKT-NEW                  VALUE "Y".
              10 WS-AUDIT-BLKT-BEFORE      PIC X(90) VALUE SPACES.
              10 WS-BLKT-TOLERANCE-PCT     PIC 9(03) VALUE ZEROS.
              10 WS-BLKT-DAYS-TOTAL        PIC S9(07) VALUE ZEROS.
              10 WS-BLKT-DAYS-GONE         PIC S9(07) VALUE ZEROS.
              10 WS-BLKT-AS-AT-DATE        PIC 9(08) VALUE ZEROS.
              10 WS-BLKT-PCT-TAKEN         PIC 9(03)V9 VALUE ZEROS.
              10 WS-BLKT-PCT-ELAPSED       PIC 9(03)V9 VALUE ZEROS.
              10 WS-BLKT-PROJECTED         PIC 9(09) VALUE ZEROS.
              10 WS-BLKT-FLAG              PIC X(13) VALUE SPACES.
              10 WS-BLKT-LISTED            PIC 9(05) VALUE ZEROS.
              10 WS-BLKT-AT-RISK           PIC 9(05) VALUE ZEROS.
              10 WS-BLKT-TAKEN-EDIT        PIC ZZ9.9 VALUE ZEROS.
              10 WS-BLKT-ELAPSED-EDIT      PIC ZZ9.9 VALUE ZEROS.

      *    Working fields for 4550-CAPTURE-LANDED-COST: the
      *    shipment's freight/duty/insurance, this line's value
      *    share of them, and the landed total 4600 rolls into the
              10 WS-LAND-SHR-DUTY          PIC S9(07)V99 VALUE ZEROS.
              10 WS-LAND-SHR-INSUR         PIC S9(07)V99 VALUE ZEROS.
              10 WS-LANDED-TOTAL           PIC S9(09)V99 VALUE ZEROS.
      *    Purchase tax on the charges (4560-CAPTURE-LANDED-TAX):
      *    the shipment's tax and this line's share of it, split
      *    into the recoverable part and the part that is cost.
              10 WS-TAX-STATUS             PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-TAX-OPEN-SW            PIC X(01) VALUE "N".
                 88 WS-TAX-OPEN                  VALUE "Y".
              10 WS-ITAX-STATUS            PIC X(02) VALUE "00".
                 88 WS-ITAX-FILE-MISSING         VALUE "35".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-LAND-TAX-CODE          PIC X(04) VALUE SPACES.
              10 WS-LAND-TAX               PIC 9(07)V99 VALUE ZEROS.
              10 WS-LAND-TAX-RECOV-PCT     PIC 9(03)V99 VALUE ZEROS.
              10 WS-LAND-SHR-TAX           PIC S9(07)V99 VALUE ZEROS.
              10 WS-LAND-SHR-TAX-RECOV     PIC S9(07)V99 VALUE ZEROS.
              10 WS-LAND-SHR-TAX-COST      PIC S9(07)V99 VALUE ZEROS.

      *    Working fields for 3160-FIND-CASE-PACK and the case/
      *    eaches conversions at reorder, approval and receiving.
                 88 WS-PACK-FOUND                VALUE "Y".
              10 WS-PACK-CASES             PIC 9(05) VALUE ZEROS.
              10 WS-RECEIVE-CASES          PIC 9(05) VALUE ZEROS.

      *    Working fields for 4110-FIND-SUPPLIER-PART.
              10 WS-XREF-STATUS            PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-XREF-FOUND-SW          PIC X(01) VALUE "N".
                 88 WS-XREF-FOUND                VALUE "Y".
              10 WS-LEAD-TIME-DAYS         PIC 9(03) VALUE ZEROS.

      *    Working fields for 3150-PRICE-PO's contract-price lookup.
              10 WS-LOT-STATUS             PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-RECEIVE-LOT            PIC X(10) VALUE SPACES.
      *    How 4650-RECORD-RECEIPT-LOT treats the lot: an ordinary
      *    receipt adds to both received and remaining; a receipt
      *    going on quality hold adds to received only, so nothing
      *    can be sold out of the lot yet; an inspection pass adds
      *    the held quantity to remaining only.
              10 WS-LOT-MODE-SW            PIC X(01) VALUE "R".
                 88 WS-LOT-RECEIVE               VALUE "R".
                 88 WS-LOT-HOLD                  VALUE "H".
                 88 WS-LOT-RELEASE               VALUE "P".

      *    Working fields for receiving inspection - the inspect-on-
      *    receipt flags, the quality-hold records an inspector
      *    passes or fails, the RTV raised on a fail, and the
      *    supplier quality report's per-supplier and grand counts.
              10 WS-QFLG-STATUS            PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-QHLD-STATUS            PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-RTV-STATUS             PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-QC-INSPECT-SW          PIC X(01) VALUE "N".
                 88 WS-QC-INSPECT                VALUE "Y".
              10 WS-QC-MORE-SW             PIC X(01) VALUE "N".
                 88 WS-QC-MORE                   VALUE "Y".
              10 WS-QC-ANSWER              PIC X(01) VALUE SPACE.
              10 WS-QC-NEXT-HOLD           PIC 9(07) VALUE ZEROS.
              10 WS-QC-NEXT-RTV            PIC 9(07) VALUE ZEROS.
              10 WS-QC-INSPECTOR-ID        PIC X(08) VALUE SPACES.
              10 WS-QC-HELD-COUNT          PIC 9(05) VALUE ZEROS.
              10 WS-QC-FROM-DATE           PIC 9(08) VALUE ZEROS.
              10 WS-QC-SUPP-HELD           PIC 9(05) VALUE ZEROS.
              10 WS-QC-SUPP-PASSED         PIC 9(05) VALUE ZEROS.
              10 WS-QC-SUPP-FAILED         PIC 9(05) VALUE ZEROS.
              10 WS-QC-SUPP-INSPECTED      PIC 9(05) VALUE ZEROS.
              10 WS-QC-SUPP-REJ-QTY        PIC 9(09) VALUE ZEROS.
              10 WS-QC-TOT-HELD            PIC 9(07) VALUE ZEROS.
              10 WS-QC-TOT-INSPECTED       PIC 9(07) VALUE ZEROS.
              10 WS-QC-TOT-FAILED          PIC 9(07) VALUE ZEROS.
              10 WS-QC-REJECT-PCT          PIC 9(03)V9 VALUE ZEROS.
              10 WS-QC-REJECT-EDIT         PIC ZZ9.9 VALUE ZEROS.
              10 WS-AUDIT-QFLG-BEFORE      PIC X(53) VALUE SPACES.
              10 WS-AUDIT-QHLD-BEFORE      PIC X(88) VALUE SPACES.

      *    Working fields for 4610-ACCRUE-SUPPLIER-REBATE: the
      *    receipt's goods value added to the agreement's spend, the
      *    tier that spend now reaches, the rebate it earns on the
      *    whole period and the movement against what was accrued.
              10 WS-RBT-STATUS             PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-RBT-FOUND-SW           PIC X(01) VALUE "N".
                 88 WS-RBT-FOUND                 VALUE "Y".
              10 WS-RBT-MORE-SW            PIC X(01) VALUE "N".
                 88 WS-RBT-MORE                  VALUE "Y".
              10 WS-RBT-IX                 PIC 9(01) VALUE ZEROS.
              10 WS-RBT-TIER-REACHED       PIC 9(01) VALUE ZEROS.
              10 WS-RBT-RECEIPT-VALUE      PIC 9(09)V99 VALUE ZEROS.
              10 WS-RBT-EXPECTED           PIC 9(07)V99 VALUE ZEROS.
              10 WS-RBT-ACCRUAL-DIFF       PIC S9(07)V99 VALUE ZEROS.
              10 WS-AUDIT-RBT-BEFORE       PIC X(145) VALUE SPACES.

      *    Working fields for 3095-REORDER-OR-TRANSFER's look at the
      *    other locations before buying: the triggering record is
      *    MANAGER-OVERRIDE already does against a credit hold.
              10 WS-OPER-STATUS            PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-APPROVAL-MGR-LIMIT     PIC 9(09)V99 VALUE ZEROS.
              10 WS-APPROVAL-ADMIN-LIMIT   PIC 9(09)V99 VALUE ZEROS.
              10 WS-APPROVAL-VALUE         PIC 9(09)V99 VALUE ZEROS.
              10 WS-APPROVAL-OK-SW         PIC X(01) VALUE "N".
                 88 WS-APPROVAL-OK                VALUE "Y".
                 88 WS-REQ-QUIT                     VALUE "Y".
              10 WS-AUDIT-REQ-BEFORE       PIC X(49) VALUE SPACES.

      *    Working fields for 3090-CHECK-SUPPLIER-BLOCKED and 3110-
      *    SUGGEST-ALTERNATE: the reorder lines a blocked supplier
      *    kept from being raised, and the cheapest current contract
      *    price another supplier has for the item, compared in home
      *    currency.
              10 WS-SSTAT-STATUS           PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-EXCH-STATUS            PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-SUPP-BLOCKED-SW        PIC X(01) VALUE "N".
                 88 WS-SUPP-BLOCKED              VALUE "Y".
              10 WS-BLOCKED-COUNT          PIC 9(05) VALUE ZEROS.
              10 WS-ALT-ITEM               PIC 9(06) VALUE ZEROS.
              10 WS-ALT-QTY                PIC 9(07) VALUE ZEROS.
              10 WS-ALT-BLOCKED-SUPPLIER   PIC 9(05) VALUE ZEROS.
              10 WS-ALT-COUNT              PIC 9(03) VALUE ZEROS.
              10 WS-ALT-RATE               PIC 9(04)V9(06) VALUE ZEROS.
              10 WS-ALT-RATE-OK-SW         PIC X(01) VALUE "N".
                 88 WS-ALT-RATE-OK               VALUE "Y".
              10 WS-ALT-HOME-COST          PIC 9(07)V99 VALUE ZEROS.
              10 WS-ALT-BEST-SUPPLIER      PIC 9(05) VALUE ZEROS.
              10 WS-ALT-BEST-NAME          PIC X(25) VALUE SPACES.
              10 WS-ALT-BEST-COST          PIC 9(05)V99 VALUE ZEROS.
              10 WS-ALT-BEST-CURRENCY      PIC X(03) VALUE SPACES.
              10 WS-ALT-BEST-HOME          PIC 9(07)V99 VALUE ZEROS.

      *    Working fields for 4080-CHECK-DROP-SHIP: set when the PO
      *    in hand is linked on DROP-SHIP-FILE.  The ship-to and
      *    customer files are only read for a drop-ship, and may
      *    not exist yet at a site that has never taken one.
              10 WS-DROP-STATUS            PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-SHIPTO-STATUS          PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-CUST-STATUS            PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-SHIPTO-OPEN-SW         PIC X(01) VALUE "N".
                 88 WS-SHIPTO-OPEN               VALUE "Y".
              10 WS-CUST-OPEN-SW           PIC X(01) VALUE "N".
                 88 WS-CUST-OPEN                 VALUE "Y".
              10 WS-DROP-SHIP-SW           PIC X(01) VALUE "N".
                 88 WS-DROP-SHIP                 VALUE "Y".

       01  GL-ACCOUNT-CODES.
           02 GL-ACCT-PURCHASE-COMMIT  PIC X(10) VALUE SPACES.
           02 GL-ACCT-ACCOUNTS-PAYBL   PIC X(10) VALUE SPACES.
           02 GL-ACCT-INVENTORY        PIC X(10) VALUE SPACES.
           02 GL-ACCT-INV-REVALUATION  PIC X(10) VALUE SPACES.
      *    Supplier-credit receivable - the same account RtvMgmt.cbl
      *    debits when it raises an RTV - carries a failed
      *    inspection's expected credit until the credit note lands.
           02 GL-ACCT-SUPP-CREDIT-RCV  PIC X(10) VALUE SPACES.
      *    Supplier rebates receivable and the rebate income they are
      *    earned against - SupplierRebateMgmt.cbl trues up, claims
      *    and clears the same pair.
           02 GL-ACCT-REBATE-RCV       PIC X(10) VALUE SPACES.
           02 GL-ACCT-REBATE-INCOME    PIC X(10) VALUE SPACES.
      *    Landed-cost clearing accounts - the freight, duty and
      *    insurance a receipt rolls into stock sit here as
      *    liabilities until the carrier/customs/insurer invoices
      *    arrive, each element on its own account so the ledger
      *    shows what stock truly cost.
           02 GL-ACCT-FREIGHT-CLRG     PIC X(10) VALUE SPACES.
           02 GL-ACCT-DUTY-CLRG        PIC X(10) VALUE SPACES.
           02 GL-ACCT-INSURANCE-CLRG   PIC X(10) VALUE SPACES.
      *    Input tax recoverable - the reclaimable purchase tax on
      *    landed charges, set against output tax at remittance.
           02 GL-ACCT-INPUT-TAX        PIC X(10) VALUE SPACES.

      *    Electronic POs are shipped to our own receiving location,
      *    so this is ours, not the supplier's.  This system has no
           02 WS-SHIP-TO-ADDRESS       PIC X(40)
                                  VALUE "100 INDUSTRIAL PARK DR".

      *    Event handed to NotifyOutbox.cbl's NOTIFYPOST entry when a
      *    stock alert or an over-limit order needs someone to act on
      *    it, so the buyer or approver hears about it without having
      *    to read this run's console output.
           COPY "NOTIFEVT.CPY".
       01  WS-NOTIFY-AMOUNT            PIC Z(08)9.99.

      *    Movement handed to StockLedger.cbl's STKMOVEPOST entry for
      *    every receipt 4600-UPDATE-STOCK-COST posts into stock.
           COPY "STKMVMSG.CPY".

      *    Start-up fetch of GL accounts and thresholds - see
      *    0900-LOAD-SYSTEM-PARMS.
           COPY "SYSPRMSG.CPY".

      *    Supervisor, approver and sign-on passwords are checked
      *    through OperPwd.cbl against the hashed password file.
           COPY "OPWDMSG.CPY".

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
              PERFORM 1000-INITIALIZE
                 THRU 1000-EXIT.
              PERFORM 2000-DISPLAY-MENU
                    XFER-SUGGEST-FILE
                    ITEM-STATUS-FILE
                    CASE-PACK-FILE
                    SUPPLIER-XREF-FILE
                    PO-HEADER-FILE
                    BUYING-BUDGET-FILE
                    BLANKET-AGREEMENT-FILE
                    INSPECT-FLAG-FILE
                    QUALITY-HOLD-FILE
                    RTV-DOCUMENT-FILE
                    REBATE-AGREEMENT-FILE
                    SUPPLIER-STATUS-FILE
                    EXCHRATE-FILE
                    DROP-SHIP-FILE
                    INPUT-TAX-LOG.
              IF WS-TAX-OPEN
                 CLOSE TAX-CODE-FILE
              END-IF.
              IF WS-SHIPTO-OPEN
                 CLOSE SHIP-TO-FILE
              END-IF.
              IF WS-CUST-OPEN
                 CLOSE CUSTOMER-MASTER-FILE
              END-IF.
              GOBACK.

      * CALL-able entry point for an unattended batch chain (see
      * SUPPLIER-MASTER-FILE apart from a clean scan that simply
      * raised zero POs.
       ENTRY "PMREORDERBATCH" USING LK-RETURN-STATUS.
              PERFORM 0900-LOAD-SYSTEM-PARMS THRU 0900-EXIT.
              IF NOT WS-PARMS-OK
                 MOVE 1 TO RETURN-CODE
                 MOVE ZEROS TO LK-RETURN-STATUS
                 GOBACK
              END-IF.
              MOVE ZERO TO RETURN-CODE.
              PERFORM 1000-INITIALIZE
                 THRU 1000-EXIT.
                    XFER-SUGGEST-FILE
                    ITEM-STATUS-FILE
                    CASE-PACK-FILE
                    SUPPLIER-XREF-FILE
                    PO-HEADER-FILE
                    BUYING-BUDGET-FILE
                    BLANKET-AGREEMENT-FILE
                    INSPECT-FLAG-FILE
                    QUALITY-HOLD-FILE
                    RTV-DOCUMENT-FILE
                    REBATE-AGREEMENT-FILE
                    SUPPLIER-STATUS-FILE
                    EXCHRATE-FILE
                    DROP-SHIP-FILE
                    INPUT-TAX-LOG.
              IF WS-TAX-OPEN
                 CLOSE TAX-CODE-FILE
              END-IF.
              IF WS-SHIPTO-OPEN
                 CLOSE SHIP-TO-FILE
              END-IF.
              IF WS-CUST-OPEN
                 CLOSE CUSTOMER-MASTER-FILE
              END-IF.
              GOBACK.

      * The GL accounts this program posts to and the thresholds
      * it works to come off the system parameter file (kept by
      * SysParmMgmt.cbl, from Utilities) rather than VALUE clauses
      * here.  Any one missing, or a GL account no longer active on
      * the chart, stops the program before it touches a file.
       0900-LOAD-SYSTEM-PARMS.
              SET WS-PARMS-OK TO TRUE.
              MOVE "GL-PURCH-COMMIT" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-PURCHASE-COMMIT.
              MOVE "GL-AP" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-ACCOUNTS-PAYBL.
              MOVE "GL-INVENTORY" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-INVENTORY.
              MOVE "GL-INV-REVALUE" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-INV-REVALUATION.
              MOVE "GL-SUPP-CREDIT" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-SUPP-CREDIT-RCV.
              MOVE "GL-REBATE-RCV" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-REBATE-RCV.
              MOVE "GL-REBATE-INCOME" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-REBATE-INCOME.
              MOVE "GL-FREIGHT-CLRG" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-FREIGHT-CLRG.
              MOVE "GL-DUTY-CLRG" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-DUTY-CLRG.
              MOVE "GL-INSURE-CLRG" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-INSURANCE-CLRG.
              MOVE "GL-INPUT-TAX" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-INPUT-TAX.
              MOVE "PO-APPR-MGR-LIM" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-NUMBER TO WS-APPROVAL-MGR-LIMIT.
              MOVE "PO-APPR-ADM-LIM" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-NUMBER TO WS-APPROVAL-ADMIN-LIMIT.
              MOVE "BLANKET-TOL-PCT" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-NUMBER TO WS-BLKT-TOLERANCE-PCT.
              MOVE "REORDER-LOOKBACK" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-NUMBER TO WS-VELOCITY-LOOKBACK-DAYS.
              MOVE "REORDER-SAFETY" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-NUMBER TO WS-SAFETY-STOCK-DAYS.
              MOVE "REORDER-CYCLE" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-NUMBER TO WS-ORDER-CYCLE-DAYS.
              IF NOT WS-PARMS-OK
                 DISPLAY "PURCHASING CANNOT RUN - CORRECT THE SYSTEM "
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
                 CLOSE CASE-PACK-FILE
                 OPEN INPUT CASE-PACK-FILE
              END-IF.
              OPEN INPUT SUPPLIER-XREF-FILE.
              IF WS-XREF-STATUS = "35"
                 OPEN OUTPUT SUPPLIER-XREF-FILE
                 CLOSE SUPPLIER-XREF-FILE
                 OPEN INPUT SUPPLIER-XREF-FILE
              END-IF.
              OPEN I-O BUYING-BUDGET-FILE.
              IF WS-BUDG-STATUS = "35"
                 CLOSE BUYING-BUDGET-FILE
                 CLOSE BUYING-BUDGET-FILE
                 OPEN I-O BUYING-BUDGET-FILE
              END-IF.
              OPEN I-O BLANKET-AGREEMENT-FILE.
              IF WS-BLKT-STATUS = "35"
                 CLOSE BLANKET-AGREEMENT-FILE
                 OPEN OUTPUT BLANKET-AGREEMENT-FILE
                 CLOSE BLANKET-AGREEMENT-FILE
                 OPEN I-O BLANKET-AGREEMENT-FILE
              END-IF.
              OPEN INPUT SUPPLIER-MASTER-FILE.
              OPEN INPUT SALES-TRANSACTION-FILE.
              OPEN INPUT SUPPLIER-PRICE-FILE.
                 CLOSE RECEIPT-LOT-FILE
                 OPEN I-O RECEIPT-LOT-FILE
              END-IF.
              OPEN I-O INSPECT-FLAG-FILE.
              IF WS-QFLG-STATUS = "35"
                 CLOSE INSPECT-FLAG-FILE
                 OPEN OUTPUT INSPECT-FLAG-FILE
                 CLOSE INSPECT-FLAG-FILE
                 OPEN I-O INSPECT-FLAG-FILE
              END-IF.
              OPEN I-O QUALITY-HOLD-FILE.
              IF WS-QHLD-STATUS = "35"
                 CLOSE QUALITY-HOLD-FILE
                 OPEN OUTPUT QUALITY-HOLD-FILE
                 CLOSE QUALITY-HOLD-FILE
                 OPEN I-O QUALITY-HOLD-FILE
              END-IF.
              OPEN I-O RTV-DOCUMENT-FILE.
              IF WS-RTV-STATUS = "35"
                 CLOSE RTV-DOCUMENT-FILE
                 OPEN OUTPUT RTV-DOCUMENT-FILE
                 CLOSE RTV-DOCUMENT-FILE
                 OPEN I-O RTV-DOCUMENT-FILE
              END-IF.
              OPEN I-O REBATE-AGREEMENT-FILE.
              IF WS-RBT-STATUS = "35"
                 CLOSE REBATE-AGREEMENT-FILE
                 OPEN OUTPUT REBATE-AGREEMENT-FILE
                 CLOSE REBATE-AGREEMENT-FILE
                 OPEN I-O REBATE-AGREEMENT-FILE
              END-IF.
              OPEN INPUT SUPPLIER-STATUS-FILE.
              IF WS-SSTAT-STATUS = "35"
                 OPEN OUTPUT SUPPLIER-STATUS-FILE
                 CLOSE SUPPLIER-STATUS-FILE
                 OPEN INPUT SUPPLIER-STATUS-FILE
              END-IF.
              OPEN INPUT EXCHRATE-FILE.
              OPEN INPUT DROP-SHIP-FILE.
              IF WS-DROP-STATUS = "35"
                 OPEN OUTPUT DROP-SHIP-FILE
                 CLOSE DROP-SHIP-FILE
                 OPEN INPUT DROP-SHIP-FILE
              END-IF.
              MOVE "N" TO WS-TAX-OPEN-SW.
              OPEN INPUT TAX-CODE-FILE.
              IF WS-TAX-STATUS = "00"
                 SET WS-TAX-OPEN TO TRUE
              END-IF.
              OPEN EXTEND INPUT-TAX-LOG.
              IF WS-ITAX-FILE-MISSING
                 OPEN OUTPUT INPUT-TAX-LOG
              END-IF.
              MOVE "N" TO WS-SHIPTO-OPEN-SW WS-CUST-OPEN-SW.
              OPEN INPUT SHIP-TO-FILE.
              IF WS-SHIPTO-STATUS = "00"
                 SET WS-SHIPTO-OPEN TO TRUE
              END-IF.
              OPEN INPUT CUSTOMER-MASTER-FILE.
              IF WS-CUST-STATUS = "00"
                 SET WS-CUST-OPEN TO TRUE
              END-IF.
              MOVE HIGH-VALUES TO PO-NUMBER.
              START PURCHASE-ORDER-FILE KEY IS LESS THAN PO-NUMBER
                 INVALID KEY
              END-IF.
              DISPLAY "Purchase Management".
              DISPLAY "-------------------".
              MOVE "PURC" TO PC-FUNCTION-CODE.
              SET PC-MENU-FILTER TO TRUE.
              CALL "PermCheck" USING PERM-CHECK-MSG.
              IF PC-MENU-ALLOWED(1)
                 DISPLAY "1. Generate Reorder Suggestions"
              END-IF.
              IF PC-MENU-ALLOWED(2)
                 DISPLAY "2. Approve/Print Purchase Order"
              END-IF.
              IF PC-MENU-ALLOWED(3)
                 DISPLAY "3. Record Goods Receipt"
              END-IF.
              IF PC-MENU-ALLOWED(4)
                 DISPLAY "4. Recalculate Reorder Points From Sales "
                         "Velocity"
              END-IF.
              IF PC-MENU-ALLOWED(5)
                 DISPLAY "5. Process Supplier PO Acknowledgements"
              END-IF.
              IF PC-MENU-ALLOWED(6)
                 DISPLAY "6. Enter Stock Requisition"
              END-IF.
              IF PC-MENU-ALLOWED(7)
                 DISPLAY "7. Review/Approve Requisitions"
              END-IF.
              IF PC-MENU-ALLOWED(8)
                 DISPLAY "8. Convert Requisition to Purchase Order"
              END-IF.
              IF PC-MENU-ALLOWED(9)
                 DISPLAY "9. Supplier Invoice Entry (Three-Way Match)"
              END-IF.
              IF PC-MENU-ALLOWED(10)
                 DISPLAY "10. AP Aging / Supplier Payment Run"
              END-IF.
              IF PC-MENU-ALLOWED(11)
                 DISPLAY "11. Purchasing Budget Maintenance"
              END-IF.
              IF PC-MENU-ALLOWED(12)
                 DISPLAY "12. Commitment vs Budget Report"
              END-IF.
              IF PC-MENU-ALLOWED(13)
                 DISPLAY "13. Blanket Agreement Maintenance"
              END-IF.
              IF PC-MENU-ALLOWED(14)
                 DISPLAY "14. Blanket Agreement Consumption Report"
              END-IF.
              IF PC-MENU-ALLOWED(15)
                 DISPLAY "15. Inspect-On-Receipt Flags"
              END-IF.
              IF PC-MENU-ALLOWED(16)
                 DISPLAY "16. Inspect Held Receipt (Pass/Fail)"
              END-IF.
              IF PC-MENU-ALLOWED(17)
                 DISPLAY "17. Supplier Quality Report"
              END-IF.
              IF PC-MENU-ALLOWED(18)
                 DISPLAY "18. Supplier Volume Rebates"
              END-IF.
              IF PC-MENU-ALLOWED(19)
                 DISPLAY "19. Aged Goods Received Not Invoiced"
              END-IF.
              DISPLAY "20. Return to Main Menu".
              DISPLAY "Enter your choice:".
              ACCEPT WS-MENU-OPTION.

              IF WS-MENU-OPTION NOT = WS-EXIT-OPTION
                 MOVE "PURC" TO PC-FUNCTION-CODE
                 MOVE WS-MENU-OPTION TO PC-MENU-OPTION
                 SET PC-AUTHORIZE TO TRUE
                 CALL "PermCheck" USING PERM-CHECK-MSG
                 IF PC-DENIED
                    DISPLAY "NOT AUTHORIZED FOR THAT OPTION."
                    GO TO 2000-EXIT
                 END-IF
              END-IF.

              EVALUATE WS-MENU-OPTION
                 WHEN "1" PERFORM 3000-GENERATE-REORDERS
                             THRU 3000-EXIT
                             THRU 4300-EXIT
                 WHEN "12" PERFORM 4350-BUDGET-REPORT
                             THRU 4350-EXIT
                 WHEN "13" PERFORM 4400-MAINT-BLANKET-AGREEMENT
                             THRU 4400-EXIT
                 WHEN "14" PERFORM 4450-BLANKET-CONSUMPTION-RPT
                             THRU 4450-EXIT
                 WHEN "15" PERFORM 4770-MAINT-INSPECT-FLAG
                             THRU 4770-EXIT
                 WHEN "16" PERFORM 4780-INSPECT-HELD-RECEIPT
                             THRU 4780-EXIT
                 WHEN "17" PERFORM 4795-SUPPLIER-QUALITY-RPT
                             THRU 4795-EXIT
                 WHEN "18" PERFORM 4960-SUPPLIER-REBATES
                             THRU 4960-EXIT
                 WHEN "19" PERFORM 4970-GRNI-REPORT
                             THRU 4970-EXIT
                 WHEN WS-EXIT-OPTION CONTINUE
                 WHEN OTHER DISPLAY "INVALID CHOICE"
              END-EVALUATE.
      * space with an oversized suggested PO.
       2500-RECALC-REORDER-POINTS.
              MOVE ZEROS TO WS-RECALC-COUNT.
              DISPLAY "INCLUDE LOST-SALES DEMAND IN THE VELOCITY? "
                      "(Y/N): ".
              ACCEPT WS-INCLUDE-LOST-SW.
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
              COMPUTE WS-LOOKBACK-START-DATE =
                 FUNCTION DATE-OF-INTEGER(
      * is left at zero velocity - its existing reorder point is
      * untouched rather than zeroed out, so an item that simply
      * hasn't sold yet this period doesn't stop reordering outright.
      * SALES-TRANSACTION has no item key, so each item reads the
      * lookback window off the ST-TXN-DATE alternate key and filters
      * for itself; acceptable for a periodic batch job, not for
      * interactive use.
       2600-RECALC-ONE-ITEM.
              MOVE ZEROS TO WS-NET-QTY-MOVED.
              MOVE "00" TO WS-SALE-STATUS.
              MOVE WS-LOOKBACK-START-DATE TO ST-TXN-DATE.
              START SALES-TRANSACTION-FILE
                    KEY IS NOT LESS THAN ST-TXN-DATE
                 INVALID KEY MOVE "10" TO WS-SALE-STATUS
              END-START.
              PERFORM UNTIL WS-SALE-STATUS NOT = "00"
                        AND WS-SALE-STATUS NOT = "02"
                 READ SALES-TRANSACTION-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-SALE-STATUS
                    NOT AT END
                       IF ST-ITEM-NUMBER = SM-ITEM-NUMBER
                          AND NOT ST-TXN-VOID
                          AND ST-TXN-DATE >= WS-LOOKBACK-START-DATE
                          ADD ST-QTY-SOLD TO WS-NET-QTY-MOVED
                       END-IF
                 END-READ
              END-PERFORM.
              IF WS-INCLUDE-LOST
                 PERFORM 2650-ADD-LOST-DEMAND THRU 2650-EXIT
              END-IF.
              IF WS-NET-QTY-MOVED > ZEROS
                 MOVE STOCK-MASTER-REC TO WS-AUDIT-BEFORE-REC
                 COMPUTE WS-DAILY-VELOCITY ROUNDED =
                       MOVE WS-AUDIT-BEFORE-REC TO AT-BEFORE-IMAGE
                       MOVE STOCK-MASTER-REC TO AT-AFTER-IMAGE
                       SET AT-OP-CHANGE TO TRUE
                       MOVE "stockmas" TO AT-FILE-NAME
                       PERFORM 5000-WRITE-AUDIT-RECORD THRU 5000-EXIT
                 END-REWRITE
              END-IF.
       2600-EXIT.
              EXIT.

      * Adds the quantity customers asked for and were turned away
      * over the same lookback window, at any location, to the units
      * moved - the sales scan above is item-wide too.  No log yet
      * simply adds nothing.
       2650-ADD-LOST-DEMAND.
              MOVE ZEROS TO WS-LOST-QTY-ADDED.
              OPEN INPUT LOST-SALE-FILE.
              IF WS-LOST-STATUS NOT = "00"
                 GO TO 2650-EXIT
              END-IF.
              PERFORM UNTIL WS-LOST-STATUS NOT = "00"
                 READ LOST-SALE-FILE
                    AT END MOVE "10" TO WS-LOST-STATUS
                    NOT AT END
                       IF LS-ITEM-NUMBER = SM-ITEM-NUMBER
                          AND LS-LOST-DATE >= WS-LOOKBACK-START-DATE
                          ADD LS-QTY-ASKED TO WS-LOST-QTY-ADDED
                       END-IF
                 END-READ
              END-PERFORM.
              CLOSE LOST-SALE-FILE.
              ADD WS-LOST-QTY-ADDED TO WS-NET-QTY-MOVED.
       2650-EXIT.
              EXIT.

      * Read STOCK-MASTER sequentially and raise a suggested PO for
      * every item at or below its reorder point.
       3000-GENERATE-REORDERS.
              MOVE ZEROS TO WS-SUGGESTED-COUNT WS-CRITICAL-COUNT.
              MOVE ZEROS TO WS-XFER-SUGGEST-COUNT.
              MOVE ZEROS TO WS-ORD-COUNT.
              MOVE ZEROS TO WS-BLKT-RELEASES.
              MOVE ZEROS TO WS-BLOCKED-COUNT.
              MOVE "00" TO WS-STOCK-STATUS.
              MOVE LOW-VALUES TO SM-STOCK-KEY.
              START STOCK-MASTER-FILE
                      WS-ORD-COUNT.
              DISPLAY "INTER-LOCATION TRANSFERS SUGGESTED: "
                      WS-XFER-SUGGEST-COUNT.
              DISPLAY "RELEASES AGAINST BLANKET AGREEMENTS: "
                      WS-BLKT-RELEASES.
              DISPLAY "NOT RAISED - DEFAULT SUPPLIER BLOCKED: "
                      WS-BLOCKED-COUNT.
              DISPLAY "CRITICAL LOW-STOCK ALERTS (SHORTER THAN "
                      "SUPPLIER LEAD TIME): " WS-CRITICAL-COUNT.
       3000-EXIT.
                         " - LIKELY TO RUN OUT BEFORE SUPPLIER "
                         SU-SUPPLIER-NUMBER "'S " SU-LEAD-TIME-DAYS
                         "-DAY LEAD TIME ELAPSES ***"
                 MOVE SPACES TO NOTIFY-EVENT-MSG
                 SET NE-SEV-CRITICAL TO TRUE
                 MOVE "CRITICAL LOW STOCK - MAY RUN OUT BEFORE DELIVERY"
                   TO NE-MESSAGE
                 PERFORM 3085-POST-STOCK-ALERT THRU 3085-EXIT
              ELSE
                 DISPLAY "LOW-STOCK ALERT - ITEM " SM-ITEM-NUMBER
                         " AT LOCATION " SM-LOCATION " - ON HAND "
                         SM-QTY-ON-HAND " AT OR BELOW REORDER POINT "
                         SM-REORDER-POINT
                 MOVE SPACES TO NOTIFY-EVENT-MSG
                 SET NE-SEV-WARNING TO TRUE
                 MOVE "LOW STOCK - ON HAND AT OR BELOW REORDER POINT"
                   TO NE-MESSAGE
                 PERFORM 3085-POST-STOCK-ALERT THRU 3085-EXIT
              END-IF.
       3080-EXIT.
              EXIT.

      * Raises 3080's alert on the notification outbox for the buyer,
      * keyed by item and location.  The message carries no on-hand
      * figure so that tonight's run finding the same item still low
      * matches the alert already outstanding and NOTIFYPOST does not
      * queue it a second time until the buyer acknowledges it.
       3085-POST-STOCK-ALERT.
              MOVE "PURCHASING"   TO NE-SUBSYSTEM.
              MOVE "PurchaseMgmt" TO NE-SOURCE-PROGRAM.
              STRING "ITEM " SM-ITEM-NUMBER " LOC " SM-LOCATION
                     DELIMITED BY SIZE INTO NE-EVENT-KEY.
              SET NE-TO-BUYER TO TRUE.
              CALL "NOTIFYPOST" USING NOTIFY-EVENT-MSG.
       3085-EXIT.
              EXIT.

       3100-RAISE-PO.
              COMPUTE WS-NEXT-PO-NUMBER = WS-NEXT-PO-NUMBER + 1.
              MOVE WS-NEXT-PO-NUMBER  TO PO-NUMBER.
                            SM-ITEM-NUMBER " - PO NOT RAISED"
                    GO TO 3100-EXIT
              END-READ.
              PERFORM 3090-CHECK-SUPPLIER-BLOCKED THRU 3090-EXIT.
              IF WS-SUPP-BLOCKED
                 ADD 1 TO WS-BLOCKED-COUNT
                 DISPLAY "*** ITEM " SM-ITEM-NUMBER " AT LOCATION "
                         SM-LOCATION " IS SHORT BUT SUPPLIER "
                         SU-SUPPLIER-NUMBER " " SU-SUPPLIER-NAME
                         " IS BLOCKED (" SV-REASON ") - PO NOT "
                         "RAISED ***"
                 MOVE SPACES TO NOTIFY-EVENT-MSG
                 SET NE-SEV-WARNING TO TRUE
                 MOVE "SHORT ITEM'S SUPPLIER IS BLOCKED - NO PO RAISED"
                   TO NE-MESSAGE
                 PERFORM 3085-POST-STOCK-ALERT THRU 3085-EXIT
                 MOVE SM-REORDER-QTY TO WS-ALT-QTY
                 PERFORM 3110-SUGGEST-ALTERNATE THRU 3110-EXIT
                 GO TO 3100-EXIT
              END-IF.
              PERFORM 3080-CLASSIFY-ALERT-SEVERITY THRU 3080-EXIT.
              MOVE SM-ITEM-NUMBER     TO PO-ITEM-NUMBER.
              MOVE SM-LOCATION        TO PO-LOCATION.
                         PK-ORDER-UNIT " (" PO-ORDER-QTY
                         " EACHES) FOR SUPPLIER PACKS."
              END-IF.
      *    An item under a current blanket agreement with this
      *    supplier is called off against it at the agreed cost; only
      *    an uncovered item is priced off the quantity breaks.
              PERFORM 3170-FIND-BLANKET-AGREEMENT THRU 3170-EXIT.
              IF WS-BLKT-FOUND
                 PERFORM 3175-PRICE-AS-RELEASE THRU 3175-EXIT
              ELSE
                 PERFORM 3150-PRICE-PO THRU 3150-EXIT
              END-IF.
              MOVE FUNCTION CURRENT-DATE(1:8) TO PO-ORDER-DATE.
              MOVE ZEROS TO PO-RECEIPT-DATE.
              MOVE ZEROS TO PO-RECEIVED-QTY.
                    MOVE PURCHASE-ORDER-REC TO AT-AFTER-IMAGE
                    SET AT-OP-ADD TO TRUE
                    PERFORM 5000-WRITE-AUDIT-RECORD THRU 5000-EXIT
                    IF WS-BLKT-FOUND
                       PERFORM 3180-DRAW-DOWN-BLANKET THRU 3180-EXIT
                    END-IF
              END-WRITE.
       3100-EXIT.
              EXIT.

      * Sets WS-SUPP-BLOCKED when SU-SUPPLIER-NUMBER is blocked on
      * SUPPLIER-STATUS-FILE, leaving the reason in SV-REASON.  A
      * supplier on payment hold is not blocked - goods can still be
      * ordered and received, only payment waits.
       3090-CHECK-SUPPLIER-BLOCKED.
              MOVE "N" TO WS-SUPP-BLOCKED-SW.
              IF WS-SSTAT-STATUS NOT = "00" AND
                 WS-SSTAT-STATUS NOT = "10" AND
                 WS-SSTAT-STATUS NOT = "23"
                 GO TO 3090-EXIT
              END-IF.
              MOVE SU-SUPPLIER-NUMBER TO SV-SUPPLIER-NUMBER.
              READ SUPPLIER-STATUS-FILE
                 INVALID KEY
                    GO TO 3090-EXIT
              END-READ.
              IF SV-STATUS-BLOCKED
                 SET WS-SUPP-BLOCKED TO TRUE
              END-IF.
       3090-EXIT.
              EXIT.

      * The item's default supplier is blocked: every other
      * supplier with a current SUPPLIER-PRICE break covering
      * WS-ALT-QTY of the item is listed for the buyer, each cost
      * converted to home currency at today's rate, and the
      * cheapest not itself blocked is suggested.  Nothing is
      * ordered - the buyer decides, and moves the item's default
      * supplier over if the alternate is to stick.  The scan is
      * a full pass of SUPPLIER-PRICE, keyed supplier first.
       3110-SUGGEST-ALTERNATE.
              MOVE SM-ITEM-NUMBER TO WS-ALT-ITEM.
              MOVE SU-SUPPLIER-NUMBER TO WS-ALT-BLOCKED-SUPPLIER.
              MOVE ZEROS TO WS-ALT-COUNT WS-ALT-BEST-SUPPLIER
                            WS-ALT-BEST-COST WS-ALT-BEST-HOME.
              MOVE SPACES TO WS-ALT-BEST-NAME WS-ALT-BEST-CURRENCY.
              IF WS-PRICE-STATUS NOT = "00" AND
                 WS-PRICE-STATUS NOT = "10" AND
                 WS-PRICE-STATUS NOT = "23"
                 GO TO 3110-REPORT
              END-IF.
              ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
              MOVE LOW-VALUES TO SP-PRICE-KEY.
              SET WS-PRICE-MORE TO TRUE.
              START SUPPLIER-PRICE-FILE
                    KEY IS NOT LESS THAN SP-PRICE-KEY
                 INVALID KEY MOVE "N" TO WS-PRICE-MORE-SW
              END-START.
              PERFORM UNTIL NOT WS-PRICE-MORE
                 READ SUPPLIER-PRICE-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-PRICE-MORE-SW
                    NOT AT END
                       IF SP-ITEM-NUMBER = WS-ALT-ITEM
                          AND SP-SUPPLIER-NUMBER NOT =
                              WS-ALT-BLOCKED-SUPPLIER
                          AND WS-ALT-QTY >= SP-MIN-QTY
                          AND WS-ALT-QTY <= SP-MAX-QTY
                          AND (SP-EXPIRY-DATE = ZEROS
                               OR SP-EXPIRY-DATE >= WS-TODAY-DATE)
                          PERFORM 3115-WEIGH-ALTERNATE
                             THRU 3115-EXIT
                       END-IF
                 END-READ
              END-PERFORM.
       3110-REPORT.
              IF WS-ALT-BEST-SUPPLIER = ZEROS
                 AND WS-ALT-COUNT = ZEROS
                 DISPLAY "    NO OTHER SUPPLIER HAS A CURRENT PRICE "
                         "FOR ITEM " WS-ALT-ITEM " - SOURCE BY HAND."
                 GO TO 3110-EXIT
              END-IF.
              IF WS-ALT-BEST-SUPPLIER = ZEROS
                 DISPLAY "    NO ALTERNATE CAN BE PRICED IN HOME "
                         "CURRENCY - CHOOSE FROM THE LIST ABOVE."
              ELSE
                 DISPLAY "    SUGGESTED ALTERNATE: SUPPLIER "
                         WS-ALT-BEST-SUPPLIER " " WS-ALT-BEST-NAME
                         " AT " WS-ALT-BEST-COST " "
                         WS-ALT-BEST-CURRENCY " (" WS-ALT-BEST-HOME
                         " HOME)"
              END-IF.
       3110-EXIT.
              EXIT.

      * One candidate break: its supplier must be on file and not
      * blocked itself, and its currency must have a rate.
       3115-WEIGH-ALTERNATE.
              MOVE SP-SUPPLIER-NUMBER TO SU-SUPPLIER-NUMBER.
              READ SUPPLIER-MASTER-FILE
                 INVALID KEY
                    GO TO 3115-EXIT
              END-READ.
              PERFORM 3090-CHECK-SUPPLIER-BLOCKED THRU 3090-EXIT.
              IF WS-SUPP-BLOCKED
                 GO TO 3115-EXIT
              END-IF.
              MOVE "N" TO WS-ALT-RATE-OK-SW.
              IF SU-CURRENCY-CODE = "USD" OR SU-CURRENCY-CODE = SPACES
                 MOVE 1 TO WS-ALT-RATE
                 SET WS-ALT-RATE-OK TO TRUE
              ELSE
                 MOVE SU-CURRENCY-CODE TO ER-CURRENCY-CODE
                 READ EXCHRATE-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                       IF ER-RATE-TO-HOME > ZEROS
                          MOVE ER-RATE-TO-HOME TO WS-ALT-RATE
                          SET WS-ALT-RATE-OK TO TRUE
                       END-IF
                 END-READ
              END-IF.
              ADD 1 TO WS-ALT-COUNT.
              IF NOT WS-ALT-RATE-OK
                 DISPLAY "    ALTERNATE: SUPPLIER " SU-SUPPLIER-NUMBER
                         " " SU-SUPPLIER-NAME " AT " SP-CONTRACT-COST
                         " " SU-CURRENCY-CODE " - NO RATE ON FILE"
                 GO TO 3115-EXIT
              END-IF.
              COMPUTE WS-ALT-HOME-COST ROUNDED =
                      SP-CONTRACT-COST * WS-ALT-RATE.
              DISPLAY "    ALTERNATE: SUPPLIER " SU-SUPPLIER-NUMBER
                      " " SU-SUPPLIER-NAME " AT " SP-CONTRACT-COST
                      " " SU-CURRENCY-CODE " (" WS-ALT-HOME-COST
                      " HOME) LEAD " SU-LEAD-TIME-DAYS " DAYS".
              IF WS-ALT-BEST-SUPPLIER = ZEROS
                 OR WS-ALT-HOME-COST < WS-ALT-BEST-HOME
                 MOVE SU-SUPPLIER-NUMBER TO WS-ALT-BEST-SUPPLIER
                 MOVE SU-SUPPLIER-NAME TO WS-ALT-BEST-NAME
                 MOVE SP-CONTRACT-COST TO WS-ALT-BEST-COST
                 MOVE SU-CURRENCY-CODE TO WS-ALT-BEST-CURRENCY
                 MOVE WS-ALT-HOME-COST TO WS-ALT-BEST-HOME
              END-IF.
       3115-EXIT.
              EXIT.

      * Gathers the line just priced under its supplier's
      * consolidated order for this run - one order number per
      * supplier, found (or opened) in the capped table, its total
                       SET AT-OP-ADD TO TRUE
                       PERFORM 5000-WRITE-AUDIT-RECORD
                          THRU 5000-EXIT
                       IF OH-ORDER-TOTAL > WS-APPROVAL-MGR-LIMIT
                          PERFORM 3195-POST-APPROVAL-EVENT
                             THRU 3195-EXIT
                       END-IF
                 END-WRITE
              END-PERFORM.
       3190-EXIT.
              EXIT.

      * An order past WS-APPROVAL-MGR-LIMIT sits suggested until a
      * manager (or, past WS-APPROVAL-ADMIN-LIMIT, an admin) signs it
      * off in 4200-APPROVE-WHOLE-ORDER, so the outbox tells whoever has
      * to approve it that it is waiting.
       3195-POST-APPROVAL-EVENT.
              MOVE SPACES TO NOTIFY-EVENT-MSG.
              SET NE-SEV-WARNING TO TRUE.
              MOVE "PURCHASING"   TO NE-SUBSYSTEM.
              MOVE "PurchaseMgmt" TO NE-SOURCE-PROGRAM.
              STRING "ORDER " OH-ORDER-NUMBER
                     DELIMITED BY SIZE INTO NE-EVENT-KEY.
              MOVE OH-ORDER-TOTAL TO WS-NOTIFY-AMOUNT.
              IF OH-ORDER-TOTAL > WS-APPROVAL-ADMIN-LIMIT
                 SET NE-TO-ADMIN TO TRUE
                 STRING "ORDER AWAITING ADMIN APPROVAL - TOTAL "
                        WS-NOTIFY-AMOUNT
                        DELIMITED BY SIZE INTO NE-MESSAGE
              ELSE
                 SET NE-TO-MANAGER TO TRUE
                 STRING "ORDER AWAITING MANAGER APPROVAL - TOTAL "
                        WS-NOTIFY-AMOUNT
                        DELIMITED BY SIZE INTO NE-MESSAGE
              END-IF.
              CALL "NOTIFYPOST" USING NOTIFY-EVENT-MSG.
       3195-EXIT.
              EXIT.

      * Prices the PO being raised: defaults PO-UNIT-COST to
      * STOCK-MASTER's general SM-UNIT-COST, then scans this
      * supplier/item's contract quantity breaks (maintained by
       3150-EXIT.
              EXIT.

      * Looks for a blanket agreement covering the PO being raised:
      * same supplier and item, active, today inside its dates and
      * something still left to call off.  Leaves the agreement in
      * BLANKET-AGREEMENT-REC and WS-BLKT-FOUND set when one is.
       3170-FIND-BLANKET-AGREEMENT.
              MOVE "N" TO WS-BLKT-FOUND-SW.
              ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
              MOVE PO-SUPPLIER-NUMBER TO BA-SUPPLIER-NUMBER.
              MOVE PO-ITEM-NUMBER     TO BA-ITEM-NUMBER.
              MOVE ZEROS              TO BA-START-DATE.
              SET WS-BLKT-MORE TO TRUE.
              START BLANKET-AGREEMENT-FILE
                    KEY IS NOT LESS THAN BA-AGREEMENT-KEY
                 INVALID KEY MOVE "N" TO WS-BLKT-MORE-SW
              END-START.
              PERFORM UNTIL NOT WS-BLKT-MORE
                 READ BLANKET-AGREEMENT-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-BLKT-MORE-SW
                    NOT AT END
                       IF BA-SUPPLIER-NUMBER NOT = PO-SUPPLIER-NUMBER
                          OR BA-ITEM-NUMBER NOT = PO-ITEM-NUMBER
                          MOVE "N" TO WS-BLKT-MORE-SW
                       ELSE
                          IF BA-STATUS-ACTIVE
                             AND BA-START-DATE NOT > WS-TODAY-DATE
                             AND BA-END-DATE NOT < WS-TODAY-DATE
                             AND BA-RELEASED-QTY < BA-COMMITTED-QTY
                             SET WS-BLKT-FOUND TO TRUE
                             MOVE "N" TO WS-BLKT-MORE-SW
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM.
       3170-EXIT.
              EXIT.

      * Prices the PO as a release against the agreement 3170 found.
      * A release never takes more than the agreement has left: the
      * quantity is cut to the balance, and whatever the item is
      * still short is raised as an ordinary PO by a later run once
      * the agreement is used up.
       3175-PRICE-AS-RELEASE.
              COMPUTE WS-BLKT-REMAINING =
                    BA-COMMITTED-QTY - BA-RELEASED-QTY.
              IF PO-ORDER-QTY > WS-BLKT-REMAINING
                 DISPLAY "AGREEMENT " BA-SUPPLIER-REF " HAS ONLY "
                         WS-BLKT-REMAINING " LEFT - RELEASE CUT TO "
                         "THE BALANCE."
                 MOVE WS-BLKT-REMAINING TO PO-ORDER-QTY
              END-IF.
              MOVE BA-AGREED-COST TO PO-UNIT-COST.
              DISPLAY "RELEASE AGAINST BLANKET AGREEMENT "
                      BA-SUPPLIER-REF " (" BA-START-DATE "-"
                      BA-END-DATE ") AT AGREED COST " BA-AGREED-COST.
       3175-EXIT.
              EXIT.

      * Draws the release just written down off its agreement.
       3180-DRAW-DOWN-BLANKET.
              MOVE BLANKET-AGREEMENT-REC TO WS-AUDIT-BLKT-BEFORE.
              ADD PO-ORDER-QTY TO BA-RELEASED-QTY.
              ADD 1 TO BA-RELEASE-COUNT.
              MOVE PO-ORDER-DATE TO BA-LAST-RELEASE-DATE.
              MOVE PO-NUMBER TO BA-LAST-PO-NUMBER.
              REWRITE BLANKET-AGREEMENT-REC
                 INVALID KEY
                    DISPLAY "AGREEMENT " BA-SUPPLIER-REF " NOT DRAWN "
                            "DOWN - STATUS " WS-BLKT-STATUS
                 NOT INVALID KEY
                    ADD 1 TO WS-BLKT-RELEASES
                    COMPUTE WS-BLKT-REMAINING =
                          BA-COMMITTED-QTY - BA-RELEASED-QTY
                    DISPLAY "  AGREEMENT " BA-SUPPLIER-REF
                            " RELEASED " BA-RELEASED-QTY " OF "
                            BA-COMMITTED-QTY " - " WS-BLKT-REMAINING
                            " LEFT"
                    MOVE BA-AGREEMENT-KEY TO AT-KEY-VALUE
                    MOVE WS-AUDIT-BLKT-BEFORE TO AT-BEFORE-IMAGE
                    MOVE BLANKET-AGREEMENT-REC TO AT-AFTER-IMAGE
                    SET AT-OP-CHANGE TO TRUE
                    PERFORM 5000-WRITE-AUDIT-RECORD THRU 5000-EXIT
              END-REWRITE.
       3180-EXIT.
              EXIT.

      * A PO past WS-APPROVAL-MGR-LIMIT or WS-APPROVAL-ADMIN-LIMIT
      * routes through 4050-CHECK-APPROVAL-LEVEL before it can be
      * approved; a PO at or under WS-APPROVAL-MGR-LIMIT needs no
                       GO TO 4000-EXIT
                    END-IF
                    DISPLAY PURCHASE-ORDER-REC
                    PERFORM 4110-FIND-SUPPLIER-PART THRU 4110-EXIT
                    IF WS-XREF-FOUND
                       DISPLAY "SUPPLIER PART " PX-SUPPLIER-PART
                               " " PX-SUPPLIER-DESC
                               " PACK " PX-PACK-SIZE " " PX-PACK-UNIT
                    ELSE
                       DISPLAY "NO SUPPLIER PART NUMBER ON FILE FOR "
                               "ITEM " PO-ITEM-NUMBER
                    END-IF
                    PERFORM 4080-CHECK-DROP-SHIP THRU 4080-EXIT
                    IF WS-DROP-SHIP
                       DISPLAY "DROP-SHIP FOR SALES ORDER "
                               DS-ORDER-NUMBER " - SUPPLIER SHIPS "
                               "STRAIGHT TO CUSTOMER " DS-CUST-ID
                       IF DS-STATUS-CANCELLED
                          DISPLAY "*** SALES ORDER LINE WAS CANCELLED "
                                  "- THIS PO SHOULD NOT BE APPROVED ***"
                       END-IF
                    END-IF
                    MOVE PO-SUPPLIER-NUMBER TO SU-SUPPLIER-NUMBER
                    PERFORM 3090-CHECK-SUPPLIER-BLOCKED THRU 3090-EXIT
                    IF WS-SUPP-BLOCKED
                       DISPLAY "SUPPLIER " PO-SUPPLIER-NUMBER
                               " IS BLOCKED (" SV-REASON ") - PO "
                               PO-NUMBER " NOT APPROVED."
                       GO TO 4000-EXIT
                    END-IF
                    PERFORM 3160-FIND-CASE-PACK THRU 3160-EXIT
                    IF WS-PACK-FOUND
                       COMPUTE WS-PACK-CASES =

      * Routes the PO being approved by its total value.  At or under
      * WS-APPROVAL-MGR-LIMIT sets WS-APPROVAL-OK with no prompt.
      * Above WS-APPROVAL-ADMIN-LIMIT the approving operator needs a
      * role granting APRV-POH; between the two limits APRV-POM is
      * enough - checked through PermCheck.cbl the same as every
      * other approval.
       4050-CHECK-APPROVAL-LEVEL.
              MOVE "N" TO WS-SIGNOFF-TAKEN-SW.
              COMPUTE WS-APPROVAL-VALUE =
                    DISPLAY "OPERATOR NOT RECOGNISED - APPROVAL "
                            "DENIED."
                 NOT INVALID KEY
                    SET PW-VERIFY TO TRUE
                    MOVE OM-OPERATOR-ID TO PW-OPERATOR-ID
                    MOVE WS-APPROVAL-OVERRIDE-PW TO PW-PASSWORD
                    CALL "OperPwd" USING OPER-PWD-MSG
                    IF NOT PW-OK
                       DISPLAY "APPROVAL DENIED - WRONG PASSWORD."
                    ELSE
                    IF OM-PO-LIMIT > ZEROS
                               "OPERATOR'S OWN PO APPROVAL LIMIT "
                               "OF " OM-PO-LIMIT "."
                    ELSE
                       MOVE OM-OPERATOR-ID TO PC-OPERATOR-ID
                       MOVE "APRV-POM" TO PC-FUNCTION-CODE
                       IF WS-APPROVAL-VALUE > WS-APPROVAL-ADMIN-LIMIT
                          MOVE "APRV-POH" TO PC-FUNCTION-CODE
                       END-IF
                       SET PC-AUTHORIZE-OTHER TO TRUE
                       CALL "PermCheck" USING PERM-CHECK-MSG
                       IF WS-APPROVAL-VALUE > WS-APPROVAL-ADMIN-LIMIT
                          IF PC-ALLOWED
                             SET WS-APPROVAL-OK TO TRUE
                             SET WS-SIGNOFF-TAKEN TO TRUE
                             MOVE OM-OPERATOR-ID TO WS-SIGNOFF-ID
                             DISPLAY "APPROVAL AUTHORIZED BY "
                                     OM-OPERATOR-NAME
                          ELSE
                             DISPLAY "APPROVAL DENIED - NOT AUTHORIZED "
                                     "ABOVE THE ADMIN LIMIT."
                          END-IF
                       ELSE
                          IF PC-ALLOWED
                             SET WS-APPROVAL-OK TO TRUE
                             SET WS-SIGNOFF-TAKEN TO TRUE
                             MOVE OM-OPERATOR-ID TO WS-SIGNOFF-ID
                             DISPLAY "APPROVAL AUTHORIZED BY "
                                     OM-OPERATOR-NAME
                          ELSE
                             DISPLAY "APPROVAL DENIED - NOT AUTHORIZED "
                                     "ABOVE THE MANAGER LIMIT."
                          END-IF
                       END-IF
                    END-IF
              MOVE PO-SUPPLIER-NUMBER  TO PE-SUPPLIER-NUMBER.
              MOVE SU-SUPPLIER-NAME    TO PE-SUPPLIER-NAME.
              MOVE PO-ITEM-NUMBER      TO PE-ITEM-NUMBER.
              PERFORM 4110-FIND-SUPPLIER-PART THRU 4110-EXIT.
              IF WS-XREF-FOUND
                 MOVE PX-SUPPLIER-PART TO PE-SUPPLIER-PART
                 MOVE PX-SUPPLIER-DESC TO PE-SUPPLIER-DESC
                 MOVE PX-PACK-SIZE     TO PE-PACK-SIZE
                 MOVE PX-PACK-UNIT     TO PE-PACK-UNIT
              ELSE
                 MOVE SPACES TO PE-SUPPLIER-PART PE-SUPPLIER-DESC
                                PE-PACK-UNIT
                 MOVE ZEROS  TO PE-PACK-SIZE
              END-IF.
              MOVE PO-LOCATION         TO PE-LOCATION.
              MOVE PO-ORDER-QTY        TO PE-ORDER-QTY.
              MOVE PO-UNIT-COST        TO PE-UNIT-COST.
                     INTO PE-SHIP-TO-NAME
                 MOVE SPACES              TO PE-SHIP-TO-ADDRESS
              END-IF.
      *    A drop-ship goes to the customer's delivery site, not to
      *    any location of ours.
              PERFORM 4080-CHECK-DROP-SHIP THRU 4080-EXIT.
              IF WS-DROP-SHIP
                 PERFORM 4090-DROP-SHIP-ADDRESS THRU 4090-EXIT
              END-IF.
              MOVE SU-PAYMENT-TERMS    TO PE-PAYMENT-TERMS.
              MOVE PO-ORDER-DATE       TO PE-ORDER-DATE.
              WRITE PO-EDI-REC.
       4100-EXIT.
              EXIT.

      * Sets WS-XREF-FOUND when the PO's supplier has its own part
      * number on file for the PO's item, leaving it in
      * SUPPLIER-XREF-REC.
       4110-FIND-SUPPLIER-PART.
              MOVE "N" TO WS-XREF-FOUND-SW.
              MOVE PO-SUPPLIER-NUMBER TO PX-SUPPLIER-NUMBER.
              MOVE PO-ITEM-NUMBER TO PX-ITEM-NUMBER.
              READ SUPPLIER-XREF-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET WS-XREF-FOUND TO TRUE
              END-READ.
       4110-EXIT.
              EXIT.

      * Sets WS-DROP-SHIP when PO-NUMBER is linked on DROP-SHIP-FILE
      * to a sales order line, leaving the link in DROP-SHIP-REC.
       4080-CHECK-DROP-SHIP.
              MOVE "N" TO WS-DROP-SHIP-SW.
              IF WS-DROP-STATUS NOT = "00" AND
                 WS-DROP-STATUS NOT = "10" AND
                 WS-DROP-STATUS NOT = "23"
                 GO TO 4080-EXIT
              END-IF.
              MOVE PO-NUMBER TO DS-PO-NUMBER.
              READ DROP-SHIP-FILE
                 INVALID KEY
                    GO TO 4080-EXIT
              END-READ.
              SET WS-DROP-SHIP TO TRUE.
       4080-EXIT.
              EXIT.

      * Puts the drop-ship customer's delivery site on the EDI line:
      * the SHIP-TO-FILE site the order was taken for, or the
      * customer's own name and billing address for ship-to zero.
      * Whatever cannot be found is flagged on the line rather than
      * letting the goods default to our own dock.
       4090-DROP-SHIP-ADDRESS.
              MOVE SPACES TO PE-SHIP-TO-NAME PE-SHIP-TO-ADDRESS.
              IF DS-SHIP-SEQ NOT = ZEROS AND WS-SHIPTO-OPEN
                 MOVE DS-CUST-ID TO SD-CUST-ID
                 MOVE DS-SHIP-SEQ TO SD-SHIP-SEQ
                 READ SHIP-TO-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE SD-SHIP-NAME TO PE-SHIP-TO-NAME
                       MOVE SD-SHIP-ADDRESS TO PE-SHIP-TO-ADDRESS
                       GO TO 4090-EXIT
                 END-READ
              END-IF.
              IF WS-CUST-OPEN
                 MOVE DS-CUST-ID TO CM-CUST-ID
                 READ CUSTOMER-MASTER-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE CM-CUST-NAME TO PE-SHIP-TO-NAME
                       MOVE CM-BILLING-ADDRESS TO PE-SHIP-TO-ADDRESS
                       GO TO 4090-EXIT
                 END-READ
              END-IF.
              STRING "DROP-SHIP CUSTOMER " DELIMITED BY SIZE
                     DS-CUST-ID DELIMITED BY SIZE
                  INTO PE-SHIP-TO-NAME.
              DISPLAY "*** NO ADDRESS ON FILE FOR DROP-SHIP CUSTOMER "
                      DS-CUST-ID " - CONFIRM DELIVERY ADDRESS WITH "
                      "THE SUPPLIER ***".
       4090-EXIT.
              EXIT.

      * Budget/commitment control: foots this period's open
      * commitments (approved, printed or partially received lines
      * at outstanding value) for the supplier's budget - or the
       4350-EXIT.
              EXIT.

      * Adds, corrects or closes one blanket agreement, keyed by
      * supplier, item and start date.  The quantity already called
      * off is kept by the reorder run and never keyed here, and the
      * committed quantity cannot be cut below it.
       4400-MAINT-BLANKET-AGREEMENT.
              DISPLAY "ENTER BUYER OPERATOR ID: ".
              ACCEPT OM-OPERATOR-ID.
              READ OPERATOR-MASTER-FILE
                 INVALID KEY
                    DISPLAY "OPERATOR NOT RECOGNISED - AGREEMENT "
                            "NOT MAINTAINED"
                    GO TO 4400-EXIT
              END-READ.
              DISPLAY "ENTER SUPPLIER NUMBER: ".
              ACCEPT BA-SUPPLIER-NUMBER.
              MOVE BA-SUPPLIER-NUMBER TO SU-SUPPLIER-NUMBER.
              READ SUPPLIER-MASTER-FILE
                 INVALID KEY
                    DISPLAY "SUPPLIER NOT ON FILE."
                    GO TO 4400-EXIT
              END-READ.
              DISPLAY "SUPPLIER: " SU-SUPPLIER-NAME.
              DISPLAY "ENTER ITEM NUMBER: ".
              ACCEPT BA-ITEM-NUMBER.
              MOVE BA-ITEM-NUMBER TO SM-ITEM-NUMBER.
              READ STOCK-MASTER-FILE KEY IS SM-ITEM-NUMBER
                 INVALID KEY
                    DISPLAY "ITEM NOT ON STOCK MASTER."
                    GO TO 4400-EXIT
              END-READ.
              DISPLAY "ITEM: " SM-ITEM-DESC.
              DISPLAY "ENTER AGREEMENT START DATE (YYYYMMDD): ".
              ACCEPT BA-START-DATE.
              IF FUNCTION TEST-DATE-YYYYMMDD(BA-START-DATE) NOT = 0
                 DISPLAY "INVALID START DATE."
                 GO TO 4400-EXIT
              END-IF.
              MOVE "N" TO WS-BLKT-NEW-SW.
              READ BLANKET-AGREEMENT-FILE
                 INVALID KEY
                    SET WS-BLKT-NEW TO TRUE
                    MOVE SPACES TO WS-AUDIT-BLKT-BEFORE
                    DISPLAY "NEW AGREEMENT."
                 NOT INVALID KEY
                    MOVE BLANKET-AGREEMENT-REC TO WS-AUDIT-BLKT-BEFORE
                    DISPLAY "AGREEMENT " BA-SUPPLIER-REF " RUNS TO "
                            BA-END-DATE " - COMMITTED "
                            BA-COMMITTED-QTY " AT " BA-AGREED-COST
                    DISPLAY "  RELEASED TO DATE " BA-RELEASED-QTY
                            " IN " BA-RELEASE-COUNT " RELEASE(S), "
                            "STATUS " BA-STATUS
              END-READ.

              IF NOT WS-BLKT-NEW AND BA-STATUS-ACTIVE
                 DISPLAY "CLOSE THIS AGREEMENT NOW? (Y/N): "
                 ACCEPT WS-BLKT-ANSWER
                 IF WS-BLKT-ANSWER = "Y" OR WS-BLKT-ANSWER = "y"
                    SET BA-STATUS-CLOSED TO TRUE
                    MOVE OM-OPERATOR-ID TO BA-OPERATOR-ID
                    PERFORM 4420-SAVE-BLANKET THRU 4420-EXIT
                    GO TO 4400-EXIT
                 END-IF
              END-IF.

              DISPLAY "SUPPLIER'S AGREEMENT REFERENCE: ".
              ACCEPT BA-SUPPLIER-REF.
              DISPLAY "ENTER END DATE (YYYYMMDD): ".
              ACCEPT BA-END-DATE.
              IF FUNCTION TEST-DATE-YYYYMMDD(BA-END-DATE) NOT = 0
                 OR BA-END-DATE NOT > BA-START-DATE
                 DISPLAY "END DATE MUST BE A VALID DATE AFTER THE "
                         "START DATE - NOT SAVED."
                 GO TO 4400-EXIT
              END-IF.
              DISPLAY "ENTER COMMITTED QUANTITY: ".
              ACCEPT BA-COMMITTED-QTY.
              IF WS-BLKT-NEW
                 MOVE ZEROS TO BA-RELEASED-QTY BA-RELEASE-COUNT
                               BA-LAST-RELEASE-DATE BA-LAST-PO-NUMBER
              END-IF.
              IF BA-COMMITTED-QTY = ZEROS
                 OR BA-COMMITTED-QTY < BA-RELEASED-QTY
                 DISPLAY "COMMITTED QUANTITY MUST BE ABOVE ZERO AND "
                         "NOT BELOW WHAT IS RELEASED - NOT SAVED."
                 GO TO 4400-EXIT
              END-IF.
              DISPLAY "ENTER AGREED UNIT COST: ".
              ACCEPT BA-AGREED-COST.
              IF BA-AGREED-COST = ZEROS
                 DISPLAY "AGREED COST MUST BE ABOVE ZERO - NOT SAVED."
                 GO TO 4400-EXIT
              END-IF.
              SET BA-STATUS-ACTIVE TO TRUE.
              MOVE OM-OPERATOR-ID TO BA-OPERATOR-ID.
              PERFORM 4420-SAVE-BLANKET THRU 4420-EXIT.
       4400-EXIT.
              EXIT.

      * Writes or rewrites the agreement in memory, with its audit.
       4420-SAVE-BLANKET.
              IF WS-BLKT-NEW
                 WRITE BLANKET-AGREEMENT-REC
                    INVALID KEY
                       DISPLAY "AGREEMENT NOT SAVED - STATUS "
                               WS-BLKT-STATUS
                    NOT INVALID KEY
                       DISPLAY "AGREEMENT SET."
                       MOVE BA-AGREEMENT-KEY TO AT-KEY-VALUE
                       MOVE SPACES TO AT-BEFORE-IMAGE
                       MOVE BLANKET-AGREEMENT-REC TO AT-AFTER-IMAGE
                       SET AT-OP-ADD TO TRUE
                       PERFORM 5000-WRITE-AUDIT-RECORD
                          THRU 5000-EXIT
                 END-WRITE
              ELSE
                 REWRITE BLANKET-AGREEMENT-REC
                    INVALID KEY
                       DISPLAY "AGREEMENT NOT SAVED - STATUS "
                               WS-BLKT-STATUS
                    NOT INVALID KEY
                       DISPLAY "AGREEMENT UPDATED."
                       MOVE BA-AGREEMENT-KEY TO AT-KEY-VALUE
                       MOVE WS-AUDIT-BLKT-BEFORE TO AT-BEFORE-IMAGE
                       MOVE BLANKET-AGREEMENT-REC TO AT-AFTER-IMAGE
                       SET AT-OP-CHANGE TO TRUE
                       PERFORM 5000-WRITE-AUDIT-RECORD
                          THRU 5000-EXIT
                 END-REWRITE
              END-IF.
       4420-EXIT.
              EXIT.

      * Consumption against elapsed time for every agreement not
      * closed: the share of the committed quantity called off so
      * far beside the share of the agreement's days gone, and the
      * quantity the present rate of release would reach by the end
      * date.  An agreement trailing its time by more than the
      * tolerance is flagged UNDER-TAKING while there is still time
      * to call more off; one already past its end date with a
      * balance left is flagged EXPIRED SHORT.
       4450-BLANKET-CONSUMPTION-RPT.
              DISPLAY "AS-AT DATE (YYYYMMDD, ZERO FOR TODAY): ".
              MOVE ZEROS TO WS-BLKT-AS-AT-DATE.
              ACCEPT WS-BLKT-AS-AT-DATE.
              IF WS-BLKT-AS-AT-DATE = ZEROS
                 ACCEPT WS-BLKT-AS-AT-DATE FROM DATE YYYYMMDD
              END-IF.
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-BLKT-AS-AT-DATE)
                    NOT = 0
                 DISPLAY "INVALID DATE."
                 GO TO 4450-EXIT
              END-IF.
              MOVE ZEROS TO WS-BLKT-LISTED WS-BLKT-AT-RISK.
              DISPLAY "BLANKET AGREEMENT CONSUMPTION AS AT "
                      WS-BLKT-AS-AT-DATE.
              DISPLAY "SUPP  ITEM   START    END       COMMITTED "
                      "RELEASED  %TAKEN %TIME  PROJECTED  STATUS".
              SET WS-BLKT-MORE TO TRUE.
              MOVE LOW-VALUES TO BA-AGREEMENT-KEY.
              START BLANKET-AGREEMENT-FILE
                    KEY IS NOT LESS THAN BA-AGREEMENT-KEY
                 INVALID KEY MOVE "N" TO WS-BLKT-MORE-SW
              END-START.
              PERFORM UNTIL NOT WS-BLKT-MORE
                 READ BLANKET-AGREEMENT-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-BLKT-MORE-SW
                    NOT AT END
                       IF BA-STATUS-ACTIVE
                          PERFORM 4460-REPORT-ONE-BLANKET
                             THRU 4460-EXIT
                       END-IF
                 END-READ
              END-PERFORM.
              DISPLAY "AGREEMENTS LISTED: " WS-BLKT-LISTED
                      "   HEADING FOR AN UNDER-TAKE OR SHORT: "
                      WS-BLKT-AT-RISK.
       4450-EXIT.
              EXIT.

      * Works out and lists one agreement's consumption line.
       4460-REPORT-ONE-BLANKET.
              ADD 1 TO WS-BLKT-LISTED.
              COMPUTE WS-BLKT-DAYS-TOTAL =
                    FUNCTION INTEGER-OF-DATE(BA-END-DATE)
                    - FUNCTION INTEGER-OF-DATE(BA-START-DATE) + 1.
              IF WS-BLKT-AS-AT-DATE < BA-START-DATE
                 MOVE ZEROS TO WS-BLKT-DAYS-GONE
              ELSE
                 IF WS-BLKT-AS-AT-DATE > BA-END-DATE
                    MOVE WS-BLKT-DAYS-TOTAL TO WS-BLKT-DAYS-GONE
                 ELSE
                    COMPUTE WS-BLKT-DAYS-GONE =
                          FUNCTION INTEGER-OF-DATE(WS-BLKT-AS-AT-DATE)
                          - FUNCTION INTEGER-OF-DATE(BA-START-DATE)
                          + 1
                 END-IF
              END-IF.
              COMPUTE WS-BLKT-PCT-TAKEN ROUNDED =
                    BA-RELEASED-QTY * 100 / BA-COMMITTED-QTY.
              COMPUTE WS-BLKT-PCT-ELAPSED ROUNDED =
                    WS-BLKT-DAYS-GONE * 100 / WS-BLKT-DAYS-TOTAL.
              IF WS-BLKT-DAYS-GONE > ZEROS
                 COMPUTE WS-BLKT-PROJECTED ROUNDED =
                       BA-RELEASED-QTY * WS-BLKT-DAYS-TOTAL
                       / WS-BLKT-DAYS-GONE
              ELSE
                 MOVE ZEROS TO WS-BLKT-PROJECTED
              END-IF.
              EVALUATE TRUE
                 WHEN BA-RELEASED-QTY NOT < BA-COMMITTED-QTY
                    MOVE "FULLY TAKEN" TO WS-BLKT-FLAG
                 WHEN WS-BLKT-AS-AT-DATE > BA-END-DATE
                    MOVE "EXPIRED SHORT" TO WS-BLKT-FLAG
                    ADD 1 TO WS-BLKT-AT-RISK
                 WHEN WS-BLKT-DAYS-GONE = ZEROS
                    MOVE "NOT STARTED" TO WS-BLKT-FLAG
                 WHEN WS-BLKT-PCT-TAKEN + WS-BLKT-TOLERANCE-PCT
                         < WS-BLKT-PCT-ELAPSED
                    MOVE "UNDER-TAKING" TO WS-BLKT-FLAG
                    ADD 1 TO WS-BLKT-AT-RISK
                 WHEN OTHER
                    MOVE "ON TRACK" TO WS-BLKT-FLAG
              END-EVALUATE.
              MOVE WS-BLKT-PCT-TAKEN TO WS-BLKT-TAKEN-EDIT.
              MOVE WS-BLKT-PCT-ELAPSED TO WS-BLKT-ELAPSED-EDIT.
              DISPLAY BA-SUPPLIER-NUMBER " " BA-ITEM-NUMBER " "
                      BA-START-DATE " " BA-END-DATE " "
                      BA-COMMITTED-QTY "   " BA-RELEASED-QTY " "
                      WS-BLKT-TAKEN-EDIT "  " WS-BLKT-ELAPSED-EDIT
                      "  " WS-BLKT-PROJECTED "  " WS-BLKT-FLAG.
       4460-EXIT.
              EXIT.

      * A PO line pointing at a consolidated order routes here: the
      * header is read, approval gates once on OH-ORDER-TOTAL, and
      * one sign-off releases every suggested line of the order -
      * each line still gets its own rewrite, audit record, GL
      * commitment and EDI transmission (all sharing the order
      * number), and receiving and acknowledgement keep working
      * line by line.
       4200-APPROVE-WHOLE-ORDER.
              MOVE PO-ORDER-NUMBER TO WS-ORD-APPROVE-NUMBER.
                      OH-ORDER-NUMBER " - SUPPLIER "
                      OH-SUPPLIER-NUMBER " - " OH-LINE-COUNT
                      " LINE(S) TOTAL " OH-ORDER-TOTAL ".".
              MOVE OH-SUPPLIER-NUMBER TO SU-SUPPLIER-NUMBER.
              PERFORM 3090-CHECK-SUPPLIER-BLOCKED THRU 3090-EXIT.
              IF WS-SUPP-BLOCKED
                 DISPLAY "SUPPLIER " OH-SUPPLIER-NUMBER " IS BLOCKED ("
                         SV-REASON ") - ORDER NOT APPROVED."
                 GO TO 4200-EXIT
              END-IF.
              PERFORM 4050-CHECK-APPROVAL-LEVEL THRU 4050-EXIT.
              IF NOT WS-APPROVAL-OK
                 DISPLAY "ORDER " OH-ORDER-NUMBER " NOT APPROVED."
                               "RECEIVED."
                       GO TO 4500-EXIT
                    END-IF
                    PERFORM 4080-CHECK-DROP-SHIP THRU 4080-EXIT
                    IF WS-DROP-SHIP
                       DISPLAY "PO " PO-NUMBER " IS A DROP-SHIP TO "
                               "CUSTOMER " DS-CUST-ID " - NOTHING "
                               "COMES IN HERE.  THE SUPPLIER'S "
                               "SHIPMENT CONFIRMATION CLOSES IT."
                       GO TO 4500-EXIT
                    END-IF
                    DISPLAY PURCHASE-ORDER-REC
                    MOVE PURCHASE-ORDER-REC TO WS-AUDIT-BEFORE-REC
                    COMPUTE WS-RECEIVE-QTY =
                                        "ITEM " PO-ITEM-NUMBER
                                        " - ON-HAND NOT UPDATED"
                             NOT INVALID KEY
                                PERFORM 4750-CHECK-INSPECT-FLAG
                                   THRU 4750-EXIT
                                IF WS-QC-INSPECT
                                   PERFORM 4760-PLACE-ON-QUALITY-HOLD
                                      THRU 4760-EXIT
                                ELSE
                                   PERFORM 4600-UPDATE-STOCK-COST
                                      THRU 4600-EXIT
                                END-IF
                          END-READ
                    END-REWRITE
              END-READ.
              MOVE ZEROS TO WS-LAND-FREIGHT WS-LAND-DUTY
                            WS-LAND-INSURANCE WS-LAND-SHIP-VALUE
                            WS-LAND-SHR-FREIGHT WS-LAND-SHR-DUTY
                            WS-LAND-SHR-INSUR WS-LANDED-TOTAL
                            WS-LAND-TAX WS-LAND-SHR-TAX
                            WS-LAND-SHR-TAX-RECOV
                            WS-LAND-SHR-TAX-COST.
              MOVE SPACES TO WS-LAND-TAX-CODE.
              DISPLAY "LANDED COSTS ON THIS SHIPMENT (Y/N): ".
              ACCEPT WS-LAND-ANSWER.
              IF WS-LAND-ANSWER NOT = "Y"
              ACCEPT WS-LAND-DUTY.
              DISPLAY "ENTER SHIPMENT INSURANCE AMOUNT: ".
              ACCEPT WS-LAND-INSURANCE.
              PERFORM 4560-CAPTURE-LANDED-TAX THRU 4560-EXIT.
              COMPUTE WS-LAND-LINE-VALUE =
                    WS-RECEIVE-QTY * PO-UNIT-COST.
              DISPLAY "ENTER SHIPMENT TOTAL GOODS VALUE "
              COMPUTE WS-LAND-SHR-INSUR ROUNDED =
                    WS-LAND-INSURANCE * WS-LAND-LINE-VALUE
                    / WS-LAND-SHIP-VALUE.
              COMPUTE WS-LAND-SHR-TAX ROUNDED =
                    WS-LAND-TAX * WS-LAND-LINE-VALUE
                    / WS-LAND-SHIP-VALUE.
              COMPUTE WS-LAND-SHR-TAX-RECOV ROUNDED =
                    WS-LAND-SHR-TAX * WS-LAND-TAX-RECOV-PCT / 100.
              IF WS-LAND-SHR-TAX-RECOV > WS-LAND-SHR-TAX
                 MOVE WS-LAND-SHR-TAX TO WS-LAND-SHR-TAX-RECOV
              END-IF.
              COMPUTE WS-LAND-SHR-TAX-COST =
                    WS-LAND-SHR-TAX - WS-LAND-SHR-TAX-RECOV.
              COMPUTE WS-LANDED-TOTAL =
                    WS-LAND-SHR-FREIGHT + WS-LAND-SHR-DUTY
                    + WS-LAND-SHR-INSUR + WS-LAND-SHR-TAX-COST.
              DISPLAY "THIS LINE'S LANDED SHARE - FREIGHT "
                      WS-LAND-SHR-FREIGHT " DUTY "
                      WS-LAND-SHR-DUTY " INSURANCE "
                      WS-LAND-SHR-INSUR " TOTAL "
                      WS-LANDED-TOTAL.
              IF WS-LAND-SHR-TAX > ZEROS
                 DISPLAY "  TAX ON CHARGES " WS-LAND-SHR-TAX
                         " - RECOVERABLE " WS-LAND-SHR-TAX-RECOV
                         " IN COST " WS-LAND-SHR-TAX-COST
              END-IF.
       4550-EXIT.
              EXIT.

      * Purchase tax billed on the shipment's charges: the clerk keys
      * the tax code (blank when none) and the tax amount, or zero to
      * tax the charges at the code's rate.  A code not on file is
      * refused and the charges taken untaxed.
       4560-CAPTURE-LANDED-TAX.
              DISPLAY "ENTER TAX CODE ON THE CHARGES "
                      "(BLANK = NO TAX): ".
              ACCEPT WS-LAND-TAX-CODE.
              IF WS-LAND-TAX-CODE = SPACES
                 GO TO 4560-EXIT
              END-IF.
              MOVE WS-LAND-TAX-CODE TO TC-TAX-CODE.
              IF WS-TAX-OPEN
                 READ TAX-CODE-FILE
                    INVALID KEY
                       MOVE SPACES TO WS-LAND-TAX-CODE
                 END-READ
              ELSE
                 MOVE SPACES TO WS-LAND-TAX-CODE
              END-IF.
              IF WS-LAND-TAX-CODE = SPACES
                 DISPLAY "TAX CODE " TC-TAX-CODE " NOT ON FILE - "
                         "CHARGES TAKEN UNTAXED"
                 GO TO 4560-EXIT
              END-IF.
              MOVE TC-RECOVERABLE-PCT TO WS-LAND-TAX-RECOV-PCT.
              DISPLAY "ENTER TAX AMOUNT ON THE CHARGES (ZERO = AT "
                      TC-TAX-RATE "%): ".
              ACCEPT WS-LAND-TAX.
              IF WS-LAND-TAX = ZEROS
                 COMPUTE WS-LAND-TAX ROUNDED =
                    (WS-LAND-FREIGHT + WS-LAND-DUTY
                     + WS-LAND-INSURANCE) * TC-TAX-RATE / 100
              END-IF.
       4560-EXIT.
              EXIT.

      * Posts the receipt into STOCK-MASTER and recomputes
      * SM-UNIT-COST as the weighted average of the on-hand value
      * and the incoming shipment at PO-UNIT-COST, so the margin
                    MOVE WS-AUDIT-BEFORE-REC TO AT-BEFORE-IMAGE
                    MOVE STOCK-MASTER-REC TO AT-AFTER-IMAGE
                    SET AT-OP-CHANGE TO TRUE
                    MOVE "stockmas" TO AT-FILE-NAME
                    PERFORM 5000-WRITE-AUDIT-RECORD THRU 5000-EXIT
                    IF WS-REVAL-DIFF NOT = ZEROS
                       PERFORM 5600-WRITE-REVAL-GL-ENTRY
                          THRU 5600-EXIT
                    END-IF
                    IF WS-LANDED-TOTAL > ZEROS
                       OR WS-LAND-SHR-TAX > ZEROS
                       PERFORM 5700-WRITE-LANDED-GL-ENTRY
                          THRU 5700-EXIT
                    END-IF
                    PERFORM 4620-POST-RECEIPT-MOVEMENT
                       THRU 4620-EXIT
                    PERFORM 4650-RECORD-RECEIPT-LOT THRU 4650-EXIT
                    PERFORM 4700-ALLOCATE-TO-RESERVATIONS
                       THRU 4700-EXIT
                    PERFORM 4610-ACCRUE-SUPPLIER-REBATE
                       THRU 4610-EXIT
              END-REWRITE.
       4600-EXIT.
              EXIT.

      * Adds the receipt's goods value to the supplier's volume
      * rebate agreement in force on the receipt date, if there is
      * one, and accrues the rebate the period's spend has now
      * earned: the highest tier whose starting spend has been
      * passed applies its rate to the whole period's spend, so
      * crossing a tier accrues the catch-up on everything bought
      * before it.  The movement posts to GL.INT as a rebate
      * receivable.  A held receipt accrues only once it passes
      * inspection, since only then does it reach here.
       4610-ACCRUE-SUPPLIER-REBATE.
              MOVE "N" TO WS-RBT-FOUND-SW.
              MOVE PO-SUPPLIER-NUMBER TO RB-SUPPLIER-NUMBER.
              MOVE ZEROS TO RB-PERIOD-START.
              SET WS-RBT-MORE TO TRUE.
              START REBATE-AGREEMENT-FILE
                    KEY IS NOT LESS THAN RB-AGREEMENT-KEY
                 INVALID KEY MOVE "N" TO WS-RBT-MORE-SW
              END-START.
              PERFORM UNTIL NOT WS-RBT-MORE
                 READ REBATE-AGREEMENT-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-RBT-MORE-SW
                    NOT AT END
                       IF RB-SUPPLIER-NUMBER NOT = PO-SUPPLIER-NUMBER
                          OR RB-PERIOD-START > PO-RECEIPT-DATE
                          MOVE "N" TO WS-RBT-MORE-SW
                       ELSE
                          IF RB-STATUS-ACTIVE
                             AND RB-PERIOD-END >= PO-RECEIPT-DATE
                             SET WS-RBT-FOUND TO TRUE
                             MOVE "N" TO WS-RBT-MORE-SW
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM.
              IF NOT WS-RBT-FOUND
                 GO TO 4610-EXIT
              END-IF.
              MOVE REBATE-AGREEMENT-REC TO WS-AUDIT-RBT-BEFORE.
              COMPUTE WS-RBT-RECEIPT-VALUE =
                      WS-RECEIVE-QTY * PO-UNIT-COST.
              ADD WS-RBT-RECEIPT-VALUE TO RB-QUALIFYING-SPEND.
              MOVE ZEROS TO WS-RBT-TIER-REACHED WS-RBT-EXPECTED.
              PERFORM VARYING WS-RBT-IX FROM 1 BY 1
                    UNTIL WS-RBT-IX > 4
                 IF RB-TIER-RATE(WS-RBT-IX) > ZEROS
                    AND RB-QUALIFYING-SPEND >= RB-TIER-SPEND(WS-RBT-IX)
                    MOVE WS-RBT-IX TO WS-RBT-TIER-REACHED
                 END-IF
              END-PERFORM.
              IF WS-RBT-TIER-REACHED > ZEROS
                 COMPUTE WS-RBT-EXPECTED ROUNDED =
                    RB-QUALIFYING-SPEND
                    * RB-TIER-RATE(WS-RBT-TIER-REACHED) / 100
              END-IF.
              COMPUTE WS-RBT-ACCRUAL-DIFF =
                      WS-RBT-EXPECTED - RB-ACCRUED-AMOUNT.
              MOVE WS-RBT-EXPECTED TO RB-ACCRUED-AMOUNT.
              REWRITE REBATE-AGREEMENT-REC
                 INVALID KEY
                    DISPLAY "REBATE AGREEMENT NOT UPDATED - STATUS "
                            WS-RBT-STATUS
                 NOT INVALID KEY
                    MOVE RB-AGREEMENT-KEY TO AT-KEY-VALUE
                    MOVE WS-AUDIT-RBT-BEFORE TO AT-BEFORE-IMAGE
                    MOVE REBATE-AGREEMENT-REC TO AT-AFTER-IMAGE
                    SET AT-OP-CHANGE TO TRUE
                    PERFORM 5000-WRITE-AUDIT-RECORD THRU 5000-EXIT
                    IF WS-RBT-ACCRUAL-DIFF NOT = ZEROS
                       PERFORM 5900-WRITE-REBATE-GL-ENTRY
                          THRU 5900-EXIT
                    END-IF
                    DISPLAY "REBATE SPEND " RB-QUALIFYING-SPEND
                            " TIER " WS-RBT-TIER-REACHED
                            " ACCRUED " RB-ACCRUED-AMOUNT
              END-REWRITE.
       4610-EXIT.
              EXIT.

      * The received quantity onto the stock movement ledger at the
      * PO's unit cost, dated the day the goods came in.  A release
      * from quality hold is dated the original receipt and carries
      * the inspector who passed it.
       4620-POST-RECEIPT-MOVEMENT.
              INITIALIZE STOCK-MOVE-MSG.
              MOVE SM-ITEM-NUMBER TO MM-ITEM-NUMBER.
              MOVE SM-LOCATION TO MM-LOCATION.
              SET MM-TYPE-RECEIPT TO TRUE.
              MOVE WS-RECEIVE-QTY TO MM-QTY.
              MOVE PO-UNIT-COST TO MM-UNIT-COST.
              STRING "PO " PO-NUMBER
                     DELIMITED BY SIZE INTO MM-SOURCE-DOC.
              MOVE "PurchaseMgmt" TO MM-SOURCE-PROGRAM.
              IF WS-LOT-RELEASE
                 MOVE WS-QC-INSPECTOR-ID TO MM-OPERATOR-ID
              ELSE
                 MOVE "RECEIVNG" TO MM-OPERATOR-ID
              END-IF.
              MOVE PO-RECEIPT-DATE TO MM-MOVE-DATE.
              CALL "STKMOVEPOST" USING STOCK-MOVE-MSG.
       4620-EXIT.
              EXIT.

      * Records the shipment's lot identity so a later supplier
      * recall can be traced from the lot number to everything sold
      * out of it.  The same lot arriving twice for the same
      * item/location/date has its quantities folded together.  A
      * receipt going on quality hold is counted as received but
      * not yet remaining, and the inspection pass adds it to
      * remaining, so sales never draw on a lot still being
      * inspected (see WS-LOT-MODE-SW).
       4650-RECORD-RECEIPT-LOT.
              IF WS-RECEIVE-LOT = SPACES
                 DISPLAY "NO LOT NUMBER KEYED - RECEIPT NOT "
                    MOVE WS-RECEIVE-LOT TO LT-LOT-NUMBER
                    MOVE PO-NUMBER TO LT-PO-NUMBER
                    MOVE WS-RECEIVE-QTY TO LT-QTY-RECEIVED
                    IF WS-LOT-HOLD
                       MOVE ZEROS TO LT-QTY-REMAINING
                    ELSE
                       MOVE WS-RECEIVE-QTY TO LT-QTY-REMAINING
                    END-IF
                    WRITE RECEIPT-LOT-REC
                       INVALID KEY
                          DISPLAY "LOT RECORD NOT WRITTEN - "
                                  "STATUS " WS-LOT-STATUS
                    END-WRITE
                 NOT INVALID KEY
                    IF NOT WS-LOT-RELEASE
                       ADD WS-RECEIVE-QTY TO LT-QTY-RECEIVED
                    END-IF
                    IF NOT WS-LOT-HOLD
                       ADD WS-RECEIVE-QTY TO LT-QTY-REMAINING
                    END-IF
                    REWRITE RECEIPT-LOT-REC
                       INVALID KEY
                          DISPLAY "LOT RECORD NOT UPDATED - "
       4700-EXIT.
              EXIT.

      * Is this receipt to be inspected before it can be sold?  The
      * PO's item is looked up on INSPECT-FLAG-FILE first, then its
      * supplier - either one flagged is enough.
       4750-CHECK-INSPECT-FLAG.
              MOVE "N" TO WS-QC-INSPECT-SW.
              SET QF-FLAG-ITEM TO TRUE.
              MOVE PO-ITEM-NUMBER TO QF-FLAG-CODE.
              READ INSPECT-FLAG-FILE
                 NOT INVALID KEY
                    SET WS-QC-INSPECT TO TRUE
                    GO TO 4750-EXIT
              END-READ.
              SET QF-FLAG-SUPPLIER TO TRUE.
              MOVE PO-SUPPLIER-NUMBER TO QF-FLAG-CODE.
              READ INSPECT-FLAG-FILE
                 NOT INVALID KEY
                    SET WS-QC-INSPECT TO TRUE
              END-READ.
       4750-EXIT.
              EXIT.

      * Puts an inspect-on-receipt shipment on quality hold instead
      * of into SM-QTY-ON-HAND: a numbered hold record carries the
      * quantity, lot and landed-cost share until an inspector
      * passes or fails it, and the lot is recorded as received
      * with nothing yet remaining to sell.  The shipment's landed
      * charges are incurred whatever the inspection finds, so they
      * post to GL now exactly as an ordinary receipt's do.
       4760-PLACE-ON-QUALITY-HOLD.
              PERFORM 4765-FIND-LAST-HOLD-NUMBER THRU 4765-EXIT.
              INITIALIZE QUALITY-HOLD-REC.
              COMPUTE QH-HOLD-NUMBER = WS-QC-NEXT-HOLD + 1.
              MOVE PO-NUMBER TO QH-PO-NUMBER.
              MOVE PO-SUPPLIER-NUMBER TO QH-SUPPLIER-NUMBER.
              MOVE PO-ITEM-NUMBER TO QH-ITEM-NUMBER.
              MOVE PO-LOCATION TO QH-LOCATION.
              MOVE PO-RECEIPT-DATE TO QH-RECEIPT-DATE.
              MOVE WS-RECEIVE-LOT TO QH-LOT-NUMBER.
              MOVE WS-RECEIVE-QTY TO QH-QTY-HELD.
              MOVE WS-LANDED-TOTAL TO QH-LANDED-COST.
              SET QH-STATUS-HELD TO TRUE.
              WRITE QUALITY-HOLD-REC
                 INVALID KEY
                    DISPLAY "QUALITY HOLD NOT RECORDED - STATUS "
                            WS-QHLD-STATUS " - ON-HAND NOT UPDATED"
                    GO TO 4760-EXIT
              END-WRITE.
              MOVE QH-HOLD-NUMBER TO AT-KEY-VALUE.
              MOVE SPACES TO AT-BEFORE-IMAGE.
              MOVE QUALITY-HOLD-REC TO AT-AFTER-IMAGE.
              SET AT-OP-ADD TO TRUE.
              PERFORM 5000-WRITE-AUDIT-RECORD THRU 5000-EXIT.
              SET WS-LOT-HOLD TO TRUE.
              PERFORM 4650-RECORD-RECEIPT-LOT THRU 4650-EXIT.
              SET WS-LOT-RECEIVE TO TRUE.
              IF WS-LANDED-TOTAL > ZEROS
                 OR WS-LAND-SHR-TAX > ZEROS
                 PERFORM 5700-WRITE-LANDED-GL-ENTRY THRU 5700-EXIT
              END-IF.
              DISPLAY "ITEM " PO-ITEM-NUMBER " IS INSPECT-ON-RECEIPT - "
                      "QTY " WS-RECEIVE-QTY " HELD FOR INSPECTION "
                      "UNDER HOLD " QH-HOLD-NUMBER.
       4760-EXIT.
              EXIT.

      * Find the highest hold number already on file so a new hold
      * keeps numbering forward instead of colliding on key 1.
       4765-FIND-LAST-HOLD-NUMBER.
              MOVE HIGH-VALUES TO QH-HOLD-NUMBER.
              START QUALITY-HOLD-FILE
                    KEY IS LESS THAN QH-HOLD-NUMBER
                 INVALID KEY
                    MOVE ZEROS TO WS-QC-NEXT-HOLD
                 NOT INVALID KEY
                    READ QUALITY-HOLD-FILE PREVIOUS RECORD
                       AT END MOVE ZEROS TO WS-QC-NEXT-HOLD
                       NOT AT END MOVE QH-HOLD-NUMBER
                                    TO WS-QC-NEXT-HOLD
                    END-READ
              END-START.
       4765-EXIT.
              EXIT.

      * Flags an item or a supplier as inspect-on-receipt, or takes
      * an existing flag off.  Being on INSPECT-FLAG-FILE is the
      * flag, so taking it off deletes the record; receipts already
      * on hold stay there until they are inspected.
       4770-MAINT-INSPECT-FLAG.
              DISPLAY "ENTER OPERATOR ID: ".
              ACCEPT OM-OPERATOR-ID.
              READ OPERATOR-MASTER-FILE
                 INVALID KEY
                    DISPLAY "OPERATOR NOT RECOGNISED - FLAG "
                            "NOT MAINTAINED"
                    GO TO 4770-EXIT
              END-READ.
              DISPLAY "FLAG AN (I)TEM OR A (S)UPPLIER: ".
              ACCEPT WS-QC-ANSWER.
              EVALUATE WS-QC-ANSWER
                 WHEN "I" WHEN "i"
                    SET QF-FLAG-ITEM TO TRUE
                    DISPLAY "ENTER ITEM NUMBER: "
                    ACCEPT SM-ITEM-NUMBER
                    READ STOCK-MASTER-FILE KEY IS SM-ITEM-NUMBER
                       INVALID KEY
                          DISPLAY "ITEM NOT ON STOCK MASTER."
                          GO TO 4770-EXIT
                    END-READ
                    DISPLAY "ITEM: " SM-ITEM-DESC
                    MOVE SM-ITEM-NUMBER TO QF-FLAG-CODE
                 WHEN "S" WHEN "s"
                    SET QF-FLAG-SUPPLIER TO TRUE
                    DISPLAY "ENTER SUPPLIER NUMBER: "
                    ACCEPT SU-SUPPLIER-NUMBER
                    READ SUPPLIER-MASTER-FILE
                       INVALID KEY
                          DISPLAY "SUPPLIER NOT ON FILE."
                          GO TO 4770-EXIT
                    END-READ
                    DISPLAY "SUPPLIER: " SU-SUPPLIER-NAME
                    MOVE SU-SUPPLIER-NUMBER TO QF-FLAG-CODE
                 WHEN OTHER
                    DISPLAY "INVALID CHOICE"
                    GO TO 4770-EXIT
              END-EVALUATE.
              READ INSPECT-FLAG-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    DISPLAY "FLAGGED SINCE " QF-SET-DATE " BY "
                            QF-OPERATOR-ID " - " QF-REASON
                    DISPLAY "TAKE THE INSPECT-ON-RECEIPT FLAG OFF "
                            "(Y/N): "
                    ACCEPT WS-QC-ANSWER
                    IF WS-QC-ANSWER NOT = "Y"
                       AND WS-QC-ANSWER NOT = "y"
                       GO TO 4770-EXIT
                    END-IF
                    MOVE INSPECT-FLAG-REC TO WS-AUDIT-QFLG-BEFORE
                    DELETE INSPECT-FLAG-FILE
                       INVALID KEY
                          DISPLAY "FLAG NOT REMOVED - STATUS "
                                  WS-QFLG-STATUS
                       NOT INVALID KEY
                          MOVE QF-FLAG-KEY TO AT-KEY-VALUE
                          MOVE WS-AUDIT-QFLG-BEFORE
                            TO AT-BEFORE-IMAGE
                          MOVE SPACES TO AT-AFTER-IMAGE
                          SET AT-OP-DELETE TO TRUE
                          PERFORM 5000-WRITE-AUDIT-RECORD
                             THRU 5000-EXIT
                          DISPLAY "INSPECT-ON-RECEIPT FLAG REMOVED."
                    END-DELETE
                    GO TO 4770-EXIT
              END-READ.
              DISPLAY "ENTER REASON FOR INSPECTION: ".
              MOVE SPACES TO QF-REASON.
              ACCEPT QF-REASON.
              MOVE FUNCTION CURRENT-DATE(1:8) TO QF-SET-DATE.
              MOVE OM-OPERATOR-ID TO QF-OPERATOR-ID.
              WRITE INSPECT-FLAG-REC
                 INVALID KEY
                    DISPLAY "FLAG NOT RECORDED - STATUS "
                            WS-QFLG-STATUS
                 NOT INVALID KEY
                    MOVE QF-FLAG-KEY TO AT-KEY-VALUE
                    MOVE SPACES TO AT-BEFORE-IMAGE
                    MOVE INSPECT-FLAG-REC TO AT-AFTER-IMAGE
                    SET AT-OP-ADD TO TRUE
                    PERFORM 5000-WRITE-AUDIT-RECORD THRU 5000-EXIT
                    DISPLAY "RECEIPTS WILL NOW BE HELD FOR "
                            "INSPECTION."
              END-WRITE.
       4770-EXIT.
              EXIT.

      * The inspector's pass/fail on one held receipt.  Every
      * receipt still on hold is listed first, then the inspector
      * keys the hold number and the verdict; anything but P or F
      * leaves the receipt on hold.
       4780-INSPECT-HELD-RECEIPT.
              DISPLAY "ENTER INSPECTOR OPERATOR ID: ".
              ACCEPT OM-OPERATOR-ID.
              READ OPERATOR-MASTER-FILE
                 INVALID KEY
                    DISPLAY "OPERATOR NOT RECOGNISED - NOTHING "
                            "INSPECTED"
                    GO TO 4780-EXIT
              END-READ.
              MOVE OM-OPERATOR-ID TO WS-QC-INSPECTOR-ID.
              DISPLAY "RECEIPTS ON QUALITY HOLD".
              DISPLAY "HOLD    PO       SUPP  ITEM   LOC  RECEIVED "
                      "LOT        QTY".
              MOVE ZEROS TO WS-QC-HELD-COUNT.
              SET WS-QC-MORE TO TRUE.
              MOVE LOW-VALUES TO QH-HOLD-NUMBER.
              START QUALITY-HOLD-FILE
                    KEY IS NOT LESS THAN QH-HOLD-NUMBER
                 INVALID KEY MOVE "N" TO WS-QC-MORE-SW
              END-START.
              PERFORM UNTIL NOT WS-QC-MORE
                 READ QUALITY-HOLD-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-QC-MORE-SW
                    NOT AT END
                       IF QH-STATUS-HELD
                          ADD 1 TO WS-QC-HELD-COUNT
                          DISPLAY QH-HOLD-NUMBER " " QH-PO-NUMBER " "
                                  QH-SUPPLIER-NUMBER " "
                                  QH-ITEM-NUMBER " " QH-LOCATION " "
                                  QH-RECEIPT-DATE " " QH-LOT-NUMBER
                                  " " QH-QTY-HELD
                       END-IF
                 END-READ
              END-PERFORM.
              IF WS-QC-HELD-COUNT = ZEROS
                 DISPLAY "NO RECEIPTS ARE ON QUALITY HOLD."
                 GO TO 4780-EXIT
              END-IF.
              DISPLAY "ENTER HOLD NUMBER: ".
              ACCEPT QH-HOLD-NUMBER.
              READ QUALITY-HOLD-FILE
                 INVALID KEY
                    DISPLAY "HOLD NOT FOUND - STATUS " WS-QHLD-STATUS
                    GO TO 4780-EXIT
              END-READ.
              IF NOT QH-STATUS-HELD
                 DISPLAY "HOLD " QH-HOLD-NUMBER " HAS ALREADY BEEN "
                         "INSPECTED."
                 GO TO 4780-EXIT
              END-IF.
              MOVE QH-PO-NUMBER TO PO-NUMBER.
              READ PURCHASE-ORDER-FILE
                 INVALID KEY
                    DISPLAY "PO " QH-PO-NUMBER " NOT FOUND - STATUS "
                            WS-PO-STATUS
                    GO TO 4780-EXIT
              END-READ.
              DISPLAY "HOLD " QH-HOLD-NUMBER " PO " QH-PO-NUMBER
                      " ITEM " QH-ITEM-NUMBER " QTY " QH-QTY-HELD
                      " LOT " QH-LOT-NUMBER.
              DISPLAY "(P)ASS, (F)AIL OR LEAVE ON HOLD: ".
              ACCEPT WS-QC-ANSWER.
              EVALUATE WS-QC-ANSWER
                 WHEN "P" WHEN "p"
                    PERFORM 4785-PASS-HELD-RECEIPT THRU 4785-EXIT
                 WHEN "F" WHEN "f"
                    PERFORM 4790-FAIL-HELD-RECEIPT THRU 4790-EXIT
                 WHEN OTHER
                    DISPLAY "LEFT ON HOLD."
              END-EVALUATE.
       4780-EXIT.
              EXIT.

      * A pass releases the held quantity exactly as if it had just
      * been received: 4600 folds it into SM-QTY-ON-HAND and the
      * weighted-average cost at the PO's cost plus the landed share
      * held since receipt, adds it to the lot's remaining quantity
      * and deals it out to the reservations waiting on it.  The
      * landed charges themselves posted to GL at receipt, so the
      * per-element shares are cleared here to keep 4600 from
      * posting them twice.
       4785-PASS-HELD-RECEIPT.
              MOVE QH-ITEM-NUMBER TO SM-ITEM-NUMBER.
              MOVE QH-LOCATION TO SM-LOCATION.
              READ STOCK-MASTER-FILE
                 INVALID KEY
                    DISPLAY "STOCK-MASTER NOT FOUND FOR ITEM "
                            QH-ITEM-NUMBER " - LEFT ON HOLD"
                    GO TO 4785-EXIT
              END-READ.
              MOVE QUALITY-HOLD-REC TO WS-AUDIT-QHLD-BEFORE.
              SET QH-STATUS-PASSED TO TRUE.
              MOVE FUNCTION CURRENT-DATE(1:8) TO QH-INSPECT-DATE.
              MOVE WS-QC-INSPECTOR-ID TO QH-INSPECTOR-ID.
              REWRITE QUALITY-HOLD-REC
                 INVALID KEY
                    DISPLAY "HOLD NOT UPDATED - STATUS "
                            WS-QHLD-STATUS " - LEFT ON HOLD"
                    GO TO 4785-EXIT
              END-REWRITE.
              MOVE QH-HOLD-NUMBER TO AT-KEY-VALUE.
              MOVE WS-AUDIT-QHLD-BEFORE TO AT-BEFORE-IMAGE.
              MOVE QUALITY-HOLD-REC TO AT-AFTER-IMAGE.
              SET AT-OP-CHANGE TO TRUE.
              PERFORM 5000-WRITE-AUDIT-RECORD THRU 5000-EXIT.
      *    4600-4700 work off the PO record; the receipt date and
      *    lot are the held shipment's, not whatever the PO last
      *    received, and the PO itself is not rewritten.
              MOVE QH-RECEIPT-DATE TO PO-RECEIPT-DATE.
              MOVE QH-LOT-NUMBER TO WS-RECEIVE-LOT.
              MOVE QH-QTY-HELD TO WS-RECEIVE-QTY.
              MOVE QH-LANDED-COST TO WS-LANDED-TOTAL.
              MOVE ZEROS TO WS-LAND-SHR-FREIGHT WS-LAND-SHR-DUTY
                            WS-LAND-SHR-INSUR WS-LAND-SHR-TAX
                            WS-LAND-SHR-TAX-RECOV
                            WS-LAND-SHR-TAX-COST.
              SET WS-LOT-RELEASE TO TRUE.
              PERFORM 4600-UPDATE-STOCK-COST THRU 4600-EXIT.
              SET WS-LOT-RECEIVE TO TRUE.
              DISPLAY "HOLD " QH-HOLD-NUMBER " PASSED - QTY "
                      QH-QTY-HELD " RELEASED TO STOCK.".
       4785-EXIT.
              EXIT.

      * A fail sends the held quantity straight back: a return-to-
      * vendor document is raised on RtvMgmt.cbl's RTV-DOCUMENT-
      * FILE against the PO's supplier at the PO's unit cost, so
      * the expected credit is tracked and cleared through RtvMgmt
      * like any other RTV.  The goods never reached on-hand, so
      * stock is not touched and the lot keeps nothing remaining to
      * sell.
       4790-FAIL-HELD-RECEIPT.
              IF QH-QTY-HELD > 99999
                 DISPLAY "HELD QTY TOO LARGE FOR ONE RTV - "
                         "LEFT ON HOLD"
                 GO TO 4790-EXIT
              END-IF.
              MOVE HIGH-VALUES TO RT-RTV-NUMBER.
              START RTV-DOCUMENT-FILE
                    KEY IS LESS THAN RT-RTV-NUMBER
                 INVALID KEY
                    MOVE ZEROS TO WS-QC-NEXT-RTV
                 NOT INVALID KEY
                    READ RTV-DOCUMENT-FILE PREVIOUS RECORD
                       AT END MOVE ZEROS TO WS-QC-NEXT-RTV
                       NOT AT END MOVE RT-RTV-NUMBER
                                    TO WS-QC-NEXT-RTV
                    END-READ
              END-START.
              INITIALIZE RTV-DOCUMENT-REC.
              COMPUTE RT-RTV-NUMBER = WS-QC-NEXT-RTV + 1.
              MOVE QH-SUPPLIER-NUMBER TO RT-SUPPLIER-NUMBER.
              MOVE QH-ITEM-NUMBER TO RT-ITEM-NUMBER.
              MOVE QH-LOCATION TO RT-LOCATION.
              MOVE QH-QTY-HELD TO RT-QTY.
              MOVE PO-UNIT-COST TO RT-UNIT-COST.
              COMPUTE RT-EXPECTED-CREDIT = RT-QTY * RT-UNIT-COST.
              ACCEPT RT-RAISED-DATE FROM DATE YYYYMMDD.
              SET RT-STATUS-OPEN TO TRUE.
              MOVE ZEROS TO RT-CREDIT-DATE.
              MOVE WS-QC-INSPECTOR-ID TO RT-OPERATOR-ID.
              WRITE RTV-DOCUMENT-REC
                 INVALID KEY
                    DISPLAY "RTV NOT RECORDED - STATUS "
                            WS-RTV-STATUS " - LEFT ON HOLD"
                    GO TO 4790-EXIT
              END-WRITE.
              MOVE RT-RTV-NUMBER TO AT-KEY-VALUE.
              MOVE SPACES TO AT-BEFORE-IMAGE.
              MOVE RTV-DOCUMENT-REC TO AT-AFTER-IMAGE.
              SET AT-OP-ADD TO TRUE.
              PERFORM 5000-WRITE-AUDIT-RECORD THRU 5000-EXIT.
              MOVE QUALITY-HOLD-REC TO WS-AUDIT-QHLD-BEFORE.
              SET QH-STATUS-FAILED TO TRUE.
              MOVE FUNCTION CURRENT-DATE(1:8) TO QH-INSPECT-DATE.
              MOVE WS-QC-INSPECTOR-ID TO QH-INSPECTOR-ID.
              MOVE RT-RTV-NUMBER TO QH-RTV-NUMBER.
              REWRITE QUALITY-HOLD-REC
                 INVALID KEY
                    DISPLAY "HOLD NOT UPDATED - STATUS "
                            WS-QHLD-STATUS
                 NOT INVALID KEY
                    MOVE QH-HOLD-NUMBER TO AT-KEY-VALUE
                    MOVE WS-AUDIT-QHLD-BEFORE TO AT-BEFORE-IMAGE
                    MOVE QUALITY-HOLD-REC TO AT-AFTER-IMAGE
                    SET AT-OP-CHANGE TO TRUE
                    PERFORM 5000-WRITE-AUDIT-RECORD THRU 5000-EXIT
              END-REWRITE.
              PERFORM 5800-WRITE-REJECT-GL-ENTRY THRU 5800-EXIT.
              DISPLAY "HOLD " QH-HOLD-NUMBER " FAILED - RTV "
                      RT-RTV-NUMBER " RAISED, EXPECTED CREDIT "
                      RT-EXPECTED-CREDIT.
       4790-EXIT.
              EXIT.

      * Supplier quality: one line per supplier with receipts
      * inspected - lots passed, lots rejected, the rejection rate
      * and the quantity sent back - plus any still waiting on
      * hold, for receipts from an optional date forward.  The same
      * outer supplier / inner hold-file scan RtvMgmt.cbl's
      * outstanding report uses.
       4795-SUPPLIER-QUALITY-RPT.
              DISPLAY "ENTER RECEIPTS FROM DATE (YYYYMMDD, ZERO "
                      "FOR ALL): ".
              MOVE ZEROS TO WS-QC-FROM-DATE.
              ACCEPT WS-QC-FROM-DATE.
              DISPLAY "SUPPLIER QUALITY REPORT".
              DISPLAY "SUPPLIER                   INSPECTED PASSED "
                      "REJECTED REJ-%  QTY-REJECTED ON-HOLD".
              MOVE ZEROS TO WS-QC-TOT-HELD WS-QC-TOT-INSPECTED
                            WS-QC-TOT-FAILED.
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
                       PERFORM 4796-SUM-SUPPLIER-QUALITY
                          THRU 4796-EXIT
                 END-READ
              END-PERFORM.
              MOVE ZEROS TO WS-QC-REJECT-PCT.
              IF WS-QC-TOT-INSPECTED > ZEROS
                 COMPUTE WS-QC-REJECT-PCT ROUNDED =
                    WS-QC-TOT-FAILED * 100 / WS-QC-TOT-INSPECTED
              END-IF.
              MOVE WS-QC-REJECT-PCT TO WS-QC-REJECT-EDIT.
              DISPLAY "TOTAL LOTS INSPECTED: " WS-QC-TOT-INSPECTED
                      " REJECTED: " WS-QC-TOT-FAILED
                      " REJECTION RATE: " WS-QC-REJECT-EDIT "%".
              DISPLAY "LOTS STILL ON HOLD: " WS-QC-TOT-HELD.
       4795-EXIT.
              EXIT.

       4796-SUM-SUPPLIER-QUALITY.
              MOVE ZEROS TO WS-QC-SUPP-HELD WS-QC-SUPP-PASSED
                            WS-QC-SUPP-FAILED WS-QC-SUPP-REJ-QTY.
              SET WS-QC-MORE TO TRUE.
              MOVE LOW-VALUES TO QH-HOLD-NUMBER.
              START QUALITY-HOLD-FILE
                    KEY IS NOT LESS THAN QH-HOLD-NUMBER
                 INVALID KEY MOVE "N" TO WS-QC-MORE-SW
              END-START.
              PERFORM UNTIL NOT WS-QC-MORE
                 READ QUALITY-HOLD-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-QC-MORE-SW
                    NOT AT END
                       IF QH-SUPPLIER-NUMBER = SU-SUPPLIER-NUMBER
                          AND QH-RECEIPT-DATE >= WS-QC-FROM-DATE
                          EVALUATE TRUE
                             WHEN QH-STATUS-HELD
                                ADD 1 TO WS-QC-SUPP-HELD
                             WHEN QH-STATUS-PASSED
                                ADD 1 TO WS-QC-SUPP-PASSED
                             WHEN QH-STATUS-FAILED
                                ADD 1 TO WS-QC-SUPP-FAILED
                                ADD QH-QTY-HELD TO WS-QC-SUPP-REJ-QTY
                          END-EVALUATE
                       END-IF
                 END-READ
              END-PERFORM.
              COMPUTE WS-QC-SUPP-INSPECTED =
                      WS-QC-SUPP-PASSED + WS-QC-SUPP-FAILED.
              ADD WS-QC-SUPP-HELD TO WS-QC-TOT-HELD.
              ADD WS-QC-SUPP-INSPECTED TO WS-QC-TOT-INSPECTED.
              ADD WS-QC-SUPP-FAILED TO WS-QC-TOT-FAILED.
              IF WS-QC-SUPP-INSPECTED = ZEROS
                 AND WS-QC-SUPP-HELD = ZEROS
                 GO TO 4796-EXIT
              END-IF.
              MOVE ZEROS TO WS-QC-REJECT-PCT.
              IF WS-QC-SUPP-INSPECTED > ZEROS
                 COMPUTE WS-QC-REJECT-PCT ROUNDED =
                    WS-QC-SUPP-FAILED * 100 / WS-QC-SUPP-INSPECTED
              END-IF.
              MOVE WS-QC-REJECT-PCT TO WS-QC-REJECT-EDIT.
              DISPLAY SU-SUPPLIER-NUMBER " " SU-SUPPLIER-NAME " "
                      WS-QC-SUPP-INSPECTED "     "
                      WS-QC-SUPP-PASSED "  " WS-QC-SUPP-FAILED
                      "    " WS-QC-REJECT-EDIT "  "
                      WS-QC-SUPP-REJ-QTY "     " WS-QC-SUPP-HELD.
       4796-EXIT.
              EXIT.

      *    Posts the receipt's landed-cost elements to the general
      *    ledger interface file - inventory is debited for each
      *    element's share and the matching clearing liability
                 SET GL-CREDIT TO TRUE
                 WRITE GL-INTERFACE-REC
              END-IF.
      *    The tax on the charges is owed with the duty: the part
      *    that is cost goes to stock, the recoverable part to input
      *    tax, and the line's share is logged for the remittance.
              IF WS-LAND-SHR-TAX-COST > ZEROS
                 MOVE GL-ACCT-INVENTORY TO GL-ACCOUNT-CODE
                 SET GL-DEBIT TO TRUE
                 MOVE WS-LAND-SHR-TAX-COST TO GL-AMOUNT
                 MOVE PO-NUMBER TO GL-REFERENCE
                 ACCEPT GL-TXN-DATE FROM DATE YYYYMMDD
                 MOVE "PurchaseMgmt" TO GL-SOURCE-PROGRAM
                 WRITE GL-INTERFACE-REC
                 MOVE GL-ACCT-DUTY-CLRG TO GL-ACCOUNT-CODE
                 SET GL-CREDIT TO TRUE
                 WRITE GL-INTERFACE-REC
              END-IF.
              IF WS-LAND-SHR-TAX-RECOV > ZEROS
                 MOVE GL-ACCT-INPUT-TAX TO GL-ACCOUNT-CODE
                 SET GL-DEBIT TO TRUE
                 MOVE WS-LAND-SHR-TAX-RECOV TO GL-AMOUNT
                 MOVE PO-NUMBER TO GL-REFERENCE
                 ACCEPT GL-TXN-DATE FROM DATE YYYYMMDD
                 MOVE "PurchaseMgmt" TO GL-SOURCE-PROGRAM
                 WRITE GL-INTERFACE-REC
                 MOVE GL-ACCT-DUTY-CLRG TO GL-ACCOUNT-CODE
                 SET GL-CREDIT TO TRUE
                 WRITE GL-INTERFACE-REC
              END-IF.
              IF WS-LAND-SHR-TAX > ZEROS
                 INITIALIZE INPUT-TAX-LOG-REC
                 ACCEPT IX-POSTED-DATE FROM DATE YYYYMMDD
                 SET IX-SOURCE-LANDED TO TRUE
                 MOVE PO-NUMBER TO IX-DOCUMENT-NUMBER
                 MOVE PO-SUPPLIER-NUMBER TO IX-SUPPLIER-NUMBER
                 MOVE WS-LAND-TAX-CODE TO IX-TAX-CODE
                 COMPUTE IX-TAXABLE-AMOUNT =
                    WS-LAND-SHR-FREIGHT + WS-LAND-SHR-DUTY
                    + WS-LAND-SHR-INSUR
                 MOVE WS-LAND-SHR-TAX TO IX-TAX-AMOUNT
                 MOVE WS-LAND-SHR-TAX-RECOV TO IX-RECOVERABLE-AMOUNT
                 MOVE "PurchaseMgmt" TO IX-SOURCE-PROGRAM
                 WRITE INPUT-TAX-LOG-REC
              END-IF.
       5700-EXIT.
              EXIT.

       5600-EXIT.
              EXIT.

      *    Posts a failed inspection the way RtvMgmt.cbl posts a
      *    raised RTV - the expected credit into the supplier-credit
      *    receivable against inventory - and writes the rejected
      *    shipment's landed share, which no supplier credit will
      *    cover, off inventory to revaluation.
       5800-WRITE-REJECT-GL-ENTRY.
              MOVE GL-ACCT-SUPP-CREDIT-RCV TO GL-ACCOUNT-CODE.
              SET GL-DEBIT TO TRUE.
              MOVE RT-EXPECTED-CREDIT TO GL-AMOUNT.
              MOVE RT-RTV-NUMBER TO GL-REFERENCE.
              ACCEPT GL-TXN-DATE FROM DATE YYYYMMDD.
              MOVE "PurchaseMgmt" TO GL-SOURCE-PROGRAM.
              WRITE GL-INTERFACE-REC.
              MOVE GL-ACCT-INVENTORY TO GL-ACCOUNT-CODE.
              SET GL-CREDIT TO TRUE.
              WRITE GL-INTERFACE-REC.
              IF QH-LANDED-COST > ZEROS
                 MOVE GL-ACCT-INV-REVALUATION TO GL-ACCOUNT-CODE
                 SET GL-DEBIT TO TRUE
                 MOVE QH-LANDED-COST TO GL-AMOUNT
                 WRITE GL-INTERFACE-REC
                 MOVE GL-ACCT-INVENTORY TO GL-ACCOUNT-CODE
                 SET GL-CREDIT TO TRUE
                 WRITE GL-INTERFACE-REC
              END-IF.
       5800-EXIT.
              EXIT.

      *    Posts a movement in a supplier's accrued volume rebate -
      *    rebate receivable against rebate income, debit or credit
      *    by the movement's sign - referenced by supplier and
      *    agreement start so SupplierRebateMgmt's claim and credit
      *    postings tie back to it.
       5900-WRITE-REBATE-GL-ENTRY.
              MOVE SPACES TO GL-REFERENCE.
              STRING "RBT-" DELIMITED BY SIZE
                     RB-SUPPLIER-NUMBER DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     RB-PERIOD-START DELIMITED BY SIZE
                 INTO GL-REFERENCE.
              MOVE GL-ACCT-REBATE-RCV TO GL-ACCOUNT-CODE.
              IF WS-RBT-ACCRUAL-DIFF > ZEROS
                 SET GL-DEBIT TO TRUE
                 MOVE WS-RBT-ACCRUAL-DIFF TO GL-AMOUNT
              ELSE
                 SET GL-CREDIT TO TRUE
                 COMPUTE GL-AMOUNT = WS-RBT-ACCRUAL-DIFF * -1
              END-IF.
              ACCEPT GL-TXN-DATE FROM DATE YYYYMMDD.
              MOVE "PurchaseMgmt" TO GL-SOURCE-PROGRAM.
              WRITE GL-INTERFACE-REC.
              MOVE GL-ACCT-REBATE-INCOME TO GL-ACCOUNT-CODE.
              IF WS-RBT-ACCRUAL-DIFF > ZEROS
                 SET GL-CREDIT TO TRUE
              ELSE
                 SET GL-DEBIT TO TRUE
              END-IF.
              WRITE GL-INTERFACE-REC.
       5900-EXIT.
              EXIT.

      * Supplier acknowledgement intake: CALLs the shared POAckIntake
      * batch program rather than duplicating its feed-reconciliation
      * logic here.  POAckIntake opens PURCHASE-ORDER-FILE,
      * AUDIT-TRAIL-FILE, DROP-SHIP-FILE and SUPPLIER-XREF-FILE
      * itself, so this program's own handles on them are closed
      * first and reopened on return, the same guard
      * StockMgmt.cbl uses around CycleCountRecon/BomMgmt/
      * StockTransfer.
       4800-PROCESS-ACKNOWLEDGEMENTS.
              CLOSE PURCHASE-ORDER-FILE.
              CLOSE AUDIT-TRAIL-FILE.
              CLOSE DROP-SHIP-FILE.
              CLOSE SUPPLIER-XREF-FILE.
              CALL "POAckIntake".
              OPEN I-O PURCHASE-ORDER-FILE.
              OPEN EXTEND AUDIT-TRAIL-FILE.
              OPEN INPUT DROP-SHIP-FILE.
              OPEN INPUT SUPPLIER-XREF-FILE.
       4800-EXIT.
              EXIT.

      * Supplier invoice entry and three-way match: CALLs the shared
      * SupplierInvoiceMgmt program rather than duplicating its
      * matching logic here.  It opens PURCHASE-ORDER-FILE,
      * SUPPLIER-MASTER-FILE, SUPPLIER-PRICE-FILE, AUDIT-TRAIL-FILE
      * and (through its electronic intake) SUPPLIER-XREF-FILE
      * itself, and STOCK-MASTER-FILE and GL-INTERFACE-FILE to post
      * purchase tax, so this program's own handles are closed first
      * and reopened on return, the same guard 4800-PROCESS-
      * ACKNOWLEDGEMENTS uses around POAckIntake.
       4900-SUPPLIER-INVOICE-ENTRY.
              CLOSE SUPPLIER-MASTER-FILE.
              CLOSE SUPPLIER-PRICE-FILE.
              CLOSE AUDIT-TRAIL-FILE.
              CLOSE SUPPLIER-XREF-FILE.
              CLOSE STOCK-MASTER-FILE.
              CLOSE GL-INTERFACE-FILE.
              CLOSE INPUT-TAX-LOG.
              CALL "SupplierInvoiceMgmt".
              OPEN I-O PURCHASE-ORDER-FILE.
              OPEN INPUT SUPPLIER-MASTER-FILE.
              OPEN INPUT SUPPLIER-PRICE-FILE.
              OPEN EXTEND AUDIT-TRAIL-FILE.
              OPEN INPUT SUPPLIER-XREF-FILE.
              OPEN I-O STOCK-MASTER-FILE.
              OPEN EXTEND GL-INTERFACE-FILE.
              OPEN EXTEND INPUT-TAX-LOG.
       4900-EXIT.
              EXIT.

      * AP aging and the supplier payment run: CALLs the shared
      * APPaymentRun program rather than duplicating its selection
      * logic here.  It opens SUPPLIER-MASTER-FILE, OPERATOR-MASTER-
      * FILE (for a cheque void's manager approval), SUPPLIER-
      * STATUS-FILE, GL-INTERFACE-FILE and AUDIT-TRAIL-FILE itself,
      * so this program's own handles are closed first and reopened
      * on return, the same guard 4900-SUPPLIER-INVOICE-ENTRY uses.
       4950-AP-PAYMENT-RUN.
              CLOSE SUPPLIER-MASTER-FILE.
              CLOSE OPERATOR-MASTER-FILE.
              CLOSE SUPPLIER-STATUS-FILE.
              CLOSE GL-INTERFACE-FILE.
              CLOSE AUDIT-TRAIL-FILE.
              CALL "APPaymentRun".
              OPEN INPUT SUPPLIER-MASTER-FILE.
              OPEN INPUT OPERATOR-MASTER-FILE.
              OPEN INPUT SUPPLIER-STATUS-FILE.
              OPEN EXTEND GL-INTERFACE-FILE.
              OPEN EXTEND AUDIT-TRAIL-FILE.
       4950-EXIT.
              EXIT.

      * Supplier volume rebates: CALLs the shared SupplierRebateMgmt
      * program for agreement upkeep, the period-end claim run and
      * recording the supplier's credit.  It opens REBATE-AGREEMENT-
      * FILE, SUPPLIER-MASTER-FILE, OPERATOR-MASTER-FILE, GL-
      * INTERFACE-FILE and AUDIT-TRAIL-FILE itself, so this
      * program's own handles are closed first and reopened on
      * return, the same guard 4950-AP-PAYMENT-RUN uses.
       4960-SUPPLIER-REBATES.
              CLOSE REBATE-AGREEMENT-FILE.
              CLOSE SUPPLIER-MASTER-FILE.
              CLOSE OPERATOR-MASTER-FILE.
              CLOSE GL-INTERFACE-FILE.
              CLOSE AUDIT-TRAIL-FILE.
              CALL "SupplierRebateMgmt".
              OPEN I-O REBATE-AGREEMENT-FILE.
              OPEN INPUT SUPPLIER-MASTER-FILE.
              OPEN INPUT OPERATOR-MASTER-FILE.
              OPEN EXTEND GL-INTERFACE-FILE.
              OPEN EXTEND AUDIT-TRAIL-FILE.
       4960-EXIT.
              EXIT.

      * Aged goods received not invoiced: CALLs the shared
      * GRNIAccrual program for the report only - the accrual itself
      * is booked by the month-end close.  It reads
      * PURCHASE-ORDER-FILE and SUPPLIER-MASTER-FILE itself, so this
      * program's own handles are closed first and reopened on
      * return, the same guard 4900-SUPPLIER-INVOICE-ENTRY uses.
       4970-GRNI-REPORT.
              CLOSE PURCHASE-ORDER-FILE.
              CLOSE SUPPLIER-MASTER-FILE.
              CALL "GRNIAccrual".
              OPEN I-O PURCHASE-ORDER-FILE.
              OPEN INPUT SUPPLIER-MASTER-FILE.
       4970-EXIT.
              EXIT.

      * Prompts for an item/location already on STOCK-MASTER, a
      * quantity, and the requesting operator, then writes a new
      * PURCH-REQ-REC with PQ-STATUS-PENDING.  This is how staff ask
                            SM-ITEM-NUMBER " - PO NOT RAISED"
                    GO TO 8100-EXIT
              END-READ.
              PERFORM 3090-CHECK-SUPPLIER-BLOCKED THRU 3090-EXIT.
              IF WS-SUPP-BLOCKED
                 DISPLAY "SUPPLIER " SU-SUPPLIER-NUMBER " "
                         SU-SUPPLIER-NAME " IS BLOCKED (" SV-REASON
                         ") - PO NOT RAISED, REQUISITION LEFT "
                         "APPROVED"
                 MOVE PQ-QTY-REQUESTED TO WS-ALT-QTY
                 PERFORM 3110-SUGGEST-ALTERNATE THRU 3110-EXIT
                 GO TO 8100-EXIT
              END-IF.
              MOVE SM-ITEM-NUMBER      TO PO-ITEM-NUMBER.
              MOVE SM-LOCATION         TO PO-LOCATION.
              MOVE PQ-QTY-REQUESTED    TO PO-ORDER-QTY.
              ACCEPT AT-TS-DATE FROM DATE YYYYMMDD.
              ACCEPT AT-TS-TIME FROM TIME.
              MOVE "PurchaseMgmt" TO AT-PROGRAM-ID.
              CALL "AuditChain" USING AUDIT-TRAIL-REC.
              WRITE AUDIT-TRAIL-REC.
              MOVE SPACES TO AT-FILE-NAME.
       5000-EXIT.
              EXIT.

