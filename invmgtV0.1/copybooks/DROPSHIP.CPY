      *****************************************************************
      *  DROPSHIP.CPY                                                 *
      *  Record layout for the DROP-SHIP-FILE - one record per sales  *
      *  order line shipped straight from the supplier to the         *
      *  customer, keyed by the linked purchase order SalesMgmt.cbl   *
      *  raised for it, and pointing back to the order line through   *
      *  DS-ORDER-NUMBER/DS-LINE-SEQ.  A satellite of                 *
      *  PURCHASE-ORDER-REC rather than new fields on it, since that  *
      *  record already fills the audit trail's before/after images.  *
      *  PurchaseMgmt.cbl sends the PO to the customer's SHIP-TO site *
      *  (DS-SHIP-SEQ, zero = billing address) instead of our own     *
      *  dock and will not receive it into STOCK-MASTER.              *
      *  DS-QTY-SHIPPED is what the supplier has confirmed shipping,  *
      *  through POAckIntake.cbl's feed (DS-CONFIRM-FEED) or keyed at *
      *  ship confirmation (DS-CONFIRM-MANUAL); it stands in for the  *
      *  goods receipt when SupplierInvoiceMgmt.cbl three-way matches *
      *  the supplier's invoice, and SalesMgmt.cbl invoices the       *
      *  customer for it.  DS-STATUS-CANCELLED is a line whose open   *
      *  balance was cancelled before the supplier shipped it.  COPY  *
      *  this member into the FILE SECTION of any program that opens  *
      *  DROP-SHIP-FILE so every program shares one definition of the *
      *  record.                                                      *
      *****************************************************************
       01  DROP-SHIP-REC.
           02  DS-PO-NUMBER             PIC 9(08).
           02  DS-ORDER-NUMBER          PIC 9(08).
           02  DS-LINE-SEQ              PIC 9(03).
           02  DS-CUST-ID               PIC X(05).
           02  DS-SHIP-SEQ              PIC 9(02).
           02  DS-SUPPLIER-NUMBER       PIC 9(05).
           02  DS-ITEM-NUMBER           PIC 9(06).
           02  DS-QTY-ORDERED           PIC 9(07).
           02  DS-QTY-SHIPPED           PIC 9(07).
           02  DS-RAISED-DATE           PIC 9(08).
           02  DS-SHIP-DATE             PIC 9(08).
           02  DS-CONFIRM-SOURCE        PIC X(01).
               88  DS-CONFIRM-FEED          VALUE "F".
               88  DS-CONFIRM-MANUAL        VALUE "M".
           02  DS-STATUS                PIC X(01).
               88  DS-STATUS-AWAITING       VALUE "A".
               88  DS-STATUS-PART           VALUE "P".
               88  DS-STATUS-SHIPPED        VALUE "S".
               88  DS-STATUS-CANCELLED      VALUE "X".
               88  DS-STATUS-OPEN           VALUE "A" "P".
