      *****************************************************************
      *  QCHOLD.CPY                                                   *
      *  Record layout for the QUALITY-HOLD indexed file written by   *
      *  PurchaseMgmt.cbl - one record per receipt held for           *
      *  inspection because its item or supplier is flagged on        *
      *  INSPECT-FLAG-FILE, keyed by hold number.  The held quantity  *
      *  is in the building and on the RECEIPT-LOT record as          *
      *  received, but is not in SM-QTY-ON-HAND and cannot be sold or *
      *  drawn from the lot until an inspector passes it.  A pass     *
      *  moves QH-QTY-HELD into on-hand at the PO's cost plus the     *
      *  QH-LANDED-COST share captured at receipt; a fail raises a    *
      *  return-to-vendor document on RtvMgmt's RTV-DOCUMENT-FILE and *
      *  records its number in QH-RTV-NUMBER.  The supplier quality   *
      *  report counts passed and failed holds per supplier.  COPY    *
      *  this member into the FILE SECTION of any program that opens  *
      *  QUALITY-HOLD-FILE so every program shares one definition of  *
      *  the record.                                                  *
      *****************************************************************
       01  QUALITY-HOLD-REC.
           02  QH-HOLD-NUMBER           PIC 9(07).
           02  QH-PO-NUMBER             PIC 9(08).
           02  QH-SUPPLIER-NUMBER       PIC 9(05).
           02  QH-ITEM-NUMBER           PIC 9(06).
           02  QH-LOCATION              PIC X(04).
           02  QH-RECEIPT-DATE          PIC 9(08).
           02  QH-LOT-NUMBER            PIC X(10).
           02  QH-QTY-HELD              PIC 9(07).
           02  QH-LANDED-COST           PIC 9(07)V99.
           02  QH-STATUS                PIC X(01).
               88  QH-STATUS-HELD           VALUE "H".
               88  QH-STATUS-PASSED         VALUE "P".
               88  QH-STATUS-FAILED         VALUE "F".
           02  QH-INSPECT-DATE          PIC 9(08).
           02  QH-INSPECTOR-ID          PIC X(08).
           02  QH-RTV-NUMBER            PIC 9(07).
