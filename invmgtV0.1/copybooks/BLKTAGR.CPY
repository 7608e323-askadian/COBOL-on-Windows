      *****************************************************************
      *  BLKTAGR.CPY                                                  *
      *  Record layout for the BLANKET-AGREEMENT indexed file         *
      *  maintained in PurchaseMgmt.cbl - one record per yearly       *
      *  commitment negotiated with a supplier for one of our items:  *
      *  the committed quantity, the agreed unit cost and the dates   *
      *  it runs between, keyed by supplier plus item plus start date *
      *  so a renewed agreement sits beside the one it replaces.  The *
      *  reorder run raises a short item covered by a current         *
      *  agreement as a release against it, at BA-AGREED-COST rather  *
      *  than the SUPPLIER-PRICE breaks, and adds the release to      *
      *  BA-RELEASED-QTY, so BA-COMMITTED-QTY less BA-RELEASED-QTY is *
      *  what is still to be called off.  BA-STATUS-CLOSED ends an    *
      *  agreement early; one past BA-END-DATE simply stops being     *
      *  drawn on.  COPY this member into the FILE SECTION of any     *
      *  program that opens BLANKET-AGREEMENT-FILE so every program   *
      *  shares one definition of the record.                         *
      *****************************************************************
       01  BLANKET-AGREEMENT-REC.
           02  BA-AGREEMENT-KEY.
               03  BA-SUPPLIER-NUMBER   PIC 9(05).
               03  BA-ITEM-NUMBER       PIC 9(06).
               03  BA-START-DATE        PIC 9(08).
           02  BA-END-DATE              PIC 9(08).
           02  BA-SUPPLIER-REF          PIC X(12).
           02  BA-COMMITTED-QTY         PIC 9(07).
           02  BA-AGREED-COST           PIC 9(05)V99.
           02  BA-RELEASED-QTY          PIC 9(07).
           02  BA-RELEASE-COUNT         PIC 9(05).
           02  BA-LAST-RELEASE-DATE     PIC 9(08).
           02  BA-LAST-PO-NUMBER        PIC 9(08).
           02  BA-STATUS                PIC X(01).
               88  BA-STATUS-ACTIVE         VALUE "A".
               88  BA-STATUS-CLOSED         VALUE "C".
           02  BA-OPERATOR-ID           PIC X(08).
