      *****************************************************************
      *  WEBORDER.CPY                                                 *
      *  Record layout for the WEB-ORDER indexed file - the           *
      *  pending-order queue between the fastCGI tier and Sales       *
      *  Management, keyed by order number.  WebOrderEntry.cob (the   *
      *  web tier's first controlled write path) validates a          *
      *  customer, item and quantity the same way sale entry does and *
      *  writes the order here WO-STATUS-PENDING; nothing touches     *
      *  stock, balances or the ledger until an operator reviews the  *
      *  order inside SalesMgmt.cbl and converts it to a sale or a    *
      *  reservation (or rejects it).  StandingOrderMgmt.cbl queues a *
      *  customer's recurring orders here too when they fall due,     *
      *  marked WO-FROM-STANDING and carrying the location and        *
      *  ship-to the standing order names, so they are reviewed and   *
      *  converted the same way.  A web order leaves WO-LOCATION      *
      *  blank and the operator keys it at conversion.  COPY this     *
      *  member into the FILE SECTION of any program that opens       *
      *  WEB-ORDER-FILE so every program shares one definition of the *
      *  record.                                                      *
      *****************************************************************
       01  WEB-ORDER-REC.
           02  WO-ORDER-NUMBER          PIC 9(07).
               88  WO-STATUS-SOLD           VALUE "S".
               88  WO-STATUS-RESERVED       VALUE "R".
               88  WO-STATUS-REJECTED       VALUE "X".
           02  WO-LOCATION              PIC X(04).
           02  WO-SHIP-SEQ              PIC 9(02).
           02  WO-ORIGIN                PIC X(01).
               88  WO-FROM-WEB              VALUE "W" " ".
               88  WO-FROM-STANDING         VALUE "S".
