      *****************************************************************
      *  RTVDOC.CPY                                                   *
      *  Record layout for the RTV-DOCUMENT indexed file - one record *
      *  per return-to-vendor raised by RtvMgmt.cbl against an item's *
      *  SM-SUPPLIER-NUMBER, keyed by RTV number.  Raising one pulls  *
      *  the defective quantity out of SM-QTY-ON-HAND so broken goods *
      *  stop sitting in sellable inventory waiting for a cycle count *
      *  to write them off, and the document tracks the supplier      *
      *  credit expected for them (RV prefix is taken by              *
      *  RESERVTN.CPY, so this member uses RT).  The document stays   *
      *  RT-STATUS-OPEN until the supplier's credit arrives and is    *
      *  recorded, and RtvMgmt's outstanding report foots the open    *
      *  ones by supplier.  PurchaseMgmt.cbl also raises one when a   *
      *  receipt held for inspection fails (see QCHOLD.CPY) - those   *
      *  goods never reached SM-QTY-ON-HAND, so nothing is pulled     *
      *  from stock.  COPY this member into the FILE SECTION of any   *
      *  program that opens RTV-DOCUMENT-FILE so every program shares *
      *  one definition of the record.                                *
      *****************************************************************
       01  RTV-DOCUMENT-REC.
           02  RT-RTV-NUMBER            PIC 9(07).
