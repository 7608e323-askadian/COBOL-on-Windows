      *****************************************************************
      *  RETDISP.CPY                                                  *
      *  Record layout for the RETURN-DISPOSITION indexed file        *
      *  (retdisp) - one record per item returned by a customer,      *
      *  keyed by disposition number.  SalesMgmt.cbl's return writes  *
      *  it instead of putting the goods straight back into           *
      *  SM-QTY-ON-HAND, so a defective unit is not sold a second     *
      *  time; a returned kit queues one record per component, since  *
      *  the kit SKU carries no stock of its own.  The record waits   *
      *  RN-STATUS-PENDING until a supervisor disposes of it in       *
      *  ReturnDisposition.cbl: restock (the only outcome that adds   *
      *  to on-hand), return to the supplier on a return-to-vendor    *
      *  document raised on RtvMgmt's RTV-DOCUMENT-FILE, or scrap     *
      *  with a write-off to the shrinkage log and the GL (RD prefix  *
      *  is taken by PROMREDM.CPY, so this member uses RN).  COPY     *
      *  this member into the FILE SECTION of any program that opens  *
      *  RETURN-DISP-FILE so every program shares one definition of   *
      *  the record.                                                  *
      *****************************************************************
       01  RETURN-DISP-REC.
           02  RN-DISP-NUMBER           PIC 9(07).
           02  RN-TXN-NUMBER            PIC 9(08).
           02  RN-RETURN-DATE           PIC 9(08).
           02  RN-CUST-ID               PIC X(05).
           02  RN-ITEM-NUMBER           PIC 9(06).
           02  RN-LOCATION              PIC X(04).
           02  RN-SUPPLIER-NUMBER       PIC 9(05).
           02  RN-REASON-CODE           PIC X(04).
               88  RN-REASON-NONE           VALUE SPACES.
               88  RN-REASON-DEFECTIVE      VALUE "DEFC".
               88  RN-REASON-WRONG-ITEM     VALUE "WRNG".
               88  RN-REASON-CHANGED-MIND   VALUE "CHNG".
           02  RN-QTY                   PIC 9(07).
           02  RN-UNIT-COST             PIC 9(05)V99.
           02  RN-KIT-ITEM-NUMBER       PIC 9(06).
           02  RN-OPERATOR-ID           PIC X(08).
           02  RN-STATUS                PIC X(01).
               88  RN-STATUS-PENDING        VALUE "P".
               88  RN-STATUS-RESTOCKED      VALUE "R".
               88  RN-STATUS-TO-VENDOR      VALUE "V".
               88  RN-STATUS-SCRAPPED       VALUE "S".
           02  RN-DISP-DATE             PIC 9(08).
           02  RN-SUPERVISOR-ID         PIC X(08).
           02  RN-RTV-NUMBER            PIC 9(07).
