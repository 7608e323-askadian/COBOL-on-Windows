      *****************************************************************
      *  SUPPSTAT.CPY                                                 *
      *  Record layout for the SUPPLIER-STATUS-FILE maintained by     *
      *  SupplierMgmt.cbl - one record per supplier whose account has *
      *  been given a trading status, keyed by supplier number, with  *
      *  the reason, the date it was set and the operator who set it. *
      *  A satellite file rather than a new field on                  *
      *  SUPPLIER-MASTER-REC, for the same reason SUPPCAT.CPY gives.  *
      *  A supplier with no record is active.  On payment hold the    *
      *  supplier's passed invoices stay out of APPaymentRun.cbl's    *
      *  payment run but goods may still be ordered and received;     *
      *  blocked stops new purchase orders in PurchaseMgmt.cbl and    *
      *  new prices through SupplierPriceImport.cbl and RfqMgmt.cbl,  *
      *  while what is already owed is still paid.  Every change is   *
      *  also logged to SUPPSTAT.LOG (see SUPPSTHS.CPY).  COPY this   *
      *  member into the FILE SECTION of any program that opens       *
      *  SUPPLIER-STATUS-FILE so every program shares one definition  *
      *  of the record.                                               *
      *****************************************************************
       01  SUPPLIER-STATUS-REC.
           02  SV-SUPPLIER-NUMBER       PIC 9(05).
           02  SV-STATUS                PIC X(01).
               88  SV-STATUS-ACTIVE         VALUE "A".
               88  SV-STATUS-PAY-HOLD       VALUE "H".
               88  SV-STATUS-BLOCKED        VALUE "B".
               88  SV-STATUS-VALID          VALUE "A" "H" "B".
           02  SV-REASON                PIC X(30).
           02  SV-SET-DATE              PIC 9(08).
           02  SV-OPERATOR-ID           PIC X(08).
