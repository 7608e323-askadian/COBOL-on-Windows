      *****************************************************************
      *  SUPPTERM.CPY                                                 *
      *  Record layout for the SUPPLIER-TERMS-FILE maintained by      *
      *  SupplierMgmt.cbl - one record per supplier whose payment     *
      *  terms have been set as structured codes, keyed by supplier   *
      *  number: the prompt-payment discount percent, the days from   *
      *  invoice date the discount stays open, and the net days the   *
      *  invoice falls due in (2/10 NET30 is 2.00, 010 and 030).  A   *
      *  satellite file rather than a new field on                    *
      *  SUPPLIER-MASTER-REC, for the same reason SUPPCAT.CPY gives.  *
      *  SupplierInvoiceMgmt.cbl computes an invoice's discount date  *
      *  and due date from this record; a supplier with no record, or *
      *  zero net days, falls back to the digits of the free-text     *
      *  SU-PAYMENT-TERMS, and a zero discount percent means no       *
      *  discount is offered.  COPY this member into the FILE SECTION *
      *  of any program that opens SUPPLIER-TERMS-FILE so every       *
      *  program shares one definition of the record.                 *
      *****************************************************************
       01  SUPPLIER-TERMS-REC.
           02  TM-SUPPLIER-NUMBER       PIC 9(05).
           02  TM-DISC-PCT              PIC 9(02)V99.
           02  TM-DISC-DAYS             PIC 9(03).
           02  TM-NET-DAYS              PIC 9(03).
           02  TM-SET-DATE              PIC 9(08).
