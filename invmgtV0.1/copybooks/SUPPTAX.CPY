      *****************************************************************
      *  SUPPTAX.CPY                                                  *
      *  Record layout for the SUPPLIER-TAX-FILE - one record per     *
      *  supplier invoice that carries purchase tax, keyed by the     *
      *  invoice (voucher) number on SUPPLIER-INVOICE-FILE.           *
      *  SupplierInvoiceMgmt.cbl and SupplierInvIntake.cbl write it   *
      *  when the invoice is recorded, with the tax code billed, the  *
      *  goods amount it was charged on, the tax amount and the part  *
      *  of it that TC-RECOVERABLE-PCT allows to be reclaimed, all in *
      *  the invoice's own currency (SI-AMOUNT is the goods plus the  *
      *  tax).  SupplierInvoiceMgmt.cbl posts the tax once the        *
      *  invoice passes for payment and stamps XT-POSTED-DATE so it   *
      *  is never posted twice.  A satellite file because             *
      *  SUPPLIER-INVOICE-REC is already the full width of the audit  *
      *  trail's before/after image.  COPY this member into the FILE  *
      *  SECTION of any program that opens SUPPLIER-TAX-FILE so every *
      *  program shares one definition of the record.                 *
      *****************************************************************
       01  SUPPLIER-TAX-REC.
           02  XT-INVOICE-NUMBER        PIC 9(08).
           02  XT-SUPPLIER-NUMBER       PIC 9(05).
           02  XT-TAX-CODE              PIC X(04).
           02  XT-GOODS-AMOUNT          PIC 9(09)V99.
           02  XT-TAX-AMOUNT            PIC 9(07)V99.
           02  XT-RECOVERABLE-AMOUNT    PIC 9(07)V99.
           02  XT-POSTED-DATE           PIC 9(08).
