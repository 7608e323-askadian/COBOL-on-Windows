      *****************************************************************
      *  INTAXLOG.CPY                                                 *
      *  Record layout for the INPUTTAX.LOG input-tax register - one  *
      *  line per purchase tax posting, appended by                   *
      *  SupplierInvoiceMgmt.cbl when a supplier invoice's tax is     *
      *  posted and by PurchaseMgmt.cbl when tax billed on a          *
      *  shipment's landed charges is posted at receipt.  All amounts *
      *  are home currency.  Reports.cbl's sales-tax remittance reads *
      *  it for the input-tax side of the filing period: the          *
      *  recoverable tax is set against the output tax collected      *
      *  under the same code and jurisdiction.  COPY this member into *
      *  the FILE SECTION of any program that opens INPUT-TAX-LOG so  *
      *  every program shares one definition of the record.           *
      *****************************************************************
       01  INPUT-TAX-LOG-REC.
           02  IX-POSTED-DATE           PIC 9(08).
           02  IX-SOURCE                PIC X(01).
               88  IX-SOURCE-INVOICE        VALUE "I".
               88  IX-SOURCE-LANDED         VALUE "L".
      *    Supplier invoice (voucher) number for source I, the PO
      *    number for source L.
           02  IX-DOCUMENT-NUMBER       PIC 9(08).
           02  IX-SUPPLIER-NUMBER       PIC 9(05).
           02  IX-TAX-CODE              PIC X(04).
           02  IX-TAXABLE-AMOUNT        PIC 9(09)V99.
           02  IX-TAX-AMOUNT            PIC 9(07)V99.
           02  IX-RECOVERABLE-AMOUNT    PIC 9(07)V99.
           02  IX-SOURCE-PROGRAM        PIC X(20).
