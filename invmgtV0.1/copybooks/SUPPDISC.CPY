      *****************************************************************
      *  SUPPDISC.CPY                                                 *
      *  Record layout for the SUPPLIER-DISC-FILE - one record per    *
      *  supplier invoice offered a prompt-payment discount, keyed by *
      *  the invoice (voucher) number on SUPPLIER-INVOICE-FILE.       *
      *  SupplierInvoiceMgmt.cbl writes it OFFERED when the invoice   *
      *  passes for payment, with the discount percent, the date the  *
      *  discount runs out (rolled forward to a business day like the *
      *  due date) and the amount it is worth.  APPaymentRun.cbl      *
      *  marks it TAKEN when the invoice is paid on or before that    *
      *  date and the discount comes off the cheque, or MISSED when   *
      *  it is paid later, with the cheque and payment date either    *
      *  way; voiding the cheque puts it back to OFFERED.  A          *
      *  satellite file because SUPPLIER-INVOICE-REC is already the   *
      *  full width of the audit trail's before/after image.  COPY    *
      *  this member into the FILE SECTION of any program that opens  *
      *  SUPPLIER-DISC-FILE so every program shares one definition of *
      *  the record.                                                  *
      *****************************************************************
       01  SUPPLIER-DISC-REC.
           02  PD-INVOICE-NUMBER        PIC 9(08).
           02  PD-SUPPLIER-NUMBER       PIC 9(05).
           02  PD-DISC-PCT              PIC 9(02)V99.
           02  PD-DISC-DATE             PIC 9(08).
           02  PD-DISC-AMOUNT           PIC 9(09)V99.
           02  PD-TAKEN-AMOUNT          PIC 9(09)V99.
           02  PD-STATUS                PIC X(01).
               88  PD-STATUS-OFFERED        VALUE "O".
               88  PD-STATUS-TAKEN          VALUE "T".
               88  PD-STATUS-MISSED         VALUE "M".
           02  PD-PAID-DATE             PIC 9(08).
           02  PD-CHEQUE-NUMBER         PIC 9(08).
