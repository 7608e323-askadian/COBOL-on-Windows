      *****************************************************************
      *  SUPPFX.CPY                                                   *
      *  Record layout for the SUPPLIER-FX-FILE - one record per      *
      *  supplier invoice billed in a currency other than home, keyed *
      *  by the invoice (voucher) number on SUPPLIER-INVOICE-FILE.    *
      *  SupplierInvoiceMgmt.cbl and SupplierInvIntake.cbl write it   *
      *  when the invoice is recorded, with the supplier's            *
      *  SU-CURRENCY-CODE, the rate to home in effect on the invoice  *
      *  date and the home amount the payable is carried at           *
      *  (SI-AMOUNT, which is in the supplier's currency, at that     *
      *  rate).  FxRevalRun.cbl keeps XI-REVAL-AMOUNT as the          *
      *  unrealized gain(+)/loss(-) booked on the invoice so far.     *
      *  APPaymentRun.cbl pays the invoice in its own currency at the *
      *  rate on the payment date, reverses the revaluation, and      *
      *  records the payment rate, the realized gain(+)/loss(-), the  *
      *  date and the cheque; voiding the cheque clears them again.   *
      *  A satellite file because SUPPLIER-INVOICE-REC is already the *
      *  full width of the audit trail's before/after image.  COPY    *
      *  this member into the FILE SECTION of any program that opens  *
      *  SUPPLIER-FX-FILE so every program shares one definition of   *
      *  the record.                                                  *
      *****************************************************************
       01  SUPPLIER-FX-REC.
           02  XI-INVOICE-NUMBER        PIC 9(08).
           02  XI-SUPPLIER-NUMBER       PIC 9(05).
           02  XI-CURRENCY-CODE         PIC X(03).
           02  XI-BOOKING-RATE          PIC 9(04)V9(06).
           02  XI-HOME-AMOUNT           PIC 9(09)V99.
           02  XI-REVAL-AMOUNT          PIC S9(09)V99.
           02  XI-PAY-RATE              PIC 9(04)V9(06).
           02  XI-REALIZED-AMOUNT       PIC S9(09)V99.
           02  XI-PAID-DATE             PIC 9(08).
           02  XI-CHEQUE-NUMBER         PIC 9(08).
