      *****************************************************************
      *  CHQLINE.CPY                                                  *
      *  Record layout for the chqline indexed file, one record per   *
      *  supplier invoice paid on a cheque (APCHEQUE.CPY), keyed by   *
      *  cheque number and invoice number.  It is what the remittance *
      *  stub printed, and what a void walks to reopen each invoice   *
      *  and reverse its payment posting.                             *
      *****************************************************************
       01  CHEQUE-LINE-REC.
           02  CK-LINE-KEY.
               03  CK-CHEQUE-NUMBER     PIC 9(08).
               03  CK-INVOICE-NUMBER    PIC 9(08).
           02  CK-SUPPLIER-INV-REF      PIC X(10).
           02  CK-PO-NUMBER             PIC 9(08).
           02  CK-INVOICE-DATE          PIC 9(08).
           02  CK-PAYMENT-DATE          PIC 9(08).
           02  CK-AMOUNT                PIC 9(09)V99.
