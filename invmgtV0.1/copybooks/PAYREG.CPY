           02  PY-PO-NUMBER             PIC 9(08).
           02  PY-DUE-DATE              PIC 9(08).
           02  PY-AMOUNT                PIC 9(09)V99.
      *    The cheque the payment went out on.  A register line
      *    written before cheques were printed by the run carries
      *    none; BankRecon.cbl leaves out a payment whose cheque
      *    has since been voided.
           02  PY-CHEQUE-NUMBER         PIC 9(08).
