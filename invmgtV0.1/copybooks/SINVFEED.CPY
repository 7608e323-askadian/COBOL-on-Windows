      *****************************************************************
      *  SINVFEED.CPY                                                 *
      *  Record layout for the electronic supplier invoice file       *
      *  (SINVFEED.DAT) read by SupplierInvIntake.cbl - a plain LINE  *
      *  SEQUENTIAL file a supplier sends in place of paper invoices, *
      *  one D line per invoice (one PO billed per invoice, as on a   *
      *  keyed invoice) and a T control trailer closing each          *
      *  supplier's batch with the number of invoices and the total   *
      *  goods amount billed (quantity times unit cost, before any    *
      *  purchase tax) the supplier's own system sent, which the      *
      *  intake control report is reconciled to.  A file may carry    *
      *  several suppliers' batches one after another.  COPY this     *
      *  member into the FILE SECTION of any program reading the      *
      *  invoice file.                                                *
      *****************************************************************
       01  SUPP-INV-FEED-REC.
           02  EI-RECORD-TYPE           PIC X(01).
               88  EI-DETAIL-LINE           VALUE "D".
               88  EI-TRAILER-LINE          VALUE "T".
           02  EI-DETAIL.
               03  EI-SUPPLIER-NUMBER   PIC 9(05).
               03  EI-SUPPLIER-INV-REF  PIC X(10).
               03  EI-PO-NUMBER         PIC 9(08).
               03  EI-INVOICE-DATE      PIC 9(08).
               03  EI-QTY-BILLED        PIC 9(07).
               03  EI-UNIT-COST         PIC 9(05)V99.
      *    The supplier's own catalogue code for the goods billed,
      *    when they quote one - translated back to our item through
      *    SUPPLIER-XREF (see SUPPXREF.CPY).  Blank when not quoted.
               03  EI-SUPPLIER-PART     PIC X(20).
      *    Purchase tax billed on the invoice, when the supplier
      *    charges any: the tax code (see TAXCODE.CPY) and the tax
      *    amount on top of the goods.  A code with a zero or blank
      *    amount is taxed at the code's rate; both blank, no tax.
               03  EI-TAX-CODE          PIC X(04).
               03  EI-TAX-AMOUNT        PIC 9(07)V99.
           02  EI-TRAILER REDEFINES EI-DETAIL.
               03  EI-TRL-SUPPLIER-NUMBER PIC 9(05).
               03  EI-TRL-RECORD-COUNT  PIC 9(05).
               03  EI-TRL-AMOUNT-TOTAL  PIC 9(11)V99.
               03  FILLER               PIC X(55).
