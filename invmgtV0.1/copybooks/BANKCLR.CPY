      *****************************************************************
      *  BANKCLR.CPY                                                  *
      *  Record layout for the BANK-CLEARED-FILE kept by              *
      *  BankRecon.cbl - one row per book item that has been matched  *
      *  to a bank statement line, keyed by where the item came from  *
      *  and its key there: R cash receipt number, C customer deposit *
      *  number, D the date of a day's cash and check till takings, F *
      *  the invoice of a card-processor funding, P a                 *
      *  payment-register line (invoice number and payment date).  An *
      *  item with no row here has not yet cleared the bank and is an *
      *  outstanding item on the reconciliation.  BC-STMT-END-DATE    *
      *  and BC-LINE-NUMBER point back at the BANKLINE.CPY row it     *
      *  cleared against.  COPY this member into the FILE SECTION of  *
      *  any program that opens BANK-CLEARED-FILE so every program    *
      *  shares one definition of the record.                         *
      *****************************************************************
       01  BANK-CLEARED-REC.
           02  BC-ITEM-KEY.
               03  BC-SOURCE            PIC X(01).
                   88  BC-SOURCE-RECEIPT    VALUE "R".
                   88  BC-SOURCE-DEPOSIT    VALUE "C".
                   88  BC-SOURCE-TILL-DAY   VALUE "D".
                   88  BC-SOURCE-CARD-FUND  VALUE "F".
                   88  BC-SOURCE-PAYMENT    VALUE "P".
               03  BC-SOURCE-REF        PIC X(16).
           02  BC-ITEM-DATE             PIC 9(08).
           02  BC-AMOUNT                PIC S9(09)V99.
           02  BC-STMT-END-DATE         PIC 9(08).
           02  BC-LINE-NUMBER           PIC 9(04).
           02  BC-CLEARED-DATE          PIC 9(08).
           02  BC-OPERATOR-ID           PIC X(08).
