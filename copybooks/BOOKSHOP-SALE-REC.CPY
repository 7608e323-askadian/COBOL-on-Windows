      *****************************************************************
      *  BOOKSHOP-SALE-REC.CPY                                        *
      *  Record layout for BKSALES.DAT, the Campus Bookshop's sales   *
      *  file - one record per sale or refund rung up at the counter  *
      *  by BookshopSales.cbl, appended in the order they happen.     *
      *  Each carries the module (Pr-Module-Code) and term the        *
      *  student bought the book for, so BookSellThroughRpt.cbl can   *
      *  set copies sold against the lecturer's requisition.          *
      *  Bs-Quantity and Bs-Amount are always positive; Bs-Txn-Type   *
      *  says whether they were sold or taken back.  Bs-Unit-Price is *
      *  Bf-List-Price off BOOKFILE.DAT at the time of the sale.      *
      *****************************************************************
       01  Bookshop-Sale-Rec.
           02  Bs-Sale-Date                PIC 9(08).
           02  Bs-Sale-Time                PIC 9(08).
           02  Bs-Txn-Type                 PIC X(01).
               88  Bs-Sale                      VALUE "S".
               88  Bs-Refund                    VALUE "R".
           02  Bs-Book-Num                 PIC 9(04).
           02  Bs-Module-Code              PIC X(05).
           02  Bs-Term                     PIC 9(01).
           02  Bs-Quantity                 PIC 9(03).
           02  Bs-Unit-Price               PIC 9(04)V99.
           02  Bs-Amount                   PIC 9(06)V99.
