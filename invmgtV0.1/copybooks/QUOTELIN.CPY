      *****************************************************************
      *  QUOTELIN.CPY                                                 *
      *  Record layout for the QUOTE-LINE indexed file - one record   *
      *  per priced line of a sales quotation (see QUOTEHDR.CPY),     *
      *  keyed by quote number plus line sequence so a quote's lines  *
      *  read back in the order they were keyed.  The fields mirror   *
      *  SalesMgmt.cbl's basket table entry, so converting the quote  *
      *  reloads the basket line for line; QL-SUGGESTED-PRICE keeps   *
      *  the contract/list/promo price in force on the quote date so  *
      *  the conversion can show where pricing has moved since.       *
      *  COPY this member into the FILE SECTION of any program that   *
      *  opens QUOTE-LINE-FILE so every program shares one definition *
      *  of the record.                                               *
      *****************************************************************
       01  QUOTE-LINE-REC.
           02  QL-LINE-KEY.
               03  QL-QUOTE-NUMBER      PIC 9(08).
               03  QL-LINE-SEQ          PIC 9(03).
           02  QL-ITEM-NUMBER           PIC 9(06).
           02  QL-LOCATION              PIC X(04).
           02  QL-QTY                   PIC S9(05).
           02  QL-UNIT-PRICE            PIC 9(05)V99.
           02  QL-SUGGESTED-PRICE       PIC 9(05)V99.
           02  QL-EXTENDED              PIC S9(07)V99.
           02  QL-TAX-CODE              PIC X(04).
           02  QL-TAX-AMOUNT            PIC S9(07)V99.
           02  QL-KIT-SW                PIC X(01).
