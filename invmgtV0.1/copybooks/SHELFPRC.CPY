      *****************************************************************
      *  SHELFPRC.CPY                                                 *
      *  Record layout for the SHELF-PRICE indexed file - one row per *
      *  item holding the price (and promotion, if any) its shelf     *
      *  labels were last printed with, keyed by item number alone    *
      *  since list and promotional prices are store-wide.            *
      *  ShelfLabelRun.cbl compares each item's effective price today *
      *  - a PROMO-PRICE-FILE window covering today, else             *
      *  ITEM-PRICE-FILE's list price - against this row and prints   *
      *  fresh labels only where they differ, then rewrites the row   *
      *  with what was printed.  An item with no row has never had a  *
      *  label printed, so the first run prints the full set.  COPY   *
      *  this member into the FILE SECTION of any program that opens  *
      *  SHELF-PRICE-FILE so every program shares one definition of   *
      *  the record.                                                  *
      *****************************************************************
       01  SHELF-PRICE-REC.
           02  SP-ITEM-NUMBER           PIC 9(06).
           02  SP-LABEL-PRICE           PIC 9(05)V99.
           02  SP-PROMO-SW              PIC X(01).
               88  SP-ON-PROMO                  VALUE "Y".
           02  SP-PROMO-END-DATE        PIC 9(08).
           02  SP-PRINTED-DATE          PIC 9(08).
