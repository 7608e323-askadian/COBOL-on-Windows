      *****************************************************************
      *  QUOTEHDR.CPY                                                 *
      *  Record layout for the QUOTE-HEADER indexed file - one record *
      *  per sales quotation raised in SalesMgmt.cbl, keyed by quote  *
      *  number.  A quotation is priced exactly the way a basket is   *
      *  (3008-PRICE-ONE-LINE: contract price, promo window, tax      *
      *  code) but commits nothing - no stock, balance or GL moves    *
      *  until it is converted.  Its lines live on QUOTE-LINE-FILE    *
      *  (QUOTELIN.CPY) under the same quote number.  QH-STATUS-OPEN  *
      *  stays open until the quote is converted into an invoice      *
      *  (QH-STATUS-WON, with the SALE-HEADER invoice number it       *
      *  became) or marked lost with a reason; an open quote past     *
      *  QH-EXPIRY-DATE is reported as expired rather than flagged,   *
      *  so the same record can still be converted with a warning.     *
      *  COPY this member into the FILE SECTION of any program that   *
      *  opens QUOTE-HEADER-FILE so every program shares one          *
      *  definition of the record.                                    *
      *****************************************************************
       01  QUOTE-HEADER-REC.
           02  QH-QUOTE-NUMBER          PIC 9(08).
           02  QH-CUST-ID               PIC X(05).
           02  QH-QUOTE-DATE            PIC 9(08).
           02  QH-EXPIRY-DATE           PIC 9(08).
           02  QH-LINE-COUNT            PIC 9(03).
           02  QH-GOODS-TOTAL           PIC S9(09)V99.
           02  QH-TAX-TOTAL             PIC S9(09)V99.
           02  QH-OPERATOR-ID           PIC X(08).
           02  QH-SHIP-SEQ              PIC 9(02).
           02  QH-STATUS                PIC X(01).
               88  QH-STATUS-OPEN           VALUE "O".
               88  QH-STATUS-WON            VALUE "W".
               88  QH-STATUS-LOST           VALUE "L".
           02  QH-INVOICE-NUMBER        PIC 9(08).
           02  QH-CLOSED-DATE           PIC 9(08).
           02  QH-LOST-REASON           PIC X(20).
