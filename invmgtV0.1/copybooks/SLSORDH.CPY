      *****************************************************************
      *  SLSORDH.CPY                                                  *
      *  Record layout for the SALES-ORDER-HEADER indexed file - one  *
      *  record per sales order taken in SalesMgmt.cbl for goods      *
      *  delivered later rather than carried out of the shop, keyed   *
      *  by order number.  Taking the order invoices nothing: each    *
      *  line's quantity is allocated against its item/location as an *
      *  open RESERVATION-FILE record (see RESERVTN.CPY), so every    *
      *  availability check already in the system stops offering that *
      *  stock to anyone else, while SM-QTY-ON-HAND stays put until   *
      *  the goods actually leave.  The lines live on                 *
      *  SALES-ORDER-LINE-FILE (SLSORDL.CPY) under the same order     *
      *  number.  Each ship confirmation invoices what really went on *
      *  the truck and writes a SALES-SHIPMENT record (SLSSHIP.CPY);  *
      *  OR-STATUS-PART means some but not all of the order has       *
      *  shipped and the remainder is still allocated,                *
      *  OR-STATUS-SHIPPED that nothing is left open.                 *
      *  OR-STATUS-CANCELLED is an order whose open balance was       *
      *  released before it ever shipped in full.  COPY this member   *
      *  into the FILE SECTION of any program that opens              *
      *  SALES-ORDER-HEADER-FILE so every program shares one          *
      *  definition of the record.                                    *
      *****************************************************************
       01  SALES-ORDER-HEADER-REC.
           02  OR-ORDER-NUMBER          PIC 9(08).
           02  OR-CUST-ID               PIC X(05).
           02  OR-ORDER-DATE            PIC 9(08).
           02  OR-CUST-REF              PIC X(15).
           02  OR-SHIP-SEQ              PIC 9(02).
           02  OR-LINE-COUNT            PIC 9(03).
           02  OR-GOODS-TOTAL           PIC S9(09)V99.
           02  OR-OPERATOR-ID           PIC X(08).
           02  OR-STATUS                PIC X(01).
               88  OR-STATUS-OPEN           VALUE "O".
               88  OR-STATUS-PART           VALUE "P".
               88  OR-STATUS-SHIPPED        VALUE "S".
               88  OR-STATUS-CANCELLED      VALUE "X".
           02  OR-SHIPMENT-COUNT        PIC 9(03).
           02  OR-CLOSED-DATE           PIC 9(08).
