      *****************************************************************
      *  SLSORDL.CPY                                                  *
      *  Record layout for the SALES-ORDER-LINE indexed file - one    *
      *  record per line of a sales order (see SLSORDH.CPY), keyed by *
      *  order number plus line sequence so an order's lines read     *
      *  back in the order they were keyed.  OI-QTY-ORDERED less      *
      *  OI-QTY-SHIPPED less OI-QTY-CANCELLED is what is still open   *
      *  on the line, and is exactly what the line's                  *
      *  OI-RESERVATION-NUMBER still holds against the item/location  *
      *  - each ship confirmation takes the shipped quantity off      *
      *  both.  OI-UNIT-PRICE is the price agreed when the order was  *
      *  taken; every shipment invoices at that price.  COPY this     *
      *  member into the FILE SECTION of any program that opens       *
      *  SALES-ORDER-LINE-FILE so every program shares one definition *
      *  of the record.                                               *
      *****************************************************************
       01  SALES-ORDER-LINE-REC.
           02  OI-LINE-KEY.
               03  OI-ORDER-NUMBER      PIC 9(08).
               03  OI-LINE-SEQ          PIC 9(03).
           02  OI-ITEM-NUMBER           PIC 9(06).
           02  OI-LOCATION              PIC X(04).
           02  OI-QTY-ORDERED           PIC S9(05).
           02  OI-QTY-SHIPPED           PIC S9(05).
           02  OI-QTY-CANCELLED         PIC S9(05).
           02  OI-UNIT-PRICE            PIC 9(05)V99.
           02  OI-KIT-SW                PIC X(01).
           02  OI-RESERVATION-NUMBER    PIC 9(08).
      *    A drop-ship line is shipped by the supplier straight to the
      *    customer's ship-to against the linked purchase order in
      *    OI-DROP-PO-NUMBER (see DROPSHIP.CPY): it holds no
      *    reservation, is never picked, and never moves STOCK-MASTER
      *    on-hand.  Spaces on a line written before drop-ship
      *    existed mean an ordinary stock line.
           02  OI-LINE-TYPE             PIC X(01).
               88  OI-LINE-DROP-SHIP        VALUE "D".
           02  OI-DROP-PO-NUMBER        PIC 9(08).
