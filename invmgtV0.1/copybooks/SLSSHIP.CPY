      *****************************************************************
      *  SLSSHIP.CPY                                                  *
      *  Record layout for the SALES-SHIPMENT indexed file - one      *
      *  record per ship confirmation against a sales order (see      *
      *  SLSORDH.CPY), keyed by the SALE-HEADER invoice number the    *
      *  shipment was billed under, since each confirmation invoices  *
      *  exactly what was shipped.  DV-FIRST-TXN-NUMBER is the first  *
      *  SALES-TRANSACTION line of that invoice, so the delivery      *
      *  manifest can list the goods without scanning the whole       *
      *  transaction file.  DV-SHIP-SEQ is the customer's             *
      *  SHIP-TO-FILE site the goods went to (zero for the billing    *
      *  address) - what the daily manifest groups the drops by.      *
      *  DV-STATUS-SHIPPED is a delivery still on the road; proof of  *
      *  delivery sets DV-STATUS-DELIVERED with who signed for it,    *
      *  when, and any note the driver brought back.  COPY this       *
      *  member into the FILE SECTION of any program that opens       *
      *  SALES-SHIPMENT-FILE so every program shares one definition   *
      *  of the record.                                               *
      *****************************************************************
       01  SALES-SHIPMENT-REC.
           02  DV-INVOICE-NUMBER        PIC 9(08).
           02  DV-ORDER-NUMBER          PIC 9(08).
           02  DV-CUST-ID               PIC X(05).
           02  DV-SHIP-SEQ              PIC 9(02).
           02  DV-SHIP-DATE             PIC 9(08).
           02  DV-STATUS                PIC X(01).
               88  DV-STATUS-SHIPPED        VALUE "S".
               88  DV-STATUS-DELIVERED      VALUE "D".
           02  DV-POD-SIGNED-BY         PIC X(25).
           02  DV-POD-DATE              PIC 9(08).
           02  DV-LINE-COUNT            PIC 9(03).
           02  DV-FIRST-TXN-NUMBER      PIC 9(08).
           02  DV-SHIPPED-BY            PIC X(08).
           02  DV-POD-OPERATOR          PIC X(08).
           02  DV-POD-NOTE              PIC X(30).
