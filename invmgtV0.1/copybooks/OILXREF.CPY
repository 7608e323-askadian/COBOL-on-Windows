      *****************************************************************
      *  OILXREF.CPY                                                  *
      *  Record layout for the OIL-XREF indexed file ("oilxref")      *
      *  maintained by AromaXrefMgmt.cbl - cross-references an        *
      *  Aromamora oil as SALES.DAT sells it (the three-character     *
      *  SF-Oil-Id, e.g. E07, and the bottle size SF-Unit-Size) to    *
      *  the STOCK-MASTER item and location it is stocked as, so      *
      *  AromaSalesPost.cbl can post an Aroma sale row as a sale of   *
      *  that item.  One bottle sold is one unit of the item; the     *
      *  millilitres behind it still come off OSF.DAT by size x units *
      *  as SalesStockRecon has always taken them.  COPY this member  *
      *  into the FILE SECTION of any program that opens              *
      *  OIL-XREF-FILE so every program shares one definition of the  *
      *  record.                                                      *
      *****************************************************************
       01  OIL-XREF-REC.
           02  OX-OIL-KEY.
               03  OX-OIL-ID            PIC X(03).
               03  OX-UNIT-SIZE         PIC 9(02).
           02  OX-ITEM-NUMBER           PIC 9(06).
           02  OX-LOCATION              PIC X(04).
           02  OX-LAST-MAINT-DATE       PIC 9(08).
           02  OX-OPERATOR-ID           PIC X(08).
