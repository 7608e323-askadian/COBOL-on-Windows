      *****************************************************************
      *  RFQEDI.CPY                                                   *
      *  Record layout for RFQ.EDI, the flat EDI-style                *
      *  request-for-quotation file RfqMgmt.cbl appends one line to   *
      *  for every invited supplier that takes its RFQs               *
      *  electronically - the same append-only export idiom PO.EDI    *
      *  uses for purchase orders (POEDIREC.CPY).  The supplier's own *
      *  part number, description and pack size for the item are      *
      *  carried from SUPPLIER-XREF (see SUPPXREF.CPY) when one is on *
      *  file, blank otherwise.                                       *
      *****************************************************************
       01  RFQ-EDI-REC.
           02  RE-RFQ-NUMBER            PIC 9(06).
           02  RE-SUPPLIER-NUMBER       PIC 9(05).
           02  RE-SUPPLIER-NAME         PIC X(25).
           02  RE-ITEM-NUMBER           PIC 9(06).
           02  RE-ITEM-DESC             PIC X(30).
           02  RE-QTY                   PIC 9(07).
           02  RE-ISSUE-DATE            PIC 9(08).
           02  RE-REPLY-BY-DATE         PIC 9(08).
           02  RE-SUPPLIER-PART         PIC X(20).
           02  RE-SUPPLIER-DESC         PIC X(30).
           02  RE-PACK-SIZE             PIC 9(05).
           02  RE-PACK-UNIT             PIC X(04).
