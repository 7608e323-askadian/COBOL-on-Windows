      *****************************************************************
      *  RFQHDR.CPY                                                   *
      *  Record layout for the rfqhdr indexed file, one record per    *
      *  request for quotation raised by RfqMgmt.cbl - the item and   *
      *  quantity being tendered, the date replies are due, and once  *
      *  the tender is decided the supplier it was awarded to and the *
      *  buyer's reason, so the choice can be explained long after    *
      *  the phone calls are forgotten.  The suppliers invited and    *
      *  their replies are kept one per supplier on RFQLINE.CPY under *
      *  the same RFQ number.                                         *
      *****************************************************************
       01  RFQ-HEADER-REC.
           02  RQ-RFQ-NUMBER            PIC 9(06).
           02  RQ-ITEM-NUMBER           PIC 9(06).
           02  RQ-QTY                   PIC 9(07).
           02  RQ-ISSUE-DATE            PIC 9(08).
           02  RQ-REPLY-BY-DATE         PIC 9(08).
           02  RQ-STATUS                PIC X(01).
               88  RQ-STATUS-OPEN           VALUE "O".
               88  RQ-STATUS-AWARDED        VALUE "A".
           02  RQ-AWARD-SUPPLIER        PIC 9(05).
           02  RQ-AWARD-DATE            PIC 9(08).
           02  RQ-AWARD-REASON          PIC X(30).
           02  RQ-OPERATOR-ID           PIC X(08).
