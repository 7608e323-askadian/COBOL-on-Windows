      *****************************************************************
      *  INSPFLAG.CPY                                                 *
      *  Record layout for the INSPECT-FLAG indexed file maintained   *
      *  in PurchaseMgmt.cbl - one record per item or supplier whose  *
      *  deliveries must pass receiving inspection before they can be *
      *  sold, keyed by flag type plus the item or supplier number.   *
      *  A receipt against a PO whose item or supplier is on this     *
      *  file lands in the quality-hold file (see QCHOLD.CPY) instead *
      *  of SM-QTY-ON-HAND.  Taking the flag off deletes the record,  *
      *  so being on file is the flag.  COPY this member into the     *
      *  FILE SECTION of any program that opens INSPECT-FLAG-FILE so  *
      *  every program shares one definition of the record.           *
      *****************************************************************
       01  INSPECT-FLAG-REC.
           02  QF-FLAG-KEY.
               03  QF-FLAG-TYPE         PIC X(01).
                   88  QF-FLAG-ITEM         VALUE "I".
                   88  QF-FLAG-SUPPLIER     VALUE "S".
               03  QF-FLAG-CODE         PIC 9(06).
           02  QF-REASON                PIC X(30).
           02  QF-SET-DATE              PIC 9(08).
           02  QF-OPERATOR-ID           PIC X(08).
