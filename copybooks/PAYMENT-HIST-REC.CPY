      *  represent across every quarter in one scan.  COPY this member *
      *  into the FILE SECTION of any program that opens ROYPYHST so   *
      *  every program shares one definition of the record.            *
      *  For an author carrying an advance on AUTHADV.DAT, PH-ROYALTY- *
      *  EARNED is the quarter's full royalty, PH-RECOUPED-AMOUNT the  *
      *  part of it applied against the advance, and PH-UNRECOUPED-    *
      *  BALANCE what is still owed back afterward.                    *
      *  PH-GROSS-PAYMENT is what was payable after recoupment, and    *
      *  PH-WITHHELD-AMOUNT the tax withheld from it, at               *
      *  PH-WHT-RATE-PCT, for a payee without valid tax details        *
      *  (PH-WHT-STATUS, from PAYEETAX.DAT).  PH-ROYALTY-AMOUNT is     *
      *  always the net actually paid, gross less withheld.            *
      *  RoyaltyHistConvert.cbl carries a file written before these    *
      *  figures were added into the wider record, earned and gross    *
      *  set to the amount paid and the rest zero.                     *
      *****************************************************************
       01  PAYMENT-HISTORY-REC.
           02  PH-HISTORY-KEY.
           02  PH-QTR-BORROWINGS           PIC 9(09).
           02  PH-ROYALTY-AMOUNT           PIC 9(09)V99.
           02  PH-PAYMENT-METHOD           PIC X(05).
           02  PH-ROYALTY-EARNED           PIC 9(09)V99.
           02  PH-RECOUPED-AMOUNT          PIC 9(09)V99.
           02  PH-UNRECOUPED-BALANCE       PIC 9(09)V99.
           02  PH-GROSS-PAYMENT            PIC 9(09)V99.
           02  PH-WITHHELD-AMOUNT          PIC 9(09)V99.
           02  PH-WHT-STATUS               PIC X(01).
           02  PH-WHT-RATE-PCT             PIC 9(03)V99.
