      *****************************************************************
      *  POSPAY.CPY                                                   *
      *  Record layout for POSPAY.DAT, the bank's positive-pay issue  *
      *  file.  APPaymentRun.cbl appends one issue record for every   *
      *  cheque it prints and one void record for every cheque it     *
      *  voids, so the bank can refuse any cheque presented that is   *
      *  not on the file, or that was voided - the same append-only   *
      *  transmission idiom as PO.EDI.                                *
      *****************************************************************
       01  POSITIVE-PAY-REC.
           02  PP-ACCOUNT-NUMBER        PIC X(12).
           02  PP-CHEQUE-NUMBER         PIC 9(08).
           02  PP-ISSUE-DATE            PIC 9(08).
           02  PP-AMOUNT                PIC 9(09)V99.
           02  PP-PAYEE-NAME            PIC X(25).
           02  PP-RECORD-TYPE           PIC X(01).
               88  PP-TYPE-ISSUE            VALUE "I".
               88  PP-TYPE-VOID             VALUE "V".
