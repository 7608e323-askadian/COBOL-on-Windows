      *****************************************************************
      *  APCHEQUE.CPY                                                 *
      *  Record layout for the apcheque indexed file, one record per  *
      *  cheque APPaymentRun.cbl's payment run issues, keyed by       *
      *  cheque number.  Cheque numbers come from one controlled      *
      *  sequence - a number once issued is never reused, so a        *
      *  spoiled or lost cheque is voided here rather than deleted,   *
      *  and one reissued in its place points back at it.  The        *
      *  invoices a cheque pays are on CHQLINE.CPY.  Whether a cheque *
      *  has cleared the bank is read off BankRecon.cbl's             *
      *  BANK-CLEARED-FILE, not kept here.  Kept to 91 bytes so the   *
      *  whole record fits the audit trail's before/after images.     *
      *****************************************************************
       01  AP-CHEQUE-REC.
           02  CQ-CHEQUE-NUMBER         PIC 9(08).
           02  CQ-SUPPLIER-NUMBER       PIC 9(05).
           02  CQ-PAYEE-NAME            PIC X(25).
           02  CQ-ISSUE-DATE            PIC 9(08).
           02  CQ-AMOUNT                PIC 9(09)V99.
           02  CQ-STATUS                PIC X(01).
               88  CQ-STATUS-ISSUED         VALUE "I".
               88  CQ-STATUS-VOIDED         VALUE "V".
           02  CQ-VOID-DATE             PIC 9(08).
           02  CQ-VOID-REASON           PIC X(01).
               88  CQ-VOID-SPOILED          VALUE "S".
               88  CQ-VOID-LOST             VALUE "L".
               88  CQ-VOID-OTHER            VALUE "O".
           02  CQ-REPLACES-CHEQUE       PIC 9(08).
           02  CQ-REISSUED-AS           PIC 9(08).
           02  CQ-OPERATOR-ID           PIC X(08).
