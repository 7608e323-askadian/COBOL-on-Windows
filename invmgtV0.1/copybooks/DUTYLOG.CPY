      *****************************************************************
      *  DUTYLOG.CPY                                                  *
      *  One line of the duty log (DUTY.LOG, append-only like         *
      *  OVERRIDE.LOG) - who did each step of a transaction whose     *
      *  steps are meant to be done by different people but whose own *
      *  file keeps no operator: today the keying of a supplier       *
      *  invoice in SupplierInvoiceMgmt and its payment in            *
      *  APPaymentRun's payment run.  Carries when, which duty and    *
      *  which step of it, the transaction it belongs to, the         *
      *  operator signed on at the time ("BATCH" when none was) and   *
      *  the program.  SodConflictRpt.cbl pairs the steps of each     *
      *  transaction up to find the same operator on both.            *
      *****************************************************************
       01  DUTY-LOG-REC.
           02  DY-DATE                  PIC 9(08).
           02  DY-TIME                  PIC 9(08).
           02  DY-DUTY                  PIC X(04).
               88  DY-DUTY-SUPP-INVOICE     VALUE "SINV".
           02  DY-STEP                  PIC X(04).
               88  DY-STEP-KEYED            VALUE "KEY ".
               88  DY-STEP-PAID             VALUE "PAY ".
           02  DY-TXN-KEY               PIC X(20).
           02  DY-OPERATOR-ID           PIC X(08).
           02  DY-PROGRAM-ID            PIC X(20).
