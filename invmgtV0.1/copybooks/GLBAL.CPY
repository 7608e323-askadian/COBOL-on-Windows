      *****************************************************************
      *  GLBAL.CPY                                                    *
      *  Record layout for the GL-BALANCE indexed file - one record   *
      *  per chart account per accounting period (YYYYMM of the       *
      *  entry's GL-TXN-DATE), carrying the debits and credits posted *
      *  to that account in that period.  GLPostingRun.cbl adds each  *
      *  entry into its account/period record as the batch is         *
      *  archived to GLPOST.ARC, after chart validation has rerouted  *
      *  bad codes to suspense, so the balances always agree with     *
      *  what was posted.  GLFinancials.cbl reads it for the trial    *
      *  balance, income statement, balance sheet and account         *
      *  drill-down, and can rebuild it from the posted history.      *
      *  COPY this member into the FILE SECTION of any program that   *
      *  opens GL-BALANCE-FILE so every program shares one definition *
      *  of the record.                                               *
      *****************************************************************
       01  GL-BALANCE-REC.
           02  GB-BALANCE-KEY.
               03  GB-ACCOUNT-CODE      PIC X(10).
               03  GB-PERIOD            PIC 9(06).
           02  GB-PERIOD-DEBITS         PIC 9(11)V99.
           02  GB-PERIOD-CREDITS        PIC 9(11)V99.
           02  GB-ENTRY-COUNT           PIC 9(07).
           02  GB-LAST-BATCH-NUMBER     PIC 9(07).
