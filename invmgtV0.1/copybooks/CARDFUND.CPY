      *****************************************************************
      *  CARDFUND.CPY                                                 *
      *  One line of the card processor's funding/deposit file        *
      *  (CARDFUND.DAT) - one line per card item the processor has    *
      *  paid out, pulled back for a refund, or charged back.         *
      *  CF-INVOICE-NUMBER is the reference CardSettlement.cbl sent   *
      *  in CARDBAT.DAT, so each line matches back to its invoice.    *
      *  Amounts are unsigned; CF-DIRECTION says which way the money  *
      *  moved in the bank.  On a payout CF-NET-AMOUNT plus           *
      *  CF-FEE-AMOUNT must equal CF-GROSS-AMOUNT; on a pull-back or  *
      *  chargeback the processor takes CF-GROSS-AMOUNT plus its fee, *
      *  so CF-NET-AMOUNT is the gross plus the fee.  COPY this       *
      *  member into the FILE SECTION of any program reading the      *
      *  funding file.                                                *
      *****************************************************************
       01  CARD-FUNDING-REC.
           02  CF-RECORD-TYPE           PIC X(01).
               88  CF-TYPE-FUNDED           VALUE "F".
               88  CF-TYPE-CHARGEBACK       VALUE "C".
           02  CF-INVOICE-NUMBER        PIC 9(08).
           02  CF-FUND-DATE             PIC 9(08).
           02  CF-DIRECTION             PIC X(01).
               88  CF-PAID-TO-US            VALUE "C".
               88  CF-TAKEN-FROM-US         VALUE "D".
           02  CF-GROSS-AMOUNT          PIC 9(09)V99.
           02  CF-FEE-AMOUNT            PIC 9(07)V99.
           02  CF-NET-AMOUNT            PIC 9(09)V99.
           02  CF-PROCESSOR-REF         PIC X(10).
