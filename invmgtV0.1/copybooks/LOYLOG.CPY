      *****************************************************************
      *  LOYLOG.CPY                                                   *
      *  Record layout for LOYALTY.LOG, the append-only register of   *
      *  customer loyalty rebate movements.  SalesMgmt.cbl writes an  *
      *  accrual line each time 3012-ACCRUE-LOYALTY-REBATE adds to a  *
      *  customer's rebate balance and a reversal line when a voided  *
      *  sale takes it back out; CustomerMgmt.cbl writes a redemption *
      *  line when a rebate is redeemed against the balance owed.     *
      *  CUST-LOYALTY-FILE only carries the running balance, so       *
      *  CustProfitRpt.cbl reads this register for the rebates        *
      *  accrued and redeemed in its date range.  COPY this member    *
      *  into the FILE SECTION of any program that opens              *
      *  LOYALTY-LOG-FILE so every program shares one definition of   *
      *  the record.                                                  *
      *****************************************************************
       01  LOYALTY-LOG-REC.
           02  LY-ENTRY-DATE            PIC 9(08).
           02  LY-CUST-ID               PIC X(05).
           02  LY-ENTRY-TYPE            PIC X(01).
               88  LY-ENTRY-ACCRUED         VALUE "A".
               88  LY-ENTRY-REVERSED        VALUE "V".
               88  LY-ENTRY-REDEEMED        VALUE "R".
      *    The sale transaction the accrual or reversal came from;
      *    zeros on a redemption.
           02  LY-TXN-NUMBER            PIC 9(08).
           02  LY-AMOUNT                PIC S9(07)V99.
           02  LY-SOURCE-PROGRAM        PIC X(20).
