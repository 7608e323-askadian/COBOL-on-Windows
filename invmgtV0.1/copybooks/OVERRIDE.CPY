      *  append-only like AUDIT.TRL) - written every time a manager   *
      *  waves a blocked sale through in SalesMgmt: a credit-limit    *
      *  hold, an operator transaction-limit hold, or an at-or-       *
      *  below-cost margin hold - or authorises a same-day invoice    *
      *  void.  Carries when, what kind of hold, the customer, the    *
      *  amount involved and the limit it broke, and who overrode     *
      *  for whom - the trace the strongest control in the till flow  *
      *  used to leave nowhere.  Reports.cbl's override review        *
      *  report totals these by manager and by operator.              *
      *****************************************************************
       01  OVERRIDE-REG-REC.
           02  OV-DATE                  PIC 9(08).
               88  OV-TYPE-CREDIT           VALUE "CRED".
               88  OV-TYPE-TXN-LIMIT        VALUE "TLIM".
               88  OV-TYPE-MARGIN           VALUE "MARG".
               88  OV-TYPE-VOID             VALUE "VOID".
           02  OV-CUST-ID               PIC X(05).
           02  OV-AMOUNT                PIC S9(09)V99.
      *    A void breaks no limit; OV-LIMIT-VALUE carries the number
      *    of the invoice voided instead.
           02  OV-LIMIT-VALUE           PIC S9(09)V99.
           02  OV-MANAGER-ID            PIC X(08).
           02  OV-OPERATOR-ID           PIC X(08).
