      *****************************************************************
      *  BANKSTMT.CPY                                                 *
      *  One line of the bank's statement file (BANKSTMT.DAT) for the *
      *  operating account, as BankRecon.cbl imports it.  The file    *
      *  holds one statement: a header line first (BF-TYPE-HEADER)    *
      *  carrying the statement period and its opening and closing    *
      *  balances, then one detail line (BF-TYPE-DETAIL) per item     *
      *  that cleared the account.  Amounts are unsigned;             *
      *  BF-DIRECTION says which way the money moved and each balance *
      *  carries its own sign byte.  The opening balance plus the     *
      *  credits less the debits must foot to the closing balance or  *
      *  the statement is refused.  COPY this member into the FILE    *
      *  SECTION of any program reading the statement file.           *
      *****************************************************************
       01  BANK-STMT-FEED-REC.
           02  BF-RECORD-TYPE           PIC X(01).
               88  BF-TYPE-HEADER           VALUE "H".
               88  BF-TYPE-DETAIL           VALUE "D".
           02  BF-DETAIL.
               03  BF-VALUE-DATE        PIC 9(08).
               03  BF-DIRECTION         PIC X(01).
                   88  BF-CREDIT            VALUE "C".
                   88  BF-DEBIT             VALUE "D".
               03  BF-AMOUNT            PIC 9(09)V99.
               03  BF-BANK-REF          PIC X(20).
               03  BF-DESCRIPTION       PIC X(30).
           02  BF-HEADER REDEFINES BF-DETAIL.
               03  BF-ACCOUNT-NUMBER    PIC X(12).
               03  BF-STMT-START-DATE   PIC 9(08).
               03  BF-STMT-END-DATE     PIC 9(08).
               03  BF-OPEN-SIGN         PIC X(01).
                   88  BF-OPEN-OVERDRAWN    VALUE "-".
               03  BF-OPEN-BALANCE      PIC 9(09)V99.
               03  BF-CLOSE-SIGN        PIC X(01).
                   88  BF-CLOSE-OVERDRAWN   VALUE "-".
               03  BF-CLOSE-BALANCE     PIC 9(09)V99.
               03  FILLER               PIC X(18).
