      *****************************************************************
      *  BANKLINE.CPY                                                 *
      *  Record layout for the BANK-LINE-FILE kept by BankRecon.cbl - *
      *  one row per bank statement line, keyed by the statement's    *
      *  end date and the line's position on it.  BL-STATUS starts    *
      *  unmatched; the auto-match or an operator's manual match ties *
      *  the line to one or more book items (receipts, deposits, till *
      *  takings, card fundings, supplier payments - see              *
      *  BANKCLR.CPY), accumulating BL-MATCHED-AMOUNT until it equals *
      *  BL-AMOUNT.  A line with nothing behind it in the books -     *
      *  bank charges, interest, a bank error - is marked with a      *
      *  reason instead, and shows on the reconciliation as a         *
      *  statement item not yet in the books.  COPY this member into  *
      *  the FILE SECTION of any program that opens BANK-LINE-FILE so *
      *  every program shares one definition of the record.           *
      *****************************************************************
       01  BANK-LINE-REC.
           02  BL-LINE-KEY.
               03  BL-STMT-END-DATE     PIC 9(08).
               03  BL-LINE-NUMBER       PIC 9(04).
           02  BL-VALUE-DATE            PIC 9(08).
           02  BL-DIRECTION             PIC X(01).
               88  BL-CREDIT                VALUE "C".
               88  BL-DEBIT                 VALUE "D".
           02  BL-AMOUNT                PIC 9(09)V99.
           02  BL-BANK-REF              PIC X(20).
           02  BL-DESCRIPTION           PIC X(15).
           02  BL-STATUS                PIC X(01).
               88  BL-STATUS-UNMATCHED      VALUE "U".
               88  BL-STATUS-AUTO-MATCHED   VALUE "A".
               88  BL-STATUS-MANUAL-MATCHED VALUE "M".
               88  BL-STATUS-MARKED         VALUE "X".
               88  BL-STATUS-RECONCILED     VALUE "A" "M" "X".
           02  BL-MATCHED-AMOUNT        PIC 9(09)V99.
           02  BL-MARK-REASON           PIC X(04).
               88  BL-MARK-BANK-CHARGE      VALUE "BCHG".
               88  BL-MARK-INTEREST         VALUE "INTR".
               88  BL-MARK-BANK-ERROR       VALUE "BERR".
               88  BL-MARK-OTHER            VALUE "OTHR".
           02  BL-OPERATOR-ID           PIC X(08).
