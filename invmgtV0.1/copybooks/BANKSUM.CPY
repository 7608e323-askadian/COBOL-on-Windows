      *****************************************************************
      *  BANKSUM.CPY                                                  *
      *  Record layout for the BANK-SUMMARY-FILE kept by              *
      *  BankRecon.cbl - one row per imported bank statement, keyed   *
      *  by the statement's end date, carrying its period and         *
      *  balances and the result of the last reconciliation printed   *
      *  for it.  BS-STATUS is imported until the first               *
      *  reconciliation is printed, then open while there is a        *
      *  difference or an unmatched line, and reconciled once the     *
      *  statement ties out to the books.  MonthEndClose.cbl reads    *
      *  this file to see whether the period's bank reconciliation is *
      *  done.  COPY this member into the FILE SECTION of any program *
      *  that opens BANK-SUMMARY-FILE so every program shares one     *
      *  definition of the record.                                    *
      *****************************************************************
       01  BANK-SUMMARY-REC.
           02  BS-STMT-END-DATE         PIC 9(08).
           02  BS-STMT-START-DATE       PIC 9(08).
           02  BS-ACCOUNT-NUMBER        PIC X(12).
           02  BS-OPEN-BALANCE          PIC S9(09)V99.
           02  BS-CLOSE-BALANCE         PIC S9(09)V99.
           02  BS-LINE-COUNT            PIC 9(04).
           02  BS-STATUS                PIC X(01).
               88  BS-STATUS-IMPORTED       VALUE "I".
               88  BS-STATUS-OPEN           VALUE "O".
               88  BS-STATUS-RECONCILED     VALUE "R".
           02  BS-BOOK-BALANCE          PIC S9(09)V99.
           02  BS-DIFFERENCE            PIC S9(09)V99.
           02  BS-REC-DATE              PIC 9(08).
           02  BS-OPERATOR-ID           PIC X(08).
