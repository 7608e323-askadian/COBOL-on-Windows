      *****************************************************************
      *  LIB-LOAN-REC.CPY                                             *
      *  Record layout for the LIBLOAN.DAT indexed file - one record  *
      *  per loan of a BOOKS.DAT title to a registered borrower       *
      *  (LIB-BORROWER-REC.CPY), keyed on a loan number given out in  *
      *  ascending order at checkout.  LN-BOOK-NUMBER and             *
      *  LN-BORROWER-ID are alternate keys with duplicates:           *
      *  LibBorrowFeed.cbl reads by book to count each title's        *
      *  borrowings for the quarter, and LibOverdueRun.cbl reads by   *
      *  borrower to gather each borrower's overdue loans onto one    *
      *  notice.  LN-DUE-DATE is the checkout date plus the           *
      *  LIB-LOAN-DAYS system parameter, rolled forward to the next   *
      *  business day.  LN-FINE-AMOUNT is the fine accrued to the     *
      *  last overdue notice while the loan is out, and the final     *
      *  fine assessed once it is returned.                           *
      *****************************************************************
       01  LIB-LOAN-REC.
           02  LN-LOAN-NUMBER              PIC 9(09).
           02  LN-BOOK-NUMBER              PIC 9(07).
           02  LN-BORROWER-ID              PIC 9(09).
           02  LN-CHECKOUT-DATE            PIC 9(08).
           02  LN-DUE-DATE                 PIC 9(08).
           02  LN-RETURN-DATE              PIC 9(08).
           02  LN-STATUS                   PIC X(01).
               88  LN-ON-LOAN                   VALUE "O".
               88  LN-RETURNED                  VALUE "R".
           02  LN-NOTICE-COUNT             PIC 9(02).
           02  LN-LAST-NOTICE-DATE         PIC 9(08).
           02  LN-FINE-AMOUNT              PIC 9(05)V99.
