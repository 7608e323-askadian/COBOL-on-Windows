      *****************************************************************
      *  BORROW-TXN-REC.CPY                                           *
      *  Record layout for BORROWTX.DAT, the quarterly borrowing      *
      *  transaction feed BorrowingIntake.cbl posts into              *
      *  QTR-BORROWINGS-FA on BOOKS.DAT.  Detail records carry a book *
      *  number and the number of times it was borrowed; the final    *
      *  record is a trailer carrying the feed's own record count and *
      *  borrowing total, which the intake run balances against.      *
      *  Written by LibBorrowFeed.cbl from the circulation loans on   *
      *  LIBLOAN.DAT.  COPY this member into the FILE SECTION of any  *
      *  program that opens BORROW-TXN-FILE.                          *
      *****************************************************************
       01  BORROW-TXN-REC.
           02 BT-RECORD-TYPE            PIC X(1).
              88 BT-DETAIL              VALUE "D".
              88 BT-TRAILER             VALUE "T".
           02 BT-TXN-DATE               PIC 9(8).
           02 BT-BOOK-NUMBER            PIC 9(7).
           02 BT-BORROW-COUNT           PIC 9(3).
       01  BORROW-TRAILER-REC REDEFINES BORROW-TXN-REC.
           02 FILLER                    PIC X(1).
           02 TL-RECORD-COUNT           PIC 9(7).
           02 TL-TOTAL-BORROWS          PIC 9(9).
           02 FILLER                    PIC X(2).
