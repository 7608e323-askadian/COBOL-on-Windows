      *****************************************************************
      *  BOOK-AUTHOR-REC.CPY                                          *
      *  Record layout for the BOOKAUTH.DAT indexed file - the        *
      *  authors sharing the royalty on a co-written book, one record *
      *  per book per author, each with the percentage of the book's  *
      *  royalty that author is paid.  The percentages for a book     *
      *  always total 100 (BookAuthorSplitMgmt.cbl refuses anything   *
      *  else).  A book with no records here is paid in full to the   *
      *  single AUTHOR-NUMBER-FA on BOOKS.DAT, as it always was.      *
      *  BA-AUTHOR-NUMBER is an alternate key with duplicates so      *
      *  LibRoyaltyRpt can find every book an author shares.          *
      *  BA-LAST-PAID holds the quarter and amount of this author's   *
      *  most recent share, so the royalty run knows when the last    *
      *  share of a book has been paid - that share takes any         *
      *  rounding difference and is the point the book's quarterly    *
      *  borrowings are cleared.                                      *
      *****************************************************************
       01  BOOK-AUTHOR-REC.
           02  BA-KEY.
               03  BA-BOOK-NUMBER          PIC 9(07).
               03  BA-AUTHOR-NUMBER        PIC 9(07).
           02  BA-SPLIT-PCT                PIC 9(03)V99.
           02  BA-LAST-PAID.
               03  BA-LAST-PAID-YEAR       PIC 9(04).
               03  BA-LAST-PAID-QUARTER    PIC 9(01).
               03  BA-LAST-PAID-AMOUNT     PIC 9(05)V99.
