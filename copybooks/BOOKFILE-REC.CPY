      *****************************************************************
      *  BOOKFILE-REC.CPY                                             *
      *  Record layout for the BOOKFILE.DAT indexed file - the Campus *
      *  Bookshop's catalogue of textbooks, keyed on Bf-Book-Num,     *
      *  with Bf-Publisher-Num an alternate key with duplicates so a  *
      *  publisher's titles can be read together.  Bf-List-Price is   *
      *  the price a student pays for one copy at the bookshop        *
      *  counter (BookshopSales.cbl); a book with no price cannot be  *
      *  sold.  Bf-ISBN is the ISBN-13, or an ISBN-10 left-justified, *
      *  and spaces where the book has none; Bf-Edition is zero where *
      *  the edition is not known.  SetUpInxFiles.cbl loads the price *
      *  from columns 39-44 of IN-BOOK.DAT, the ISBN from columns     *
      *  45-57 and the edition from columns 58-59, each as zero or    *
      *  spaces where a line stops short, and PublisherBookMgmt.cbl   *
      *  maintains the file from then on.  The bookshop's copies on   *
      *  hand ride beside this file in BOOKONH.DAT.  COPY this member *
      *  into the FILE SECTION of any program that opens Book-File so *
      *  every program shares one definition of the record.           *
      *  BookFileConvert.cbl carries a file loaded before the price,   *
      *  ISBN and edition were added into the wider record.           *
      *****************************************************************
       01  Book-Rec.
           02  Bf-Book-Num                 PIC 9(04).
           02  Bf-Publisher-Num            PIC 9(04).
           02  Bf-Book-Title               PIC X(30).
           02  Bf-List-Price               PIC 9(04)V99.
           02  Bf-ISBN                     PIC X(13).
           02  Bf-Edition                  PIC 9(02).
