      *****************************************************************
      *  PUBFILE-REC.CPY                                              *
      *  Record layout for the PUBFILE.DAT indexed file - the         *
      *  publishers the Campus Bookshop orders its textbooks from,    *
      *  keyed on Pf-Publisher-Num, with Pf-Publisher-Name an         *
      *  alternate key (no duplicates, so no two publishers can share *
      *  a name).  SetUpInxFiles.cbl loads the number, name and       *
      *  address from IN-PUB.DAT and zeros the last two fields, which *
      *  PublisherBookMgmt.cbl maintains from then on.                *
      *  Pf-Min-Order-Qty lets AggregateBookOrders.cbl tell a real    *
      *  order from one too small to send, and Pf-Discount-Rate (a    *
      *  decimal fraction e.g. .150 = 15%) lets it show the expected  *
      *  discounted order value.  COPY this member into the FILE      *
      *  SECTION of any program that opens Publisher-File so every    *
      *  program shares one definition of the record.                 *
      *****************************************************************
       01  Publisher-Rec.
           02  Pf-Publisher-Num            PIC 9(04).
           02  Pf-Publisher-Name           PIC X(20).
           02  Pf-Publisher-Address        PIC X(40).
           02  Pf-Min-Order-Qty            PIC 9(05).
           02  Pf-Discount-Rate            PIC V999.
