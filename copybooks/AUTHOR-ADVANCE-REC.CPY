      *****************************************************************
      *  AUTHOR-ADVANCE-REC.CPY                                       *
      *  Record layout for the AUTHADV.DAT indexed file - the author  *
      *  advance ledger, one record per author paid an advance on     *
      *  signing, keyed on the same author number as AUTHOR-NUM-FB on *
      *  AUTHOR.DAT.  AV-RECOUPED-TO-DATE is how much of the advance  *
      *  the quarterly royalty run has already earned back; until it  *
      *  reaches AV-ADVANCE-AMOUNT, LibRoyaltyRpt applies the author's*
      *  earned royalty against the balance before anything is paid.  *
      *  AV-LAST-RECOUP holds the quarter and amount of the most      *
      *  recent recoupment, so an override rerun of that same quarter *
      *  can back it out before applying it again rather than         *
      *  recouping twice.  Maintained by AuthorAdvanceMgmt.cbl.       *
      *****************************************************************
       01  AUTHOR-ADVANCE-REC.
           02  AV-AUTHOR-NUMBER            PIC 9(07).
           02  AV-ADVANCE-AMOUNT           PIC 9(07)V99.
           02  AV-ADVANCE-DATE             PIC 9(08).
           02  AV-RECOUPED-TO-DATE         PIC 9(07)V99.
           02  AV-LAST-RECOUP.
               03  AV-LAST-RECOUP-YEAR     PIC 9(04).
               03  AV-LAST-RECOUP-QUARTER  PIC 9(01).
               03  AV-LAST-RECOUP-AMOUNT   PIC 9(07)V99.
