      *****************************************************************
      *  LIB-BORROWER-REC.CPY                                         *
      *  Record layout for the LIBBORR.DAT indexed file - the         *
      *  library's registered borrowers, one record per person keyed  *
      *  on the PERSON-IDX-ID of the personidx record the borrower    *
      *  was registered from.  Only a person active on personidx can  *
      *  be registered, and LibCirculation.cbl checks the person is   *
      *  still active at every checkout, so an inactive or merged     *
      *  person cannot borrow.  LB-LOANS-OUT counts the loans not yet *
      *  returned.  LB-FINES-OWED is the overdue fines assessed at    *
      *  return and not yet paid; LB-FINES-PAID is the running total  *
      *  paid.  Maintained by LibCirculation.cbl; read by             *
      *  LibOverdueRun.cbl for the notice name.                       *
      *****************************************************************
       01  LIB-BORROWER-REC.
           02  LB-BORROWER-ID              PIC 9(09).
           02  LB-BORROWER-NAME            PIC X(40).
           02  LB-REGISTERED-DATE          PIC 9(08).
           02  LB-LOANS-OUT                PIC 9(03).
           02  LB-FINES-OWED               PIC 9(05)V99.
           02  LB-FINES-PAID               PIC 9(07)V99.
           02  LB-LAST-ACTIVITY            PIC 9(08).
