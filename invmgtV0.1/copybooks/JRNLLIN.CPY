      *****************************************************************
      *  JRNLLIN.CPY                                                  *
      *  Record layout for the JOURNAL-LINE indexed file - one record *
      *  per debit or credit line of a manual journal entry on        *
      *  JOURNAL-HEADER-FILE (JRNLHDR.CPY), keyed by journal number   *
      *  and line number.  Every line's account was validated as an   *
      *  active CHART-ACCOUNT when it was keyed.  Each line becomes   *
      *  one GL-INTERFACE-REC when the journal is released.  COPY     *
      *  this member into the FILE SECTION of any program that opens  *
      *  JOURNAL-LINE-FILE so every program shares one definition of  *
      *  the record.                                                  *
      *****************************************************************
       01  JOURNAL-LINE-REC.
           02  JL-LINE-KEY.
               03  JL-JOURNAL-NUMBER    PIC 9(07).
               03  JL-LINE-NUMBER       PIC 9(03).
           02  JL-ACCOUNT-CODE          PIC X(10).
           02  JL-DR-CR-IND             PIC X(01).
               88  JL-DEBIT                 VALUE "D".
               88  JL-CREDIT                VALUE "C".
           02  JL-AMOUNT                PIC 9(09)V99.
           02  JL-MEMO                  PIC X(20).
