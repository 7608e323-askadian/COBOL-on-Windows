      *****************************************************************
      *  BADDEBT.CPY                                                  *
      *  Record layout for the BAD-DEBT-WRITEOFF indexed file         *
      *  maintained by BadDebtWriteOff.cbl - one record per request   *
      *  to write off an uncollectable customer balance, keyed by     *
      *  write-off number with the customer id as a duplicate         *
      *  alternate key.  A request sits BD-STATUS-PENDING until a     *
      *  manager-level operator other than the one who asked for it   *
      *  approves it; approval takes the amount off CM-BALANCE, posts *
      *  the expense and allowance legs to GL.INT, and puts the       *
      *  customer on permanent credit hold.  Money later recovered on *
      *  the account is recorded against the original write-off.      *
      *  COPY this member into the FILE SECTION of any program that   *
      *  opens BAD-DEBT-FILE so every program shares one definition   *
      *  of the record.                                               *
      *****************************************************************
       01  BAD-DEBT-WRITEOFF-REC.
           02  BD-WRITEOFF-NUMBER       PIC 9(07).
           02  BD-CUST-ID               PIC X(05).
           02  BD-AMOUNT                PIC 9(07)V99.
           02  BD-REASON                PIC X(20).
           02  BD-REQUESTED-BY          PIC X(08).
           02  BD-REQUEST-DATE          PIC 9(08).
           02  BD-STATUS                PIC X(01).
               88  BD-STATUS-PENDING        VALUE "P".
               88  BD-STATUS-APPROVED       VALUE "A".
               88  BD-STATUS-REJECTED       VALUE "J".
      *    Who approved or rejected the request, and when.
           02  BD-APPROVED-BY           PIC X(08).
           02  BD-APPROVE-DATE          PIC 9(08).
      *    Running total of money recovered against an approved
      *    write-off - never more than BD-AMOUNT.
           02  BD-RECOVERED-AMOUNT      PIC 9(07)V99.
           02  BD-LAST-RECOVERY-DATE    PIC 9(08).
