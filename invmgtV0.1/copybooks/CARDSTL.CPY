      *****************************************************************
      *  CARDSTL.CPY                                                  *
      *  Record layout for the CARD-SETTLE-FILE register kept by      *
      *  CardSettlement.cbl - one row per card-tendered invoice       *
      *  (SH-TENDER-CODE CRDT or DEBT), keyed by invoice number.      *
      *  The end-of-day settlement batch writes the row as pending    *
      *  when the invoice goes into that night's CARDBAT.DAT; the     *
      *  processor funding intake later marks it funded (with the fee *
      *  the processor kept) or charged back.  Anything still pending *
      *  past the funding lag is an unfunded sale on the exceptions   *
      *  list.  CS-SETTLE-AMOUNT is what the card was actually        *
      *  charged - goods plus tax less any deposit applied - and is   *
      *  negative for a refund to the card.  COPY this member into    *
      *  the FILE SECTION of any program that opens CARD-SETTLE-FILE  *
      *  so every program shares one definition of the record.        *
      *****************************************************************
       01  CARD-SETTLE-REC.
           02  CS-INVOICE-NUMBER        PIC 9(08).
           02  CS-BATCH-DATE            PIC 9(08).
           02  CS-TXN-DATE              PIC 9(08).
           02  CS-CUST-ID               PIC X(05).
           02  CS-TENDER-CODE           PIC X(04).
           02  CS-SETTLE-AMOUNT         PIC S9(09)V99.
           02  CS-STATUS                PIC X(01).
               88  CS-STATUS-PENDING        VALUE "P".
               88  CS-STATUS-FUNDED         VALUE "F".
               88  CS-STATUS-CHARGEBACK     VALUE "C".
           02  CS-FUNDED-DATE           PIC 9(08).
           02  CS-FUNDED-AMOUNT         PIC S9(09)V99.
           02  CS-FEE-AMOUNT            PIC S9(07)V99.
           02  CS-CHARGEBACK-DATE       PIC 9(08).
           02  CS-PROCESSOR-REF         PIC X(10).
