      *****************************************************************
      *  RFQLINE.CPY                                                  *
      *  Record layout for the rfqline indexed file, one record per   *
      *  supplier invited to quote on an RFQ (RFQHDR.CPY), keyed by   *
      *  RFQ number and supplier.  Holds how the RFQ went out         *
      *  (printed document or EDI line), and the supplier's reply as  *
      *  given - unit cost in the quoted currency, lead time, the     *
      *  quantity range the price holds for and how long it is valid. *
      *  A supplier that did not win is marked lost but never         *
      *  deleted, so every bid stays on file behind the award.        *
      *****************************************************************
       01  RFQ-LINE-REC.
           02  RL-LINE-KEY.
               03  RL-RFQ-NUMBER        PIC 9(06).
               03  RL-SUPPLIER-NUMBER   PIC 9(05).
           02  RL-SEND-VIA              PIC X(01).
               88  RL-SEND-PRINT            VALUE "P".
               88  RL-SEND-EDI              VALUE "E".
           02  RL-REPLY-COST            PIC 9(05)V99.
           02  RL-CURRENCY-CODE         PIC X(03).
           02  RL-LEAD-DAYS             PIC 9(03).
           02  RL-MIN-QTY               PIC 9(05).
           02  RL-MAX-QTY               PIC 9(05).
           02  RL-VALID-TO-DATE         PIC 9(08).
           02  RL-REPLY-DATE            PIC 9(08).
           02  RL-STATUS                PIC X(01).
               88  RL-STATUS-INVITED        VALUE "I".
               88  RL-STATUS-REPLIED        VALUE "R".
               88  RL-STATUS-DECLINED       VALUE "D".
               88  RL-STATUS-WON            VALUE "W".
               88  RL-STATUS-LOST           VALUE "L".
