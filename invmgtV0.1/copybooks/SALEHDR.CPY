      *  its own single-line invoice.  COPY this member into the      *
      *  FILE SECTION of any program that opens SALE-HEADER-FILE so   *
      *  every program shares one definition of the record.           *
      *  SalesTxnRekey.cbl carries a file written before the          *
      *  credit, deposit and void fields were added into the          *
      *  wider record, with those fields zero.                        *
      *****************************************************************
       01  SALE-HEADER-REC.
           02  SH-INVOICE-NUMBER        PIC 9(08).
           02  SH-TXN-TYPE              PIC X(01).
               88  SH-TXN-SALE              VALUE "S".
               88  SH-TXN-RETURN            VALUE "R".
               88  SH-TXN-VOID              VALUE "V".
           02  SH-LINE-COUNT            PIC 9(03).
           02  SH-GOODS-TOTAL           PIC S9(09)V99.
           02  SH-TAX-TOTAL             PIC S9(09)V99.
      *    billing address, as every sale shipped before ship-tos
      *    existed.
           02  SH-SHIP-SEQ              PIC 9(02).
      *    What the basket drew against besides the account: the
      *    store credit redeemed (zero unless tendered STCR) and the
      *    customer deposits applied at commit, so a same-day void
      *    in SalesMgmt can hand both back.  SH-VOID-DATE is set
      *    when the invoice is voided; the header stays on file so
      *    the invoice number sequence is never broken.
           02  SH-CREDIT-NUMBER         PIC 9(07).
           02  SH-DEPOSIT-APPLIED       PIC S9(09)V99.
           02  SH-VOID-DATE             PIC 9(08).
