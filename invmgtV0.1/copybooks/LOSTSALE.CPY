      *****************************************************************
      *  LOSTSALE.CPY                                                 *
      *  Lost-sales log record (LOSTSALE.LOG, LINE SEQUENTIAL, append *
      *  only) - one line per request for stock the customer could    *
      *  not be given: the till refusing a line for lack of stock, a  *
      *  substitute offered and declined, or a web order rejected for *
      *  stock.  Demand we filled is on SALES-TRANSACTION; this is    *
      *  the demand we turned away, so the reorder-point              *
      *  recalculation and the lost-sales report can see both.        *
      *  Written only through LostSales.cbl's LOSTSALEPOST entry (see *
      *  LSTSLMSG.CPY).                                               *
      *****************************************************************
       01  LOST-SALE-REC.
           02  LS-LOST-DATE             PIC 9(08).
           02  LS-LOST-TIME             PIC 9(08).
           02  LS-ITEM-NUMBER           PIC 9(06).
           02  LS-LOCATION              PIC X(04).
           02  LS-SUPPLIER-NUMBER       PIC 9(05).
           02  LS-CUST-ID               PIC X(05).
           02  LS-QTY-ASKED             PIC 9(07).
           02  LS-REASON                PIC X(04).
               88  LS-REASON-NO-STOCK        VALUE "NOST".
               88  LS-REASON-DISCONTINUED    VALUE "DISC".
               88  LS-REASON-SUB-REFUSED     VALUE "SUBR".
      *    The price the customer would have been charged (contract,
      *    promotion or list, as the till would have suggested it)
      *    and the quantity asked extended at it.
           02  LS-UNIT-PRICE            PIC 9(05)V99.
           02  LS-LOST-VALUE            PIC 9(09)V99.
      *    Where the demand came in: counter sale, sales order,
      *    quote conversion or web/standing order.
           02  LS-CHANNEL               PIC X(04).
               88  LS-CHANNEL-COUNTER        VALUE "POS ".
               88  LS-CHANNEL-SALES-ORDER    VALUE "SORD".
               88  LS-CHANNEL-QUOTE          VALUE "QUOT".
               88  LS-CHANNEL-WEB            VALUE "WEB ".
           02  LS-PROGRAM-ID            PIC X(20).
           02  LS-OPERATOR-ID           PIC X(08).
