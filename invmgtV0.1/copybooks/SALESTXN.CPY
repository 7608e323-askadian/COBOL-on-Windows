      *  customer return; a return carries negative ST-QTY-SOLD and   *
      *  ST-EXTENDED-AMOUNT (restocking STOCK-MASTER and crediting    *
      *  the customer's balance) and a ST-REASON-CODE explaining why  *
      *  the goods came back.  A sale voided the same day it was      *
      *  keyed is not deleted but re-typed "V" in place, so every     *
      *  report that tallies sales or returns passes over it.         *
      *  Alternate keys, all WITH DUPLICATES, on ST-CUST-ID,          *
      *  ST-TXN-DATE and ST-INVOICE-NUMBER let a customer's history,  *
      *  a date range or an invoice's lines be STARTed on directly,   *
      *  instead of read from the first transaction on.  Every SELECT *
      *  of the file declares all three, in that order; a READ NEXT   *
      *  along one of them comes back "02" while more rows share the  *
      *  key value, and a WRITE or REWRITE does the same when the new *
      *  row shares one.  SalesTxnRekey.cbl rebuilds a file written   *
      *  before the keys and ST-LOCATION / ST-KIT-SW were added,      *
      *  carrying each row into the wider record.                     *
      *****************************************************************
       01  SALES-TRANSACTION-REC.
           02  ST-TXN-NUMBER            PIC 9(08).
           02  ST-TXN-TYPE              PIC X(01).
               88  ST-TXN-SALE              VALUE "S".
               88  ST-TXN-RETURN            VALUE "R".
               88  ST-TXN-VOID              VALUE "V".
           02  ST-REASON-CODE           PIC X(04).
               88  ST-REASON-NONE           VALUE SPACES.
               88  ST-REASON-DEFECTIVE      VALUE "DEFC".
      *    line written before invoices existed; such a line prints
      *    as its own single-line invoice.
           02  ST-INVOICE-NUMBER        PIC 9(08).
      *    Location the stock was drawn from (or returned to), and
      *    whether the item was a kit exploded into its components
      *    at commit, so a same-day void can put the stock back
      *    exactly where it came from.  Spaces / "N" on a line
      *    written before these were carried.
           02  ST-LOCATION              PIC X(04).
      *    "D" marks a drop-ship line, shipped by the supplier
      *    straight to the customer, which took nothing out of stock
      *    and so puts nothing back when voided.
           02  ST-KIT-SW                PIC X(01).
               88  ST-KIT-EXPLODED          VALUE "Y".
               88  ST-DROP-SHIPPED          VALUE "D".
