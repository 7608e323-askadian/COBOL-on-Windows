           02  PA-ACK-CODE              PIC X(01).
               88  PA-ACK-CONFIRM           VALUE "C".
               88  PA-ACK-REJECT            VALUE "J".
               88  PA-ACK-SHIPPED           VALUE "S".
           02  PA-PROMISED-SHIP-DATE    PIC 9(08).
      *    A shipped line (PA-ACK-SHIPPED) is the supplier confirming
      *    it has despatched a drop-ship PO straight to our customer:
      *    PA-PROMISED-SHIP-DATE then carries the date it went and
      *    PA-SHIPPED-QTY how many, zero meaning everything still
      *    outstanding on the PO.
           02  PA-SHIPPED-QTY           PIC 9(07).
      *    A supplier that quotes its own catalogue code on the line
      *    puts it in PA-SUPPLIER-PART; it is translated back to our
      *    item through SUPPLIER-XREF (see SUPPXREF.CPY) and must be
      *    the item the PO was raised for.  Blank when not quoted.
           02  PA-SUPPLIER-PART         PIC X(20).
