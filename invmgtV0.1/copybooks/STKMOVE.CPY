      *****************************************************************
      *  STKMOVE.CPY                                                  *
      *  Record layout for STKMOVE.LOG, the perpetual stock movement  *
      *  ledger - an append-only log with one line for every change   *
      *  any program makes to an item's SM-QTY-ON-HAND at a location: *
      *  receipts, sales, customer returns, transfers out and in, kit *
      *  component issues and builds, returns to vendor, cycle-count  *
      *  posts and manual adjustments.  MV-QTY is signed, plus into   *
      *  stock and minus out of it, so the sum of an item/location's  *
      *  lines after any date is what its on-hand has moved since,    *
      *  and StockLedger.cbl's roll-forward rebuilds the quantity     *
      *  held on a past date by backing those lines out of today's    *
      *  figure.  Lines are written only through the STKMOVEPOST      *
      *  entry of StockLedger.cbl (see STKMVMSG.CPY), the same        *
      *  one-writer idiom the notification outbox uses.  COPY this    *
      *  member into the FILE SECTION of any program that opens       *
      *  STOCK-MOVEMENT-FILE so every program shares one definition   *
      *  of the record.                                               *
      *****************************************************************
       01  STOCK-MOVEMENT-REC.
           02  MV-MOVE-DATE             PIC 9(08).
           02  MV-MOVE-TIME             PIC 9(08).
           02  MV-ITEM-NUMBER           PIC 9(06).
           02  MV-LOCATION              PIC X(04).
           02  MV-MOVE-TYPE             PIC X(04).
               88  MV-TYPE-RECEIPT           VALUE "RCPT".
               88  MV-TYPE-SALE              VALUE "SALE".
               88  MV-TYPE-RETURN            VALUE "RETN".
               88  MV-TYPE-XFER-OUT          VALUE "XOUT".
               88  MV-TYPE-XFER-IN           VALUE "XIN ".
               88  MV-TYPE-KIT-ISSUE         VALUE "KITC".
               88  MV-TYPE-KIT-BUILD         VALUE "KITB".
               88  MV-TYPE-RTV               VALUE "RTV ".
               88  MV-TYPE-COUNT             VALUE "CCNT".
               88  MV-TYPE-ADJUST            VALUE "ADJM".
               88  MV-TYPE-OPENING           VALUE "OPEN".
           02  MV-QTY                   PIC S9(07).
           02  MV-UNIT-COST             PIC 9(05)V99.
           02  MV-SOURCE-DOC            PIC X(12).
           02  MV-PROGRAM-ID            PIC X(20).
           02  MV-OPERATOR-ID           PIC X(08).
