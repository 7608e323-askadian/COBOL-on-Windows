      *****************************************************************
      *  STKMVMSG.CPY                                                 *
      *  Parameter block for CALL "STKMOVEPOST" USING STOCK-MOVE-MSG  *
      *  - the one way a program records a change it has just made to *
      *  SM-QTY-ON-HAND on the stock movement ledger (STKMOVE.CPY).   *
      *  The caller moves in the item and location, the movement      *
      *  type, the signed quantity (plus into stock, minus out), the  *
      *  unit cost the movement was made at, the source document it   *
      *  belongs to (PO, sale, transfer, work order, RTV or count     *
      *  number), its own program name and the operator, then CALLs   *
      *  once the STOCK-MASTER REWRITE has succeeded; the entry       *
      *  stamps the time, and today's date unless the caller supplied *
      *  the business date.  MM-POST-RESULT comes back "P" posted or  *
      *  "F" ledger not available.  COPY this member into             *
      *  WORKING-STORAGE of every caller and into the LINKAGE SECTION *
      *  of StockLedger.cbl so both sides share one definition.       *
      *****************************************************************
       01  STOCK-MOVE-MSG.
           02  MM-ITEM-NUMBER           PIC 9(06).
           02  MM-LOCATION              PIC X(04).
           02  MM-MOVE-TYPE             PIC X(04).
               88  MM-TYPE-RECEIPT           VALUE "RCPT".
               88  MM-TYPE-SALE              VALUE "SALE".
               88  MM-TYPE-RETURN            VALUE "RETN".
               88  MM-TYPE-XFER-OUT          VALUE "XOUT".
               88  MM-TYPE-XFER-IN           VALUE "XIN ".
               88  MM-TYPE-KIT-ISSUE         VALUE "KITC".
               88  MM-TYPE-KIT-BUILD         VALUE "KITB".
               88  MM-TYPE-RTV               VALUE "RTV ".
               88  MM-TYPE-COUNT             VALUE "CCNT".
               88  MM-TYPE-ADJUST            VALUE "ADJM".
               88  MM-TYPE-OPENING           VALUE "OPEN".
           02  MM-QTY                   PIC S9(07).
           02  MM-UNIT-COST             PIC 9(05)V99.
           02  MM-SOURCE-DOC            PIC X(12).
           02  MM-SOURCE-PROGRAM        PIC X(20).
           02  MM-OPERATOR-ID           PIC X(08).
      *    The business date the stock physically moved, when it is
      *    not the day it is keyed - a receipt or count entered late.
      *    Zero posts the movement under today's date.
           02  MM-MOVE-DATE             PIC 9(08).
           02  MM-POST-RESULT           PIC X(01).
               88  MM-POSTED                 VALUE "P".
               88  MM-POST-FAILED            VALUE "F".
