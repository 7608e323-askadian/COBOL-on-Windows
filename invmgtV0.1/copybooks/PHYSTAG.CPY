      *****************************************************************
      *  PHYSTAG.CPY                                                  *
      *  Record layout for the PHYS-TAG indexed file (phystag) - one  *
      *  count tag per STOCK-MASTER item/location for a wall-to-wall  *
      *  physical inventory, written by PhysicalInventory.cbl when    *
      *  the count is frozen.  The primary key runs location, bin,    *
      *  item so the tags are numbered, printed and walked in shelf   *
      *  order; PT-TAG-NUMBER is the alternate key counts are keyed   *
      *  in by.  PT-FROZEN-QTY is SM-QTY-ON-HAND at the freeze and    *
      *  never changes afterwards, so sales and receipts made while   *
      *  the count is under way are picked up off the stock movement  *
      *  ledger at posting instead of showing up as false variances.  *
      *****************************************************************
       01  PHYS-TAG-REC.
           02  PT-TAG-KEY.
               03  PT-LOCATION          PIC X(04).
               03  PT-BIN-LOCATION      PIC X(10).
               03  PT-ITEM-NUMBER       PIC 9(06).
           02  PT-TAG-NUMBER            PIC 9(06).
           02  PT-FROZEN-QTY            PIC 9(07).
           02  PT-UNIT-COST             PIC 9(05)V99.
           02  PT-TAG-STATUS            PIC X(01).
               88  PT-TAG-ISSUED             VALUE "I".
               88  PT-TAG-COUNTED            VALUE "C".
               88  PT-TAG-RECOUNT            VALUE "R".
               88  PT-TAG-POSTED             VALUE "P".
      *    The first count keyed against the tag, kept when a
      *    variance over tolerance forces a recount; PT-COUNTED-QTY
      *    is the figure that posts.
           02  PT-FIRST-COUNT           PIC 9(07).
           02  PT-FIRST-COUNTER         PIC X(08).
           02  PT-COUNTED-QTY           PIC 9(07).
           02  PT-COUNTER-ID            PIC X(08).
           02  PT-COUNT-DATE            PIC 9(08).
      *    Filled in at posting: the net ledger movement at this
      *    item/location since the freeze, and the adjustment posted.
           02  PT-MOVED-SINCE           PIC S9(07).
           02  PT-ADJUST-QTY            PIC S9(07).
