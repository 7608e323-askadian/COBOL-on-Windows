      *****************************************************************
      *  LSTSLMSG.CPY                                                 *
      *  Parameter block for CALL "LOSTSALEPOST" USING LOST-SALE-MSG  *
      *  - the one way a program records demand it could not fill on  *
      *  the lost-sales log (LOSTSALE.CPY).  The caller moves in the  *
      *  item, location, the item's supplier, the customer, the       *
      *  quantity asked, the reason, the price it would have charged, *
      *  the channel, its own program name and the operator; the      *
      *  entry extends the lost value and stamps today's date and the *
      *  time.  LM-POST-RESULT comes back "P" posted or "F" log not   *
      *  available.  COPY this member into WORKING-STORAGE of every   *
      *  caller and into the LINKAGE SECTION of LostSales.cbl so both *
      *  sides share one definition.                                  *
      *****************************************************************
       01  LOST-SALE-MSG.
           02  LM-ITEM-NUMBER           PIC 9(06).
           02  LM-LOCATION              PIC X(04).
           02  LM-SUPPLIER-NUMBER       PIC 9(05).
           02  LM-CUST-ID               PIC X(05).
           02  LM-QTY-ASKED             PIC 9(07).
           02  LM-REASON                PIC X(04).
               88  LM-REASON-NO-STOCK        VALUE "NOST".
               88  LM-REASON-DISCONTINUED    VALUE "DISC".
               88  LM-REASON-SUB-REFUSED     VALUE "SUBR".
           02  LM-UNIT-PRICE            PIC 9(05)V99.
           02  LM-CHANNEL               PIC X(04).
               88  LM-CHANNEL-COUNTER        VALUE "POS ".
               88  LM-CHANNEL-SALES-ORDER    VALUE "SORD".
               88  LM-CHANNEL-QUOTE          VALUE "QUOT".
               88  LM-CHANNEL-WEB            VALUE "WEB ".
           02  LM-SOURCE-PROGRAM        PIC X(20).
           02  LM-OPERATOR-ID           PIC X(08).
           02  LM-POST-RESULT           PIC X(01).
               88  LM-POSTED                 VALUE "P".
               88  LM-POST-FAILED            VALUE "F".
