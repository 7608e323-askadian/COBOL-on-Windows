      *****************************************************************
      *  INQSVMSG.CPY                                                 *
      *  Parameter block for CALL "InqService" USING INQ-SERVICE-MSG  *
      *  - the one way a web page or an intake run asks the live      *
      *  files a question, so the till, the web tier and the EDI feed *
      *  all give the same answer.  The caller INITIALIZEs the block, *
      *  moves in IQ-FUNCTION and the request fields that function    *
      *  needs, and calls; the matching response group comes back     *
      *  filled.                                                      *
      *                                                               *
      *  "A" availability - IQ-ITEM-NUMBER, and IQ-LOCATION or spaces *
      *      for every location.  Each location comes back with its   *
      *      on-hand, the open reservations held against it and the   *
      *      difference, available to sell (the 3650 sum SalesMgmt    *
      *      makes); the totals cover every location even past the    *
      *      20 IQ-LOC rows listed.                                   *
      *  "P" price - IQ-ITEM-NUMBER, IQ-CUST-ID and IQ-PRICE-DATE     *
      *      (zero = today).  A contract window covering the date     *
      *      beats everything, otherwise the list price overridden by *
      *      any promotion window covering the date - SalesMgmt's     *
      *      3011 rules.  IQ-PRICE-SOURCE says which one applied.     *
      *  "B" balance - IQ-CUST-ID, and IQ-ORDER-AMOUNT for a credit   *
      *      check.  A merged id is followed through CUST-XREF to the *
      *      surviving account (IQ-RESOLVED-CUST-ID); the headroom is *
      *      the limit less the balance, IQ-WITHIN-LIMIT says whether *
      *      IQ-ORDER-AMOUNT fits in it, and IQ-WRITTEN-OFF is the    *
      *      BDHOLDCHECK credit hold.                                 *
      *  "O" PO status - IQ-PO-NUMBER.                                *
      *                                                               *
      *  IQ-RESULT comes back "K" answered, "M" item, customer or PO  *
      *  not on file, "N" a file the answer needs is not available or *
      *  "X" an unknown function.  IQ-REASON carries the matching     *
      *  text for the caller to show.  COPY this member into          *
      *  WORKING-STORAGE of every caller and into the LINKAGE SECTION *
      *  of InqService.cbl so both sides share one definition.        *
      *****************************************************************
       01  INQ-SERVICE-MSG.
           02  IQ-FUNCTION              PIC X(01).
               88  IQ-FN-AVAILABILITY        VALUE "A".
               88  IQ-FN-PRICE               VALUE "P".
               88  IQ-FN-BALANCE             VALUE "B".
               88  IQ-FN-PO-STATUS           VALUE "O".
           02  IQ-REQUEST.
               03  IQ-ITEM-NUMBER       PIC 9(06).
               03  IQ-LOCATION          PIC X(04).
               03  IQ-CUST-ID           PIC X(05).
               03  IQ-PRICE-DATE        PIC 9(08).
               03  IQ-ORDER-AMOUNT      PIC 9(07)V99.
               03  IQ-PO-NUMBER         PIC 9(08).
           02  IQ-RESULT                PIC X(01).
               88  IQ-RESULT-OK              VALUE "K".
               88  IQ-RESULT-NOT-FOUND       VALUE "M".
               88  IQ-RESULT-NO-FILE         VALUE "N".
               88  IQ-RESULT-BAD-REQUEST     VALUE "X".
           02  IQ-REASON                PIC X(40).
      *    Function "A" response.
           02  IQ-AVAILABILITY.
               03  IQ-ITEM-DESC         PIC X(30).
               03  IQ-TOTAL-ON-HAND     PIC 9(08).
               03  IQ-TOTAL-RESERVED    PIC 9(08).
               03  IQ-TOTAL-AVAILABLE   PIC S9(08).
               03  IQ-LOC-COUNT         PIC 9(03).
               03  IQ-LOC OCCURS 20 TIMES.
                   04  IQ-LOC-CODE      PIC X(04).
                   04  IQ-LOC-ON-HAND   PIC 9(07).
                   04  IQ-LOC-RESERVED  PIC 9(07).
                   04  IQ-LOC-AVAILABLE PIC S9(07).
      *    Function "P" response.
           02  IQ-PRICING.
               03  IQ-UNIT-PRICE        PIC 9(05)V99.
               03  IQ-PRICE-SOURCE      PIC X(01).
                   88  IQ-PRICE-CONTRACT     VALUE "C".
                   88  IQ-PRICE-PROMO        VALUE "P".
                   88  IQ-PRICE-LIST         VALUE "L".
      *    Function "B" response.
           02  IQ-ACCOUNT.
               03  IQ-RESOLVED-CUST-ID  PIC X(05).
               03  IQ-CUST-NAME         PIC X(25).
               03  IQ-CREDIT-LIMIT      PIC 9(07)V99.
               03  IQ-BALANCE           PIC S9(07)V99.
               03  IQ-CREDIT-HEADROOM   PIC S9(08)V99.
               03  IQ-WITHIN-LIMIT-SW   PIC X(01).
                   88  IQ-WITHIN-LIMIT       VALUE "Y".
               03  IQ-WRITTEN-OFF-SW    PIC X(01).
                   88  IQ-WRITTEN-OFF        VALUE "Y".
      *    Function "O" response.
           02  IQ-PO.
               03  IQ-PO-STATUS         PIC X(01).
               03  IQ-PO-STATUS-TEXT    PIC X(20).
               03  IQ-PO-SUPPLIER       PIC 9(05).
               03  IQ-PO-ITEM           PIC 9(06).
               03  IQ-PO-LOCATION       PIC X(04).
               03  IQ-PO-ORDER-QTY      PIC 9(07).
               03  IQ-PO-RECEIVED-QTY   PIC 9(07).
               03  IQ-PO-BACKORDER-QTY  PIC 9(07).
               03  IQ-PO-ACK-STATUS     PIC X(01).
                   88  IQ-PO-ACK-PENDING     VALUE "P".
                   88  IQ-PO-ACK-CONFIRMED   VALUE "C".
                   88  IQ-PO-ACK-REJECTED    VALUE "J".
               03  IQ-PO-PROMISED-SHIP  PIC 9(08).
