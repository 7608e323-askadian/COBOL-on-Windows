      *****************************************************************
      *  MIXPROMO.CPY                                                 *
      *  Record layout for the MIX-PROMO indexed file - a             *
      *  basket-level promotion SalesMgmt.cbl evaluates across every  *
      *  line of a sale before it is tendered, where PROMOPRC.CPY can *
      *  only cut one item's own price.  PM-PROMO-TYPE "M"            *
      *  (mix-and-match) triggers on the quantity of qualifying units *
      *  in the basket - "buy 3 of any 10ml oil"; "B" (basket         *
      *  threshold) triggers on their value - "baskets over 50.00".   *
      *  The qualifying group is every item, one ITEM-CATEGORY code   *
      *  (ITEMCAT.CPY; an item with no category qualifies as MISC) or *
      *  a list of up to five items.  The reward is the cheapest      *
      *  qualifying unit free for each full trigger quantity ("F",    *
      *  mix-and-match only), a percentage off the qualifying lines   *
      *  ("P"), or a fixed amount off per trigger ("A").  A promotion *
      *  runs only while active and between its start and end dates.  *
      *  Keyed by promotion code, which is the order promotions are   *
      *  tried in; a basket line counts towards one promotion only.   *
      *  Maintained by PromotionMgmt.cbl.  COPY this member into the  *
      *  FILE SECTION of any program that opens MIX-PROMO-FILE so     *
      *  every program shares one definition of the record.           *
      *****************************************************************
       01  MIX-PROMO-REC.
           02  PM-PROMO-CODE            PIC X(06).
           02  PM-DESCRIPTION           PIC X(30).
           02  PM-PROMO-TYPE            PIC X(01).
               88  PM-MIX-MATCH                 VALUE "M".
               88  PM-BASKET-THRESHOLD          VALUE "B".
               88  PM-TYPE-VALID                VALUE "M" "B".
           02  PM-QUAL-SCOPE            PIC X(01).
               88  PM-QUAL-ALL                  VALUE "A".
               88  PM-QUAL-CATEGORY             VALUE "C".
               88  PM-QUAL-ITEMS                VALUE "I".
               88  PM-SCOPE-VALID               VALUE "A" "C" "I".
           02  PM-QUAL-CATEGORY-CODE    PIC X(04).
           02  PM-QUAL-ITEM             PIC 9(06) OCCURS 5 TIMES.
           02  PM-TRIGGER-QTY           PIC 9(03).
           02  PM-TRIGGER-VALUE         PIC 9(07)V99.
           02  PM-REWARD-TYPE           PIC X(01).
               88  PM-RWD-CHEAPEST-FREE         VALUE "F".
               88  PM-RWD-PERCENT               VALUE "P".
               88  PM-RWD-AMOUNT                VALUE "A".
               88  PM-REWARD-VALID              VALUE "F" "P" "A".
           02  PM-REWARD-PCT            PIC 9(03)V99.
           02  PM-REWARD-AMT            PIC 9(05)V99.
           02  PM-START-DATE            PIC 9(08).
           02  PM-END-DATE              PIC 9(08).
           02  PM-STATUS                PIC X(01).
               88  PM-ACTIVE                    VALUE "A".
               88  PM-SUSPENDED                 VALUE "S".
           02  PM-OPERATOR-ID           PIC X(08).
           02  PM-LAST-CHANGED          PIC 9(08).
