      *****************************************************************
      *  STANDORD.CPY                                                 *
      *  Record layout for the STANDING-ORDER indexed file maintained *
      *  by StandingOrderMgmt.cbl - the oils a wholesale customer     *
      *  takes on a regular cycle, keyed by customer id plus a line   *
      *  number so one customer can carry any number of them.  Each   *
      *  line names the item, the stock location it ships from, the   *
      *  quantity, the SHIP-TO-FILE site it goes to (zero for the     *
      *  billing address), how often it repeats and the dates it runs *
      *  between (an end date of zero runs until cancelled).          *
      *  SO-NEXT-DUE-DATE is the next occurrence still to be queued;  *
      *  the nightly generation in EODBatchRun.cbl writes every line  *
      *  due on a business day to WEB-ORDER-FILE as a pending order   *
      *  and rolls the due date on a cycle.  A monthly line falls on  *
      *  the start date's day of the month, or the month's last day   *
      *  when that month is shorter.  COPY this member into the FILE  *
      *  SECTION of any program that opens STANDING-ORDER-FILE so     *
      *  every program shares one definition of the record.           *
      *****************************************************************
       01  STANDING-ORDER-REC.
           02  SO-ORDER-KEY.
               03  SO-CUST-ID           PIC X(05).
               03  SO-LINE-NO           PIC 9(02).
           02  SO-ITEM-NUMBER           PIC 9(06).
           02  SO-LOCATION              PIC X(04).
           02  SO-QTY                   PIC 9(05).
           02  SO-SHIP-SEQ              PIC 9(02).
           02  SO-FREQUENCY             PIC X(01).
               88  SO-FREQ-WEEKLY           VALUE "W".
               88  SO-FREQ-FORTNIGHTLY      VALUE "F".
               88  SO-FREQ-MONTHLY          VALUE "M".
               88  SO-FREQ-VALID            VALUE "W" "F" "M".
           02  SO-START-DATE            PIC 9(08).
           02  SO-END-DATE              PIC 9(08).
           02  SO-NEXT-DUE-DATE         PIC 9(08).
           02  SO-LAST-ORDER-NO         PIC 9(07).
           02  SO-LAST-GEN-DATE         PIC 9(08).
           02  SO-OPERATOR-ID           PIC X(08).
