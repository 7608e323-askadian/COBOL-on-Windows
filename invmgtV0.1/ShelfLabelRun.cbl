       IDENTIFICATION DIVISION.
       PROGRAM-ID. ShelfLabelRun.
       AUTHOR AMRESH KADIAN.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *  SHELF LABEL / PRICE TAG PRINT RUN.                           *
      *                                                               *
      *  Prints fresh shelf labels for every item whose selling price *
      *  has changed since its labels were last printed, so the shelf *
      *  agrees with the till.  The price compared is the one the     *
      *  till suggests today - a PROMO-PRICE-FILE window covering     *
      *  today, else ITEM-PRICE-FILE's list price - so a list-price   *
      *  change keyed in ItemPriceMgmt.cbl, an applied mass change    *
      *  and a promotion starting or ending all produce a label.      *
      *  What each item's labels last showed is kept on               *
      *  SHELF-PRICE-FILE (see SHELFPRC.CPY); the first run prints    *
      *  the full set.  Scheduled mass changes that have fallen due   *
      *  but not been applied are warned of before a run, since their *
      *  labels would show the old price.                             *
      *                                                               *
      *  Each label carries the item, description, price, any         *
      *  promotion end date, its barcode from BARCODE-XREF-FILE and   *
      *  its bin from STOCK-MASTER, and is written to one file per    *
      *  location (LBLxxxx.LBL) in bin order for the label printer.   *
      *  A single item or a bin range at one location can be          *
      *  reprinted to LBLxxxx.RPR without disturbing the change       *
      *  tracking.  The last run's date, operator and counts are kept *
      *  on LBLCTL.DAT.  Reached from StockMgmt.cbl's menu.           *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT ITEM-PRICE-FILE
                     ASSIGN TO "itemprce"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS IP-ITEM-NUMBER
                     FILE STATUS IS WS-PRICE-STATUS.

              SELECT PROMO-PRICE-FILE
                     ASSIGN TO "promoprc"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PP-PROMO-KEY
                     FILE STATUS IS WS-PROMO-STATUS.

              SELECT STOCK-MASTER-FILE
                     ASSIGN TO "stockmas"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SM-STOCK-KEY
                     ALTERNATE RECORD KEY IS SM-ITEM-NUMBER
                                   WITH DUPLICATES
                     FILE STATUS IS WS-STOCK-STATUS.

              SELECT BARCODE-XREF-FILE
                     ASSIGN TO "barcdxr"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS BX-BARCODE-NUMBER
                     FILE STATUS IS WS-BARC-STATUS.

      *    Last price each item's labels were printed with (see
      *    SHELFPRC.CPY) - what a run compares today's price against.
              SELECT SHELF-PRICE-FILE
                     ASSIGN TO "shlfprc"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SP-ITEM-NUMBER
                     FILE STATUS IS WS-SHLF-STATUS.

      *    ItemPriceMgmt.cbl's scheduled mass price changes, read
      *    only to warn when rows have fallen due but have not been
      *    applied to ITEM-PRICE-FILE yet.
              SELECT MASS-PRICE-FILE
                     ASSIGN TO "MASSPRC.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-MASS-STATUS.

              SELECT LABEL-CONTROL-FILE
                     ASSIGN TO "LBLCTL.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CONTROL-STATUS.

      *    One label file per location, named when it is opened -
      *    LBLxxxx.LBL for a price-change run, LBLxxxx.RPR for a
      *    reprint, xxxx being the location code.
              SELECT LABEL-FILE
                     ASSIGN TO WS-LABEL-FILE-NAME
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-LABEL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-PRICE-FILE.
           COPY "ITEMPRCE.CPY".

       FD  PROMO-PRICE-FILE.
           COPY "PROMOPRC.CPY".

       FD  STOCK-MASTER-FILE.
           COPY "STOCKMAS.CPY".

       FD  BARCODE-XREF-FILE.
           COPY "BARCODEXR.CPY".

       FD  SHELF-PRICE-FILE.
           COPY "SHELFPRC.CPY".

       FD  MASS-PRICE-FILE.
       01  MASS-PRICE-REC.
           02  MP-EFFECTIVE-DATE        PIC 9(08).
           02  MP-ITEM-NUMBER           PIC 9(06).
           02  MP-OLD-PRICE             PIC 9(05)V99.
           02  MP-NEW-PRICE             PIC 9(05)V99.

       FD  LABEL-CONTROL-FILE.
       01  LABEL-CONTROL-REC.
           02  LC-LAST-RUN-DATE         PIC 9(08).
           02  LC-LAST-RUN-OPERATOR     PIC X(08).
           02  LC-LAST-ITEM-COUNT       PIC 9(05).
           02  LC-LAST-LABEL-COUNT      PIC 9(05).

       FD  LABEL-FILE.
       01  LABEL-REC.
           02  LB-LOCATION              PIC X(04).
           02  FILLER                   PIC X(01).
           02  LB-BIN-LOCATION          PIC X(10).
           02  FILLER                   PIC X(01).
           02  LB-ITEM-NUMBER           PIC 9(06).
           02  FILLER                   PIC X(01).
           02  LB-ITEM-DESC             PIC X(30).
           02  FILLER                   PIC X(01).
           02  LB-PRICE                 PIC ZZ,ZZ9.99.
           02  FILLER                   PIC X(01).
           02  LB-BARCODE               PIC X(14).
           02  FILLER                   PIC X(01).
           02  LB-PROMO-TEXT            PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-VARS.
              10 WS-PRICE-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-PROMO-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-STOCK-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-BARC-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-SHLF-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-MASS-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-CONTROL-STATUS    PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
                 88 WS-CONTROL-MISSING      VALUE "35".
              10 WS-LABEL-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-FILES-OPEN-SW     PIC X(01) VALUE "N".
                 88 WS-FILES-OPEN            VALUE "Y".
              10 WS-PROMO-OPEN-SW     PIC X(01) VALUE "N".
                 88 WS-PROMO-OPEN            VALUE "Y".
              10 WS-MENU-OPTION       PIC X(01) VALUE SPACE.
              10 WS-EXIT-OPTION       PIC X(01) VALUE "4".
              10 WS-TODAY             PIC 9(08) VALUE ZEROS.
              10 WS-OPERATOR-ID       PIC X(08) VALUE SPACES.
              10 WS-CONFIRM-SW        PIC X(01) VALUE SPACE.

      *    Today's effective price for the item in hand - the
      *    promotional price while a window covers today, else the
      *    list price - the same rule SalesMgmt.cbl's point-of-sale
      *    pricing suggests from.
              10 WS-EFF-PRICE         PIC 9(05)V99 VALUE ZEROS.
              10 WS-EFF-PROMO-SW      PIC X(01) VALUE "N".
                 88 WS-EFF-ON-PROMO          VALUE "Y".
              10 WS-EFF-PROMO-END     PIC 9(08) VALUE ZEROS.
              10 WS-CHANGED-SW        PIC X(01) VALUE "N".
                 88 WS-PRICE-CHANGED         VALUE "Y".

      *    Run selection - a location to confine a reprint to
      *    (spaces for every location the item is stocked at), the
      *    bin range for a bin reprint, and the file-name suffix the
      *    labels are written under.
              10 WS-SELECT-LOC        PIC X(04) VALUE SPACES.
              10 WS-SELECT-ITEM       PIC 9(06) VALUE ZEROS.
              10 WS-FROM-BIN          PIC X(10) VALUE SPACES.
              10 WS-TO-BIN            PIC X(10) VALUE SPACES.
              10 WS-LABEL-SUFFIX      PIC X(04) VALUE ".LBL".
              10 WS-LABEL-FILE-NAME   PIC X(20) VALUE SPACES.
              10 WS-CURRENT-LOC       PIC X(04) VALUE SPACES.
              10 WS-LABEL-OPEN-SW     PIC X(01) VALUE "N".
                 88 WS-LABEL-OPEN            VALUE "Y".

      *    Run tallies.
              10 WS-MASS-DUE-COUNT    PIC 9(05) VALUE ZEROS.
              10 WS-ITEMS-SCANNED     PIC 9(05) VALUE ZEROS.
              10 WS-NO-STOCK-COUNT    PIC 9(05) VALUE ZEROS.
              10 WS-NO-PRICE-COUNT    PIC 9(05) VALUE ZEROS.
              10 WS-FILE-COUNT        PIC 9(03) VALUE ZEROS.
              10 WS-LABELS-BEFORE     PIC 9(04) VALUE ZEROS.

      *    Item-to-barcode table, loaded once from BARCODE-XREF-FILE
      *    when the program starts.  That file is keyed by barcode
      *    only, so an item's barcode is found by linear scan here
      *    the same capped-table way BankRecon.cbl matches its
      *    book items; the first barcode on file for an item is the
      *    one printed.
       01  WS-BARCODE-TABLE.
           02  WS-BC-COUNT              PIC 9(04) VALUE ZEROS.
           02  WS-BC-MAX                PIC 9(04) VALUE 5000.
           02  WS-BC-IX                 PIC 9(04) VALUE ZEROS.
           02  WS-BC-ENTRY OCCURS 5000 TIMES.
               03  WS-BC-ITEM           PIC 9(06).
               03  WS-BC-BARCODE        PIC X(14).
       01  WS-FOUND-BARCODE             PIC X(14) VALUE SPACES.

      *    Labels selected for this run, ordered by location, bin and
      *    item before they are written so each location's file
      *    reads in shelf order.  There is no SORT verb in use in this
      *    system, so the table is ordered in place by insertion.
       01  WS-LABEL-TABLE.
           02  WS-LT-COUNT              PIC 9(04) VALUE ZEROS.
           02  WS-LT-MAX                PIC 9(04) VALUE 3000.
           02  WS-LT-IX                 PIC 9(04) VALUE ZEROS.
           02  WS-LT-JX                 PIC 9(04) VALUE ZEROS.
           02  WS-LT-FULL-SW            PIC X(01) VALUE "N".
               88  WS-LT-FULL                   VALUE "Y".
           02  WS-LT-PLACED-SW          PIC X(01) VALUE "N".
               88  WS-LT-PLACED                 VALUE "Y".
           02  WS-LT-ENTRY OCCURS 3000 TIMES.
               03  WS-LT-KEY.
                   04  WS-LT-LOCATION   PIC X(04).
                   04  WS-LT-BIN        PIC X(10).
                   04  WS-LT-ITEM       PIC 9(06).
               03  WS-LT-DESC           PIC X(30).
               03  WS-LT-PRICE          PIC 9(05)V99.
               03  WS-LT-PROMO-SW       PIC X(01).
               03  WS-LT-PROMO-END      PIC 9(08).
               03  WS-LT-BARCODE        PIC X(14).
       01  WS-LT-HOLD.
           02  WS-LT-HOLD-KEY           PIC X(20).
           02  FILLER                   PIC X(60).

      *    Items whose labels a price-change run printed, so their
      *    SHELF-PRICE-FILE rows are only rewritten once every label
      *    file has been closed.
       01  WS-CHANGED-ITEM-TABLE.
           02  WS-CI-COUNT              PIC 9(04) VALUE ZEROS.
           02  WS-CI-MAX                PIC 9(04) VALUE 3000.
           02  WS-CI-IX                 PIC 9(04) VALUE ZEROS.
           02  WS-CI-ENTRY OCCURS 3000 TIMES.
               03  WS-CI-ITEM           PIC 9(06).
               03  WS-CI-PRICE          PIC 9(05)V99.
               03  WS-CI-PROMO-SW       PIC X(01).
               03  WS-CI-PROMO-END      PIC 9(08).

       PROCEDURE DIVISION.
       0000-MAINLINE.
              ACCEPT WS-TODAY FROM DATE YYYYMMDD.
              PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
              IF NOT WS-FILES-OPEN
                 GOBACK
              END-IF.
              PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
              MOVE SPACE TO WS-MENU-OPTION.
              PERFORM 2000-DISPLAY-MENU
                 THRU 2000-EXIT
                UNTIL WS-MENU-OPTION IS EQUAL TO WS-EXIT-OPTION.
              PERFORM 1900-CLOSE-FILES THRU 1900-EXIT.
              GOBACK.

      *    Prices and stock are read only.  The shelf-price file is
      *    created the first time a run needs it; a missing promo
      *    file means no promotions have been set up, and a missing
      *    barcode file just prints labels without a barcode.
       1000-OPEN-FILES.
              MOVE "N" TO WS-FILES-OPEN-SW.
              OPEN INPUT ITEM-PRICE-FILE.
              IF WS-PRICE-STATUS NOT = "00"
                 DISPLAY "ITEMPRCE NOT AVAILABLE - STATUS "
                         WS-PRICE-STATUS
                 MOVE 1 TO RETURN-CODE
                 GO TO 1000-EXIT
              END-IF.
              OPEN INPUT STOCK-MASTER-FILE.
              IF WS-STOCK-STATUS NOT = "00"
                 DISPLAY "STOCKMAS NOT AVAILABLE - STATUS "
                         WS-STOCK-STATUS
                 CLOSE ITEM-PRICE-FILE
                 MOVE 1 TO RETURN-CODE
                 GO TO 1000-EXIT
              END-IF.
              OPEN I-O SHELF-PRICE-FILE.
              IF WS-SHLF-STATUS = "35"
                 CLOSE SHELF-PRICE-FILE
                 OPEN OUTPUT SHELF-PRICE-FILE
                 CLOSE SHELF-PRICE-FILE
                 OPEN I-O SHELF-PRICE-FILE
              END-IF.
              IF WS-SHLF-STATUS NOT = "00"
                 DISPLAY "SHLFPRC NOT AVAILABLE - STATUS "
                         WS-SHLF-STATUS
                 CLOSE ITEM-PRICE-FILE
                 CLOSE STOCK-MASTER-FILE
                 MOVE 1 TO RETURN-CODE
                 GO TO 1000-EXIT
              END-IF.
              MOVE "N" TO WS-PROMO-OPEN-SW.
              OPEN INPUT PROMO-PRICE-FILE.
              IF WS-PROMO-STATUS = "00"
                 SET WS-PROMO-OPEN TO TRUE
              END-IF.
              PERFORM 1200-LOAD-BARCODES THRU 1200-EXIT.
              SET WS-FILES-OPEN TO TRUE.
       1000-EXIT.
              EXIT.

      *    LABEL-CONTROL-FILE is a single-record control file kept
      *    the same way MonthEndClose.cbl keeps MECTL.DAT - read at
      *    start, overwritten whole when a run completes.
       1100-READ-CONTROL.
              MOVE ZEROS TO LC-LAST-RUN-DATE LC-LAST-ITEM-COUNT
                            LC-LAST-LABEL-COUNT.
              MOVE SPACES TO LC-LAST-RUN-OPERATOR.
              OPEN INPUT LABEL-CONTROL-FILE.
              IF NOT WS-CONTROL-MISSING
                 READ LABEL-CONTROL-FILE
                    AT END CONTINUE
                 END-READ
                 CLOSE LABEL-CONTROL-FILE
              END-IF.
       1100-EXIT.
              EXIT.

       1150-WRITE-CONTROL.
              OPEN OUTPUT LABEL-CONTROL-FILE.
              WRITE LABEL-CONTROL-REC.
              CLOSE LABEL-CONTROL-FILE.
       1150-EXIT.
              EXIT.

       1200-LOAD-BARCODES.
              MOVE ZEROS TO WS-BC-COUNT.
              OPEN INPUT BARCODE-XREF-FILE.
              IF WS-BARC-STATUS NOT = "00"
                 GO TO 1200-EXIT
              END-IF.
              PERFORM UNTIL WS-BARC-STATUS NOT = "00"
                 READ BARCODE-XREF-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-BARC-STATUS
                    NOT AT END
                       PERFORM 1250-ADD-BARCODE THRU 1250-EXIT
                 END-READ
              END-PERFORM.
              CLOSE BARCODE-XREF-FILE.
              IF WS-BC-COUNT = WS-BC-MAX
                 DISPLAY "BARCODE TABLE FULL AT " WS-BC-MAX
                         " ITEMS - LATER ITEMS PRINT WITHOUT ONE."
              END-IF.
       1200-EXIT.
              EXIT.

       1250-ADD-BARCODE.
              MOVE BX-ITEM-NUMBER TO WS-SELECT-ITEM.
              PERFORM 5300-FIND-BARCODE THRU 5300-EXIT.
              IF WS-FOUND-BARCODE NOT = SPACES
                 OR WS-BC-COUNT = WS-BC-MAX
                 GO TO 1250-EXIT
              END-IF.
              ADD 1 TO WS-BC-COUNT.
              MOVE BX-ITEM-NUMBER TO WS-BC-ITEM (WS-BC-COUNT).
              MOVE BX-BARCODE-NUMBER TO WS-BC-BARCODE (WS-BC-COUNT).
       1250-EXIT.
              EXIT.

       1900-CLOSE-FILES.
              CLOSE ITEM-PRICE-FILE.
              CLOSE STOCK-MASTER-FILE.
              CLOSE SHELF-PRICE-FILE.
              IF WS-PROMO-OPEN
                 CLOSE PROMO-PRICE-FILE
              END-IF.
              MOVE "N" TO WS-FILES-OPEN-SW.
       1900-EXIT.
              EXIT.

       2000-DISPLAY-MENU.
              DISPLAY " ".
              DISPLAY "Shelf Labels / Price Tags - " WS-TODAY.
              DISPLAY "-------------------------------------".
              IF LC-LAST-RUN-DATE = ZEROS
                 DISPLAY "NO PRICE-CHANGE RUN ON RECORD - THE FIRST "
                         "RUN PRINTS EVERY LABEL."
              ELSE
                 DISPLAY "LAST PRICE-CHANGE RUN: " LC-LAST-RUN-DATE
                         " BY " LC-LAST-RUN-OPERATOR " - "
                         LC-LAST-LABEL-COUNT " LABELS"
              END-IF.
              DISPLAY "1. Print Labels For Price Changes".
              DISPLAY "2. Reprint One Item's Labels".
              DISPLAY "3. Reprint A Bin Range".
              DISPLAY "4. Return".
              DISPLAY "Enter your choice:".
              ACCEPT WS-MENU-OPTION.

              EVALUATE WS-MENU-OPTION
                 WHEN "1" PERFORM 3000-PRICE-CHANGE-RUN
                             THRU 3000-EXIT
                 WHEN "2" PERFORM 4000-REPRINT-ITEM THRU 4000-EXIT
                 WHEN "3" PERFORM 4500-REPRINT-BIN-RANGE
                             THRU 4500-EXIT
                 WHEN WS-EXIT-OPTION CONTINUE
                 WHEN OTHER DISPLAY "INVALID CHOICE"
              END-EVALUATE.
       2000-EXIT.
              EXIT.

       2200-ACCEPT-OPERATOR.
              DISPLAY "ENTER YOUR OPERATOR ID: ".
              ACCEPT WS-OPERATOR-ID.
       2200-EXIT.
              EXIT.

      *    Walks every priced item and selects those whose effective
      *    price today differs from the price their labels were last
      *    printed with - a list-price change, an applied mass
      *    change, or a promotion window opening, closing or being
      *    re-dated.  Each selected item gets a label at every
      *    location it is stocked at.  An item priced but not
      *    stocked anywhere is left unmarked so its labels print
      *    once it is.
       3000-PRICE-CHANGE-RUN.
              PERFORM 2200-ACCEPT-OPERATOR THRU 2200-EXIT.
              PERFORM 3050-CHECK-MASS-CHANGES THRU 3050-EXIT.
              IF WS-MASS-DUE-COUNT > ZEROS
                 DISPLAY "*** " WS-MASS-DUE-COUNT " SCHEDULED MASS "
                         "PRICE CHANGE(S) ARE DUE BUT NOT YET "
                         "APPLIED ***"
                 DISPLAY "APPLY THEM FROM ITEM PRICE MAINTENANCE "
                         "FIRST OR THOSE LABELS WILL SHOW THE OLD "
                         "PRICE."
                 DISPLAY "PRINT LABELS ANYWAY (Y/N)? "
                 ACCEPT WS-CONFIRM-SW
                 IF WS-CONFIRM-SW NOT = "Y" AND NOT = "y"
                    DISPLAY "LABEL RUN NOT STARTED."
                    GO TO 3000-EXIT
                 END-IF
              END-IF.
              MOVE ZEROS TO WS-LT-COUNT WS-CI-COUNT WS-ITEMS-SCANNED
                            WS-NO-STOCK-COUNT WS-FILE-COUNT.
              MOVE "N" TO WS-LT-FULL-SW.
              MOVE SPACES TO WS-SELECT-LOC.
              MOVE ".LBL" TO WS-LABEL-SUFFIX.
              MOVE ZEROS TO IP-ITEM-NUMBER.
              START ITEM-PRICE-FILE
                    KEY IS NOT LESS THAN IP-ITEM-NUMBER
                 INVALID KEY
                    MOVE "10" TO WS-PRICE-STATUS
              END-START.
              PERFORM UNTIL WS-PRICE-STATUS NOT = "00"
                         OR WS-LT-FULL
                 READ ITEM-PRICE-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-PRICE-STATUS
                    NOT AT END
                       ADD 1 TO WS-ITEMS-SCANNED
                       PERFORM 3100-CHECK-ONE-ITEM THRU 3100-EXIT
                 END-READ
              END-PERFORM.
              IF WS-LT-FULL
                 DISPLAY "LABEL TABLE FULL AT " WS-LT-MAX
                         " LABELS - RUN AGAIN FOR THE REST."
              END-IF.
              IF WS-LT-COUNT = ZEROS
                 DISPLAY "NO SHELF PRICES HAVE CHANGED SINCE THE "
                         "LAST RUN."
              ELSE
                 PERFORM 6000-WRITE-LABEL-FILES THRU 6000-EXIT
                 PERFORM 3300-UPDATE-SHELF-PRICES THRU 3300-EXIT
              END-IF.
              MOVE WS-TODAY TO LC-LAST-RUN-DATE.
              MOVE WS-OPERATOR-ID TO LC-LAST-RUN-OPERATOR.
              MOVE WS-CI-COUNT TO LC-LAST-ITEM-COUNT.
              MOVE WS-LT-COUNT TO LC-LAST-LABEL-COUNT.
              PERFORM 1150-WRITE-CONTROL THRU 1150-EXIT.
              DISPLAY "ITEMS CHECKED:       " WS-ITEMS-SCANNED.
              DISPLAY "ITEMS RELABELLED:    " WS-CI-COUNT.
              DISPLAY "LABELS PRINTED:      " WS-LT-COUNT.
              DISPLAY "LOCATION FILES:      " WS-FILE-COUNT.
              DISPLAY "CHANGED, NOT STOCKED:" WS-NO-STOCK-COUNT.
       3000-EXIT.
              EXIT.

      *    Counts MASSPRC.DAT rows whose effective date has arrived.
      *    ItemPriceMgmt.cbl's apply step removes the rows it
      *    applies, so any such row still on file has not reached
      *    ITEM-PRICE-FILE - or the till - yet.
       3050-CHECK-MASS-CHANGES.
              MOVE ZEROS TO WS-MASS-DUE-COUNT.
              OPEN INPUT MASS-PRICE-FILE.
              IF WS-MASS-STATUS NOT = "00"
                 GO TO 3050-EXIT
              END-IF.
              PERFORM UNTIL WS-MASS-STATUS NOT = "00"
                 READ MASS-PRICE-FILE
                    AT END MOVE "10" TO WS-MASS-STATUS
                    NOT AT END
                       IF MP-EFFECTIVE-DATE NOT > WS-TODAY
                          ADD 1 TO WS-MASS-DUE-COUNT
                       END-IF
                 END-READ
              END-PERFORM.
              CLOSE MASS-PRICE-FILE.
       3050-EXIT.
              EXIT.

       3100-CHECK-ONE-ITEM.
              PERFORM 5000-EFFECTIVE-PRICE THRU 5000-EXIT.
              MOVE "N" TO WS-CHANGED-SW.
              MOVE IP-ITEM-NUMBER TO SP-ITEM-NUMBER.
              READ SHELF-PRICE-FILE
                 INVALID KEY
                    SET WS-PRICE-CHANGED TO TRUE
                 NOT INVALID KEY
                    IF SP-LABEL-PRICE NOT = WS-EFF-PRICE
                       OR SP-PROMO-SW NOT = WS-EFF-PROMO-SW
                       OR SP-PROMO-END-DATE NOT = WS-EFF-PROMO-END
                       SET WS-PRICE-CHANGED TO TRUE
                    END-IF
              END-READ.
              IF NOT WS-PRICE-CHANGED
                 GO TO 3100-EXIT
              END-IF.
              MOVE WS-LT-COUNT TO WS-LABELS-BEFORE.
              MOVE IP-ITEM-NUMBER TO WS-SELECT-ITEM.
              PERFORM 5100-LOAD-ITEM-LABELS THRU 5100-EXIT.
      *    An item only partly loaded when the table filled is backed
      *    out whole and left for the next run.
              IF WS-LT-FULL
                 MOVE WS-LABELS-BEFORE TO WS-LT-COUNT
                 GO TO 3100-EXIT
              END-IF.
              IF WS-LT-COUNT = WS-LABELS-BEFORE
                 ADD 1 TO WS-NO-STOCK-COUNT
                 GO TO 3100-EXIT
              END-IF.
              ADD 1 TO WS-CI-COUNT.
              MOVE IP-ITEM-NUMBER TO WS-CI-ITEM (WS-CI-COUNT).
              MOVE WS-EFF-PRICE TO WS-CI-PRICE (WS-CI-COUNT).
              MOVE WS-EFF-PROMO-SW TO WS-CI-PROMO-SW (WS-CI-COUNT).
              MOVE WS-EFF-PROMO-END TO WS-CI-PROMO-END (WS-CI-COUNT).
       3100-EXIT.
              EXIT.

      *    Records what each relabelled item's labels now show.
       3300-UPDATE-SHELF-PRICES.
              PERFORM VARYING WS-CI-IX FROM 1 BY 1
                      UNTIL WS-CI-IX > WS-CI-COUNT
                 MOVE WS-CI-ITEM (WS-CI-IX) TO SP-ITEM-NUMBER
                 READ SHELF-PRICE-FILE
                    INVALID KEY
                       PERFORM 3350-FILL-SHELF-PRICE THRU 3350-EXIT
                       WRITE SHELF-PRICE-REC
                          INVALID KEY
                             DISPLAY "SHLFPRC WRITE FAILED FOR "
                                     SP-ITEM-NUMBER " - STATUS "
                                     WS-SHLF-STATUS
                       END-WRITE
                    NOT INVALID KEY
                       PERFORM 3350-FILL-SHELF-PRICE THRU 3350-EXIT
                       REWRITE SHELF-PRICE-REC
                          INVALID KEY
                             DISPLAY "SHLFPRC REWRITE FAILED FOR "
                                     SP-ITEM-NUMBER " - STATUS "
                                     WS-SHLF-STATUS
                       END-REWRITE
                 END-READ
              END-PERFORM.
       3300-EXIT.
              EXIT.

       3350-FILL-SHELF-PRICE.
              MOVE WS-CI-ITEM (WS-CI-IX) TO SP-ITEM-NUMBER.
              MOVE WS-CI-PRICE (WS-CI-IX) TO SP-LABEL-PRICE.
              MOVE WS-CI-PROMO-SW (WS-CI-IX) TO SP-PROMO-SW.
              MOVE WS-CI-PROMO-END (WS-CI-IX) TO SP-PROMO-END-DATE.
              MOVE WS-TODAY TO SP-PRINTED-DATE.
       3350-EXIT.
              EXIT.

      *    Reprints one item's labels at today's price - at one
      *    location, or every location it is stocked at when the
      *    location is left blank - for a tag that was lost or
      *    damaged.  A reprint does not count as a price-change run:
      *    neither SHELF-PRICE-FILE nor the last-run date moves.
       4000-REPRINT-ITEM.
              DISPLAY "ENTER ITEM NUMBER: ".
              ACCEPT IP-ITEM-NUMBER.
              READ ITEM-PRICE-FILE
                 INVALID KEY
                    DISPLAY "NO PRICE ON FILE FOR THAT ITEM - NO "
                            "LABEL TO PRINT."
                    GO TO 4000-EXIT
              END-READ.
              DISPLAY "LOCATION (BLANK FOR ALL LOCATIONS): ".
              MOVE SPACES TO WS-SELECT-LOC.
              ACCEPT WS-SELECT-LOC.
              MOVE ZEROS TO WS-LT-COUNT WS-FILE-COUNT.
              MOVE "N" TO WS-LT-FULL-SW.
              MOVE ".RPR" TO WS-LABEL-SUFFIX.
              PERFORM 5000-EFFECTIVE-PRICE THRU 5000-EXIT.
              MOVE IP-ITEM-NUMBER TO WS-SELECT-ITEM.
              PERFORM 5100-LOAD-ITEM-LABELS THRU 5100-EXIT.
              IF WS-LT-COUNT = ZEROS
                 DISPLAY "ITEM IS NOT STOCKED AT THAT LOCATION."
                 GO TO 4000-EXIT
              END-IF.
              PERFORM 6000-WRITE-LABEL-FILES THRU 6000-EXIT.
              DISPLAY WS-LT-COUNT " LABEL(S) WRITTEN TO "
                      WS-FILE-COUNT " FILE(S).".
       4000-EXIT.
              EXIT.

      *    Reprints every label in a run of bins at one location -
      *    a shelf that has been reset or a bay whose tags were
      *    cleared.  Items with no price on file have no label and
      *    are counted, not printed.
       4500-REPRINT-BIN-RANGE.
              DISPLAY "LOCATION: ".
              MOVE SPACES TO WS-SELECT-LOC.
              ACCEPT WS-SELECT-LOC.
              IF WS-SELECT-LOC = SPACES
                 DISPLAY "A LOCATION IS REQUIRED FOR A BIN REPRINT."
                 GO TO 4500-EXIT
              END-IF.
              DISPLAY "FROM BIN: ".
              MOVE SPACES TO WS-FROM-BIN.
              ACCEPT WS-FROM-BIN.
              DISPLAY "TO BIN (BLANK FOR THE LAST BIN): ".
              MOVE SPACES TO WS-TO-BIN.
              ACCEPT WS-TO-BIN.
              IF WS-TO-BIN = SPACES
                 MOVE HIGH-VALUES TO WS-TO-BIN
              END-IF.
              IF WS-TO-BIN < WS-FROM-BIN
                 DISPLAY "TO BIN IS BEFORE FROM BIN."
                 GO TO 4500-EXIT
              END-IF.
              MOVE ZEROS TO WS-LT-COUNT WS-FILE-COUNT
                            WS-NO-PRICE-COUNT.
              MOVE "N" TO WS-LT-FULL-SW.
              MOVE ".RPR" TO WS-LABEL-SUFFIX.
              MOVE LOW-VALUES TO SM-STOCK-KEY.
              START STOCK-MASTER-FILE
                    KEY IS NOT LESS THAN SM-STOCK-KEY
                 INVALID KEY
                    MOVE "10" TO WS-STOCK-STATUS
              END-START.
              PERFORM UNTIL WS-STOCK-STATUS NOT = "00"
                         OR WS-LT-FULL
                 READ STOCK-MASTER-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-STOCK-STATUS
                    NOT AT END
                       IF SM-LOCATION = WS-SELECT-LOC
                          AND SM-BIN-LOCATION NOT < WS-FROM-BIN
                          AND SM-BIN-LOCATION NOT > WS-TO-BIN
                          PERFORM 4600-BIN-RANGE-ITEM THRU 4600-EXIT
                       END-IF
                 END-READ
              END-PERFORM.
              IF WS-LT-FULL
                 DISPLAY "LABEL TABLE FULL AT " WS-LT-MAX
                         " LABELS - NARROW THE BIN RANGE."
              END-IF.
              IF WS-NO-PRICE-COUNT > ZEROS
                 DISPLAY WS-NO-PRICE-COUNT " ITEM(S) IN RANGE HAVE NO "
                         "PRICE ON FILE - NO LABEL."
              END-IF.
              IF WS-LT-COUNT = ZEROS
                 DISPLAY "NO PRICED ITEMS IN THAT BIN RANGE."
                 GO TO 4500-EXIT
              END-IF.
              PERFORM 6000-WRITE-LABEL-FILES THRU 6000-EXIT.
              DISPLAY WS-LT-COUNT " LABEL(S) WRITTEN.".
       4500-EXIT.
              EXIT.

       4600-BIN-RANGE-ITEM.
              MOVE SM-ITEM-NUMBER TO IP-ITEM-NUMBER.
              READ ITEM-PRICE-FILE
                 INVALID KEY
                    ADD 1 TO WS-NO-PRICE-COUNT
                    GO TO 4600-EXIT
              END-READ.
              PERFORM 5000-EFFECTIVE-PRICE THRU 5000-EXIT.
              MOVE SM-ITEM-NUMBER TO WS-SELECT-ITEM.
              PERFORM 5200-ADD-LABEL THRU 5200-EXIT.
       4600-EXIT.
              EXIT.

      *    Sets WS-EFF-PRICE for the ITEM-PRICE-REC in hand - the
      *    promotional price of a window covering today, else the
      *    list price.
       5000-EFFECTIVE-PRICE.
              MOVE IP-LIST-PRICE TO WS-EFF-PRICE.
              MOVE "N" TO WS-EFF-PROMO-SW.
              MOVE ZEROS TO WS-EFF-PROMO-END.
              IF NOT WS-PROMO-OPEN
                 GO TO 5000-EXIT
              END-IF.
              MOVE IP-ITEM-NUMBER TO PP-ITEM-NUMBER.
              MOVE ZEROS TO PP-START-DATE.
              START PROMO-PRICE-FILE
                    KEY IS NOT LESS THAN PP-PROMO-KEY
                 INVALID KEY
                    MOVE "10" TO WS-PROMO-STATUS
              END-START.
              PERFORM UNTIL WS-PROMO-STATUS NOT = "00"
                 READ PROMO-PRICE-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-PROMO-STATUS
                    NOT AT END
                       IF PP-ITEM-NUMBER NOT = IP-ITEM-NUMBER
                          MOVE "10" TO WS-PROMO-STATUS
                       ELSE
                          IF WS-TODAY NOT LESS THAN PP-START-DATE
                             AND WS-TODAY NOT GREATER THAN
                                PP-END-DATE
                             MOVE PP-PROMO-PRICE TO WS-EFF-PRICE
                             SET WS-EFF-ON-PROMO TO TRUE
                             MOVE PP-END-DATE TO WS-EFF-PROMO-END
                             MOVE "10" TO WS-PROMO-STATUS
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM.
              MOVE "00" TO WS-PROMO-STATUS.
       5000-EXIT.
              EXIT.

      *    Adds a label for WS-SELECT-ITEM at each location it is
      *    stocked at (or WS-SELECT-LOC only, when one is given),
      *    reached through STOCK-MASTER's item-number alternate key.
       5100-LOAD-ITEM-LABELS.
              MOVE WS-SELECT-ITEM TO SM-ITEM-NUMBER.
              START STOCK-MASTER-FILE
                    KEY IS EQUAL TO SM-ITEM-NUMBER
                 INVALID KEY
                    GO TO 5100-EXIT
              END-START.
              PERFORM UNTIL WS-STOCK-STATUS NOT = "00"
                         OR WS-LT-FULL
                 READ STOCK-MASTER-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-STOCK-STATUS
                    NOT AT END
                       IF SM-ITEM-NUMBER NOT = WS-SELECT-ITEM
                          MOVE "10" TO WS-STOCK-STATUS
                       ELSE
                          IF WS-SELECT-LOC = SPACES
                             OR SM-LOCATION = WS-SELECT-LOC
                             PERFORM 5200-ADD-LABEL THRU 5200-EXIT
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM.
              MOVE "00" TO WS-STOCK-STATUS.
       5100-EXIT.
              EXIT.

      *    Adds the STOCK-MASTER-REC in hand to the label table at
      *    today's effective price.
       5200-ADD-LABEL.
              IF WS-LT-COUNT = WS-LT-MAX
                 SET WS-LT-FULL TO TRUE
                 GO TO 5200-EXIT
              END-IF.
              PERFORM 5300-FIND-BARCODE THRU 5300-EXIT.
              ADD 1 TO WS-LT-COUNT.
              MOVE SM-LOCATION TO WS-LT-LOCATION (WS-LT-COUNT).
              MOVE SM-BIN-LOCATION TO WS-LT-BIN (WS-LT-COUNT).
              MOVE SM-ITEM-NUMBER TO WS-LT-ITEM (WS-LT-COUNT).
              MOVE SM-ITEM-DESC TO WS-LT-DESC (WS-LT-COUNT).
              MOVE WS-EFF-PRICE TO WS-LT-PRICE (WS-LT-COUNT).
              MOVE WS-EFF-PROMO-SW TO WS-LT-PROMO-SW (WS-LT-COUNT).
              MOVE WS-EFF-PROMO-END TO WS-LT-PROMO-END (WS-LT-COUNT).
              MOVE WS-FOUND-BARCODE TO WS-LT-BARCODE (WS-LT-COUNT).
       5200-EXIT.
              EXIT.

       5300-FIND-BARCODE.
              MOVE SPACES TO WS-FOUND-BARCODE.
              PERFORM VARYING WS-BC-IX FROM 1 BY 1
                      UNTIL WS-BC-IX > WS-BC-COUNT
                         OR WS-FOUND-BARCODE NOT = SPACES
                 IF WS-BC-ITEM (WS-BC-IX) = WS-SELECT-ITEM
                    MOVE WS-BC-BARCODE (WS-BC-IX) TO WS-FOUND-BARCODE
                 END-IF
              END-PERFORM.
       5300-EXIT.
              EXIT.

      *    Orders the table, then writes it out one file per
      *    location, a new file opened at each change of location.
       6000-WRITE-LABEL-FILES.
              PERFORM 6100-ORDER-LABELS THRU 6100-EXIT.
              MOVE "N" TO WS-LABEL-OPEN-SW.
              MOVE SPACES TO WS-CURRENT-LOC.
              PERFORM VARYING WS-LT-IX FROM 1 BY 1
                      UNTIL WS-LT-IX > WS-LT-COUNT
                 IF NOT WS-LABEL-OPEN
                    OR WS-LT-LOCATION (WS-LT-IX) NOT = WS-CURRENT-LOC
                    PERFORM 6200-OPEN-LOCATION-FILE THRU 6200-EXIT
                 END-IF
                 PERFORM 6300-WRITE-LABEL THRU 6300-EXIT
              END-PERFORM.
              IF WS-LABEL-OPEN
                 CLOSE LABEL-FILE
                 MOVE "N" TO WS-LABEL-OPEN-SW
              END-IF.
       6000-EXIT.
              EXIT.

      *    Insertion by location, bin and item - each entry is moved
      *    down past the entries above it that sort after it.
       6100-ORDER-LABELS.
              PERFORM VARYING WS-LT-IX FROM 2 BY 1
                      UNTIL WS-LT-IX > WS-LT-COUNT
                 MOVE WS-LT-ENTRY (WS-LT-IX) TO WS-LT-HOLD
                 MOVE WS-LT-IX TO WS-LT-JX
                 MOVE "N" TO WS-LT-PLACED-SW
                 PERFORM UNTIL WS-LT-PLACED
                    IF WS-LT-JX = 1
                       SET WS-LT-PLACED TO TRUE
                    ELSE
                       IF WS-LT-KEY (WS-LT-JX - 1) NOT >
                             WS-LT-HOLD-KEY
                          SET WS-LT-PLACED TO TRUE
                       ELSE
                          MOVE WS-LT-ENTRY (WS-LT-JX - 1)
                            TO WS-LT-ENTRY (WS-LT-JX)
                          SUBTRACT 1 FROM WS-LT-JX
                       END-IF
                    END-IF
                 END-PERFORM
                 MOVE WS-LT-HOLD TO WS-LT-ENTRY (WS-LT-JX)
              END-PERFORM.
       6100-EXIT.
              EXIT.

       6200-OPEN-LOCATION-FILE.
              IF WS-LABEL-OPEN
                 CLOSE LABEL-FILE
              END-IF.
              MOVE WS-LT-LOCATION (WS-LT-IX) TO WS-CURRENT-LOC.
              MOVE SPACES TO WS-LABEL-FILE-NAME.
              STRING "LBL" DELIMITED BY SIZE
                     WS-CURRENT-LOC DELIMITED BY SPACE
                     WS-LABEL-SUFFIX DELIMITED BY SIZE
                INTO WS-LABEL-FILE-NAME
              END-STRING.
              OPEN OUTPUT LABEL-FILE.
              SET WS-LABEL-OPEN TO TRUE.
              ADD 1 TO WS-FILE-COUNT.
              DISPLAY "WRITING " WS-LABEL-FILE-NAME.
       6200-EXIT.
              EXIT.

       6300-WRITE-LABEL.
              MOVE SPACES TO LABEL-REC.
              MOVE WS-LT-LOCATION (WS-LT-IX) TO LB-LOCATION.
              MOVE WS-LT-BIN (WS-LT-IX) TO LB-BIN-LOCATION.
              MOVE WS-LT-ITEM (WS-LT-IX) TO LB-ITEM-NUMBER.
              MOVE WS-LT-DESC (WS-LT-IX) TO LB-ITEM-DESC.
              MOVE WS-LT-PRICE (WS-LT-IX) TO LB-PRICE.
              MOVE WS-LT-BARCODE (WS-LT-IX) TO LB-BARCODE.
              IF WS-LT-PROMO-SW (WS-LT-IX) = "Y"
                 STRING "PROMO TO " DELIMITED BY SIZE
                        WS-LT-PROMO-END (WS-LT-IX) DELIMITED BY SIZE
                   INTO LB-PROMO-TEXT
                 END-STRING
              END-IF.
              WRITE LABEL-REC.
       6300-EXIT.
              EXIT.
