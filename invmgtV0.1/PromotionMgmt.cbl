       IDENTIFICATION DIVISION.
       PROGRAM-ID. PromotionMgmt.
       AUTHOR AMRESH KADIAN.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *  MIX-AND-MATCH AND BASKET-THRESHOLD PROMOTIONS.               *
      *                                                               *
      *  Maintains MIX-PROMO-FILE (see MIXPROMO.CPY) - the promotions *
      *  SalesMgmt.cbl evaluates across a whole basket before it is   *
      *  tendered, where a PROMO-PRICE-FILE window only cuts one      *
      *  item's price: "buy 3 of any 10ml oil, get the cheapest free" *
      *  or "10% off baskets over a threshold". Each promotion names  *
      *  its qualifying items (all, one category or a short list), a  *
      *  trigger quantity or basket value, a reward and the dates it  *
      *  runs between.  Promotions are suspended rather than deleted  *
      *  so their redemptions stay reportable through Reports.cbl's   *
      *  promotion results.  Reached from ItemPriceMgmt.cbl's menu.   *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT MIX-PROMO-FILE
                     ASSIGN TO "mixpromo"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PM-PROMO-CODE
                     FILE STATUS IS WS-MIXP-STATUS.

              SELECT STOCK-MASTER-FILE
                     ASSIGN TO "stockmas"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SM-STOCK-KEY
                     ALTERNATE RECORD KEY IS SM-ITEM-NUMBER
                                   WITH DUPLICATES
                     FILE STATUS IS WS-STOCK-STATUS.

              SELECT AUDIT-TRAIL-FILE
                     ASSIGN TO "AUDIT.TRL"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MIX-PROMO-FILE.
           COPY "MIXPROMO.CPY".

       FD  STOCK-MASTER-FILE.
           COPY "STOCKMAS.CPY".

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-TRAIL-REC.CPY".

       WORKING-STORAGE SECTION.
       01  WS-VARS.
              10 WS-MIXP-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-STOCK-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-AUDIT-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-FILES-OPEN-SW     PIC X(01) VALUE "N".
                 88 WS-FILES-OPEN            VALUE "Y".
              10 WS-MENU-OPTION       PIC X(01) VALUE SPACE.
              10 WS-EXIT-OPTION       PIC X(01) VALUE "5".
              10 WS-TODAY             PIC 9(08) VALUE ZEROS.
              10 WS-OPERATOR-ID       PIC X(08) VALUE SPACES.
              10 WS-CONFIRM-SW        PIC X(01) VALUE SPACE.
              10 WS-NEW-CODE          PIC X(06) VALUE SPACES.
              10 WS-AUDIT-BEFORE-REC  PIC X(91) VALUE SPACES.
              10 WS-ENTRY-OK-SW       PIC X(01) VALUE "Y".
                 88 WS-ENTRY-OK              VALUE "Y".
              10 WS-ITEM-IX           PIC 9(01) VALUE ZEROS.
              10 WS-ITEM-COUNT        PIC 9(01) VALUE ZEROS.
              10 WS-ENTERED-ITEM      PIC 9(06) VALUE ZEROS.
              10 WS-LIST-COUNT        PIC 9(03) VALUE ZEROS.
              10 WS-LIST-STATE        PIC X(09) VALUE SPACES.
              10 WS-SHOW-PCT          PIC ZZ9.99.
              10 WS-SHOW-AMT          PIC ZZZZ9.99.
              10 WS-SHOW-VALUE        PIC Z(06)9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
              ACCEPT WS-TODAY FROM DATE YYYYMMDD.
              PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
              IF NOT WS-FILES-OPEN
                 GOBACK
              END-IF.
              MOVE SPACE TO WS-MENU-OPTION.
              PERFORM 2000-DISPLAY-MENU
                 THRU 2000-EXIT
                UNTIL WS-MENU-OPTION IS EQUAL TO WS-EXIT-OPTION.
              PERFORM 1900-CLOSE-FILES THRU 1900-EXIT.
              GOBACK.

      *    The promotion file is created the first time it is
      *    needed; STOCK-MASTER is read only, to check the items a
      *    promotion names.
       1000-OPEN-FILES.
              MOVE "N" TO WS-FILES-OPEN-SW.
              OPEN I-O MIX-PROMO-FILE.
              IF WS-MIXP-STATUS = "35"
                 CLOSE MIX-PROMO-FILE
                 OPEN OUTPUT MIX-PROMO-FILE
                 CLOSE MIX-PROMO-FILE
                 OPEN I-O MIX-PROMO-FILE
              END-IF.
              IF WS-MIXP-STATUS NOT = "00"
                 DISPLAY "MIXPROMO NOT AVAILABLE - STATUS "
                         WS-MIXP-STATUS
                 MOVE 1 TO RETURN-CODE
                 GO TO 1000-EXIT
              END-IF.
              OPEN INPUT STOCK-MASTER-FILE.
              IF WS-STOCK-STATUS NOT = "00"
                 DISPLAY "STOCKMAS NOT AVAILABLE - STATUS "
                         WS-STOCK-STATUS
                 CLOSE MIX-PROMO-FILE
                 MOVE 1 TO RETURN-CODE
                 GO TO 1000-EXIT
              END-IF.
              OPEN EXTEND AUDIT-TRAIL-FILE.
              IF WS-AUDIT-STATUS = "35"
                 OPEN OUTPUT AUDIT-TRAIL-FILE
              END-IF.
              SET WS-FILES-OPEN TO TRUE.
       1000-EXIT.
              EXIT.

       1900-CLOSE-FILES.
              CLOSE MIX-PROMO-FILE.
              CLOSE STOCK-MASTER-FILE.
              CLOSE AUDIT-TRAIL-FILE.
              MOVE "N" TO WS-FILES-OPEN-SW.
       1900-EXIT.
              EXIT.

       2000-DISPLAY-MENU.
              DISPLAY " ".
              DISPLAY "Mix-And-Match / Basket Promotions - " WS-TODAY.
              DISPLAY "------------------------------------------".
              DISPLAY "1. Add Promotion".
              DISPLAY "2. Change Promotion".
              DISPLAY "3. Suspend / Reactivate Promotion".
              DISPLAY "4. List Promotions".
              DISPLAY "5. Return".
              DISPLAY "Enter your choice:".
              ACCEPT WS-MENU-OPTION.

              EVALUATE WS-MENU-OPTION
                 WHEN "1" PERFORM 3000-ADD-PROMOTION THRU 3000-EXIT
                 WHEN "2" PERFORM 3200-CHANGE-PROMOTION
                             THRU 3200-EXIT
                 WHEN "3" PERFORM 3400-SUSPEND-PROMOTION
                             THRU 3400-EXIT
                 WHEN "4" PERFORM 4000-LIST-PROMOTIONS THRU 4000-EXIT
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

       3000-ADD-PROMOTION.
              DISPLAY "ENTER PROMOTION CODE: ".
              MOVE SPACES TO PM-PROMO-CODE.
              ACCEPT PM-PROMO-CODE.
              IF PM-PROMO-CODE = SPACES
                 DISPLAY "A PROMOTION CODE IS REQUIRED."
                 GO TO 3000-EXIT
              END-IF.
              READ MIX-PROMO-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    DISPLAY "PROMOTION " PM-PROMO-CODE " ALREADY ON "
                            "FILE - USE CHANGE."
                    GO TO 3000-EXIT
              END-READ.
              PERFORM 2200-ACCEPT-OPERATOR THRU 2200-EXIT.
              MOVE PM-PROMO-CODE TO WS-NEW-CODE.
              INITIALIZE MIX-PROMO-REC.
              MOVE WS-NEW-CODE TO PM-PROMO-CODE.
              PERFORM 3100-ACCEPT-PROMO-DETAILS THRU 3100-EXIT.
              IF NOT WS-ENTRY-OK
                 DISPLAY "PROMOTION NOT ADDED."
                 GO TO 3000-EXIT
              END-IF.
              SET PM-ACTIVE TO TRUE.
              MOVE WS-OPERATOR-ID TO PM-OPERATOR-ID.
              MOVE WS-TODAY TO PM-LAST-CHANGED.
              WRITE MIX-PROMO-REC
                 INVALID KEY
                    DISPLAY "PROMOTION NOT ADDED - STATUS "
                            WS-MIXP-STATUS
                 NOT INVALID KEY
                    DISPLAY "PROMOTION " PM-PROMO-CODE " ADDED."
                    MOVE PM-PROMO-CODE TO AT-KEY-VALUE
                    MOVE SPACES TO AT-BEFORE-IMAGE
                    MOVE MIX-PROMO-REC TO AT-AFTER-IMAGE
                    SET AT-OP-ADD TO TRUE
                    PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
              END-WRITE.
       3000-EXIT.
              EXIT.

      *    Shared by add and change.  A mix-and-match promotion needs
      *    a trigger quantity, a basket-threshold one a trigger
      *    value; cheapest-free only makes sense against a quantity.
      *    Named items must be on STOCK-MASTER.
       3100-ACCEPT-PROMO-DETAILS.
              MOVE "N" TO WS-ENTRY-OK-SW.
              DISPLAY "ENTER DESCRIPTION: ".
              ACCEPT PM-DESCRIPTION.
              DISPLAY "TYPE - M MIX-AND-MATCH (QUANTITY) / "
                      "B BASKET THRESHOLD (VALUE): ".
              ACCEPT PM-PROMO-TYPE.
              IF NOT PM-TYPE-VALID
                 DISPLAY "TYPE MUST BE M OR B."
                 GO TO 3100-EXIT
              END-IF.
              DISPLAY "QUALIFYING ITEMS - A ALL / C ONE CATEGORY / "
                      "I LISTED ITEMS: ".
              ACCEPT PM-QUAL-SCOPE.
              IF NOT PM-SCOPE-VALID
                 DISPLAY "QUALIFYING ITEMS MUST BE A, C OR I."
                 GO TO 3100-EXIT
              END-IF.
              MOVE SPACES TO PM-QUAL-CATEGORY-CODE.
              MOVE ZEROS TO WS-ITEM-COUNT.
              PERFORM VARYING WS-ITEM-IX FROM 1 BY 1
                      UNTIL WS-ITEM-IX > 5
                 MOVE ZEROS TO PM-QUAL-ITEM (WS-ITEM-IX)
              END-PERFORM.
              IF PM-QUAL-CATEGORY
                 DISPLAY "ENTER CATEGORY CODE: "
                 ACCEPT PM-QUAL-CATEGORY-CODE
                 IF PM-QUAL-CATEGORY-CODE = SPACES
                    DISPLAY "A CATEGORY CODE IS REQUIRED."
                    GO TO 3100-EXIT
                 END-IF
              END-IF.
              IF PM-QUAL-ITEMS
                 DISPLAY "ENTER UP TO 5 ITEM NUMBERS, 0 TO END:"
                 MOVE 1 TO WS-ITEM-IX
                 MOVE 1 TO WS-ENTERED-ITEM
                 PERFORM 3150-ACCEPT-QUAL-ITEM THRU 3150-EXIT
                    UNTIL WS-ITEM-IX > 5
                       OR WS-ENTERED-ITEM = ZEROS
                       OR NOT WS-ENTRY-OK
                 IF WS-ITEM-COUNT = ZEROS
                    DISPLAY "AT LEAST ONE ITEM IS REQUIRED."
                    MOVE "N" TO WS-ENTRY-OK-SW
                 END-IF
                 IF NOT WS-ENTRY-OK
                    GO TO 3100-EXIT
                 END-IF
                 MOVE "N" TO WS-ENTRY-OK-SW
              END-IF.
              MOVE ZEROS TO PM-TRIGGER-QTY PM-TRIGGER-VALUE.
              IF PM-MIX-MATCH
                 DISPLAY "ENTER TRIGGER QUANTITY: "
                 ACCEPT PM-TRIGGER-QTY
                 IF PM-TRIGGER-QTY = ZEROS
                    DISPLAY "TRIGGER QUANTITY MUST BE GREATER THAN "
                            "ZERO."
                    GO TO 3100-EXIT
                 END-IF
              ELSE
                 DISPLAY "ENTER TRIGGER BASKET VALUE: "
                 ACCEPT PM-TRIGGER-VALUE
                 IF PM-TRIGGER-VALUE = ZEROS
                    DISPLAY "TRIGGER VALUE MUST BE GREATER THAN ZERO."
                    GO TO 3100-EXIT
                 END-IF
              END-IF.
              DISPLAY "REWARD - F CHEAPEST FREE / P PERCENT OFF / "
                      "A AMOUNT OFF: ".
              ACCEPT PM-REWARD-TYPE.
              IF NOT PM-REWARD-VALID
                 DISPLAY "REWARD MUST BE F, P OR A."
                 GO TO 3100-EXIT
              END-IF.
              IF PM-RWD-CHEAPEST-FREE AND NOT PM-MIX-MATCH
                 DISPLAY "CHEAPEST-FREE NEEDS A MIX-AND-MATCH "
                         "QUANTITY TRIGGER."
                 GO TO 3100-EXIT
              END-IF.
              MOVE ZEROS TO PM-REWARD-PCT PM-REWARD-AMT.
              IF PM-RWD-PERCENT
                 DISPLAY "ENTER PERCENT OFF: "
                 ACCEPT PM-REWARD-PCT
                 IF PM-REWARD-PCT = ZEROS OR PM-REWARD-PCT > 100
                    DISPLAY "PERCENT MUST BE ABOVE 0 AND NO MORE "
                            "THAN 100."
                    GO TO 3100-EXIT
                 END-IF
              END-IF.
              IF PM-RWD-AMOUNT
                 DISPLAY "ENTER AMOUNT OFF PER TRIGGER: "
                 ACCEPT PM-REWARD-AMT
                 IF PM-REWARD-AMT = ZEROS
                    DISPLAY "AMOUNT MUST BE GREATER THAN ZERO."
                    GO TO 3100-EXIT
                 END-IF
              END-IF.
              DISPLAY "ENTER START DATE (YYYYMMDD): ".
              ACCEPT PM-START-DATE.
              IF FUNCTION TEST-DATE-YYYYMMDD(PM-START-DATE) NOT = 0
                 DISPLAY "START DATE IS NOT A VALID DATE."
                 GO TO 3100-EXIT
              END-IF.
              DISPLAY "ENTER END DATE (YYYYMMDD): ".
              ACCEPT PM-END-DATE.
              IF FUNCTION TEST-DATE-YYYYMMDD(PM-END-DATE) NOT = 0
                 DISPLAY "END DATE IS NOT A VALID DATE."
                 GO TO 3100-EXIT
              END-IF.
              IF PM-END-DATE < PM-START-DATE
                 DISPLAY "END DATE IS BEFORE THE START DATE."
                 GO TO 3100-EXIT
              END-IF.
              MOVE "Y" TO WS-ENTRY-OK-SW.
       3100-EXIT.
              EXIT.

       3150-ACCEPT-QUAL-ITEM.
              DISPLAY "ITEM " WS-ITEM-IX ": ".
              ACCEPT WS-ENTERED-ITEM.
              IF WS-ENTERED-ITEM = ZEROS
                 GO TO 3150-EXIT
              END-IF.
              MOVE WS-ENTERED-ITEM TO SM-ITEM-NUMBER.
              READ STOCK-MASTER-FILE KEY IS SM-ITEM-NUMBER
                 INVALID KEY
                    DISPLAY "ITEM " WS-ENTERED-ITEM " NOT ON FILE."
                    MOVE "N" TO WS-ENTRY-OK-SW
                    GO TO 3150-EXIT
              END-READ.
              DISPLAY "  " SM-ITEM-DESC.
              MOVE WS-ENTERED-ITEM TO PM-QUAL-ITEM (WS-ITEM-IX).
              ADD 1 TO WS-ITEM-COUNT.
              ADD 1 TO WS-ITEM-IX.
       3150-EXIT.
              EXIT.

      *    Every detail is keyed again, with the current setting
      *    shown first.  Redemptions already recorded keep the
      *    description they were printed with.
       3200-CHANGE-PROMOTION.
              DISPLAY "ENTER PROMOTION CODE: ".
              MOVE SPACES TO PM-PROMO-CODE.
              ACCEPT PM-PROMO-CODE.
              READ MIX-PROMO-FILE
                 INVALID KEY
                    DISPLAY "PROMOTION NOT FOUND - STATUS "
                            WS-MIXP-STATUS
                    GO TO 3200-EXIT
              END-READ.
              PERFORM 4100-SHOW-ONE-PROMOTION THRU 4100-EXIT.
              PERFORM 2200-ACCEPT-OPERATOR THRU 2200-EXIT.
              MOVE MIX-PROMO-REC TO WS-AUDIT-BEFORE-REC.
              PERFORM 3100-ACCEPT-PROMO-DETAILS THRU 3100-EXIT.
              IF NOT WS-ENTRY-OK
                 DISPLAY "PROMOTION NOT CHANGED."
                 GO TO 3200-EXIT
              END-IF.
              MOVE WS-OPERATOR-ID TO PM-OPERATOR-ID.
              MOVE WS-TODAY TO PM-LAST-CHANGED.
              REWRITE MIX-PROMO-REC
                 INVALID KEY
                    DISPLAY "PROMOTION NOT CHANGED - STATUS "
                            WS-MIXP-STATUS
                 NOT INVALID KEY
                    DISPLAY "PROMOTION " PM-PROMO-CODE " CHANGED."
                    MOVE PM-PROMO-CODE TO AT-KEY-VALUE
                    MOVE WS-AUDIT-BEFORE-REC TO AT-BEFORE-IMAGE
                    MOVE MIX-PROMO-REC TO AT-AFTER-IMAGE
                    SET AT-OP-CHANGE TO TRUE
                    PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
              END-REWRITE.
       3200-EXIT.
              EXIT.

      *    A promotion is never deleted - its redemptions stay on
      *    file for the results report - but it can be suspended
      *    and later reactivated inside its date window.
       3400-SUSPEND-PROMOTION.
              DISPLAY "ENTER PROMOTION CODE: ".
              MOVE SPACES TO PM-PROMO-CODE.
              ACCEPT PM-PROMO-CODE.
              READ MIX-PROMO-FILE
                 INVALID KEY
                    DISPLAY "PROMOTION NOT FOUND - STATUS "
                            WS-MIXP-STATUS
                    GO TO 3400-EXIT
              END-READ.
              PERFORM 4100-SHOW-ONE-PROMOTION THRU 4100-EXIT.
              IF PM-ACTIVE
                 DISPLAY "SUSPEND THIS PROMOTION (Y/N): "
              ELSE
                 DISPLAY "REACTIVATE THIS PROMOTION (Y/N): "
              END-IF.
              ACCEPT WS-CONFIRM-SW.
              IF WS-CONFIRM-SW NOT = "Y" AND NOT = "y"
                 DISPLAY "PROMOTION NOT CHANGED."
                 GO TO 3400-EXIT
              END-IF.
              PERFORM 2200-ACCEPT-OPERATOR THRU 2200-EXIT.
              MOVE MIX-PROMO-REC TO WS-AUDIT-BEFORE-REC.
              IF PM-ACTIVE
                 SET PM-SUSPENDED TO TRUE
              ELSE
                 SET PM-ACTIVE TO TRUE
              END-IF.
              MOVE WS-OPERATOR-ID TO PM-OPERATOR-ID.
              MOVE WS-TODAY TO PM-LAST-CHANGED.
              REWRITE MIX-PROMO-REC
                 INVALID KEY
                    DISPLAY "PROMOTION NOT CHANGED - STATUS "
                            WS-MIXP-STATUS
                 NOT INVALID KEY
                    IF PM-ACTIVE
                       DISPLAY "PROMOTION " PM-PROMO-CODE
                               " REACTIVATED."
                    ELSE
                       DISPLAY "PROMOTION " PM-PROMO-CODE
                               " SUSPENDED."
                    END-IF
                    MOVE PM-PROMO-CODE TO AT-KEY-VALUE
                    MOVE WS-AUDIT-BEFORE-REC TO AT-BEFORE-IMAGE
                    MOVE MIX-PROMO-REC TO AT-AFTER-IMAGE
                    SET AT-OP-CHANGE TO TRUE
                    PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
              END-REWRITE.
       3400-EXIT.
              EXIT.

       4000-LIST-PROMOTIONS.
              MOVE ZEROS TO WS-LIST-COUNT.
              MOVE LOW-VALUES TO PM-PROMO-CODE.
              START MIX-PROMO-FILE
                    KEY IS NOT LESS THAN PM-PROMO-CODE
                 INVALID KEY
                    MOVE "10" TO WS-MIXP-STATUS
              END-START.
              PERFORM UNTIL WS-MIXP-STATUS NOT = "00"
                 READ MIX-PROMO-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-MIXP-STATUS
                    NOT AT END
                       ADD 1 TO WS-LIST-COUNT
                       DISPLAY " "
                       PERFORM 4100-SHOW-ONE-PROMOTION THRU 4100-EXIT
                 END-READ
              END-PERFORM.
              MOVE "00" TO WS-MIXP-STATUS.
              IF WS-LIST-COUNT = ZEROS
                 DISPLAY "NO PROMOTIONS ON FILE."
              END-IF.
       4000-EXIT.
              EXIT.

       4100-SHOW-ONE-PROMOTION.
              EVALUATE TRUE
                 WHEN PM-SUSPENDED
                    MOVE "SUSPENDED" TO WS-LIST-STATE
                 WHEN WS-TODAY < PM-START-DATE
                    MOVE "FUTURE" TO WS-LIST-STATE
                 WHEN WS-TODAY > PM-END-DATE
                    MOVE "ENDED" TO WS-LIST-STATE
                 WHEN OTHER
                    MOVE "RUNNING" TO WS-LIST-STATE
              END-EVALUATE.
              DISPLAY PM-PROMO-CODE " " PM-DESCRIPTION " "
                      WS-LIST-STATE.
              DISPLAY "  " PM-START-DATE " TO " PM-END-DATE.
              EVALUATE TRUE
                 WHEN PM-QUAL-ALL
                    DISPLAY "  QUALIFYING: ALL ITEMS"
                 WHEN PM-QUAL-CATEGORY
                    DISPLAY "  QUALIFYING: CATEGORY "
                            PM-QUAL-CATEGORY-CODE
                 WHEN OTHER
                    DISPLAY "  QUALIFYING: ITEMS " PM-QUAL-ITEM (1)
                            " " PM-QUAL-ITEM (2) " " PM-QUAL-ITEM (3)
                            " " PM-QUAL-ITEM (4) " " PM-QUAL-ITEM (5)
              END-EVALUATE.
              IF PM-MIX-MATCH
                 DISPLAY "  TRIGGER: BUY " PM-TRIGGER-QTY
              ELSE
                 MOVE PM-TRIGGER-VALUE TO WS-SHOW-VALUE
                 DISPLAY "  TRIGGER: BASKET OF " WS-SHOW-VALUE
              END-IF.
              EVALUATE TRUE
                 WHEN PM-RWD-CHEAPEST-FREE
                    DISPLAY "  REWARD: CHEAPEST ONE FREE PER TRIGGER"
                 WHEN PM-RWD-PERCENT
                    MOVE PM-REWARD-PCT TO WS-SHOW-PCT
                    DISPLAY "  REWARD: " WS-SHOW-PCT "% OFF"
                 WHEN OTHER
                    MOVE PM-REWARD-AMT TO WS-SHOW-AMT
                    DISPLAY "  REWARD: " WS-SHOW-AMT
                            " OFF PER TRIGGER"
              END-EVALUATE.
       4100-EXIT.
              EXIT.

       8000-WRITE-AUDIT-RECORD.
              ACCEPT AT-TS-DATE FROM DATE YYYYMMDD.
              ACCEPT AT-TS-TIME FROM TIME.
              MOVE "PromotionMgmt" TO AT-PROGRAM-ID.
              CALL "AuditChain" USING AUDIT-TRAIL-REC.
              WRITE AUDIT-TRAIL-REC.
       8000-EXIT.
              EXIT.
